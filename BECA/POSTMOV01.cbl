      * ou 'C') sao rejeitados em MOVREJ01 com a imagem do registro e
      * o motivo, para a cadeia noturna rodar sobre saldos que de fato
      * refletem os movimentos dos lotes de juros, tarifas e impostos.
      * A parcela do saldo bloqueada por ordem judicial (BLOQUEIOS01,
      * situacao 'A') nao esta disponivel: debito que so caberia
      * usando esse valor e rejeitado como saldo bloqueado, salvo a
      * propria transferencia judicial (historico TRANSF JUDICIAL),
      * que e feita com o valor bloqueado.
      * Os movimentos vem do indexado MOVIDX01 (carga do CARGAMOV01, que
      * o plano roda logo antes deste passo), ja em ordem de conta +
      * data + NSU, sem a reclassificacao do Movimento01 inteiro; sem o
      * indexado o arquivo plano volta a ser reclassificado. Antes de
      * usar o indexado a rotina CONFMOVX confere o Movimento01 atual
      * (quantidade e hash de MOV-VAL) contra o controle MOVIDXCTL01
      * gravado na carga; se o arquivo mudou depois da carga, o indexado
      * e ignorado, o arquivo plano e reclassificado e o desvio vai para
      * o log central com severidade 'A'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-LIMITES.

           SELECT BLOQUEIOS ASSIGN TO 'BLOQUEIOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-BLOQUEIOS.

      *        SEM O INDEXADO OS MOVIMENTOS SAO RECLASSIFICADOS POR
      *        CONTA+DATA ANTES DO MERGE, MESMA PREMISSA DO EXTRATO01
           SELECT MOVTRAB ASSIGN TO 'MOVTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVTRAB.

           SELECT CLASSIFICA ASSIGN TO 'SORTWK01'.

      *        MOVIMENTOS INDEXADOS POR CONTA+DATA+NSU (CARGAMOV01)
           SELECT MOVIDX ASSIGN TO 'MOVIDX01'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MVX-CHAVE
               ALTERNATE RECORD KEY IS MVX-MOV-NSU
                   WITH DUPLICATES
               FILE STATUS IS WSN-FS-MOVIDX.

      *        NOVA GERACAO DO CADASTRO DE SALDOS
           SELECT SAIDA ASSIGN TO 'ENTRADA01N'
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
               88 STA-CTA-CONGELADA            VALUE 'C'.

       FD MOVIMENTO.
       01 REG-MOVIMENTO-BRUTO      PIC X(56).

      *                LIMITES DE CHEQUE ESPECIAL POR CONTA
       FD LIMITES.
       01 REG-LIMITE.
           05 LIM-COD-CTA          PIC 9(06).
           05 LIM-VALOR            PIC 9(06)V99.
           05 LIM-DAT-VENC         PIC 9(08).

      *                BLOQUEIOS JUDICIAIS (SO OS CAMPOS USADOS AQUI)
       FD BLOQUEIOS.
       01 REG-BLOQUEIO.
           05 FILLER               PIC X(36).
           05 BJ-COD-CTA           PIC 9(06).
           05 FILLER               PIC X(10).
           05 BJ-VAL-BLOQUEADO     PIC 9(09)V99.
           05 FILLER               PIC X(25).
           05 BJ-SITUACAO          PIC X(01).
           05 FILLER               PIC X(09).

       FD MOVTRAB.
       01 REG-MOVTRAB              PIC X(56).

       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-COD-CTA          PIC 9(06).
           05 SRT-DAT              PIC 9(08).
           05 FILLER               PIC X(42).

       FD MOVIDX.
       01 REG-MOVIDX.
           05 MVX-CHAVE.
               10 MVX-COD-CTA      PIC 9(06).
               10 MVX-DAT          PIC 9(08).
               10 MVX-NSU          PIC 9(09).
           05 MVX-MOVIMENTO.
               10 MVX-MOV-COD-CTA  PIC 9(06).
               10 MVX-MOV-DAT      PIC 9(08).
               10 MVX-MOV-TIP      PIC X(01).
               10 MVX-MOV-FORMA    PIC X(01).
               10 MVX-MOV-VAL      PIC 9(09)V99.
               10 MVX-MOV-HIST     PIC X(20).
               10 MVX-MOV-NSU      PIC 9(09).

       FD SAIDA.
       01 REG-SAIDA                PIC X(40).

       FD REJEITOS.
       01 REG-REJEITO.
           05 RJ-ORIGEM            PIC X(02).
           05 FILLER               PIC X(01).
           05 RJ-IMAGEM            PIC X(56).
           05 FILLER               PIC X(02).
           05 RJ-MOTIVO            PIC X(30).

           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-LIMITES       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-BLOQUEIOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVTRAB       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIDX        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SAIDA         PIC 9(02) VALUE ZEROS.
           05 WSN-FS-REJEITOS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTAGENS     PIC 9(02) VALUE ZEROS.
           05 SW-LIMITES           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-LIM               VALUE 'N'.
               88 SW-FIM-SIM-LIM               VALUE 'S'.
           05 SW-BLOQUEIOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-BLQ               VALUE 'N'.
               88 SW-FIM-SIM-BLQ               VALUE 'S'.

      *****ORIGEM DOS MOVIMENTOS: 'I' INDEXADO MOVIDX01, 'S' ARQUIVO
      *****PLANO RECLASSIFICADO
       01 SW-ORIGEM-MOVS           PIC X(01) VALUE 'S'.
           88 ORIGEM-INDEXADA                 VALUE 'I'.
      *****CONFERENCIA DO MOVIDX01 CONTRA O MOVIMENTO01 ATUAL (ROTINA
      *****COMUM CONFMOVX): 'S' CONFERE, 'N' INDEXADO DESATUALIZADO
       01 SW-MOVIDX-CONFERE        PIC X(01) VALUE 'N'.
           88 MOVIDX-CONFERE                  VALUE 'S'.

      *****MOVIMENTO CORRENTE, DE QUALQUER DAS DUAS ORIGENS
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
               88 MOV-CREDITO                  VALUE 'C'.
               88 MOV-DEBITO                   VALUE 'D'.
           05 MOV-FORMA            PIC X(01).
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

      *****CHAVES DE COMPARACAO DO MERGE, COM SENTINELA 9999999 DE FIM
      *****DE ARQUIVO (MESMA CONVENCAO DO RELATORIO MENSAL)
       01 WS-CHAVE-E1              PIC 9(07) VALUE ZEROS.
       01 WS-CHAVE-MOV             PIC 9(07) VALUE ZEROS.

       01 WS-SALDO-NOVO            PIC S9(11)V99 VALUE ZEROS.
       01 WS-SALDO-APOS            PIC S9(11)V99 VALUE ZEROS.
      *****SALDO APOS O DEBITO SEM A PARCELA BLOQUEADA JUDICIALMENTE
       01 WS-SALDO-LIVRE           PIC S9(11)V99 VALUE ZEROS.
       01 WS-MOTIVO                PIC X(30) VALUE SPACES.

      *****LIMITE DE CHEQUE ESPECIAL POR CONTA, INDEXADO PELO NUMERO
      *****DA CONTA (MESMO ESQUEMA DO CHESPECIAL01); CONTA SEM
      *****REGISTRO OU COM LIMITE VENCIDO NAO TEM CHEQUE ESPECIAL
       01 WCA-LIMITES-CONTA.
           05 WCA-LIM-VALOR        PIC 9(06)V99 OCCURS 999999 TIMES
                                   VALUE ZEROS.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

      *****TOTAL BLOQUEADO POR ORDEM JUDICIAL POR CONTA, NO MESMO
      *****ESQUEMA DA TABELA DE LIMITES
       01 WCA-BLOQUEIOS-CONTA.
           05 WCA-BLQ-VALOR        PIC 9(09)V99 OCCURS 999999 TIMES
                                   VALUE ZEROS.

      *****TRAILER DA NOVA GERACAO, RECALCULADO SOBRE OS SALDOS
      *****EFETIVADOS (MESMA CONVENCAO DA CRITICA01)
       01 WCA-TRAILER-SAIDA.

           PERFORM 1060-CARREGA-LIMITES
              THRU 1060-CARREGA-LIMITES-FIM
           PERFORM 1500-CARREGA-BLOQUEIOS
              THRU 1500-CARREGA-BLOQUEIOS-FIM

           PERFORM 1400-CLASSIFICA-MOVIMENTOS
              THRU 1400-CLASSIFICA-MOVIMENTOS-FIM
       1080-GUARDA-LIMITE-FIM.
           EXIT.

      ****************CARGA DOS BLOQUEIOS JUDICIAIS ATIVOS**************
       1500-CARREGA-BLOQUEIOS.
           SET SW-FIM-NAO-BLQ TO TRUE.
           OPEN INPUT BLOQUEIOS.
           IF WSN-FS-BLOQUEIOS NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-BLOQUEIOS
               GO TO 1500-CARREGA-BLOQUEIOS-FIM
           END-IF.
           PERFORM 1510-LER-BLOQUEIO
              THRU 1510-LER-BLOQUEIO-FIM.
           PERFORM 1520-GUARDA-BLOQUEIO
              THRU 1520-GUARDA-BLOQUEIO-FIM
             UNTIL SW-FIM-SIM-BLQ.
           CLOSE BLOQUEIOS.
       1500-CARREGA-BLOQUEIOS-FIM.
           EXIT.

       1510-LER-BLOQUEIO.
           READ BLOQUEIOS
               AT END
                   SET SW-FIM-SIM-BLQ TO TRUE
           END-READ.
       1510-LER-BLOQUEIO-FIM.
           EXIT.

       1520-GUARDA-BLOQUEIO.
           IF BJ-COD-CTA GREATER THAN ZERO
              AND BJ-SITUACAO EQUAL 'A'
               ADD BJ-VAL-BLOQUEADO TO WCA-BLQ-VALOR(BJ-COD-CTA)
           END-IF.
           PERFORM 1510-LER-BLOQUEIO
              THRU 1510-LER-BLOQUEIO-FIM.
       1520-GUARDA-BLOQUEIO-FIM.
           EXIT.

      *****OS MOVIMENTOS SAEM DO INDEXADO, QUE JA ESTA EM ORDEM DE
      *****CONTA+DATA; SEM ELE RECLASSIFICA O ARQUIVO DE MOVIMENTOS POR
      *****CONTA+DATA ANTES DA EFETIVACAO. SEM ARQUIVO DE MOVIMENTOS A
      *****NOVA GERACAO SAI IGUAL A ATUAL (NADA A EFETIVAR).
       1400-CLASSIFICA-MOVIMENTOS.
           CALL 'CONFMOVX' USING SW-MOVIDX-CONFERE.
           IF NOT MOVIDX-CONFERE
               PERFORM 1490-AVISA-MOVIDX
                  THRU 1490-AVISA-MOVIDX-FIM
               GO TO 1400-RECLASSIFICA
           END-IF.
           OPEN INPUT MOVIDX.
           IF WSN-FS-MOVIDX EQUAL ZEROS
               MOVE 'I' TO SW-ORIGEM-MOVS
               GO TO 1400-CLASSIFICA-MOVIMENTOS-FIM
           END-IF.
           DISPLAY 'POSTMOV01 - MOVIDX01 INDISPONIVEL - FS '
                   WSN-FS-MOVIDX ' - RECLASSIFICANDO MOVIMENTO01'.
           MOVE ZEROS TO WSN-FS-MOVIDX.
       1400-RECLASSIFICA.
           OPEN INPUT MOVIMENTO.
           IF WSN-FS-MOVIMENTO EQUAL ZEROS
               CLOSE MOVIMENTO
               OPEN INPUT MOVTRAB
           ELSE
               SET SW-FIM-SIM-MOV TO TRUE
               MOVE 9999999 TO WS-CHAVE-MOV
           END-IF.
       1400-CLASSIFICA-MOVIMENTOS-FIM.
           EXIT.

      *****MOVIMENTO01 ALTERADO DEPOIS DA CARGA DO MOVIDX01 (OU CARGA
      *****SEM CONTROLE): O INDEXADO NAO E USADO
       1490-AVISA-MOVIDX.
           DISPLAY 'POSTMOV01 - MOVIDX01 NAO CONFERE COM O '
                   'MOVIMENTO01 - RECLASSIFICANDO MOVIMENTO01'.
           MOVE 'A' TO WS-LOG-SEVERIDADE.
           MOVE 'MOVIDX01 DIVERGE DO MOVIMENTO01 - RECLASSIFICADO'
               TO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       1490-AVISA-MOVIDX-FIM.
           EXIT.

      ******************************************************************
      *                    E N T R A D A S
      ******************************************************************
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM TO TRUE
                   MOVE 9999999 TO WS-CHAVE-E1
               NOT AT END
                   MOVE COD-CTA TO WS-CHAVE-E1
           END-READ.
           IF SW-FIM-SIM-MOV
               GO TO 1300-LER-MOVIMENTO-FIM
           END-IF.
           IF ORIGEM-INDEXADA
               PERFORM 1310-LER-MOVIDX
                  THRU 1310-LER-MOVIDX-FIM
               GO TO 1300-LER-MOVIMENTO-FIM
           END-IF.
           READ MOVTRAB INTO REG-MOVIMENTO
               AT END
                   SET SW-FIM-SIM-MOV TO TRUE
                   MOVE 9999999 TO WS-CHAVE-MOV
               NOT AT END
                   MOVE MOV-COD-CTA TO WS-CHAVE-MOV
                   ADD 1 TO WS-QTD-MOVS-LIDOS
       1300-LER-MOVIMENTO-FIM.
           EXIT.

      *****LEITURA DO INDEXADO NA ORDEM DA CHAVE
       1310-LER-MOVIDX.
           READ MOVIDX NEXT RECORD
               AT END
                   SET SW-FIM-SIM-MOV TO TRUE
                   MOVE 9999999 TO WS-CHAVE-MOV
                   GO TO 1310-LER-MOVIDX-FIM
           END-READ.
           MOVE MVX-MOVIMENTO TO REG-MOVIMENTO.
           MOVE MOV-COD-CTA   TO WS-CHAVE-MOV.
           ADD 1 TO WS-QTD-MOVS-LIDOS.
       1310-LER-MOVIDX-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     EFETIVACAO POR CONTA: MOVIMENTOS DE CONTA MENOR QUE A
      *     CORRENTE NAO EXISTEM NO CADASTRO E SAO REJEITADOS; OS DA
                   GO TO 3200-APLICA-LEITURA
               END-IF
           END-IF.
      *****A PARCELA BLOQUEADA JUDICIALMENTE NAO ESTA DISPONIVEL, A
      *****NAO SER PARA A PROPRIA TRANSFERENCIA AO JUIZO
           IF MOV-DEBITO
              AND WCA-BLQ-VALOR(COD-CTA) GREATER THAN ZERO
              AND MOV-HIST NOT EQUAL 'TRANSF JUDICIAL'
               COMPUTE WS-SALDO-LIVRE =
                   WS-SALDO-APOS - WCA-BLQ-VALOR(COD-CTA)
               IF WS-SALDO-LIVRE LESS THAN ZERO
                  AND (WS-SALDO-LIVRE * -1) GREATER THAN
                      WCA-LIM-VALOR(COD-CTA)
                   MOVE 'SALDO BLOQUEADO JUDICIALMENTE' TO WS-MOTIVO
                   PERFORM 3300-GRAVA-REJEITO
                      THRU 3300-GRAVA-REJEITO-FIM
                   GO TO 3200-APLICA-LEITURA
               END-IF
           END-IF.
           IF MOV-CREDITO
               ADD MOV-VAL TO WS-SALDO-NOVO
           ELSE
                   WS-QTD-MOVS-APLICADOS
                   ' REJEITADOS: ' WS-QTD-MOVS-REJEITADOS
           CLOSE ENTRADA
           IF ORIGEM-INDEXADA
               CLOSE MOVIDX
           ELSE
               IF WSN-FS-MOVIMENTO EQUAL ZEROS
                   CLOSE MOVTRAB
               END-IF
           END-IF
           CLOSE SAIDA
           CLOSE REJEITOS.
                WSN-FS-ENTRADA    NOT EQUAL 10)   OR
              (WSN-FS-MOVTRAB    NOT EQUAL 00 AND
                WSN-FS-MOVTRAB    NOT EQUAL 10)   OR
               WSN-FS-MOVIDX      NOT EQUAL 00     OR
               WSN-FS-SAIDA       NOT EQUAL 00     OR
               WSN-FS-REJEITOS    NOT EQUAL 00
               DISPLAY 'POSTMOV01 - ENCERRADO COM ERRO DE ARQUIVO'
