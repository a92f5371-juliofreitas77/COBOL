      * movimentos saem da geracao arquivada MOVARQ01.D<AAAAMM> do
      * corte mensal ARQMOV01, e nao do arquivo vivo - o extrato de
      * um mes antigo volta a sair para a contestacao de um cliente.
      * Movimento estornado pelo ESTORNO01 sai com uma linha logo
      * abaixo indicando a data e o NSU do estorno (vinculos do
      * ESTORNOS01); o proprio estorno traz no historico o NSU do
      * movimento que cancela.
      * No mes aberto os movimentos vem do indexado MOVIDX01 (carga do
      * CARGAMOV01), ja em ordem de conta + data + NSU, sem a
      * reclassificacao do Movimento01 inteiro; o extrato de uma unica
      * conta se posiciona nela e le so os seus movimentos.
      * Sem o indexado (ou no modo historico) o arquivo plano volta a
      * ser reclassificado como antes. No mes aberto, antes de usar o
      * indexado a rotina CONFMOVX confere o Movimento01 atual
      * (quantidade e hash de MOV-VAL) contra o controle MOVIDXCTL01
      * gravado na carga; se o arquivo mudou depois da carga, o indexado
      * e ignorado, o arquivo plano e reclassificado e o desvio vai para
      * o log central com severidade 'A'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT CLASSIFICA ASSIGN TO 'SORTWK01'.

      *        MOVIMENTOS DO MES ABERTO INDEXADOS POR CONTA+DATA+NSU
      *        (CARGAMOV01)
           SELECT MOVIDX ASSIGN TO 'MOVIDX01'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MVX-CHAVE
               ALTERNATE RECORD KEY IS MVX-MOV-NSU
                   WITH DUPLICATES
               FILE STATUS IS WSN-FS-MOVIDX.

           SELECT ESTORNOS ASSIGN TO 'ESTORNOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ESTORNOS.

           SELECT EXTRATO ASSIGN TO 'EXTRATO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-EXTRATO.
       FILE SECTION.
       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).

       FD ENTRADA02.
       01 REG-ENTRADA-02.
           05 E2-COD-CTA           PIC 9(06).
           05 E2-NOM-CLI           PIC X(25).
           05 E2-COD-CID           PIC 9(04).
           05 E2-DAT-INI           PIC 9(08).
           05 E2-NUM-DOC           PIC X(14).

       FD MOVIMENTO.
       01 REG-MOVIMENTO-BRUTO      PIC X(56).

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

      *                VINCULOS ORIGINAL -> ESTORNO (LEIAUTE DO
      *                ESTORNO01)
       FD ESTORNOS.
       01 REG-ESTORNO.
           05 EST-NSU-ORIGINAL     PIC 9(09).
           05 FILLER               PIC X(01).
           05 EST-NSU-ESTORNO      PIC 9(09).
           05 FILLER               PIC X(17).
           05 EST-DAT-ESTORNO      PIC 9(08).
           05 FILLER               PIC X(118).

       FD EXTRATO.
       01 REG-EXTRATO              PIC X(84).

           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVTRAB       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIDX        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-EXTRATO       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ESTORNOS      PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
           05 SW-MOVIMENTO         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MOV               VALUE 'N'.
               88 SW-FIM-SIM-MOV               VALUE 'S'.
           05 SW-ESTORNOS          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-EST               VALUE 'N'.
               88 SW-FIM-SIM-EST               VALUE 'S'.

      *****CHAVES DE COMPARACAO DO MERGE, COM SENTINELA 9999999 DE FIM
      *****DE ARQUIVO (MESMA CONVENCAO DO RELATORIO MENSAL)
       01 WS-CHAVE-E1              PIC 9(07) VALUE ZEROS.
       01 WS-CHAVE-E2              PIC 9(07) VALUE ZEROS.
       01 WS-CHAVE-MOV             PIC 9(07) VALUE ZEROS.

       77 WS-CTA-FILTRO            PIC 9(06) VALUE ZEROS.
      *****PERIODO DO EXTRATO: 000000 = MES ABERTO (MOVIMENTO01);
      *****AAAAMM PASSADO = GERACAO ARQUIVADA DO CORTE MENSAL
       77 WS-PERIODO               PIC 9(06) VALUE ZEROS.
      *****DE SALDO
       01 SW-MODO-EXTRATO          PIC X(01) VALUE 'A'.
           88 MODO-HISTORICO                  VALUE 'H'.
      *****ORIGEM DOS MOVIMENTOS: 'I' INDEXADO MOVIDX01, 'S' ARQUIVO
      *****PLANO RECLASSIFICADO
       01 SW-ORIGEM-MOVS           PIC X(01) VALUE 'S'.
           88 ORIGEM-INDEXADA                 VALUE 'I'.
      *****CONFERENCIA DO MOVIDX01 CONTRA O MOVIMENTO01 ATUAL (ROTINA
      *****COMUM CONFMOVX): 'S' CONFERE, 'N' INDEXADO DESATUALIZADO
       01 SW-MOVIDX-CONFERE        PIC X(01) VALUE 'N'.
           88 MOVIDX-CONFERE                  VALUE 'S'.
       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'EXTRATO01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.

      *****MOVIMENTO CORRENTE, DE QUALQUER DAS DUAS ORIGENS
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
               88 MOV-CREDITO                  VALUE 'C'.
               88 MOV-DEBITO                   VALUE 'D'.
           05 MOV-FORMA            PIC X(01).
               88 MOV-EM-DINHEIRO              VALUE 'D'.
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).
       77 WS-QTD-EXTRATOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-MOVS-ORFAOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-MOV-EXCEDENTE     PIC 9(03) VALUE ZEROS.
               10 WCA-MOV-TIP      PIC X(01) VALUE SPACES.
               10 WCA-MOV-VAL      PIC 9(09)V99 VALUE ZEROS.
               10 WCA-MOV-HIST     PIC X(20) VALUE SPACES.
               10 WCA-MOV-NSU      PIC 9(09) VALUE ZEROS.

      *****MOVIMENTOS ESTORNADOS (NSU ORIGINAL -> NSU E DATA DO
      *****ESTORNO), PARA A LINHA DE ESTORNO ABAIXO DO ORIGINAL
       01 WCA-ESTORNOS.
           05 WCA-EST-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-EST-TAB OCCURS 20000 TIMES
                          INDEXED BY WCA-EST-IDX.
               10 WCA-EST-NSU-ORIG PIC 9(09).
               10 WCA-EST-NSU-EST  PIC 9(09).
               10 WCA-EST-DAT      PIC 9(08).
       77 WS-QTD-EST-EXCEDENTE     PIC 9(05) VALUE ZEROS.
       01 WCA-EST-ACHOU            PIC X(01) VALUE 'N'.
           88 MOVIMENTO-ESTORNADO              VALUE 'S'.

       01 WS-SALDO-ABERTURA        PIC S9(12)V99 VALUE ZEROS.
       01 WS-SALDO-CORRENTE        PIC S9(12)V99 VALUE ZEROS.

       01 WCA-CABEC-CONTA.
           05 FILLER               PIC X(09) VALUE ' CONTA '.
           05 CB-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(03) VALUE ' - '.
           05 CB-NOM-CLI           PIC X(25) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE '  ABERTA EM '.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 LM-SALDO             PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-ESTORNO.
           05 FILLER               PIC X(15) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE '*** ESTORNADO'.
           05 FILLER               PIC X(04) VALUE ' EM '.
           05 LE-DIA               PIC 9(02) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE '/'.
           05 LE-MES               PIC 9(02) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE '/'.
           05 LE-ANO               PIC 9(04) VALUE ZEROS.
           05 FILLER               PIC X(09) VALUE ' PELO NSU'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LE-NSU               PIC 9(09) VALUE ZEROS.

       01 WS-DATA-MOV-AUX.
           05 WS-ANO-MOV           PIC 9(04).
           05 WS-MES-MOV           PIC 9(02).

           PERFORM 1400-CLASSIFICA-MOVIMENTOS
              THRU 1400-CLASSIFICA-MOVIMENTOS-FIM
           PERFORM 1500-CARREGA-ESTORNOS
              THRU 1500-CARREGA-ESTORNOS-FIM

           PERFORM 1100-LER-ENTRADA
              THRU 1100-LER-ENTRADA-FIM
       1000-INICIO-FIM.
           EXIT.

      *****NO MES ABERTO OS MOVIMENTOS SAEM DO INDEXADO, QUE JA ESTA
      *****EM ORDEM DE CONTA+DATA; COM UMA CONTA INFORMADA A LEITURA
      *****COMECA NELA. SEM O INDEXADO, OU NO MODO HISTORICO,
      *****RECLASSIFICA O ARQUIVO DE MOVIMENTOS POR CONTA+DATA ANTES DO
      *****MERGE. SEM ARQUIVO DE MOVIMENTOS O EXTRATO SAI SO COM OS
      *****SALDOS, E O FILE STATUS DA ABERTURA SINALIZA O PROBLEMA NO
      *****ENCERRAMENTO.
       1400-CLASSIFICA-MOVIMENTOS.
           IF NOT MODO-HISTORICO
               CALL 'CONFMOVX' USING SW-MOVIDX-CONFERE
               IF NOT MOVIDX-CONFERE
                   PERFORM 1490-AVISA-MOVIDX
                      THRU 1490-AVISA-MOVIDX-FIM
                   GO TO 1400-RECLASSIFICA
               END-IF
               OPEN INPUT MOVIDX
               IF WSN-FS-MOVIDX EQUAL ZEROS
                   MOVE 'I' TO SW-ORIGEM-MOVS
                   PERFORM 1410-POSICIONA-MOVIDX
                      THRU 1410-POSICIONA-MOVIDX-FIM
                   GO TO 1400-CLASSIFICA-MOVIMENTOS-FIM
               END-IF
               DISPLAY 'EXTRATO01 - MOVIDX01 INDISPONIVEL - FS '
                       WSN-FS-MOVIDX ' - RECLASSIFICANDO MOVIMENTO01'
               MOVE ZEROS TO WSN-FS-MOVIDX
           END-IF.
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
           DISPLAY 'EXTRATO01 - MOVIDX01 NAO CONFERE COM O '
                   'MOVIMENTO01 - RECLASSIFICANDO MOVIMENTO01'.
           MOVE 'A' TO WS-LOG-SEVERIDADE.
           MOVE 'MOVIDX01 DIVERGE DO MOVIMENTO01 - RECLASSIFICADO'
               TO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       1490-AVISA-MOVIDX-FIM.
           EXIT.

      *****EXTRATO DE UMA CONTA: POSICIONA NO PRIMEIRO MOVIMENTO DELA
      *****(CONTA SEM MOVIMENTO NO MES ENCERRA A LEITURA JA AQUI)
       1410-POSICIONA-MOVIDX.
           IF WS-CTA-FILTRO EQUAL ZEROS
               GO TO 1410-POSICIONA-MOVIDX-FIM
           END-IF.
           MOVE WS-CTA-FILTRO TO MVX-COD-CTA.
           MOVE ZEROS         TO MVX-DAT MVX-NSU.
           START MOVIDX KEY IS NOT LESS THAN MVX-CHAVE
               INVALID KEY
                   SET SW-FIM-SIM-MOV TO TRUE
                   MOVE 9999999 TO WS-CHAVE-MOV
           END-START.
       1410-POSICIONA-MOVIDX-FIM.
           EXIT.

      *****VINCULOS DE ESTORNO (SEM O ESTORNOS01, NADA FOI ESTORNADO).
      *****SO CONSULTA: ALEM DA CAPACIDADE A LINHA DE ESTORNO DEIXA
      *****DE SAIR E O EXCEDENTE E AVISADO NO ENCERRAMENTO
       1500-CARREGA-ESTORNOS.
           OPEN INPUT ESTORNOS.
           IF WSN-FS-ESTORNOS NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-ESTORNOS
               GO TO 1500-CARREGA-ESTORNOS-FIM
           END-IF.
           SET SW-FIM-NAO-EST TO TRUE.
           PERFORM 1510-LER-ESTORNO
              THRU 1510-LER-ESTORNO-FIM.
           PERFORM 1520-GUARDA-ESTORNO
              THRU 1520-GUARDA-ESTORNO-FIM
             UNTIL SW-FIM-SIM-EST.
           CLOSE ESTORNOS.
       1500-CARREGA-ESTORNOS-FIM.
           EXIT.

       1510-LER-ESTORNO.
           READ ESTORNOS
               AT END
                   SET SW-FIM-SIM-EST TO TRUE
           END-READ.
       1510-LER-ESTORNO-FIM.
           EXIT.

       1520-GUARDA-ESTORNO.
           IF WCA-EST-QTD LESS THAN 20000
               ADD 1 TO WCA-EST-QTD
               SET WCA-EST-IDX TO WCA-EST-QTD
               MOVE EST-NSU-ORIGINAL TO WCA-EST-NSU-ORIG(WCA-EST-IDX)
               MOVE EST-NSU-ESTORNO  TO WCA-EST-NSU-EST(WCA-EST-IDX)
               MOVE EST-DAT-ESTORNO  TO WCA-EST-DAT(WCA-EST-IDX)
           ELSE
               ADD 1 TO WS-QTD-EST-EXCEDENTE
           END-IF.
           PERFORM 1510-LER-ESTORNO
              THRU 1510-LER-ESTORNO-FIM.
       1520-GUARDA-ESTORNO-FIM.
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
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-02 TO TRUE
                   MOVE 9999999 TO WS-CHAVE-E2
               NOT AT END
                   MOVE E2-COD-CTA TO WS-CHAVE-E2
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
           END-READ.
       1300-LER-MOVIMENTO-FIM.
           EXIT.

      *****LEITURA NA ORDEM DA CHAVE; NO EXTRATO DE UMA CONTA A TROCA
      *****DE CONTA ENCERRA A LEITURA
       1310-LER-MOVIDX.
           READ MOVIDX NEXT RECORD
               AT END
                   SET SW-FIM-SIM-MOV TO TRUE
                   MOVE 9999999 TO WS-CHAVE-MOV
                   GO TO 1310-LER-MOVIDX-FIM
           END-READ.
           IF WS-CTA-FILTRO NOT EQUAL ZEROS
              AND MVX-COD-CTA NOT EQUAL WS-CTA-FILTRO
               SET SW-FIM-SIM-MOV TO TRUE
               MOVE 9999999 TO WS-CHAVE-MOV
               GO TO 1310-LER-MOVIDX-FIM
           END-IF.
           MOVE MVX-MOVIMENTO TO REG-MOVIMENTO.
           MOVE MOV-COD-CTA   TO WS-CHAVE-MOV.
       1310-LER-MOVIDX-FIM.
           EXIT.

      *-----------------------------------------------------------------
       3000-PROCESSO.
      *-----------------------------------------------------------------
               MOVE MOV-TIP  TO WCA-MOV-TIP(WCA-MOV-IDX)
               MOVE MOV-VAL  TO WCA-MOV-VAL(WCA-MOV-IDX)
               MOVE MOV-HIST TO WCA-MOV-HIST(WCA-MOV-IDX)
               MOVE MOV-NSU  TO WCA-MOV-NSU(WCA-MOV-IDX)
           ELSE
               ADD 1 TO WS-QTD-MOV-EXCEDENTE
           END-IF.
               MOVE SPACES TO REG-EXTRATO(59:17)
           END-IF.
           WRITE REG-EXTRATO.

      *****MOVIMENTO ESTORNADO: A LINHA DO ESTORNO SAI LOGO ABAIXO
           IF WCA-EST-QTD EQUAL ZERO
              OR WCA-MOV-NSU(WCA-MOV-IDX) EQUAL ZEROS
               GO TO 2220-IMPRIME-MOVIMENTO-FIM
           END-IF.
           MOVE 'N' TO WCA-EST-ACHOU.
           PERFORM 2230-PROCURA-ESTORNO
              THRU 2230-PROCURA-ESTORNO-FIM
              VARYING WCA-EST-IDX FROM 1 BY 1
              UNTIL WCA-EST-IDX GREATER THAN WCA-EST-QTD
                 OR MOVIMENTO-ESTORNADO.
           IF MOVIMENTO-ESTORNADO
               MOVE WCA-LINHA-ESTORNO TO REG-EXTRATO
               WRITE REG-EXTRATO
           END-IF.
       2220-IMPRIME-MOVIMENTO-FIM.
           EXIT.

       2230-PROCURA-ESTORNO.
           IF WCA-MOV-NSU(WCA-MOV-IDX)
                 EQUAL WCA-EST-NSU-ORIG(WCA-EST-IDX)
               SET MOVIMENTO-ESTORNADO TO TRUE
               MOVE WCA-EST-DAT(WCA-EST-IDX) TO WS-DATA-MOV-AUX
               MOVE WS-DIA-MOV               TO LE-DIA
               MOVE WS-MES-MOV               TO LE-MES
               MOVE WS-ANO-MOV               TO LE-ANO
               MOVE WCA-EST-NSU-EST(WCA-EST-IDX) TO LE-NSU
           END-IF.
       2230-PROCURA-ESTORNO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           DISPLAY 'EXTRATO01 - EXTRATOS GERADOS: ' WS-QTD-EXTRATOS
           IF WS-QTD-EST-EXCEDENTE GREATER THAN ZERO
               DISPLAY 'EXTRATO01 - ' WS-QTD-EST-EXCEDENTE
                       ' ESTORNOS ALEM DA TABELA NAO ANOTADOS'
           END-IF
           CLOSE ENTRADA
           CLOSE ENTRADA02
           IF ORIGEM-INDEXADA
               CLOSE MOVIDX
           ELSE
               IF WSN-FS-MOVIMENTO EQUAL ZEROS
                   CLOSE MOVTRAB
               END-IF
           END-IF
           CLOSE EXTRATO.

               WSN-FS-MOVIMENTO   NOT EQUAL 00     OR
              (WSN-FS-MOVTRAB    NOT EQUAL 00 AND
                WSN-FS-MOVTRAB    NOT EQUAL 10)   OR
               WSN-FS-MOVIDX      NOT EQUAL 00     OR
               WSN-FS-EXTRATO     NOT EQUAL 00
               DISPLAY 'EXTRATO01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO RETURN-CODE
