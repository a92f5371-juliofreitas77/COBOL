      * juros sai como movimento em Movimento01 (com NSU da rotina
      * GERANSU) e o resumo da receita de cheque especial por agencia
      * sai em JUROSCHQ01.
      * Os dias devedores de cada conta no mes saem tambem em
      * DIASDEV01 (conta, data de referencia, dias e juros), insumo
      * da pontuacao de credito SCORECLI01. O maior saldo devedor do
      * mes (pico de uso do limite) vai no mesmo registro, para a
      * revisao periodica de limites REVLIM01.
      * Sobre o mesmo valor devedor de cada dia incide o IOF de
      * operacao de credito, na aliquota diaria do Controle01 para
      * pessoa fisica (CTL-IOF-DIARIO-PF) ou juridica
      * (CTL-IOF-DIARIO-PJ) conforme o documento do titular no
      * Entrada02; o IOF sai como debito proprio 'IOF CHQ ESPECIAL'
      * com NSU separado do dos juros, e o total de IOF vai no resumo
      * (o recolhimento por agencia sai no RELIOF01).
      * A taxa de cada dia e a que vigorava naquele dia no historico
      * TAXASVIG01 ('TAXA CHQ ESPECIAL', rotina comum TAXAVIG), de
      * modo que uma mudanca no meio do mes cobra cada parte do mes
      * na sua taxa; dia sem vigencia gravada fica com a taxa do
      * Controle01. O resumo mostra a taxa em vigor na referencia.
      * Com a marca PREVIA01 presente (rotina comum MODOPREVIA) o lote
      * roda inteiro mas os debitos vao para o arquivo de previa
      * PREVMOV01, e nao para o Movimento01, para o comparativo
      * RELPREV01, e os dias devedores saem em PREVDEV01.
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
               FILE STATUS IS WSN-FS-ENTRADA.

      *        DOCUMENTO DO TITULAR (PESSOA FISICA OU JURIDICA)
           SELECT ENTRADA02 ASSIGN TO 'ENTRADA02'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA02.

           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

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

           SELECT MOVSAIDA ASSIGN TO 'MOVJURCHQ01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVSAIDA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RESUMO.

           SELECT DIASDEV ASSIGN TO DYNAMIC WS-NOME-DIASDEV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-DIASDEV.

       DATA DIVISION.
      *
       FILE SECTION.
       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
           05 STA-CTA              PIC X(01).
               88 STA-CTA-ATIVA                VALUE 'A'.

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

      *****O DEBITO DE JUROS SAI EM ARQUIVO PROPRIO E E ANEXADO AO
      *****MOVIMENTO01 NO ENCERRAMENTO, POIS O MOVIMENTO01 AINDA
      *****ESTA ABERTO PARA LEITURA DURANTE A CAMINHADA
       FD MOVSAIDA.
       01 REG-MOVSAIDA.
           05 MVS-COD-CTA          PIC 9(06).
           05 MVS-DAT              PIC 9(08).
           05 MVS-TIP              PIC X(01).
           05 MVS-FORMA            PIC X(01).
           05 CTL-ORDEM-DETALHE       PIC X(01).
      *****TAXA DIARIA DO CHEQUE ESPECIAL (PERCENTUAL AO DIA)
           05 CTL-TAXA-CHEQUE         PIC 9(02)V9(04).
           05 CTL-BASE-SALDO          PIC X(01).
           05 CTL-DIAS-CARENCIA       PIC 9(03).
           05 CTL-PCT-VARIACAO        PIC 9(03).
           05 CTL-GERA-REDUZIDO       PIC X(01).
           05 CTL-DIAS-RETENTATIVA    PIC 9(02).
           05 CTL-PRAZO-CONTESTACAO   PIC 9(03).
           05 CTL-PARC-NEGATIVACAO    PIC 9(03).
           05 CTL-DIAS-AVISO-NEG      PIC 9(03).
           05 CTL-MESES-KYC-PADRAO    PIC 9(03).
           05 CTL-MESES-KYC-AML       PIC 9(03).
           05 CTL-DIAS-AVISO-KYC      PIC 9(03).
           05 CTL-DIAS-SUPRESSAO-AML  PIC 9(03).
           05 CTL-LIMITE-ESTORNO      PIC 9(09)V99.
           05 CTL-LIMITE-NOTIFICACAO  PIC 9(09)V99.
           05 CTL-TAXA-CAPTACAO       PIC 9(02)V9(04).
           05 CTL-DIAS-INATIVIDADE    PIC 9(03).
           05 CTL-DIAS-TOLERANCIA-USU PIC 9(03).
           05 CTL-MESES-RETENCAO-LGPD PIC 9(03).
           05 CTL-TETO-FGC            PIC 9(09)V99.
           05 CTL-LIMITE-EFIN-PF      PIC 9(09)V99.
           05 CTL-LIMITE-EFIN-PJ      PIC 9(09)V99.
      *****ALIQUOTAS DO IOF DE CREDITO (PERCENTUAL AO DIA E ADICIONAL)
           05 CTL-IOF-DIARIO-PF       PIC 9(02)V9(04).
           05 CTL-IOF-DIARIO-PJ       PIC 9(02)V9(04).
           05 CTL-IOF-ADICIONAL       PIC 9(02)V9(04).

       FD RESUMO.
       01 REG-RESUMO               PIC X(84).

      *****DIAS DEVEDORES DA CONTA NO MES (SCORECLI01 E REVLIM01)
       FD DIASDEV.
       01 REG-DIASDEV.
           05 DDV-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 DDV-DATA-REF         PIC 9(08).
           05 FILLER               PIC X(01).
           05 DDV-DIAS             PIC 9(02).
           05 FILLER               PIC X(01).
           05 DDV-JUROS            PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 DDV-PICO             PIC 9(09)V99.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVTRAB       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIDX        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVSAIDA      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RESUMO        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-DIASDEV       PIC 9(02) VALUE ZEROS.
           05 WS-NOME-DIASDEV      PIC X(12) VALUE 'DIASDEV01'.
           05 SW-PREVIA            PIC X(01) VALUE 'N'.
               88 SW-PREVIA-SIM                VALUE 'S'.

       01 WSW-SWITCHES.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
           05 SW-MOVIMENTO         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MOV               VALUE 'N'.
               88 SW-FIM-SIM-MOV               VALUE 'S'.
           05 SW-ENTRADA02         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-02                VALUE 'N'.
               88 SW-FIM-SIM-02                VALUE 'S'.

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
           05 MOV-FORMA            PIC X(01).
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

       01 WS-CHAVE-E1              PIC 9(07) VALUE ZEROS.
       01 WS-CHAVE-MOV             PIC 9(07) VALUE ZEROS.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-TAXA-CHEQUE          PIC 9(02)V9(04) VALUE ZEROS.
       01 WCA-IOF-DIARIO-PF        PIC 9(02)V9(04) VALUE 0,0082.
       01 WCA-IOF-DIARIO-PJ        PIC 9(02)V9(04) VALUE 0,0041.
       01 WCA-IOF-DIARIO           PIC 9(02)V9(04) VALUE ZEROS.

      *****TAXA EM VIGOR EM CADA DIA DO MES (ROTINA COMUM TAXAVIG)
       01 WCA-TAXAS-MES.
           05 WCA-TAXA-DIA         PIC 9(02)V9(04) OCCURS 31 TIMES
                                   VALUE ZEROS.
       01 WS-PARAMETRO-VIG         PIC X(20) VALUE 'TAXA CHQ ESPECIAL'.
       01 WS-DATA-VIG              PIC 9(08) VALUE ZEROS.
       01 WS-VALOR-VIG             PIC 9(07)V9(04) VALUE ZEROS.
       01 WS-ACHOU-VIG             PIC X(01) VALUE 'N'.

      *****TIPO DE PESSOA DO TITULAR POR CONTA ('J' CNPJ, SENAO CPF)
       01 WCA-PESSOAS.
           05 WCA-PES-TIPO         PIC X(01) OCCURS 999999 TIMES
                                   VALUE SPACES.
       01 WS-MES-REFERENCIA        PIC 9(06) VALUE ZEROS.
       01 WS-DIA-REFERENCIA        PIC 9(02) VALUE ZEROS.
       01 WS-MES-MOVIMENTO         PIC 9(06) VALUE ZEROS.
       01 WS-SALDO-DIA             PIC S9(11)V99 VALUE ZEROS.
       01 WS-DIAS-DEVEDOR          PIC 9(02) VALUE ZEROS.
       01 WS-JUROS-CONTA           PIC 9(09)V99 VALUE ZEROS.
       01 WS-PICO-DEVEDOR          PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOTAL-JUROS           PIC 9(11)V99 VALUE ZEROS.
       01 WS-IOF-DIA               PIC 9(09)V9(06) VALUE ZEROS.
       01 WS-IOF-CALCULO           PIC 9(09)V9(06) VALUE ZEROS.
       01 WS-IOF-CONTA             PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOTAL-IOF             PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-IOF               PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DEBITADAS         PIC 9(06) VALUE ZEROS.
       77 WS-TOT-DIAS-DEVEDOR      PIC 9(08) VALUE ZEROS.
      *****NSU DO MOVIMENTO, FORNECIDO PELA ROTINA COMUM GERANSU
           05 LT-QTD               PIC ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER               PIC X(07)      VALUE ' CONTAS'.

       01 WCA-LINHA-TOTAL-IOF.
           05 FILLER               PIC X(27)      VALUE
               '   TOTAL GERAL DE IOF   R$ '.
           05 LTI-TOTAL            PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(14)      VALUE '  EM'.
           05 LTI-QTD              PIC ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER               PIC X(07)      VALUE ' CONTAS'.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'JUROSCHQ01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.

           PERFORM 1050-LE-CONTROLE
              THRU 1050-LE-CONTROLE-FIM.
           MOVE WCA-DATA-REFERENCIA(1:6) TO WS-MES-REFERENCIA.
           MOVE WCA-DATA-REFERENCIA(7:2) TO WS-DIA-REFERENCIA.

           IF WS-DIA-REFERENCIA GREATER THAN ZERO
              AND WS-DIA-REFERENCIA NOT GREATER THAN 31
               PERFORM 1060-TAXA-DO-DIA
                  THRU 1060-TAXA-DO-DIA-FIM
                  VARYING WS-IDX-DIA FROM 1 BY 1
                  UNTIL WS-IDX-DIA GREATER THAN WS-DIA-REFERENCIA
               MOVE WCA-TAXA-DIA(WS-DIA-REFERENCIA) TO WCA-TAXA-CHEQUE
           END-IF.

           IF WCA-TAXA-CHEQUE EQUAL ZEROS
               DISPLAY 'JUROSCHQ01 - TAXA DE CHEQUE ESPECIAL NAO '
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****EM PREVIA OS DIAS DEVEDORES NAO SUBSTITUEM OS DO DIASDEV01
           CALL 'MODOPREVIA' USING SW-PREVIA
           IF SW-PREVIA-SIM
               MOVE 'PREVDEV01' TO WS-NOME-DIASDEV
           END-IF
           OPEN INPUT ENTRADA
           OPEN OUTPUT MOVSAIDA
           OPEN OUTPUT RESUMO
           OPEN OUTPUT DIASDEV.
      *****VALIDA A ABERTURA DAS ENTRADAS ANTES DE LER, NOS MOLDES DO
      *****RESUMOJORNADA, PARA NAO FICAR LENDO UM ARQUIVO QUE NAO
      *****ABRIU
               STOP RUN
           END-IF.

           PERFORM 1200-CARREGA-PESSOAS
              THRU 1200-CARREGA-PESSOAS-FIM

           PERFORM 1400-CLASSIFICA-MOVIMENTOS
              THRU 1400-CLASSIFICA-MOVIMENTOS-FIM

                       IF CTL-TAXA-CHEQUE NUMERIC
                           MOVE CTL-TAXA-CHEQUE TO WCA-TAXA-CHEQUE
                       END-IF
                       IF CTL-IOF-DIARIO-PF NUMERIC
                          AND CTL-IOF-DIARIO-PF GREATER THAN ZERO
                           MOVE CTL-IOF-DIARIO-PF
                              TO WCA-IOF-DIARIO-PF
                       END-IF
                       IF CTL-IOF-DIARIO-PJ NUMERIC
                          AND CTL-IOF-DIARIO-PJ GREATER THAN ZERO
                           MOVE CTL-IOF-DIARIO-PJ
                              TO WCA-IOF-DIARIO-PJ
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.
       1050-LE-CONTROLE-FIM.
           EXIT.

      *****TAXA EM VIGOR NO DIA; SEM VIGENCIA FICA A DO CONTROLE01
       1060-TAXA-DO-DIA.
           COMPUTE WS-DATA-VIG = WS-MES-REFERENCIA * 100 + WS-IDX-DIA.
           CALL 'TAXAVIG' USING WS-PARAMETRO-VIG WS-DATA-VIG
                                WS-VALOR-VIG WS-ACHOU-VIG.
           IF WS-ACHOU-VIG EQUAL 'S'
               MOVE WS-VALOR-VIG    TO WCA-TAXA-DIA(WS-IDX-DIA)
           ELSE
               MOVE WCA-TAXA-CHEQUE TO WCA-TAXA-DIA(WS-IDX-DIA)
           END-IF.
       1060-TAXA-DO-DIA-FIM.
           EXIT.

      *****CNPJ OCUPA OS 14 DIGITOS; CPF TEM 11 E TRES BRANCOS. SEM
      *****ENTRADA02 TODA CONTA FICA COM A ALIQUOTA DE PESSOA FISICA
       1200-CARREGA-PESSOAS.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               GO TO 1200-CARREGA-PESSOAS-FIM
           END-IF.
           SET SW-FIM-NAO-02 TO TRUE.
           PERFORM 1210-LER-ENTRADA02
              THRU 1210-LER-ENTRADA02-FIM.
           PERFORM 1220-GUARDA-PESSOA
              THRU 1220-GUARDA-PESSOA-FIM
             UNTIL SW-FIM-SIM-02.
           CLOSE ENTRADA02.
       1200-CARREGA-PESSOAS-FIM.
           EXIT.

       1210-LER-ENTRADA02.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-02 TO TRUE
           END-READ.
       1210-LER-ENTRADA02-FIM.
           EXIT.

       1220-GUARDA-PESSOA.
           IF REG-ENTRADA-02(1:3) NOT EQUAL 'HDR'
              AND REG-ENTRADA-02(1:3) NOT EQUAL 'TRL'
              AND E2-COD-CTA NUMERIC
              AND E2-COD-CTA GREATER THAN ZERO
               IF E2-NUM-DOC(12:3) EQUAL SPACES
                   MOVE 'F' TO WCA-PES-TIPO(E2-COD-CTA)
               ELSE
                   MOVE 'J' TO WCA-PES-TIPO(E2-COD-CTA)
               END-IF
           END-IF.
           PERFORM 1210-LER-ENTRADA02
              THRU 1210-LER-ENTRADA02-FIM.
       1220-GUARDA-PESSOA-FIM.
           EXIT.

      *****OS MOVIMENTOS SAEM DO INDEXADO, QUE JA ESTA EM ORDEM DE
      *****CONTA+DATA; SEM ELE RECLASSIFICA O ARQUIVO DE MOVIMENTOS POR
      *****CONTA+DATA ANTES DO MERGE
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
           DISPLAY 'JUROSCHQ01 - MOVIDX01 INDISPONIVEL - FS '
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
           DISPLAY 'JUROSCHQ01 - MOVIDX01 NAO CONFERE COM O '
                   'MOVIMENTO01 - RECLASSIFICANDO MOVIMENTO01'.
           MOVE 'A' TO WS-LOG-SEVERIDADE.
           MOVE 'MOVIDX01 DIVERGE DO MOVIMENTO01 - RECLASSIFICADO'
               TO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       1490-AVISA-MOVIDX-FIM.
           EXIT.

       1100-LER-ENTRADA.
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
           END-READ.
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
       1310-LER-MOVIDX-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     UMA CONTA POR VOLTA DO MERGE: ACUMULA OS DELTAS DO MES
      *     POR DIA, DESFAZ O FECHAMENTO PARA ACHAR A ABERTURA E
              AND STA-CTA-ATIVA
               PERFORM 2200-CAMINHA-MES
                  THRU 2200-CAMINHA-MES-FIM
               IF WS-DIAS-DEVEDOR GREATER THAN ZERO
                   PERFORM 3150-GRAVA-DIAS-DEVEDOR
                      THRU 3150-GRAVA-DIAS-DEVEDOR-FIM
               END-IF
               IF WS-JUROS-CONTA GREATER THAN ZERO
                   PERFORM 3100-GRAVA-MOVIMENTO-JUROS
                      THRU 3100-GRAVA-MOVIMENTO-JUROS-FIM
                   ADD WS-DIAS-DEVEDOR  TO WS-TOT-DIAS-DEVEDOR
                   ADD 1 TO WS-QTD-DEBITADAS
               END-IF
               IF WS-IOF-CONTA GREATER THAN ZERO
                   PERFORM 3200-GRAVA-MOVIMENTO-IOF
                      THRU 3200-GRAVA-MOVIMENTO-IOF-FIM
                   ADD WS-IOF-CONTA TO WS-TOTAL-IOF
                   ADD 1 TO WS-QTD-IOF
               END-IF
           END-IF.

           PERFORM 1100-LER-ENTRADA

      *****A ABERTURA E O FECHAMENTO DESFEITO DO LIQUIDO DO MES; CADA
      *****DIA APLICA O DELTA DO DIA E, FECHANDO DEVEDOR, SOMA OS
      *****JUROS DO DIA SOBRE O VALOR DEVEDOR, E O IOF DO DIA SOBRE O
      *****MESMO VALOR NA ALIQUOTA DO TIPO DE PESSOA DO TITULAR
       2200-CAMINHA-MES.
           MOVE ZEROS TO WS-DIAS-DEVEDOR WS-JUROS-CONTA
                         WS-PICO-DEVEDOR WS-IOF-CALCULO
                         WS-IOF-CONTA.
           IF WCA-PES-TIPO(COD-CTA) EQUAL 'J'
               MOVE WCA-IOF-DIARIO-PJ TO WCA-IOF-DIARIO
           ELSE
               MOVE WCA-IOF-DIARIO-PF TO WCA-IOF-DIARIO
           END-IF.
           COMPUTE WS-SALDO-DIA = SLD-CTA - WS-LIQUIDO-MES.
           PERFORM 2210-FECHA-DIA
              THRU 2210-FECHA-DIA-FIM
              VARYING WS-IDX-DIA FROM 1 BY 1
              UNTIL WS-IDX-DIA GREATER THAN WS-DIA-REFERENCIA.
           COMPUTE WS-IOF-CONTA ROUNDED = WS-IOF-CALCULO.
       2200-CAMINHA-MES-FIM.
           EXIT.

               ADD 1 TO WS-DIAS-DEVEDOR
               COMPUTE WS-JUROS-CONTA ROUNDED =
                   WS-JUROS-CONTA +
                   ((WS-SALDO-DIA * -1) * WCA-TAXA-DIA(WS-IDX-DIA)
                    / 100)
               COMPUTE WS-IOF-DIA =
                   (WS-SALDO-DIA * -1) * WCA-IOF-DIARIO / 100
               ADD WS-IOF-DIA TO WS-IOF-CALCULO
               IF (WS-SALDO-DIA * -1) GREATER THAN WS-PICO-DEVEDOR
                   COMPUTE WS-PICO-DEVEDOR = WS-SALDO-DIA * -1
               END-IF
           END-IF.
       2210-FECHA-DIA-FIM.
           EXIT.
       3100-GRAVA-MOVIMENTO-JUROS-FIM.
           EXIT.

      ****************DEBITO DO IOF COMO MOVIMENTO PROPRIO**************
       3200-GRAVA-MOVIMENTO-IOF.
           CALL 'GERANSU' USING WS-NSU.
           MOVE COD-CTA             TO MVS-COD-CTA.
           MOVE WCA-DATA-REFERENCIA TO MVS-DAT.
           MOVE 'D'                 TO MVS-TIP.
           MOVE 'T'                 TO MVS-FORMA.
           MOVE WS-IOF-CONTA        TO MVS-VAL.
           MOVE 'IOF CHQ ESPECIAL'  TO MVS-HIST.
           MOVE WS-NSU              TO MVS-NSU.
           WRITE REG-MOVSAIDA.
       3200-GRAVA-MOVIMENTO-IOF-FIM.
           EXIT.

       3150-GRAVA-DIAS-DEVEDOR.
           MOVE SPACES              TO REG-DIASDEV.
           MOVE COD-CTA             TO DDV-COD-CTA.
           MOVE WCA-DATA-REFERENCIA TO DDV-DATA-REF.
           MOVE WS-DIAS-DEVEDOR     TO DDV-DIAS.
           MOVE WS-JUROS-CONTA      TO DDV-JUROS.
           MOVE WS-PICO-DEVEDOR     TO DDV-PICO.
           WRITE REG-DIASDEV.
       3150-GRAVA-DIAS-DEVEDOR-FIM.
           EXIT.

      ****************RECEITA POR AGENCIA*******************************
       2150-LOCALIZA-AGENCIA.
           SET WCA-AG-ACHOU-NAO TO TRUE.
           MOVE WS-QTD-DEBITADAS  TO LT-QTD.
           MOVE WCA-LINHA-TOTAL   TO REG-RESUMO.
           WRITE REG-RESUMO BEFORE 2 LINES.
           MOVE WS-TOTAL-IOF        TO LTI-TOTAL.
           MOVE WS-QTD-IOF          TO LTI-QTD.
           MOVE WCA-LINHA-TOTAL-IOF TO REG-RESUMO.
           WRITE REG-RESUMO.
       4000-GRAVA-RESUMO-FIM.
           EXIT.

      *-----------------------------------------------------------------
           DISPLAY 'JUROSCHQ01 - CONTAS DEBITADAS: ' WS-QTD-DEBITADAS
                   ' DIAS DEVEDORES: ' WS-TOT-DIAS-DEVEDOR
           DISPLAY 'JUROSCHQ01 - CONTAS COM IOF: ' WS-QTD-IOF
           CLOSE ENTRADA
           IF ORIGEM-INDEXADA
               CLOSE MOVIDX
           ELSE
               IF WSN-FS-MOVIMENTO EQUAL ZEROS
                   CLOSE MOVTRAB
               END-IF
           END-IF
           CLOSE MOVSAIDA
           CLOSE RESUMO
           CLOSE DIASDEV.

      *****OS DEBITOS DE JUROS E DE IOF SAO ANEXADOS AO MOVIMENTO01
      *****AGORA QUE A LEITURA TERMINOU (MESMO RECURSO DE SISTEMA DO
      *****SNAPRUN01); EM PREVIA, AO ARQUIVO DE PREVIA PREVMOV01
           IF SW-PREVIA-SIM
               MOVE 'cat MOVJURCHQ01 >> PREVMOV01' TO WS-COMANDO
           ELSE
               MOVE 'cat MOVJURCHQ01 >> MOVIMENTO01' TO WS-COMANDO
           END-IF.
           CALL 'SYSTEM' USING WS-COMANDO.

           MOVE 0 TO WS-RC-FINAL.
                WSN-FS-ENTRADA   NOT EQUAL 10)   OR
              (WSN-FS-MOVTRAB   NOT EQUAL 00 AND
                WSN-FS-MOVTRAB   NOT EQUAL 10)   OR
               WSN-FS-MOVIDX     NOT EQUAL 00     OR
               WSN-FS-MOVSAIDA   NOT EQUAL 00     OR
               WSN-FS-RESUMO     NOT EQUAL 00     OR
               WSN-FS-DIASDEV    NOT EQUAL 00
               DISPLAY 'JUROSCHQ01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.
