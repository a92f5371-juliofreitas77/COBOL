      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Comparativo da previa dos lotes que lancam em
      * Movimento01. Com a marca PREVIA01 presente (rotina comum
      * MODOPREVIA) os lotes JUROSPOUP01, JUROSCHQ01, IRINVEST01,
      * TARIFA01, REVALCAM01, COBRAEMP01 e PAGSAL01 rodam inteiros e
      * gravam os movimentos no arquivo de previa PREVMOV01. Este
      * relatorio le o PREVMOV01 e, por evento (o historico do
      * movimento sem a parte numerada, como 'JUROS POUPANCA' ou
      * 'PARCELA EMP') e por agencia da conta (Entrada01), mostra a
      * quantidade e o valor que seriam lancados contra os do ultimo
      * lancamento real do mesmo evento: os movimentos de sistema
      * (forma 'T') do mes mais recente em que o evento aparece no
      * Movimento01 ou na geracao arquivada do mes anterior
      * (MOVARQ01.D<AAAAMM>, convencao do ARQMOV01), com a
      * diferenca. Credito soma e debito subtrai. O negocio assina a
      * previa antes do lancamento real; a marca PREVIA01 e o
      * PREVMOV01 sao retirados pela operacao depois da assinatura.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPREV01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT ENTRADA ASSIGN TO 'ENTRADA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA.

           SELECT PREVIA ASSIGN TO 'PREVMOV01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-PREVIA.

           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

           SELECT ARQUIVOMORTO ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ARQUIVOMORTO.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT RELATORIO ASSIGN TO 'RELPREV01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
           05 SLD-CTA              PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 STA-CTA              PIC X(01).

      *                MESMO LEIAUTE DO MOVIMENTO01
       FD PREVIA.
       01 REG-PREVIA.
           05 PRV-COD-CTA          PIC 9(06).
           05 PRV-DAT              PIC 9(08).
           05 PRV-TIP              PIC X(01).
               88 PRV-CREDITO                  VALUE 'C'.
           05 PRV-FORMA            PIC X(01).
           05 PRV-VAL              PIC 9(09)V99.
           05 PRV-HIST             PIC X(20).
           05 PRV-NSU              PIC 9(09).

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
               88 MOV-CREDITO                  VALUE 'C'.
           05 MOV-FORMA            PIC X(01).
               88 MOV-FORMA-SISTEMA            VALUE 'T'.
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

       FD ARQUIVOMORTO.
       01 REG-ARQUIVOMORTO         PIC X(56).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-PREVIA        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ARQUIVOMORTO  PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.
           05 SW-PREVIA            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-PRV               VALUE 'N'.
               88 SW-FIM-SIM-PRV               VALUE 'S'.
           05 SW-MOVIMENTO         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MOV               VALUE 'N'.
               88 SW-FIM-SIM-MOV               VALUE 'S'.
      *****'1' = PROCURA O MES DO ULTIMO REAL, '2' = SOMA O ULTIMO REAL
           05 SW-PASSADA           PIC X(01) VALUE '1'.
               88 SW-PASSADA-MES               VALUE '1'.
               88 SW-PASSADA-SOMA              VALUE '2'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WS-MES-ANTERIOR          PIC 9(06) VALUE ZEROS.
       01 WS-MES-ANTERIOR-R REDEFINES WS-MES-ANTERIOR.
           05 WS-MES-ANT-ANO       PIC 9(04).
           05 WS-MES-ANT-MES       PIC 9(02).
       01 WS-NOME-ARQUIVO          PIC X(20) VALUE SPACES.

      *****AGENCIA DE CADA CONTA, INDEXADA PELO NUMERO DA CONTA
       01 WCA-AGENCIAS-CTA.
           05 WCA-AGENCIA-CTA      PIC X(04) OCCURS 999999 TIMES
                                   VALUE SPACES.

      *****EVENTO = HISTORICO SEM A PARTE NUMERADA
       01 WS-EVENTO                PIC X(20) VALUE SPACES.
       01 WS-POS                   PIC 9(02) VALUE ZEROS.
       01 WS-AGENCIA               PIC X(04) VALUE SPACES.
       01 WS-COD-CTA               PIC 9(06) VALUE ZEROS.
       01 WS-DAT                   PIC 9(08) VALUE ZEROS.
       01 WS-VALOR-SINAL           PIC S9(11)V99 VALUE ZEROS.

       01 WCA-EVENTOS.
           05 WCA-EVT-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-EVT-TAB OCCURS 20 TIMES.
               10 WCA-EVT-NOME     PIC X(20).
               10 WCA-EVT-MES-REAL PIC 9(06).
               10 WCA-EVT-QTD-PRV  PIC 9(06).
               10 WCA-EVT-VAL-PRV  PIC S9(11)V99.
               10 WCA-EVT-QTD-REAL PIC 9(06).
               10 WCA-EVT-VAL-REAL PIC S9(11)V99.
       77 WS-IDX-EVT               PIC 9(02) VALUE ZEROS.
       77 WS-EVT-ACHADO            PIC 9(02) VALUE ZEROS.

       01 WCA-LINHAS.
           05 WCA-LIN-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-LIN-TAB OCCURS 300 TIMES.
               10 WCA-LIN-EVENTO   PIC 9(02).
               10 WCA-LIN-AGENCIA  PIC X(04).
               10 WCA-LIN-QTD-PRV  PIC 9(06).
               10 WCA-LIN-VAL-PRV  PIC S9(11)V99.
               10 WCA-LIN-QTD-REAL PIC 9(06).
               10 WCA-LIN-VAL-REAL PIC S9(11)V99.
       77 WS-IDX-LIN               PIC 9(03) VALUE ZEROS.
       77 WS-LIN-ACHADA            PIC 9(03) VALUE ZEROS.

       77 WS-QTD-PREVIA            PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REAL              PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EXCEDENTE         PIC 9(06) VALUE ZEROS.
       01 WS-DIFERENCA             PIC S9(11)V99 VALUE ZEROS.

       01 LINE-DESIGN              PIC X(100) VALUE ALL '='.

       01 WCA-TITULO.
           05 FILLER               PIC X(51) VALUE
           '   PREVIA DOS LOTES X ULTIMO LANCAMENTO REAL - REF '.
           05 TT-DATA-REF          PIC 9(08) VALUE ZEROS.

       01 WCA-LINHA-EVENTO.
           05 FILLER               PIC X(11) VALUE '   EVENTO: '.
           05 LE-EVENTO            PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(17) VALUE
               '  ULTIMO REAL EM '.
           05 LE-MES-REAL          PIC X(07) VALUE SPACES.

       01 WCA-CABECALHO.
           05 FILLER               PIC X(51) VALUE
           '   AG     QTD PREVIA       VALOR PREVIA   QTD REAL '.
           05 FILLER               PIC X(40) VALUE
           '        VALOR REAL          DIFERENCA'.

       01 WCA-LINHA-DETALHE.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LD-AGENCIA           PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 LD-QTD-PRV           PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-VAL-PRV           PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-QTD-REAL          PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-VAL-REAL          PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-DIFERENCA         PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-VAZIO.
           05 FILLER               PIC X(60) VALUE
               '   NENHUM MOVIMENTO DE PREVIA EM PREVMOV01'.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'RELPREV01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      ******************************************************************
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 2000-LE-PREVIA
              THRU 2000-LE-PREVIA-FIM

           IF WCA-EVT-QTD GREATER THAN ZERO
               SET SW-PASSADA-MES TO TRUE
               PERFORM 3000-LE-REAIS
                  THRU 3000-LE-REAIS-FIM
               SET SW-PASSADA-SOMA TO TRUE
               PERFORM 3000-LE-REAIS
                  THRU 3000-LE-REAIS-FIM
           END-IF

           PERFORM 6000-GRAVA-RELATORIO
              THRU 6000-GRAVA-RELATORIO-FIM

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIM

           STOP RUN.
       0000-PRINCIPAL-FIM.
      *-----------------------------------------------------------------
       1000-INICIO.
      *-----------------------------------------------------------------
           OPEN INPUT CONTROLE.
           IF WSN-FS-CONTROLE EQUAL ZEROS
               READ CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-DATA-REFERENCIA NUMERIC
                           MOVE CTL-DATA-REFERENCIA
                              TO WCA-DATA-REFERENCIA
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.
           IF WCA-DATA-REFERENCIA EQUAL ZEROS
               ACCEPT WCA-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF.

      *****GERACAO ARQUIVADA DO MES ANTERIOR (LOTES DE FIM DE MES)
           MOVE WCA-DATA-REFERENCIA(1:6) TO WS-MES-ANTERIOR.
           IF WS-MES-ANT-MES EQUAL 1
               SUBTRACT 1 FROM WS-MES-ANT-ANO
               MOVE 12 TO WS-MES-ANT-MES
           ELSE
               SUBTRACT 1 FROM WS-MES-ANT-MES
           END-IF.
           MOVE SPACES TO WS-NOME-ARQUIVO.
           STRING 'MOVARQ01.D' WS-MES-ANTERIOR
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO.

           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'RELPREV01 - ENTRADA NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO TO TRUE.
           PERFORM 1100-LER-ENTRADA
              THRU 1100-LER-ENTRADA-FIM.
           PERFORM 1200-GUARDA-AGENCIA
              THRU 1200-GUARDA-AGENCIA-FIM
             UNTIL SW-FIM-SIM.
           CLOSE ENTRADA.
       1000-INICIO-FIM.
           EXIT.

       1100-LER-ENTRADA.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
      *****PULA OS REGISTROS DE CONTROLE HDR/TRL DA ENTRADA
           IF NOT SW-FIM-SIM
              AND (REG-ENTRADA(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA(1:3) EQUAL 'TRL')
               GO TO 1100-LER-ENTRADA
           END-IF.
       1100-LER-ENTRADA-FIM.
           EXIT.

       1200-GUARDA-AGENCIA.
           IF COD-CTA NUMERIC AND COD-CTA GREATER THAN ZEROS
               MOVE COD-AGENCIA TO WCA-AGENCIA-CTA(COD-CTA)
           END-IF.
           PERFORM 1100-LER-ENTRADA
              THRU 1100-LER-ENTRADA-FIM.
       1200-GUARDA-AGENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     PREVIA: CADA MOVIMENTO ENTRA NO SEU EVENTO E NA LINHA DA
      *     AGENCIA DA CONTA
      *-----------------------------------------------------------------
       2000-LE-PREVIA.
           OPEN INPUT PREVIA.
           IF WSN-FS-PREVIA NOT EQUAL ZEROS
               DISPLAY 'RELPREV01 - PREVMOV01 NAO ENCONTRADO - RODE '
                       'OS LOTES COM A MARCA PREVIA01 ANTES'
               MOVE 1 TO WS-RC-FINAL
               GO TO 2000-LE-PREVIA-FIM
           END-IF.
           SET SW-FIM-NAO-PRV TO TRUE.
           PERFORM 2100-LER-PREVIA
              THRU 2100-LER-PREVIA-FIM.
           PERFORM 2200-ACUMULA-PREVIA
              THRU 2200-ACUMULA-PREVIA-FIM
             UNTIL SW-FIM-SIM-PRV.
           CLOSE PREVIA.
       2000-LE-PREVIA-FIM.
           EXIT.

       2100-LER-PREVIA.
           READ PREVIA
               AT END
                   SET SW-FIM-SIM-PRV TO TRUE
           END-READ.
       2100-LER-PREVIA-FIM.
           EXIT.

       2200-ACUMULA-PREVIA.
           IF PRV-COD-CTA NOT NUMERIC OR PRV-VAL NOT NUMERIC
               GO TO 2200-ACUMULA-PREVIA-LER
           END-IF.
           MOVE PRV-HIST    TO WS-EVENTO.
           PERFORM 5000-MONTA-EVENTO
              THRU 5000-MONTA-EVENTO-FIM.
           PERFORM 5100-PROCURA-EVENTO
              THRU 5100-PROCURA-EVENTO-FIM.
           IF WS-EVT-ACHADO EQUAL ZEROS
               IF WCA-EVT-QTD NOT LESS THAN 20
                   ADD 1 TO WS-QTD-EXCEDENTE
                   GO TO 2200-ACUMULA-PREVIA-LER
               END-IF
               ADD 1 TO WCA-EVT-QTD
               MOVE WCA-EVT-QTD TO WS-EVT-ACHADO
               INITIALIZE WCA-EVT-TAB(WS-EVT-ACHADO)
               MOVE WS-EVENTO TO WCA-EVT-NOME(WS-EVT-ACHADO)
           END-IF.
           MOVE PRV-COD-CTA TO WS-COD-CTA.
           PERFORM 5200-PROCURA-LINHA
              THRU 5200-PROCURA-LINHA-FIM.
           IF WS-LIN-ACHADA EQUAL ZEROS
               ADD 1 TO WS-QTD-EXCEDENTE
               GO TO 2200-ACUMULA-PREVIA-LER
           END-IF.
           IF PRV-CREDITO
               MOVE PRV-VAL TO WS-VALOR-SINAL
           ELSE
               COMPUTE WS-VALOR-SINAL = PRV-VAL * -1
           END-IF.
           ADD 1              TO WCA-EVT-QTD-PRV(WS-EVT-ACHADO)
                                 WCA-LIN-QTD-PRV(WS-LIN-ACHADA)
                                 WS-QTD-PREVIA.
           ADD WS-VALOR-SINAL TO WCA-EVT-VAL-PRV(WS-EVT-ACHADO)
                                 WCA-LIN-VAL-PRV(WS-LIN-ACHADA).
       2200-ACUMULA-PREVIA-LER.
           PERFORM 2100-LER-PREVIA
              THRU 2100-LER-PREVIA-FIM.
       2200-ACUMULA-PREVIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     ULTIMO LANCAMENTO REAL DE CADA EVENTO DA PREVIA, NA GERACAO
      *     ARQUIVADA DO MES ANTERIOR E NO MOVIMENTO01: A PRIMEIRA
      *     PASSADA ACHA O MES MAIS RECENTE DO EVENTO, A SEGUNDA SOMA
      *     OS MOVIMENTOS DESSE MES POR AGENCIA
      *-----------------------------------------------------------------
       3000-LE-REAIS.
           OPEN INPUT ARQUIVOMORTO.
           IF WSN-FS-ARQUIVOMORTO EQUAL ZEROS
               SET SW-FIM-NAO-MOV TO TRUE
               PERFORM 3100-LER-ARQUIVO
                  THRU 3100-LER-ARQUIVO-FIM
               PERFORM 3300-TRATA-REAL
                  THRU 3300-TRATA-REAL-FIM
                 UNTIL SW-FIM-SIM-MOV
               CLOSE ARQUIVOMORTO
           END-IF.

           OPEN INPUT MOVIMENTO.
           IF WSN-FS-MOVIMENTO EQUAL ZEROS
               SET SW-FIM-NAO-MOV TO TRUE
               PERFORM 3200-LER-MOVIMENTO
                  THRU 3200-LER-MOVIMENTO-FIM
               PERFORM 3400-TRATA-MOVIMENTO
                  THRU 3400-TRATA-MOVIMENTO-FIM
                 UNTIL SW-FIM-SIM-MOV
               CLOSE MOVIMENTO
           END-IF.
       3000-LE-REAIS-FIM.
           EXIT.

      *****A GERACAO ARQUIVADA TEM O LEIAUTE DO MOVIMENTO01
       3100-LER-ARQUIVO.
           READ ARQUIVOMORTO
               AT END
                   SET SW-FIM-SIM-MOV TO TRUE
               NOT AT END
                   MOVE REG-ARQUIVOMORTO TO REG-MOVIMENTO
           END-READ.
       3100-LER-ARQUIVO-FIM.
           EXIT.

       3200-LER-MOVIMENTO.
           READ MOVIMENTO
               AT END
                   SET SW-FIM-SIM-MOV TO TRUE
           END-READ.
       3200-LER-MOVIMENTO-FIM.
           EXIT.

       3300-TRATA-REAL.
           PERFORM 3500-ACUMULA-REAL
              THRU 3500-ACUMULA-REAL-FIM.
           PERFORM 3100-LER-ARQUIVO
              THRU 3100-LER-ARQUIVO-FIM.
       3300-TRATA-REAL-FIM.
           EXIT.

       3400-TRATA-MOVIMENTO.
           PERFORM 3500-ACUMULA-REAL
              THRU 3500-ACUMULA-REAL-FIM.
           PERFORM 3200-LER-MOVIMENTO
              THRU 3200-LER-MOVIMENTO-FIM.
       3400-TRATA-MOVIMENTO-FIM.
           EXIT.

      *****SO MOVIMENTO DE SISTEMA DE UM EVENTO QUE ESTA NA PREVIA
       3500-ACUMULA-REAL.
           IF NOT MOV-FORMA-SISTEMA
              OR MOV-COD-CTA NOT NUMERIC OR MOV-VAL NOT NUMERIC
              OR MOV-DAT NOT NUMERIC
               GO TO 3500-ACUMULA-REAL-FIM
           END-IF.
           MOVE MOV-HIST TO WS-EVENTO.
           PERFORM 5000-MONTA-EVENTO
              THRU 5000-MONTA-EVENTO-FIM.
           PERFORM 5100-PROCURA-EVENTO
              THRU 5100-PROCURA-EVENTO-FIM.
           IF WS-EVT-ACHADO EQUAL ZEROS
               GO TO 3500-ACUMULA-REAL-FIM
           END-IF.

           IF SW-PASSADA-MES
               IF MOV-DAT(1:6) GREATER THAN
                  WCA-EVT-MES-REAL(WS-EVT-ACHADO)
                   MOVE MOV-DAT(1:6)
                      TO WCA-EVT-MES-REAL(WS-EVT-ACHADO)
               END-IF
               GO TO 3500-ACUMULA-REAL-FIM
           END-IF.

           IF MOV-DAT(1:6) NOT EQUAL WCA-EVT-MES-REAL(WS-EVT-ACHADO)
               GO TO 3500-ACUMULA-REAL-FIM
           END-IF.
           MOVE MOV-COD-CTA TO WS-COD-CTA.
           PERFORM 5200-PROCURA-LINHA
              THRU 5200-PROCURA-LINHA-FIM.
           IF WS-LIN-ACHADA EQUAL ZEROS
               ADD 1 TO WS-QTD-EXCEDENTE
               GO TO 3500-ACUMULA-REAL-FIM
           END-IF.
           IF MOV-CREDITO
               MOVE MOV-VAL TO WS-VALOR-SINAL
           ELSE
               COMPUTE WS-VALOR-SINAL = MOV-VAL * -1
           END-IF.
           ADD 1              TO WCA-EVT-QTD-REAL(WS-EVT-ACHADO)
                                 WCA-LIN-QTD-REAL(WS-LIN-ACHADA)
                                 WS-QTD-REAL.
           ADD WS-VALOR-SINAL TO WCA-EVT-VAL-REAL(WS-EVT-ACHADO)
                                 WCA-LIN-VAL-REAL(WS-LIN-ACHADA).
       3500-ACUMULA-REAL-FIM.
           EXIT.

      *****O EVENTO E O HISTORICO CORTADO NO PRIMEIRO DIGITO
       5000-MONTA-EVENTO.
           PERFORM 5010-PROCURA-DIGITO
              THRU 5010-PROCURA-DIGITO-FIM
              VARYING WS-POS FROM 1 BY 1
              UNTIL WS-POS GREATER THAN 20
                 OR WS-EVENTO(WS-POS:1) NUMERIC.
           IF WS-POS NOT GREATER THAN 20
               MOVE SPACES TO WS-EVENTO(WS-POS:)
           END-IF.
       5000-MONTA-EVENTO-FIM.
           EXIT.

       5010-PROCURA-DIGITO.
           CONTINUE.
       5010-PROCURA-DIGITO-FIM.
           EXIT.

       5100-PROCURA-EVENTO.
           MOVE ZEROS TO WS-EVT-ACHADO.
           PERFORM 5110-COMPARA-EVENTO
              THRU 5110-COMPARA-EVENTO-FIM
              VARYING WS-IDX-EVT FROM 1 BY 1
              UNTIL WS-IDX-EVT GREATER THAN WCA-EVT-QTD
                 OR WS-EVT-ACHADO GREATER THAN ZEROS.
       5100-PROCURA-EVENTO-FIM.
           EXIT.

       5110-COMPARA-EVENTO.
           IF WCA-EVT-NOME(WS-IDX-EVT) EQUAL WS-EVENTO
               MOVE WS-IDX-EVT TO WS-EVT-ACHADO
           END-IF.
       5110-COMPARA-EVENTO-FIM.
           EXIT.

      *****LINHA DO EVENTO NA AGENCIA DA CONTA (CONTA FORA DA ENTRADA
      *****CAI EM '????'); TABELA CHEIA DEVOLVE ZERO
       5200-PROCURA-LINHA.
           MOVE WCA-AGENCIA-CTA(WS-COD-CTA) TO WS-AGENCIA.
           IF WS-COD-CTA EQUAL ZEROS OR WS-AGENCIA EQUAL SPACES
               MOVE '????' TO WS-AGENCIA
           END-IF.
           MOVE ZEROS TO WS-LIN-ACHADA.
           PERFORM 5210-COMPARA-LINHA
              THRU 5210-COMPARA-LINHA-FIM
              VARYING WS-IDX-LIN FROM 1 BY 1
              UNTIL WS-IDX-LIN GREATER THAN WCA-LIN-QTD
                 OR WS-LIN-ACHADA GREATER THAN ZEROS.
           IF WS-LIN-ACHADA EQUAL ZEROS
              AND WCA-LIN-QTD LESS THAN 300
               ADD 1 TO WCA-LIN-QTD
               MOVE WCA-LIN-QTD TO WS-LIN-ACHADA
               INITIALIZE WCA-LIN-TAB(WS-LIN-ACHADA)
               MOVE WS-EVT-ACHADO TO WCA-LIN-EVENTO(WS-LIN-ACHADA)
               MOVE WS-AGENCIA    TO WCA-LIN-AGENCIA(WS-LIN-ACHADA)
           END-IF.
       5200-PROCURA-LINHA-FIM.
           EXIT.

       5210-COMPARA-LINHA.
           IF WCA-LIN-EVENTO(WS-IDX-LIN) EQUAL WS-EVT-ACHADO
              AND WCA-LIN-AGENCIA(WS-IDX-LIN) EQUAL WS-AGENCIA
               MOVE WS-IDX-LIN TO WS-LIN-ACHADA
           END-IF.
       5210-COMPARA-LINHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     RELATORIO: UM BLOCO POR EVENTO, UMA LINHA POR AGENCIA E O
      *     TOTAL DO EVENTO
      *-----------------------------------------------------------------
       6000-GRAVA-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE LINE-DESIGN         TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-DATA-REFERENCIA TO TT-DATA-REF.
           MOVE WCA-TITULO          TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN         TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF WCA-EVT-QTD EQUAL ZEROS
               MOVE WCA-LINHA-VAZIO TO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO 6000-GRAVA-RELATORIO-FIM
           END-IF.

           PERFORM 6100-IMPRIME-EVENTO
              THRU 6100-IMPRIME-EVENTO-FIM
              VARYING WS-IDX-EVT FROM 1 BY 1
              UNTIL WS-IDX-EVT GREATER THAN WCA-EVT-QTD.
       6000-GRAVA-RELATORIO-FIM.
           EXIT.

       6100-IMPRIME-EVENTO.
           MOVE WCA-EVT-NOME(WS-IDX-EVT) TO LE-EVENTO.
           IF WCA-EVT-MES-REAL(WS-IDX-EVT) EQUAL ZEROS
               MOVE 'NENHUM' TO LE-MES-REAL
           ELSE
               MOVE SPACES TO LE-MES-REAL
               STRING WCA-EVT-MES-REAL(WS-IDX-EVT)(5:2) '/'
                      WCA-EVT-MES-REAL(WS-IDX-EVT)(1:4)
                   DELIMITED BY SIZE INTO LE-MES-REAL
           END-IF.
           MOVE WCA-LINHA-EVENTO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABECALHO    TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM 6110-IMPRIME-AGENCIA
              THRU 6110-IMPRIME-AGENCIA-FIM
              VARYING WS-IDX-LIN FROM 1 BY 1
              UNTIL WS-IDX-LIN GREATER THAN WCA-LIN-QTD.

           MOVE 'TOT.'                        TO LD-AGENCIA.
           MOVE WCA-EVT-QTD-PRV(WS-IDX-EVT)   TO LD-QTD-PRV.
           MOVE WCA-EVT-VAL-PRV(WS-IDX-EVT)   TO LD-VAL-PRV.
           MOVE WCA-EVT-QTD-REAL(WS-IDX-EVT)  TO LD-QTD-REAL.
           MOVE WCA-EVT-VAL-REAL(WS-IDX-EVT)  TO LD-VAL-REAL.
           COMPUTE WS-DIFERENCA = WCA-EVT-VAL-PRV(WS-IDX-EVT)
                                - WCA-EVT-VAL-REAL(WS-IDX-EVT).
           MOVE WS-DIFERENCA                  TO LD-DIFERENCA.
           MOVE WCA-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN       TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       6100-IMPRIME-EVENTO-FIM.
           EXIT.

       6110-IMPRIME-AGENCIA.
           IF WCA-LIN-EVENTO(WS-IDX-LIN) NOT EQUAL WS-IDX-EVT
               GO TO 6110-IMPRIME-AGENCIA-FIM
           END-IF.
           MOVE WCA-LIN-AGENCIA(WS-IDX-LIN)  TO LD-AGENCIA.
           MOVE WCA-LIN-QTD-PRV(WS-IDX-LIN)  TO LD-QTD-PRV.
           MOVE WCA-LIN-VAL-PRV(WS-IDX-LIN)  TO LD-VAL-PRV.
           MOVE WCA-LIN-QTD-REAL(WS-IDX-LIN) TO LD-QTD-REAL.
           MOVE WCA-LIN-VAL-REAL(WS-IDX-LIN) TO LD-VAL-REAL.
           COMPUTE WS-DIFERENCA = WCA-LIN-VAL-PRV(WS-IDX-LIN)
                                - WCA-LIN-VAL-REAL(WS-IDX-LIN).
           MOVE WS-DIFERENCA                 TO LD-DIFERENCA.
           MOVE WCA-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       6110-IMPRIME-AGENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           DISPLAY 'RELPREV01 - MOVIMENTOS DA PREVIA: ' WS-QTD-PREVIA
                   ' DO ULTIMO REAL: ' WS-QTD-REAL
                   ' EVENTOS: ' WCA-EVT-QTD.
           IF WS-QTD-EXCEDENTE GREATER THAN ZERO
               DISPLAY 'RELPREV01 - ' WS-QTD-EXCEDENTE
                       ' MOVIMENTO(S) FORA DO COMPARATIVO '
                       '(TABELA CHEIA)'
           END-IF.
           CLOSE RELATORIO.

           IF WSN-FS-RELATORIO NOT EQUAL 00
               DISPLAY 'RELPREV01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-RC-FINAL EQUAL ZERO
               MOVE 'I' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'COMPARATIVO PREVIA - ' WS-QTD-PREVIA
                  ' MOVIMENTOS, ' WCA-EVT-QTD ' EVENTOS'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM RELPREV01.
