      * os itens sem par dos dois lados saem no relatorio CONCDIN01,
      * e qualquer divergencia encerra com RETURN-CODE 1 para a
      * cadeia apontar o furo do mesmo jeito que o BALANCETE01.
      * As diferencas apuradas no fechamento das gavetas dos caixas
      * (DIFCAIXA01, gravado pelo CAIXA01) sao somadas por agencia e
      * data; quando a diferenca liquida contra a tesouraria e
      * exatamente a sobra ou falta declarada pelos caixas, o item sai
      * como 'DIF DE CAIXA' e nao conta como divergencia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-TESOURARIA.

      *        DIFERENCAS DE CAIXA DOS FECHAMENTOS (OPCIONAL)
           SELECT DIFCAIXA ASSIGN TO 'DIFCAIXA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-DIFCAIXA.

           SELECT RELATORIO ASSIGN TO 'CONCDIN01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.
       FILE SECTION.
       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
               88 MOV-CREDITO                  VALUE 'C'.
           05 FILLER               PIC X(01).
           05 TES-SAIDAS           PIC 9(11)V99.

      *                SOBRA (+) OU FALTA (-) POR FECHAMENTO DE CAIXA
       FD DIFCAIXA.
       01 REG-DIFCAIXA.
           05 DFC-COD-AGENCIA      PIC X(04).
           05 FILLER               PIC X(01).
           05 DFC-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 DFC-USUARIO          PIC X(20).
           05 FILLER               PIC X(01).
           05 DFC-FUNDO            PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 DFC-ESPERADO         PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 DFC-CONTADO          PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 DFC-DIFERENCA        PIC S9(11)V99
                                   SIGN LEADING SEPARATE.

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(84).

           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-TESOURARIA    PIC 9(02) VALUE ZEROS.
           05 WSN-FS-DIFCAIXA      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-TESOURARIA        PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-TES               VALUE 'N'.
               88 SW-FIM-SIM-TES               VALUE 'S'.
           05 SW-DIFCAIXA          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-DFC               VALUE 'N'.
               88 SW-FIM-SIM-DFC               VALUE 'S'.

      *****AGENCIA POR CONTA, INDEXADA PELO NUMERO DA CONTA
       01 WCA-AGENCIA-CONTA.
           05 WCA-AG-CTA           PIC X(04) OCCURS 999999 TIMES
                                   VALUE SPACES.

      *****TOTAIS POR AGENCIA+DATA, DOS DOIS LADOS: OS NOSSOS (LADO
      *****MOVIMENTO) E OS DA TESOURARIA (LADO CAIXA), MAIS A SOMA DAS
      *****DIFERENCAS DECLARADAS NOS FECHAMENTOS DOS CAIXAS
       01 WCA-TOTAIS.
           05 WCA-TOT-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-TOT-TAB OCCURS 200 TIMES
               10 WCA-TOT-MOV-SAI  PIC 9(11)V99.
               10 WCA-TOT-TES-ENT  PIC 9(11)V99.
               10 WCA-TOT-TES-SAI  PIC 9(11)V99.
               10 WCA-TOT-DIF-CAIXA PIC S9(11)V99.
               10 WCA-TOT-TEM-MOV  PIC X(01).
               10 WCA-TOT-TEM-TES  PIC X(01).
       01 WCA-TOT-ACHOU            PIC X(01) VALUE 'N'.

       01 WS-DIF-ENTRADAS          PIC S9(12)V99 VALUE ZEROS.
       01 WS-DIF-SAIDAS            PIC S9(12)V99 VALUE ZEROS.
      *****DIFERENCA LIQUIDA (NOSSO LADO MENOS A TESOURARIA) SOMADA A
      *****DIFERENCA DOS CAIXAS: ZERO QUANDO A FALTA OU SOBRA EXPLICA
       01 WS-DIF-LIQUIDA           PIC S9(12)V99 VALUE ZEROS.
       77 WS-QTD-CONFERIDOS        PIC 9(04) VALUE ZEROS.
       77 WS-QTD-DIVERGENTES       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-TRANSBORDO        PIC 9(04) VALUE ZEROS.
              THRU 2000-TOTALIZA-MOVIMENTOS-FIM
           PERFORM 3000-TOTALIZA-TESOURARIA
              THRU 3000-TOTALIZA-TESOURARIA-FIM
           PERFORM 3500-TOTALIZA-DIFCAIXA
              THRU 3500-TOTALIZA-DIFCAIXA-FIM

           PERFORM 4000-CONCILIA
              THRU 4000-CONCILIA-FIM
                             WCA-TOT-MOV-SAI(WCA-TOT-IDX)
                             WCA-TOT-TES-ENT(WCA-TOT-IDX)
                             WCA-TOT-TES-SAI(WCA-TOT-IDX)
                             WCA-TOT-DIF-CAIXA(WCA-TOT-IDX)
               MOVE 'N' TO WCA-TOT-TEM-MOV(WCA-TOT-IDX)
                           WCA-TOT-TEM-TES(WCA-TOT-IDX)
               MOVE 'S' TO WCA-TOT-ACHOU
       3200-ACUMULA-TESOURARIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     DIFERENCAS DOS FECHAMENTOS DE CAIXA; SEM O ARQUIVO (NENHUM
      *     CAIXA FECHADO PELO CAIXA01) A CONCILIACAO SEGUE SEM ELAS
      *-----------------------------------------------------------------
       3500-TOTALIZA-DIFCAIXA.
           OPEN INPUT DIFCAIXA.
           IF WSN-FS-DIFCAIXA NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-DIFCAIXA
               GO TO 3500-TOTALIZA-DIFCAIXA-FIM
           END-IF.
           SET SW-FIM-NAO-DFC TO TRUE.
           PERFORM 3600-LER-DIFCAIXA
              THRU 3600-LER-DIFCAIXA-FIM.
           PERFORM 3700-ACUMULA-DIFCAIXA
              THRU 3700-ACUMULA-DIFCAIXA-FIM
             UNTIL SW-FIM-SIM-DFC.
           CLOSE DIFCAIXA.
       3500-TOTALIZA-DIFCAIXA-FIM.
           EXIT.

       3600-LER-DIFCAIXA.
           READ DIFCAIXA
               AT END
                   SET SW-FIM-SIM-DFC TO TRUE
           END-READ.
       3600-LER-DIFCAIXA-FIM.
           EXIT.

      *****FECHAMENTO SEM DIFERENCA NAO ABRE ITEM NA CONCILIACAO
       3700-ACUMULA-DIFCAIXA.
           IF DFC-DIFERENCA EQUAL ZEROS
               GO TO 3700-ACUMULA-LEITURA
           END-IF.
           MOVE DFC-COD-AGENCIA TO WS-AG-BUSCA.
           MOVE DFC-DATA        TO WS-DATA-BUSCA.
           PERFORM 1500-LOCALIZA-TOTAL
              THRU 1500-LOCALIZA-TOTAL-FIM.
           IF TOTAL-ACHADO
               ADD DFC-DIFERENCA TO WCA-TOT-DIF-CAIXA(WCA-TOT-IDX)
           END-IF.
       3700-ACUMULA-LEITURA.
           PERFORM 3600-LER-DIFCAIXA
              THRU 3600-LER-DIFCAIXA-FIM.
       3700-ACUMULA-DIFCAIXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CONCILIACAO: CADA AGENCIA+DATA COM OS DOIS LADOS IGUAIS E
      *     'OK'; DIFERENCA OU LADO SEM PAR E DIVERGENCIA, SALVO
      *     QUANDO A FALTA OU SOBRA DOS CAIXAS EXPLICA A DIFERENCA
      *-----------------------------------------------------------------
       4000-CONCILIA.
           PERFORM 4100-CONFERE-TOTAL
           MOVE WCA-TOT-DATA(WCA-TOT-IDX) TO LC-DATA.
           MOVE WS-DIF-ENTRADAS           TO LC-DIF-ENT.
           MOVE WS-DIF-SAIDAS             TO LC-DIF-SAI.
           COMPUTE WS-DIF-LIQUIDA = WS-DIF-ENTRADAS - WS-DIF-SAIDAS
               + WCA-TOT-DIF-CAIXA(WCA-TOT-IDX).

           EVALUATE TRUE
               WHEN WCA-TOT-TEM-MOV(WCA-TOT-IDX) EQUAL 'N'
                AND WCA-TOT-TEM-TES(WCA-TOT-IDX) EQUAL 'N'
                   MOVE 'SO DIF CAIXA' TO LC-SITUACAO
                   ADD 1 TO WS-QTD-DIVERGENTES
               WHEN WCA-TOT-TEM-MOV(WCA-TOT-IDX) EQUAL 'N'
                   MOVE 'SO TESOURARIA' TO LC-SITUACAO
                   ADD 1 TO WS-QTD-DIVERGENTES
               WHEN WCA-TOT-TEM-TES(WCA-TOT-IDX) EQUAL 'N'
                   MOVE 'SO MOVIMENTO' TO LC-SITUACAO
                   ADD 1 TO WS-QTD-DIVERGENTES
               WHEN WCA-TOT-DIF-CAIXA(WCA-TOT-IDX) NOT EQUAL ZEROS
                AND WS-DIF-LIQUIDA EQUAL ZEROS
                   MOVE 'DIF DE CAIXA' TO LC-SITUACAO
               WHEN WS-DIF-ENTRADAS NOT EQUAL ZEROS
                 OR WS-DIF-SAIDAS NOT EQUAL ZEROS
                 OR WCA-TOT-DIF-CAIXA(WCA-TOT-IDX) NOT EQUAL ZEROS
                   MOVE 'DIVERGENTE' TO LC-SITUACAO
                   ADD 1 TO WS-QTD-DIVERGENTES
               WHEN OTHER
