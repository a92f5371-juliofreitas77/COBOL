      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Balancete de verificacao e balanco patrimonial do
      * razao contabil em qualquer data. Pede a data (zeros = data de
      * referencia do Controle01) e a agencia (branco = consolidado).
      * O saldo de cada conta na data e o saldo inicial da competencia
      * em SALDOCTB01 mais os debitos e menos os creditos do
      * historico diario RAZAODIA01 do primeiro dia do mes ate a data
      * (o historico diario guarda um ano; alem disso so as datas de
      * fim de mes fechado). O balancete lista, na ordem do plano
      * PLANOCTAS01, saldo anterior, debitos, creditos e saldo atual
      * com a natureza D/C, e confere que debitos e creditos zeram. O
      * balanco agrupa as contas pelo grupo do plano: ativo (A),
      * passivo (P) e patrimonio liquido (L e U), este com o
      * resultado do exercicio ainda nas contas de receita (R) e
      * despesa (D); contas de compensacao ou transitorias (C) e
      * contas fora do plano saem a parte, como pendencia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRAZAO01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT PLANOCTAS ASSIGN TO 'PLANOCTAS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-PLANOCTAS.

           SELECT SALDOS ASSIGN TO 'SALDOCTB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-SALDOS.

           SELECT RAZAODIA ASSIGN TO 'RAZAODIA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RAZAODIA.

           SELECT RELATORIO ASSIGN TO 'RELRAZAO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

       DATA DIVISION.
      *
       FILE SECTION.
      *                PLANO DE CONTAS (GRUPOS NO FECHARAZAO01)
       FD PLANOCTAS.
       01 REG-PLANOCTAS.
           05 PLC-CONTA            PIC X(08).
           05 FILLER               PIC X(01).
           05 PLC-DESCRICAO        PIC X(30).
           05 FILLER               PIC X(01).
           05 PLC-GRUPO            PIC X(01).

      *                SALDOS POR COMPETENCIA (LEIAUTE DO ATUARAZAO01)
       FD SALDOS.
       01 REG-SALDO.
           05 SC-COMPETENCIA       PIC 9(06).
           05 FILLER               PIC X(01).
           05 SC-CONTA             PIC X(08).
           05 FILLER               PIC X(01).
           05 SC-AGENCIA           PIC X(04).
           05 FILLER               PIC X(01).
           05 SC-SALDO-INICIAL     PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 SC-DEBITOS           PIC 9(13)V99.
           05 FILLER               PIC X(01).
           05 SC-CREDITOS          PIC 9(13)V99.
           05 FILLER               PIC X(01).
           05 SC-SALDO-FINAL       PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 SC-DAT-ATUALIZACAO   PIC 9(08).
           05 FILLER               PIC X(01).
           05 SC-SITUACAO          PIC X(01).

      *                TOTAIS DIARIOS (LEIAUTE DO ATUARAZAO01)
       FD RAZAODIA.
       01 REG-RAZAODIA.
           05 RZ-DATA              PIC 9(08).
           05 FILLER               PIC X(01).
           05 RZ-CONTA             PIC X(08).
           05 FILLER               PIC X(01).
           05 RZ-AGENCIA           PIC X(04).
           05 FILLER               PIC X(01).
           05 RZ-DEBITOS           PIC 9(13)V99.
           05 FILLER               PIC X(01).
           05 RZ-CREDITOS          PIC 9(13)V99.

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(125).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-PLANOCTAS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SALDOS        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RAZAODIA      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-PLANOCTAS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-PLC               VALUE 'N'.
               88 SW-FIM-SIM-PLC               VALUE 'S'.
           05 SW-SALDOS            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-SDO               VALUE 'N'.
               88 SW-FIM-SIM-SDO               VALUE 'S'.
           05 SW-RAZAODIA          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-RZ                VALUE 'N'.
               88 SW-FIM-SIM-RZ                VALUE 'S'.

      *****PARAMETROS DO RELATORIO
       01 WS-DATA-RELATORIO        PIC 9(08) VALUE ZEROS.
       01 WS-DATA-RELATORIO-R REDEFINES WS-DATA-RELATORIO.
           05 WS-COMPETENCIA       PIC 9(06).
           05 FILLER               PIC 9(02).
       01 WS-AGENCIA-FILTRO        PIC X(04) VALUE SPACES.

      *****CONTAS DO PLANO COM OS SALDOS NA DATA (SINAL DEVEDOR
      *****POSITIVO); CONTA DO RAZAO FORA DO PLANO ENTRA NO FIM
       01 WCA-PLANO.
           05 WCA-PLC-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-PLC-TAB OCCURS 250 TIMES
                          INDEXED BY WCA-PLC-IDX.
               10 WCA-PLC-CONTA    PIC X(08).
               10 WCA-PLC-DESCRICAO PIC X(30).
               10 WCA-PLC-GRUPO    PIC X(01).
               10 WCA-PLC-INICIAL  PIC S9(13)V99.
               10 WCA-PLC-DEBITOS  PIC 9(13)V99.
               10 WCA-PLC-CREDITOS PIC 9(13)V99.
               10 WCA-PLC-SALDO    PIC S9(13)V99.
       01 WCA-PLC-ACHOU            PIC X(01) VALUE 'N'.
           88 CONTA-NO-PLANO                   VALUE 'S'.
       77 WS-PLC-ACHADO            PIC 9(03) VALUE ZEROS.
       01 WS-CONTA-BUSCA           PIC X(08) VALUE SPACES.
       01 WS-GRUPO-BALANCO         PIC X(01) VALUE SPACES.
       01 WS-GRUPO-BALANCO-2       PIC X(01) VALUE SPACES.

       01 WS-TOT-DEBITOS           PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-CREDITOS          PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-SALDOS            PIC S9(13)V99 VALUE ZEROS.
       01 WS-TOT-ATIVO             PIC S9(13)V99 VALUE ZEROS.
       01 WS-TOT-PASSIVO           PIC S9(13)V99 VALUE ZEROS.
       01 WS-TOT-PL                PIC S9(13)V99 VALUE ZEROS.
       01 WS-TOT-RESULTADO         PIC S9(13)V99 VALUE ZEROS.
       01 WS-TOT-PENDENTE          PIC S9(13)V99 VALUE ZEROS.
       01 WS-TOT-GRUPO             PIC S9(13)V99 VALUE ZEROS.
       01 WS-VALOR-BALANCO         PIC S9(13)V99 VALUE ZEROS.
       01 WS-SINAL-BALANCO         PIC S9(01) VALUE +1.
       77 WS-QTD-SALDOS            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-TOTAIS-DIA        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-FORA-PLANO        PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CONTAS            PIC 9(03) VALUE ZEROS.

       01 LINE-DESIGN              PIC X(125) VALUE ALL '='.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(38) VALUE
               ' BALANCETE DE VERIFICACAO - DATA BASE '.
           05 TIT-DATA             PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(11) VALUE '  AGENCIA: '.
           05 TIT-AGENCIA          PIC X(11) VALUE SPACES.

       01 WCA-CABEC-BALANCETE.
           05 FILLER               PIC X(44) VALUE
               '  CONTA    DESCRICAO                      G '.
           05 FILLER               PIC X(40) VALUE
               '    SALDO ANTERIOR             DEBITOS  '.
           05 FILLER               PIC X(37) VALUE
               '         CREDITOS        SALDO ATUAL '.

       01 WCA-LINHA-BALANCETE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LB-CONTA             PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LB-DESCRICAO         PIC X(30) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LB-GRUPO             PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LB-INICIAL           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 LB-DC-INICIAL        PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LB-DEBITOS           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LB-CREDITOS          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LB-SALDO             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 LB-DC-SALDO          PIC X(01) VALUE SPACES.

       01 WCA-LINHA-TOTAL-BALANCETE.
           05 FILLER               PIC X(64) VALUE
               '  TOTAIS'.
           05 LTB-DEBITOS          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTB-CREDITOS         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 LTB-SITUACAO         PIC X(18) VALUE SPACES.

       01 WCA-TITULO-BALANCO.
           05 FILLER               PIC X(38) VALUE
               ' BALANCO PATRIMONIAL    - DATA BASE '.
           05 TIB-DATA             PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(11) VALUE '  AGENCIA: '.
           05 TIB-AGENCIA          PIC X(11) VALUE SPACES.

       01 WCA-LINHA-GRUPO.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LG-TITULO            PIC X(50) VALUE SPACES.

       01 WCA-LINHA-BALANCO.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 LBL-CONTA            PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LBL-DESCRICAO        PIC X(30) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LBL-VALOR            PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WCA-LINHA-TOTAL-GRUPO.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 LTG-TITULO           PIC X(41) VALUE SPACES.
           05 LTG-VALOR            PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'RELRAZAO01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 3000-BALANCETE
              THRU 3000-BALANCETE-FIM

           PERFORM 4000-BALANCO
              THRU 4000-BALANCO-FIM

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIM

           STOP RUN.
       0000-PRINCIPAL-FIM.
      *-----------------------------------------------------------------
       1000-INICIO.
      *-----------------------------------------------------------------
           DISPLAY 'DATA BASE (AAAAMMDD, ZEROS = DATA DE REFERENCIA)?'
           ACCEPT WS-DATA-RELATORIO
           DISPLAY 'AGENCIA (BRANCO = CONSOLIDADO)?'
           ACCEPT WS-AGENCIA-FILTRO

           IF WS-DATA-RELATORIO NOT NUMERIC
              OR WS-DATA-RELATORIO EQUAL ZEROS
               PERFORM 1050-LE-CONTROLE
                  THRU 1050-LE-CONTROLE-FIM
           END-IF.
           IF WS-DATA-RELATORIO NOT NUMERIC
              OR WS-DATA-RELATORIO EQUAL ZEROS
               DISPLAY 'RELRAZAO01 - DATA BASE NAO INFORMADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1200-CARREGA-PLANO
              THRU 1200-CARREGA-PLANO-FIM.
           PERFORM 1400-CARREGA-SALDOS
              THRU 1400-CARREGA-SALDOS-FIM.
           IF WS-QTD-SALDOS EQUAL ZEROS
               DISPLAY 'RELRAZAO01 - COMPETENCIA ' WS-COMPETENCIA
                       ' SEM SALDOS EM SALDOCTB01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1600-CARREGA-RAZAO
              THRU 1600-CARREGA-RAZAO-FIM.

           OPEN OUTPUT RELATORIO.
           MOVE WS-DATA-RELATORIO TO TIT-DATA TIB-DATA.
           IF WS-AGENCIA-FILTRO EQUAL SPACES
               MOVE 'CONSOLIDADO' TO TIT-AGENCIA TIB-AGENCIA
           ELSE
               MOVE WS-AGENCIA-FILTRO TO TIT-AGENCIA TIB-AGENCIA
           END-IF.
       1000-INICIO-FIM.
           EXIT.

      ****************LEITURA DO CONTROLE DE PARAMETROS*****************
       1050-LE-CONTROLE.
           MOVE ZEROS TO WS-DATA-RELATORIO.
           OPEN INPUT CONTROLE.
           IF WSN-FS-CONTROLE EQUAL ZEROS
               READ CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-DATA-REFERENCIA
                          TO WS-DATA-RELATORIO
               END-READ
               CLOSE CONTROLE
           END-IF.
       1050-LE-CONTROLE-FIM.
           EXIT.

       1200-CARREGA-PLANO.
           OPEN INPUT PLANOCTAS.
           IF WSN-FS-PLANOCTAS NOT EQUAL ZEROS
               DISPLAY 'RELRAZAO01 - PLANOCTAS01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-PLC TO TRUE.
           PERFORM 1210-LER-PLANO
              THRU 1210-LER-PLANO-FIM.
           PERFORM 1220-GUARDA-PLANO
              THRU 1220-GUARDA-PLANO-FIM
             UNTIL SW-FIM-SIM-PLC.
           CLOSE PLANOCTAS.
       1200-CARREGA-PLANO-FIM.
           EXIT.

       1210-LER-PLANO.
           READ PLANOCTAS
               AT END
                   SET SW-FIM-SIM-PLC TO TRUE
           END-READ.
       1210-LER-PLANO-FIM.
           EXIT.

       1220-GUARDA-PLANO.
           IF WCA-PLC-QTD NOT LESS THAN 200
               DISPLAY 'RELRAZAO01 - PLANOCTAS01 COM MAIS DE 200 '
                       'CONTAS - ABORTADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-PLC-QTD.
           SET WCA-PLC-IDX TO WCA-PLC-QTD.
           INITIALIZE WCA-PLC-TAB(WCA-PLC-IDX).
           MOVE PLC-CONTA     TO WCA-PLC-CONTA(WCA-PLC-IDX).
           MOVE PLC-DESCRICAO TO WCA-PLC-DESCRICAO(WCA-PLC-IDX).
           MOVE PLC-GRUPO     TO WCA-PLC-GRUPO(WCA-PLC-IDX).
           PERFORM 1210-LER-PLANO
              THRU 1210-LER-PLANO-FIM.
       1220-GUARDA-PLANO-FIM.
           EXIT.

      *****SALDO INICIAL DA COMPETENCIA DA DATA BASE POR CONTA
       1400-CARREGA-SALDOS.
           OPEN INPUT SALDOS.
           IF WSN-FS-SALDOS NOT EQUAL ZEROS
               DISPLAY 'RELRAZAO01 - SALDOCTB01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-SDO TO TRUE.
           PERFORM 1410-LER-SALDO
              THRU 1410-LER-SALDO-FIM.
           PERFORM 1420-GUARDA-SALDO
              THRU 1420-GUARDA-SALDO-FIM
             UNTIL SW-FIM-SIM-SDO.
           CLOSE SALDOS.
       1400-CARREGA-SALDOS-FIM.
           EXIT.

       1410-LER-SALDO.
           READ SALDOS
               AT END
                   SET SW-FIM-SIM-SDO TO TRUE
           END-READ.
       1410-LER-SALDO-FIM.
           EXIT.

       1420-GUARDA-SALDO.
           IF SC-COMPETENCIA NOT EQUAL WS-COMPETENCIA
              OR (WS-AGENCIA-FILTRO NOT EQUAL SPACES
                  AND SC-AGENCIA NOT EQUAL WS-AGENCIA-FILTRO)
               GO TO 1420-GUARDA-LEITURA
           END-IF.
           ADD 1 TO WS-QTD-SALDOS.
           MOVE SC-CONTA TO WS-CONTA-BUSCA.
           PERFORM 1700-LOCALIZA-CONTA
              THRU 1700-LOCALIZA-CONTA-FIM.
           ADD SC-SALDO-INICIAL TO WCA-PLC-INICIAL(WCA-PLC-IDX).
       1420-GUARDA-LEITURA.
           PERFORM 1410-LER-SALDO
              THRU 1410-LER-SALDO-FIM.
       1420-GUARDA-SALDO-FIM.
           EXIT.

      *****DEBITOS E CREDITOS DO MES ATE A DATA BASE
       1600-CARREGA-RAZAO.
           OPEN INPUT RAZAODIA.
           IF WSN-FS-RAZAODIA NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-RAZAODIA
               GO TO 1600-CARREGA-RAZAO-FIM
           END-IF.
           SET SW-FIM-NAO-RZ TO TRUE.
           PERFORM 1610-LER-RAZAO
              THRU 1610-LER-RAZAO-FIM.
           PERFORM 1620-SOMA-RAZAO
              THRU 1620-SOMA-RAZAO-FIM
             UNTIL SW-FIM-SIM-RZ.
           CLOSE RAZAODIA.
       1600-CARREGA-RAZAO-FIM.
           EXIT.

       1610-LER-RAZAO.
           READ RAZAODIA
               AT END
                   SET SW-FIM-SIM-RZ TO TRUE
           END-READ.
       1610-LER-RAZAO-FIM.
           EXIT.

       1620-SOMA-RAZAO.
           IF RZ-DATA(1:6) NOT EQUAL WS-COMPETENCIA
              OR RZ-DATA GREATER THAN WS-DATA-RELATORIO
              OR (WS-AGENCIA-FILTRO NOT EQUAL SPACES
                  AND RZ-AGENCIA NOT EQUAL WS-AGENCIA-FILTRO)
               GO TO 1620-SOMA-LEITURA
           END-IF.
           ADD 1 TO WS-QTD-TOTAIS-DIA.
           MOVE RZ-CONTA TO WS-CONTA-BUSCA.
           PERFORM 1700-LOCALIZA-CONTA
              THRU 1700-LOCALIZA-CONTA-FIM.
           ADD RZ-DEBITOS  TO WCA-PLC-DEBITOS(WCA-PLC-IDX).
           ADD RZ-CREDITOS TO WCA-PLC-CREDITOS(WCA-PLC-IDX).
       1620-SOMA-LEITURA.
           PERFORM 1610-LER-RAZAO
              THRU 1610-LER-RAZAO-FIM.
       1620-SOMA-RAZAO-FIM.
           EXIT.

      *****LOCALIZA A CONTA NO PLANO; FORA DO PLANO ENTRA NO FIM
       1700-LOCALIZA-CONTA.
           MOVE 'N' TO WCA-PLC-ACHOU.
           PERFORM 1710-TESTA-CONTA
              THRU 1710-TESTA-CONTA-FIM
              VARYING WCA-PLC-IDX FROM 1 BY 1
              UNTIL WCA-PLC-IDX GREATER THAN WCA-PLC-QTD
                 OR CONTA-NO-PLANO.
           IF CONTA-NO-PLANO
               SET WCA-PLC-IDX TO WS-PLC-ACHADO
               GO TO 1700-LOCALIZA-CONTA-FIM
           END-IF.
           IF WCA-PLC-QTD NOT LESS THAN 250
               DISPLAY 'RELRAZAO01 - MAIS DE 250 CONTAS NO RAZAO - '
                       'ABORTADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-PLC-QTD.
           ADD 1 TO WS-QTD-FORA-PLANO.
           SET WCA-PLC-IDX TO WCA-PLC-QTD.
           INITIALIZE WCA-PLC-TAB(WCA-PLC-IDX).
           MOVE WS-CONTA-BUSCA TO WCA-PLC-CONTA(WCA-PLC-IDX).
           MOVE '*** FORA DO PLANO DE CONTAS'
              TO WCA-PLC-DESCRICAO(WCA-PLC-IDX).
           MOVE '?' TO WCA-PLC-GRUPO(WCA-PLC-IDX).
       1700-LOCALIZA-CONTA-FIM.
           EXIT.

       1710-TESTA-CONTA.
           IF WS-CONTA-BUSCA EQUAL WCA-PLC-CONTA(WCA-PLC-IDX)
               SET CONTA-NO-PLANO TO TRUE
               SET WS-PLC-ACHADO TO WCA-PLC-IDX
           END-IF.
       1710-TESTA-CONTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     BALANCETE DE VERIFICACAO NA ORDEM DO PLANO
      *-----------------------------------------------------------------
       3000-BALANCETE.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABEC-BALANCETE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM 3100-LINHA-BALANCETE
              THRU 3100-LINHA-BALANCETE-FIM
              VARYING WCA-PLC-IDX FROM 1 BY 1
              UNTIL WCA-PLC-IDX GREATER THAN WCA-PLC-QTD.

           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-TOT-DEBITOS  TO LTB-DEBITOS.
           MOVE WS-TOT-CREDITOS TO LTB-CREDITOS.
           IF WS-TOT-SALDOS EQUAL ZEROS
               MOVE 'SALDOS ZERAM'      TO LTB-SITUACAO
           ELSE
               MOVE '*** DESBALANCEADO' TO LTB-SITUACAO
               MOVE 1 TO WS-RC-FINAL
           END-IF.
           MOVE WCA-LINHA-TOTAL-BALANCETE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       3000-BALANCETE-FIM.
           EXIT.

       3100-LINHA-BALANCETE.
           COMPUTE WCA-PLC-SALDO(WCA-PLC-IDX) =
               WCA-PLC-INICIAL(WCA-PLC-IDX)
             + WCA-PLC-DEBITOS(WCA-PLC-IDX)
             - WCA-PLC-CREDITOS(WCA-PLC-IDX).
           IF WCA-PLC-INICIAL(WCA-PLC-IDX) EQUAL ZEROS
              AND WCA-PLC-DEBITOS(WCA-PLC-IDX) EQUAL ZEROS
              AND WCA-PLC-CREDITOS(WCA-PLC-IDX) EQUAL ZEROS
               GO TO 3100-LINHA-BALANCETE-FIM
           END-IF.
           ADD 1 TO WS-QTD-CONTAS.
           ADD WCA-PLC-DEBITOS(WCA-PLC-IDX)  TO WS-TOT-DEBITOS.
           ADD WCA-PLC-CREDITOS(WCA-PLC-IDX) TO WS-TOT-CREDITOS.
           ADD WCA-PLC-SALDO(WCA-PLC-IDX)    TO WS-TOT-SALDOS.

           MOVE WCA-PLC-CONTA(WCA-PLC-IDX)     TO LB-CONTA.
           MOVE WCA-PLC-DESCRICAO(WCA-PLC-IDX) TO LB-DESCRICAO.
           MOVE WCA-PLC-GRUPO(WCA-PLC-IDX)     TO LB-GRUPO.
           MOVE WCA-PLC-DEBITOS(WCA-PLC-IDX)   TO LB-DEBITOS.
           MOVE WCA-PLC-CREDITOS(WCA-PLC-IDX)  TO LB-CREDITOS.
      *****O VALOR SAI SEM SINAL, COM A NATUREZA D OU C AO LADO
           IF WCA-PLC-INICIAL(WCA-PLC-IDX) LESS THAN ZEROS
               COMPUTE LB-INICIAL = 0 - WCA-PLC-INICIAL(WCA-PLC-IDX)
               MOVE 'C' TO LB-DC-INICIAL
           ELSE
               MOVE WCA-PLC-INICIAL(WCA-PLC-IDX) TO LB-INICIAL
               MOVE 'D' TO LB-DC-INICIAL
           END-IF.
           IF WCA-PLC-SALDO(WCA-PLC-IDX) LESS THAN ZEROS
               COMPUTE LB-SALDO = 0 - WCA-PLC-SALDO(WCA-PLC-IDX)
               MOVE 'C' TO LB-DC-SALDO
           ELSE
               MOVE WCA-PLC-SALDO(WCA-PLC-IDX) TO LB-SALDO
               MOVE 'D' TO LB-DC-SALDO
           END-IF.
           MOVE WCA-LINHA-BALANCETE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       3100-LINHA-BALANCETE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     BALANCO PATRIMONIAL: ATIVO COM O SALDO DEVEDOR POSITIVO;
      *     PASSIVO E PATRIMONIO LIQUIDO COM O SALDO CREDOR POSITIVO
      *-----------------------------------------------------------------
       4000-BALANCO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-TITULO-BALANCO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE 'ATIVO' TO LG-TITULO.
           MOVE 'A' TO WS-GRUPO-BALANCO WS-GRUPO-BALANCO-2.
           MOVE +1 TO WS-SINAL-BALANCO.
           PERFORM 4100-GRUPO-BALANCO
              THRU 4100-GRUPO-BALANCO-FIM.
           MOVE WS-TOT-GRUPO TO WS-TOT-ATIVO.
           MOVE 'TOTAL DO ATIVO' TO LTG-TITULO.
           MOVE WS-TOT-ATIVO TO LTG-VALOR.
           MOVE WCA-LINHA-TOTAL-GRUPO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE 'PASSIVO' TO LG-TITULO.
           MOVE 'P' TO WS-GRUPO-BALANCO WS-GRUPO-BALANCO-2.
           MOVE -1 TO WS-SINAL-BALANCO.
           PERFORM 4100-GRUPO-BALANCO
              THRU 4100-GRUPO-BALANCO-FIM.
           MOVE WS-TOT-GRUPO TO WS-TOT-PASSIVO.
           MOVE 'TOTAL DO PASSIVO' TO LTG-TITULO.
           MOVE WS-TOT-PASSIVO TO LTG-VALOR.
           MOVE WCA-LINHA-TOTAL-GRUPO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *****RESULTADO DO EXERCICIO: RECEITAS MENOS DESPESAS AINDA NAS
      *****CONTAS DE RESULTADO (ZERADAS NO FECHAMENTO DE DEZEMBRO)
           MOVE 'R' TO WS-GRUPO-BALANCO.
           MOVE 'D' TO WS-GRUPO-BALANCO-2.
           MOVE ZEROS TO WS-TOT-GRUPO.
           PERFORM 4300-SOMA-GRUPO
              THRU 4300-SOMA-GRUPO-FIM
              VARYING WCA-PLC-IDX FROM 1 BY 1
              UNTIL WCA-PLC-IDX GREATER THAN WCA-PLC-QTD.
           COMPUTE WS-TOT-RESULTADO = 0 - WS-TOT-GRUPO.

           MOVE 'PATRIMONIO LIQUIDO' TO LG-TITULO.
           MOVE 'L' TO WS-GRUPO-BALANCO.
           MOVE 'U' TO WS-GRUPO-BALANCO-2.
           MOVE -1 TO WS-SINAL-BALANCO.
           PERFORM 4100-GRUPO-BALANCO
              THRU 4100-GRUPO-BALANCO-FIM.
           MOVE SPACES TO WCA-LINHA-BALANCO.
           MOVE 'RESULTADO DO EXERCICIO' TO LBL-DESCRICAO.
           MOVE WS-TOT-RESULTADO TO LBL-VALOR.
           MOVE WCA-LINHA-BALANCO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           COMPUTE WS-TOT-PL = WS-TOT-GRUPO + WS-TOT-RESULTADO.
           MOVE 'TOTAL DO PATRIMONIO LIQUIDO' TO LTG-TITULO.
           MOVE WS-TOT-PL TO LTG-VALOR.
           MOVE WCA-LINHA-TOTAL-GRUPO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'TOTAL DO PASSIVO + PATRIMONIO LIQUIDO' TO LTG-TITULO.
           COMPUTE LTG-VALOR = WS-TOT-PASSIVO + WS-TOT-PL.
           MOVE WCA-LINHA-TOTAL-GRUPO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *****COMPENSACAO, TRANSITORIAS E CONTAS FORA DO PLANO
           MOVE 'C' TO WS-GRUPO-BALANCO.
           MOVE '?' TO WS-GRUPO-BALANCO-2.
           MOVE ZEROS TO WS-TOT-GRUPO.
           PERFORM 4300-SOMA-GRUPO
              THRU 4300-SOMA-GRUPO-FIM
              VARYING WCA-PLC-IDX FROM 1 BY 1
              UNTIL WCA-PLC-IDX GREATER THAN WCA-PLC-QTD.
           IF WS-TOT-GRUPO NOT EQUAL ZEROS
               MOVE 'PENDENTE EM TRANSITORIAS / FORA DO PLANO'
                  TO LG-TITULO
               MOVE +1 TO WS-SINAL-BALANCO
               PERFORM 4100-GRUPO-BALANCO
                  THRU 4100-GRUPO-BALANCO-FIM
               MOVE WS-TOT-GRUPO TO WS-TOT-PENDENTE
           END-IF.
       4000-BALANCO-FIM.
           EXIT.

      *****CONTAS DE UM OU DOIS GRUPOS DO PLANO COM SALDO NA DATA
       4100-GRUPO-BALANCO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-LINHA-GRUPO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ZEROS TO WS-TOT-GRUPO.
           PERFORM 4200-LINHA-BALANCO
              THRU 4200-LINHA-BALANCO-FIM
              VARYING WCA-PLC-IDX FROM 1 BY 1
              UNTIL WCA-PLC-IDX GREATER THAN WCA-PLC-QTD.
       4100-GRUPO-BALANCO-FIM.
           EXIT.

       4200-LINHA-BALANCO.
           IF (WCA-PLC-GRUPO(WCA-PLC-IDX) NOT EQUAL WS-GRUPO-BALANCO
               AND WCA-PLC-GRUPO(WCA-PLC-IDX) NOT EQUAL
                   WS-GRUPO-BALANCO-2)
              OR WCA-PLC-SALDO(WCA-PLC-IDX) EQUAL ZEROS
               GO TO 4200-LINHA-BALANCO-FIM
           END-IF.
           COMPUTE WS-VALOR-BALANCO =
               WCA-PLC-SALDO(WCA-PLC-IDX) * WS-SINAL-BALANCO.
           ADD WS-VALOR-BALANCO TO WS-TOT-GRUPO.
           MOVE SPACES TO WCA-LINHA-BALANCO.
           MOVE WCA-PLC-CONTA(WCA-PLC-IDX)     TO LBL-CONTA.
           MOVE WCA-PLC-DESCRICAO(WCA-PLC-IDX) TO LBL-DESCRICAO.
           MOVE WS-VALOR-BALANCO               TO LBL-VALOR.
           MOVE WCA-LINHA-BALANCO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       4200-LINHA-BALANCO-FIM.
           EXIT.

       4300-SOMA-GRUPO.
           IF WCA-PLC-GRUPO(WCA-PLC-IDX) EQUAL WS-GRUPO-BALANCO
              OR WCA-PLC-GRUPO(WCA-PLC-IDX) EQUAL WS-GRUPO-BALANCO-2
               ADD WCA-PLC-SALDO(WCA-PLC-IDX) TO WS-TOT-GRUPO
           END-IF.
       4300-SOMA-GRUPO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           CLOSE RELATORIO.
           DISPLAY 'RELRAZAO01 - DATA BASE: ' WS-DATA-RELATORIO
                   ' CONTAS: ' WS-QTD-CONTAS
                   ' SALDOS LIDOS: ' WS-QTD-SALDOS
                   ' TOTAIS DIARIOS: ' WS-QTD-TOTAIS-DIA
           IF WS-QTD-FORA-PLANO GREATER THAN ZERO
               DISPLAY 'RELRAZAO01 - ' WS-QTD-FORA-PLANO
                       ' CONTA(S) DO RAZAO FORA DO PLANO DE CONTAS'
           END-IF
           IF WS-RC-FINAL NOT EQUAL ZERO
               DISPLAY 'RELRAZAO01 - BALANCETE DESBALANCEADO: '
                       WS-TOT-SALDOS
           END-IF.

           IF WSN-FS-RELATORIO NOT EQUAL 00
               DISPLAY 'RELRAZAO01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           ELSE
               IF WS-TOT-PENDENTE NOT EQUAL ZEROS
                  OR WS-QTD-FORA-PLANO GREATER THAN ZERO
                   MOVE 'A' TO WS-LOG-SEVERIDADE
               ELSE
                   MOVE 'I' TO WS-LOG-SEVERIDADE
               END-IF
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'BALANCETE E BALANCO ' WS-DATA-RELATORIO
                  ' AGENCIA ' TIT-AGENCIA
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM RELRAZAO01.
