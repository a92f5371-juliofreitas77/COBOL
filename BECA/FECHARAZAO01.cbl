      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Fechamento mensal do razao contabil. Roda no plano de
      * fim de mes, depois do ATUARAZAO01 do ultimo dia util: encerra
      * em SALDOCTB01 a competencia da data de referencia (situacao
      * F, nao aceita mais lancamentos) e abre a competencia seguinte
      * com o saldo final de cada conta e agencia como saldo inicial.
      * No fechamento de dezembro as contas de resultado do plano
      * PLANOCTAS01 (grupo R - receitas e D - despesas) nao passam
      * para o ano novo: o saldo delas e zerado e o resultado de
      * cada agencia vai para a conta de lucros ou prejuizos
      * acumulados (grupo U do plano), no saldo inicial de janeiro.
      * Competencia ja fechada nao e refeita (o lote so avisa).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHARAZAO01.
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

           SELECT CLASSIFICA ASSIGN TO 'SORTWK01'.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

       DATA DIVISION.
      *
       FILE SECTION.
      *                PLANO DE CONTAS CONTABEIS (GRUPO: A = ATIVO,
      *                P = PASSIVO, L = PATRIMONIO LIQUIDO, U = LUCROS
      *                OU PREJUIZOS ACUMULADOS, R = RECEITA, D =
      *                DESPESA, C = COMPENSACAO/TRANSITORIA)
       FD PLANOCTAS.
       01 REG-PLANOCTAS.
           05 PLC-CONTA            PIC X(08).
           05 FILLER               PIC X(01).
           05 PLC-DESCRICAO        PIC X(30).
           05 FILLER               PIC X(01).
           05 PLC-GRUPO            PIC X(01).

      *                SALDOS POR COMPETENCIA, CONTA CONTABIL E AGENCIA
      *                (LEIAUTE DO ATUARAZAO01)
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

       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-COMPETENCIA      PIC 9(06).
           05 FILLER               PIC X(01).
           05 SRT-CONTA            PIC X(08).
           05 FILLER               PIC X(01).
           05 SRT-AGENCIA          PIC X(04).
           05 FILLER               PIC X(77).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-PLANOCTAS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SALDOS        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-PLANOCTAS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-PLC               VALUE 'N'.
               88 SW-FIM-SIM-PLC               VALUE 'S'.
           05 SW-SALDOS            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-SDO               VALUE 'N'.
               88 SW-FIM-SIM-SDO               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-DATA-REFERENCIA-R REDEFINES WCA-DATA-REFERENCIA.
           05 WCA-COMPETENCIA      PIC 9(06).
           05 WCA-COMPETENCIA-R REDEFINES WCA-COMPETENCIA.
               10 WCA-COMP-ANO     PIC 9(04).
               10 WCA-COMP-MES     PIC 9(02).
           05 FILLER               PIC 9(02).

       01 WS-COMPETENCIA-NOVA      PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA-NOVA-R REDEFINES WS-COMPETENCIA-NOVA.
           05 WS-NOVA-ANO          PIC 9(04).
           05 WS-NOVA-MES          PIC 9(02).
       01 WS-FECHA-EXERCICIO       PIC X(01) VALUE 'N'.
           88 FECHA-EXERCICIO                  VALUE 'S'.

      *****GRUPO DE CADA CONTA DO PLANO
       01 WCA-PLANO.
           05 WCA-PLC-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-PLC-TAB OCCURS 200 TIMES
                          INDEXED BY WCA-PLC-IDX.
               10 WCA-PLC-CONTA    PIC X(08).
               10 WCA-PLC-GRUPO    PIC X(01).
       01 WCA-PLC-ACHOU            PIC X(01) VALUE 'N'.
           88 CONTA-NO-PLANO                   VALUE 'S'.
       01 WS-GRUPO-CONTA           PIC X(01) VALUE SPACES.
           88 CONTA-DE-RESULTADO               VALUES 'R' 'D'.
       01 WS-CONTA-LUCROS          PIC X(08) VALUE SPACES.

      *****SALDOS DA COMPETENCIA A FECHAR
       01 WCA-SALDOS.
           05 WCA-SDO-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-SDO-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-SDO-IDX.
               10 WCA-SDO-REG      PIC X(97).

      *****SALDOS INICIAIS DA COMPETENCIA QUE ABRE
       01 WCA-ABERTURA.
           05 WCA-ABR-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-ABR-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-ABR-IDX.
               10 WCA-ABR-CONTA    PIC X(08).
               10 WCA-ABR-AGENCIA  PIC X(04).
               10 WCA-ABR-SALDO    PIC S9(13)V99.
       01 WCA-ABR-ACHOU            PIC X(01) VALUE 'N'.
           88 ABERTURA-ACHADA                  VALUE 'S'.
       77 WS-ABR-ACHADO            PIC 9(04) VALUE ZEROS.

      *****RESULTADO DO EXERCICIO POR AGENCIA (FECHAMENTO DE DEZEMBRO)
       01 WCA-RESULTADO.
           05 WCA-RES-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-RES-TAB OCCURS 99 TIMES
                          INDEXED BY WCA-RES-IDX.
               10 WCA-RES-AGENCIA  PIC X(04).
               10 WCA-RES-SALDO    PIC S9(13)V99.
       01 WCA-RES-ACHOU            PIC X(01) VALUE 'N'.
           88 RESULTADO-ACHADO                 VALUE 'S'.
       77 WS-RES-ACHADO            PIC 9(02) VALUE ZEROS.

      *****SALDOS DAS DEMAIS COMPETENCIAS, SO REGRAVADOS
       01 WCA-HISTORICO.
           05 WCA-HIS-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-HIS-TAB OCCURS 20000 TIMES
                          INDEXED BY WCA-HIS-IDX.
               10 WCA-HIS-REG      PIC X(97).

       01 WS-CONTA-BUSCA           PIC X(08) VALUE SPACES.
       01 WS-AGENCIA-BUSCA         PIC X(04) VALUE SPACES.
       01 WS-QTD-JA-FECHADOS       PIC 9(04) VALUE ZEROS.
       01 WS-COMPETENCIA-POSTERIOR PIC 9(06) VALUE ZEROS.
       01 WS-RESULTADO-EDIT        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-QTD-ABERTOS           PIC 9(04) VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'FECHARAZAO01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 2000-TRANSPORTA-SALDO
              THRU 2000-TRANSPORTA-SALDO-FIM
              VARYING WCA-SDO-IDX FROM 1 BY 1
              UNTIL WCA-SDO-IDX GREATER THAN WCA-SDO-QTD

           IF FECHA-EXERCICIO
               PERFORM 3000-APURA-RESULTADO
                  THRU 3000-APURA-RESULTADO-FIM
                  VARYING WCA-RES-IDX FROM 1 BY 1
                  UNTIL WCA-RES-IDX GREATER THAN WCA-RES-QTD
           END-IF

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIM

           STOP RUN.
       0000-PRINCIPAL-FIM.
      *-----------------------------------------------------------------
       1000-INICIO.
      *-----------------------------------------------------------------
           PERFORM 1050-LE-CONTROLE
              THRU 1050-LE-CONTROLE-FIM.
           IF WCA-DATA-REFERENCIA EQUAL ZEROS
               DISPLAY 'FECHARAZAO01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WCA-COMP-MES EQUAL 12
               SET FECHA-EXERCICIO TO TRUE
               COMPUTE WS-NOVA-ANO = WCA-COMP-ANO + 1
               MOVE 01 TO WS-NOVA-MES
           ELSE
               MOVE WCA-COMP-ANO TO WS-NOVA-ANO
               COMPUTE WS-NOVA-MES = WCA-COMP-MES + 1
           END-IF.

           PERFORM 1200-CARREGA-PLANO
              THRU 1200-CARREGA-PLANO-FIM.
           IF FECHA-EXERCICIO AND WS-CONTA-LUCROS EQUAL SPACES
               DISPLAY 'FECHARAZAO01 - PLANOCTAS01 SEM CONTA DE '
                       'LUCROS OU PREJUIZOS ACUMULADOS (GRUPO U)'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1400-CARREGA-SALDOS
              THRU 1400-CARREGA-SALDOS-FIM.
           IF WS-QTD-JA-FECHADOS GREATER THAN ZERO
               DISPLAY 'FECHARAZAO01 - COMPETENCIA ' WCA-COMPETENCIA
                       ' JA FECHADA - NADA A FAZER'
               MOVE SPACES TO WS-LOG-MENSAGEM
               STRING 'COMPETENCIA ' WCA-COMPETENCIA
                      ' JA FECHADA'
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
               MOVE 'A' TO WS-LOG-SEVERIDADE
               CALL 'LOGOPER' USING WS-LOG-PROGRAMA
                   WS-LOG-SEVERIDADE WS-LOG-MENSAGEM
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-COMPETENCIA-POSTERIOR NOT EQUAL ZEROS
               DISPLAY 'FECHARAZAO01 - COMPETENCIA '
                       WS-COMPETENCIA-POSTERIOR ' JA ABERTA - '
                       'FECHAMENTO DE ' WCA-COMPETENCIA ' RECUSADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WCA-SDO-QTD EQUAL ZEROS
               DISPLAY 'FECHARAZAO01 - COMPETENCIA ' WCA-COMPETENCIA
                       ' SEM SALDOS EM SALDOCTB01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-INICIO-FIM.
           EXIT.

      ****************LEITURA DO CONTROLE DE PARAMETROS*****************
       1050-LE-CONTROLE.
           OPEN INPUT CONTROLE.
           IF WSN-FS-CONTROLE EQUAL ZEROS
               READ CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-DATA-REFERENCIA
                          TO WCA-DATA-REFERENCIA
               END-READ
               CLOSE CONTROLE
           END-IF.
       1050-LE-CONTROLE-FIM.
           EXIT.

       1200-CARREGA-PLANO.
           OPEN INPUT PLANOCTAS.
           IF WSN-FS-PLANOCTAS NOT EQUAL ZEROS
               DISPLAY 'FECHARAZAO01 - PLANOCTAS01 NAO ENCONTRADO'
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
               DISPLAY 'FECHARAZAO01 - PLANOCTAS01 COM MAIS DE 200 '
                       'CONTAS - ABORTADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-PLC-QTD.
           SET WCA-PLC-IDX TO WCA-PLC-QTD.
           MOVE PLC-CONTA TO WCA-PLC-CONTA(WCA-PLC-IDX).
           MOVE PLC-GRUPO TO WCA-PLC-GRUPO(WCA-PLC-IDX).
           IF PLC-GRUPO EQUAL 'U' AND WS-CONTA-LUCROS EQUAL SPACES
               MOVE PLC-CONTA TO WS-CONTA-LUCROS
           END-IF.
           PERFORM 1210-LER-PLANO
              THRU 1210-LER-PLANO-FIM.
       1220-GUARDA-PLANO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     A COMPETENCIA A FECHAR VAI PARA A TABELA; COMPETENCIA
      *     POSTERIOR JA EXISTENTE TRAVA O FECHAMENTO
      *-----------------------------------------------------------------
       1400-CARREGA-SALDOS.
           OPEN INPUT SALDOS.
           IF WSN-FS-SALDOS NOT EQUAL ZEROS
               DISPLAY 'FECHARAZAO01 - SALDOCTB01 NAO ENCONTRADO'
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
           EVALUATE TRUE
               WHEN SC-COMPETENCIA EQUAL WCA-COMPETENCIA
                   IF SC-SITUACAO EQUAL 'F'
                       ADD 1 TO WS-QTD-JA-FECHADOS
                   END-IF
                   IF WCA-SDO-QTD NOT LESS THAN 5000
                       DISPLAY 'FECHARAZAO01 - MAIS DE 5000 SALDOS '
                               'NA COMPETENCIA - ABORTADO'
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WCA-SDO-QTD
                   SET WCA-SDO-IDX TO WCA-SDO-QTD
                   MOVE REG-SALDO TO WCA-SDO-REG(WCA-SDO-IDX)
               WHEN SC-COMPETENCIA GREATER THAN WCA-COMPETENCIA
                   MOVE SC-COMPETENCIA TO WS-COMPETENCIA-POSTERIOR
               WHEN OTHER
                   IF WCA-HIS-QTD NOT LESS THAN 20000
                       DISPLAY 'FECHARAZAO01 - SALDOCTB01 COM MAIS '
                               'DE 20000 REGISTROS - ABORTADO'
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WCA-HIS-QTD
                   SET WCA-HIS-IDX TO WCA-HIS-QTD
                   MOVE REG-SALDO TO WCA-HIS-REG(WCA-HIS-IDX)
           END-EVALUATE.
           PERFORM 1410-LER-SALDO
              THRU 1410-LER-SALDO-FIM.
       1420-GUARDA-SALDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     SALDO FINAL VIRA SALDO INICIAL DA COMPETENCIA SEGUINTE;
      *     NO FECHAMENTO DO EXERCICIO AS CONTAS DE RESULTADO VAO PARA
      *     O RESULTADO DA AGENCIA
      *-----------------------------------------------------------------
       2000-TRANSPORTA-SALDO.
           MOVE WCA-SDO-REG(WCA-SDO-IDX) TO REG-SALDO.
           IF SC-SALDO-FINAL EQUAL ZEROS
               GO TO 2000-TRANSPORTA-SALDO-FIM
           END-IF.
           MOVE SC-CONTA TO WS-CONTA-BUSCA.
           PERFORM 2100-GRUPO-CONTA
              THRU 2100-GRUPO-CONTA-FIM.
           IF FECHA-EXERCICIO AND CONTA-DE-RESULTADO
               PERFORM 2300-SOMA-RESULTADO
                  THRU 2300-SOMA-RESULTADO-FIM
               GO TO 2000-TRANSPORTA-SALDO-FIM
           END-IF.
           MOVE SC-AGENCIA TO WS-AGENCIA-BUSCA.
           PERFORM 2200-LOCALIZA-ABERTURA
              THRU 2200-LOCALIZA-ABERTURA-FIM.
           ADD SC-SALDO-FINAL TO WCA-ABR-SALDO(WCA-ABR-IDX).
       2000-TRANSPORTA-SALDO-FIM.
           EXIT.

       2100-GRUPO-CONTA.
           MOVE SPACES TO WS-GRUPO-CONTA.
           MOVE 'N' TO WCA-PLC-ACHOU.
           PERFORM 2110-TESTA-PLANO
              THRU 2110-TESTA-PLANO-FIM
              VARYING WCA-PLC-IDX FROM 1 BY 1
              UNTIL WCA-PLC-IDX GREATER THAN WCA-PLC-QTD
                 OR CONTA-NO-PLANO.
       2100-GRUPO-CONTA-FIM.
           EXIT.

       2110-TESTA-PLANO.
           IF WS-CONTA-BUSCA EQUAL WCA-PLC-CONTA(WCA-PLC-IDX)
               SET CONTA-NO-PLANO TO TRUE
               MOVE WCA-PLC-GRUPO(WCA-PLC-IDX) TO WS-GRUPO-CONTA
           END-IF.
       2110-TESTA-PLANO-FIM.
           EXIT.

       2200-LOCALIZA-ABERTURA.
           MOVE 'N' TO WCA-ABR-ACHOU.
           PERFORM 2210-TESTA-ABERTURA
              THRU 2210-TESTA-ABERTURA-FIM
              VARYING WCA-ABR-IDX FROM 1 BY 1
              UNTIL WCA-ABR-IDX GREATER THAN WCA-ABR-QTD
                 OR ABERTURA-ACHADA.
           IF ABERTURA-ACHADA
               SET WCA-ABR-IDX TO WS-ABR-ACHADO
               GO TO 2200-LOCALIZA-ABERTURA-FIM
           END-IF.
           IF WCA-ABR-QTD NOT LESS THAN 5000
               DISPLAY 'FECHARAZAO01 - MAIS DE 5000 SALDOS NA '
                       'ABERTURA - ABORTADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-ABR-QTD.
           SET WCA-ABR-IDX TO WCA-ABR-QTD.
           MOVE WS-CONTA-BUSCA   TO WCA-ABR-CONTA(WCA-ABR-IDX).
           MOVE WS-AGENCIA-BUSCA TO WCA-ABR-AGENCIA(WCA-ABR-IDX).
           MOVE ZEROS            TO WCA-ABR-SALDO(WCA-ABR-IDX).
       2200-LOCALIZA-ABERTURA-FIM.
           EXIT.

       2210-TESTA-ABERTURA.
           IF WS-CONTA-BUSCA EQUAL WCA-ABR-CONTA(WCA-ABR-IDX)
              AND WS-AGENCIA-BUSCA EQUAL WCA-ABR-AGENCIA(WCA-ABR-IDX)
               SET ABERTURA-ACHADA TO TRUE
               SET WS-ABR-ACHADO TO WCA-ABR-IDX
           END-IF.
       2210-TESTA-ABERTURA-FIM.
           EXIT.

       2300-SOMA-RESULTADO.
           MOVE 'N' TO WCA-RES-ACHOU.
           PERFORM 2310-TESTA-RESULTADO
              THRU 2310-TESTA-RESULTADO-FIM
              VARYING WCA-RES-IDX FROM 1 BY 1
              UNTIL WCA-RES-IDX GREATER THAN WCA-RES-QTD
                 OR RESULTADO-ACHADO.
           IF RESULTADO-ACHADO
               SET WCA-RES-IDX TO WS-RES-ACHADO
           ELSE
               IF WCA-RES-QTD NOT LESS THAN 99
                   DISPLAY 'FECHARAZAO01 - MAIS DE 99 AGENCIAS COM '
                           'RESULTADO - ABORTADO'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WCA-RES-QTD
               SET WCA-RES-IDX TO WCA-RES-QTD
               MOVE SC-AGENCIA TO WCA-RES-AGENCIA(WCA-RES-IDX)
               MOVE ZEROS      TO WCA-RES-SALDO(WCA-RES-IDX)
           END-IF.
           ADD SC-SALDO-FINAL TO WCA-RES-SALDO(WCA-RES-IDX).
       2300-SOMA-RESULTADO-FIM.
           EXIT.

       2310-TESTA-RESULTADO.
           IF SC-AGENCIA EQUAL WCA-RES-AGENCIA(WCA-RES-IDX)
               SET RESULTADO-ACHADO TO TRUE
               SET WS-RES-ACHADO TO WCA-RES-IDX
           END-IF.
       2310-TESTA-RESULTADO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     RESULTADO DO EXERCICIO DA AGENCIA PARA LUCROS OU PREJUIZOS
      *     ACUMULADOS (SALDO DEVEDOR POSITIVO: LUCRO E NEGATIVO)
      *-----------------------------------------------------------------
       3000-APURA-RESULTADO.
           MOVE WS-CONTA-LUCROS TO WS-CONTA-BUSCA.
           MOVE WCA-RES-AGENCIA(WCA-RES-IDX) TO WS-AGENCIA-BUSCA.
           PERFORM 2200-LOCALIZA-ABERTURA
              THRU 2200-LOCALIZA-ABERTURA-FIM.
           ADD WCA-RES-SALDO(WCA-RES-IDX)
              TO WCA-ABR-SALDO(WCA-ABR-IDX).
           COMPUTE WS-RESULTADO-EDIT = 0 - WCA-RES-SALDO(WCA-RES-IDX).
           DISPLAY 'FECHARAZAO01 - AGENCIA ' WS-AGENCIA-BUSCA
                   ' RESULTADO DO EXERCICIO ' WS-RESULTADO-EDIT
                   ' PARA A CONTA ' WS-CONTA-LUCROS.
       3000-APURA-RESULTADO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           OPEN OUTPUT SALDOS.
           PERFORM 9100-GRAVA-HISTORICO
              THRU 9100-GRAVA-HISTORICO-FIM
              VARYING WCA-HIS-IDX FROM 1 BY 1
              UNTIL WCA-HIS-IDX GREATER THAN WCA-HIS-QTD.
           PERFORM 9200-GRAVA-FECHADO
              THRU 9200-GRAVA-FECHADO-FIM
              VARYING WCA-SDO-IDX FROM 1 BY 1
              UNTIL WCA-SDO-IDX GREATER THAN WCA-SDO-QTD.
           PERFORM 9300-GRAVA-ABERTURA
              THRU 9300-GRAVA-ABERTURA-FIM
              VARYING WCA-ABR-IDX FROM 1 BY 1
              UNTIL WCA-ABR-IDX GREATER THAN WCA-ABR-QTD.
           CLOSE SALDOS.

           SORT CLASSIFICA
               ON ASCENDING KEY SRT-COMPETENCIA
                                SRT-CONTA
                                SRT-AGENCIA
               USING SALDOS
               GIVING SALDOS.

           DISPLAY 'FECHARAZAO01 - COMPETENCIA ' WCA-COMPETENCIA
                   ' FECHADA: ' WCA-SDO-QTD ' SALDOS; COMPETENCIA '
                   WS-COMPETENCIA-NOVA ' ABERTA COM ' WS-QTD-ABERTOS
                   ' SALDOS INICIAIS'.

           MOVE 0 TO WS-RC-FINAL.
           IF WSN-FS-SALDOS NOT EQUAL 00
               DISPLAY 'FECHARAZAO01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
               MOVE 'E' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'FECHAMENTO ' WCA-COMPETENCIA
                  ' ABERTURA ' WS-COMPETENCIA-NOVA
                  ' SALDOS ' WS-QTD-ABERTOS
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.

       9100-GRAVA-HISTORICO.
           MOVE WCA-HIS-REG(WCA-HIS-IDX) TO REG-SALDO.
           WRITE REG-SALDO.
       9100-GRAVA-HISTORICO-FIM.
           EXIT.

       9200-GRAVA-FECHADO.
           MOVE WCA-SDO-REG(WCA-SDO-IDX) TO REG-SALDO.
           MOVE WCA-DATA-REFERENCIA TO SC-DAT-ATUALIZACAO.
           MOVE 'F' TO SC-SITUACAO.
           WRITE REG-SALDO.
       9200-GRAVA-FECHADO-FIM.
           EXIT.

      *****CONTA E AGENCIA QUE ZERARAM NA ABERTURA NAO SAO GRAVADAS
       9300-GRAVA-ABERTURA.
           IF WCA-ABR-SALDO(WCA-ABR-IDX) EQUAL ZEROS
               GO TO 9300-GRAVA-ABERTURA-FIM
           END-IF.
           ADD 1 TO WS-QTD-ABERTOS.
           MOVE SPACES              TO REG-SALDO.
           MOVE WS-COMPETENCIA-NOVA TO SC-COMPETENCIA.
           MOVE WCA-ABR-CONTA(WCA-ABR-IDX)   TO SC-CONTA.
           MOVE WCA-ABR-AGENCIA(WCA-ABR-IDX) TO SC-AGENCIA.
           MOVE WCA-ABR-SALDO(WCA-ABR-IDX)   TO SC-SALDO-INICIAL
                                                SC-SALDO-FINAL.
           MOVE ZEROS               TO SC-DEBITOS SC-CREDITOS.
           MOVE WCA-DATA-REFERENCIA TO SC-DAT-ATUALIZACAO.
           MOVE 'A'                 TO SC-SITUACAO.
           WRITE REG-SALDO.
       9300-GRAVA-ABERTURA-FIM.
           EXIT.
       END PROGRAM FECHARAZAO01.
