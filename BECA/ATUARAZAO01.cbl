      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Razao contabil da noite. O feed LANCTO01 (GERACONT01
      * e PROVISAO01) fecha o balancete do dia no BALANCETE01, mas
      * nada guardava o saldo de cada conta do plano PLANOCTAS01 de
      * um dia para o outro - o balanco saia de planilha. Este lote
      * le os lancamentos da data de referencia, soma debitos e
      * creditos por conta contabil e agencia e grava os totais do
      * dia em RAZAODIA01 (historico diario de um ano, refeito para a
      * data em reprocessamento). Depois refaz, para a competencia
      * (ano e mes) da data de referencia, os saldos de SALDOCTB01:
      * uma linha por competencia, conta e agencia com saldo inicial
      * do mes, debitos e creditos do mes ate a data e saldo final,
      * com o sinal devedor positivo. Os saldos iniciais do mes sao
      * gravados pelo fechamento mensal FECHARAZAO01, que encerra a
      * competencia e abre a seguinte; competencia fechada nao e mais
      * alterada, e competencia anterior ainda aberta trava o lote
      * ate o fechamento dela. Lancamento sem agencia (evento da
      * carteira, como a PDD) fica na agencia 0000 (sede).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATUARAZAO01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT LANCAMENTOS ASSIGN TO 'LANCTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-LANCAMENTOS.

           SELECT RAZAODIA ASSIGN TO 'RAZAODIA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RAZAODIA.

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
      *                FEED CONTABIL DA NOITE (GERACONT01/PROVISAO01)
       FD LANCAMENTOS.
       01 REG-LANCAMENTO.
           05 LCT-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 LCT-CONTA            PIC X(08).
           05 FILLER               PIC X(01).
           05 LCT-DC               PIC X(01).
           05 FILLER               PIC X(01).
           05 LCT-VALOR            PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 LCT-HIST             PIC X(20).
           05 FILLER               PIC X(01).
           05 LCT-AGENCIA          PIC X(04).
      *****CENTRO DE CUSTO DOS LANCAMENTOS DA FOLHA (NAO USADO AQUI)
           05 FILLER               PIC X(07).

      *                TOTAIS DIARIOS POR CONTA CONTABIL E AGENCIA
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

      *                SALDOS POR COMPETENCIA, CONTA CONTABIL E AGENCIA
      *                (SINAL DEVEDOR POSITIVO; SITUACAO A = ABERTA,
      *                F = FECHADA PELO FECHARAZAO01)
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
           05 WSN-FS-LANCAMENTOS   PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RAZAODIA      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SALDOS        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-LANCAMENTOS       PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-LCT               VALUE 'N'.
               88 SW-FIM-SIM-LCT               VALUE 'S'.
           05 SW-RAZAODIA          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-RZ                VALUE 'N'.
               88 SW-FIM-SIM-RZ                VALUE 'S'.
           05 SW-SALDOS            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-SDO               VALUE 'N'.
               88 SW-FIM-SIM-SDO               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-DATA-REFERENCIA-R REDEFINES WCA-DATA-REFERENCIA.
           05 WCA-COMPETENCIA      PIC 9(06).
           05 FILLER               PIC 9(02).
      *****HISTORICO DIARIO MAIS ANTIGO QUE UM ANO E DESCARTADO
       01 WS-DATA-CORTE            PIC 9(08) VALUE ZEROS.

      *****SALDOS DA COMPETENCIA DA DATA DE REFERENCIA, REFEITOS
       01 WCA-SALDOS.
           05 WCA-SDO-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-SDO-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-SDO-IDX.
               10 WCA-SDO-CONTA    PIC X(08).
               10 WCA-SDO-AGENCIA  PIC X(04).
               10 WCA-SDO-INICIAL  PIC S9(13)V99.
               10 WCA-SDO-DEBITOS  PIC 9(13)V99.
               10 WCA-SDO-CREDITOS PIC 9(13)V99.
       01 WCA-SDO-ACHOU            PIC X(01) VALUE 'N'.
           88 SALDO-ACHADO                     VALUE 'S'.
       77 WS-SDO-ACHADO            PIC 9(04) VALUE ZEROS.

      *****SALDOS DAS DEMAIS COMPETENCIAS (JA FECHADAS), SO REGRAVADOS
       01 WCA-HISTORICO.
           05 WCA-HIS-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-HIS-TAB OCCURS 20000 TIMES
                          INDEXED BY WCA-HIS-IDX.
               10 WCA-HIS-REG      PIC X(97).

      *****TOTAIS DIARIOS EM MEMORIA, REGRAVADOS AO FINAL
       01 WCA-RAZAO.
           05 WCA-RZ-QTD           PIC 9(05) VALUE ZEROS.
           05 WCA-RZ-TAB OCCURS 50000 TIMES
                          INDEXED BY WCA-RZ-IDX.
               10 WCA-RZ-REG       PIC X(54).
       77 WS-RZ-DIA-INICIO         PIC 9(05) VALUE ZEROS.

       01 WS-CONTA-BUSCA           PIC X(08) VALUE SPACES.
       01 WS-AGENCIA-BUSCA         PIC X(04) VALUE SPACES.
       01 WS-COMPETENCIA-ABERTA    PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA-POSTERIOR PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA-FECHADA   PIC X(01) VALUE 'N'.

       01 WS-TOT-DEBITOS           PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-CREDITOS          PIC 9(13)V99 VALUE ZEROS.
       01 WS-SALDO-CALC            PIC S9(13)V99 VALUE ZEROS.
       77 WS-QTD-LANCAMENTOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-TOTAIS-DIA        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONTAS-NOVAS      PIC 9(05) VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'ATUARAZAO01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 2000-TOTALIZA-DIA
              THRU 2000-TOTALIZA-DIA-FIM
             UNTIL SW-FIM-SIM-LCT

           PERFORM 3000-REFAZ-SALDOS
              THRU 3000-REFAZ-SALDOS-FIM
              VARYING WCA-RZ-IDX FROM 1 BY 1
              UNTIL WCA-RZ-IDX GREATER THAN WCA-RZ-QTD

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
               DISPLAY 'ATUARAZAO01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-DATA-CORTE = WCA-DATA-REFERENCIA - 10000.

           PERFORM 1200-CARREGA-SALDOS
              THRU 1200-CARREGA-SALDOS-FIM.
           PERFORM 1400-CARREGA-RAZAO
              THRU 1400-CARREGA-RAZAO-FIM.

           OPEN INPUT LANCAMENTOS.
           IF WSN-FS-LANCAMENTOS NOT EQUAL ZEROS
               DISPLAY 'ATUARAZAO01 - LANCTO01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
      *****OS TOTAIS DO DIA ENTRAM NO FIM DA TABELA DO HISTORICO
           COMPUTE WS-RZ-DIA-INICIO = WCA-RZ-QTD + 1.
           SET SW-FIM-NAO-LCT TO TRUE.
           PERFORM 1100-LER-LANCAMENTO
              THRU 1100-LER-LANCAMENTO-FIM.
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

       1100-LER-LANCAMENTO.
           READ LANCAMENTOS
               AT END
                   SET SW-FIM-SIM-LCT TO TRUE
           END-READ.
       1100-LER-LANCAMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     SALDOS: A COMPETENCIA DA DATA DE REFERENCIA VAI PARA A
      *     TABELA DE TRABALHO; AS DEMAIS SO PASSAM. SEM O SALDOCTB01
      *     O RAZAO COMECA NESTA COMPETENCIA COM SALDOS ZERADOS
      *-----------------------------------------------------------------
       1200-CARREGA-SALDOS.
           OPEN INPUT SALDOS.
           IF WSN-FS-SALDOS NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-SALDOS
               GO TO 1200-CARREGA-SALDOS-FIM
           END-IF.
           SET SW-FIM-NAO-SDO TO TRUE.
           PERFORM 1210-LER-SALDO
              THRU 1210-LER-SALDO-FIM.
           PERFORM 1220-GUARDA-SALDO
              THRU 1220-GUARDA-SALDO-FIM
             UNTIL SW-FIM-SIM-SDO.
           CLOSE SALDOS.

           IF WS-COMPETENCIA-FECHADA EQUAL 'S'
               DISPLAY 'ATUARAZAO01 - COMPETENCIA ' WCA-COMPETENCIA
                       ' JA FECHADA - LANCAMENTOS RECUSADOS'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-COMPETENCIA-POSTERIOR NOT EQUAL ZEROS
               DISPLAY 'ATUARAZAO01 - COMPETENCIA '
                       WS-COMPETENCIA-POSTERIOR
                       ' JA ABERTA - DATA DE REFERENCIA ANTERIOR'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-COMPETENCIA-ABERTA NOT EQUAL ZEROS
               DISPLAY 'ATUARAZAO01 - COMPETENCIA '
                       WS-COMPETENCIA-ABERTA
                       ' AINDA ABERTA - RODAR O FECHARAZAO01 ANTES'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-CARREGA-SALDOS-FIM.
           EXIT.

       1210-LER-SALDO.
           READ SALDOS
               AT END
                   SET SW-FIM-SIM-SDO TO TRUE
           END-READ.
       1210-LER-SALDO-FIM.
           EXIT.

       1220-GUARDA-SALDO.
           EVALUATE TRUE
               WHEN SC-COMPETENCIA EQUAL WCA-COMPETENCIA
                   IF SC-SITUACAO EQUAL 'F'
                       MOVE 'S' TO WS-COMPETENCIA-FECHADA
                   END-IF
                   IF WCA-SDO-QTD NOT LESS THAN 5000
                       DISPLAY 'ATUARAZAO01 - MAIS DE 5000 SALDOS NA '
                               'COMPETENCIA - ABORTADO'
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WCA-SDO-QTD
                   SET WCA-SDO-IDX TO WCA-SDO-QTD
                   MOVE SC-CONTA   TO WCA-SDO-CONTA(WCA-SDO-IDX)
                   MOVE SC-AGENCIA TO WCA-SDO-AGENCIA(WCA-SDO-IDX)
                   MOVE SC-SALDO-INICIAL
                      TO WCA-SDO-INICIAL(WCA-SDO-IDX)
                   MOVE ZEROS TO WCA-SDO-DEBITOS(WCA-SDO-IDX)
                                 WCA-SDO-CREDITOS(WCA-SDO-IDX)
               WHEN SC-COMPETENCIA GREATER THAN WCA-COMPETENCIA
                   MOVE SC-COMPETENCIA TO WS-COMPETENCIA-POSTERIOR
               WHEN OTHER
                   IF SC-SITUACAO NOT EQUAL 'F'
                       MOVE SC-COMPETENCIA TO WS-COMPETENCIA-ABERTA
                   END-IF
                   IF WCA-HIS-QTD NOT LESS THAN 20000
                       DISPLAY 'ATUARAZAO01 - SALDOCTB01 COM MAIS DE '
                               '20000 REGISTROS - ABORTADO'
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WCA-HIS-QTD
                   SET WCA-HIS-IDX TO WCA-HIS-QTD
                   MOVE REG-SALDO TO WCA-HIS-REG(WCA-HIS-IDX)
           END-EVALUATE.
           PERFORM 1210-LER-SALDO
              THRU 1210-LER-SALDO-FIM.
       1220-GUARDA-SALDO-FIM.
           EXIT.

      *****HISTORICO DIARIO: CAI A DATA DE REFERENCIA (REPROCESSO) E
      *****O QUE PASSOU DE UM ANO
       1400-CARREGA-RAZAO.
           OPEN INPUT RAZAODIA.
           IF WSN-FS-RAZAODIA NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-RAZAODIA
               GO TO 1400-CARREGA-RAZAO-FIM
           END-IF.
           SET SW-FIM-NAO-RZ TO TRUE.
           PERFORM 1410-LER-RAZAO
              THRU 1410-LER-RAZAO-FIM.
           PERFORM 1420-GUARDA-RAZAO
              THRU 1420-GUARDA-RAZAO-FIM
             UNTIL SW-FIM-SIM-RZ.
           CLOSE RAZAODIA.
       1400-CARREGA-RAZAO-FIM.
           EXIT.

       1410-LER-RAZAO.
           READ RAZAODIA
               AT END
                   SET SW-FIM-SIM-RZ TO TRUE
           END-READ.
       1410-LER-RAZAO-FIM.
           EXIT.

       1420-GUARDA-RAZAO.
           IF RZ-DATA EQUAL WCA-DATA-REFERENCIA
              OR RZ-DATA LESS THAN WS-DATA-CORTE
               GO TO 1420-GUARDA-LEITURA
           END-IF.
           IF WCA-RZ-QTD NOT LESS THAN 50000
               DISPLAY 'ATUARAZAO01 - RAZAODIA01 COM MAIS DE 50000 '
                       'REGISTROS - ABORTADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-RZ-QTD.
           SET WCA-RZ-IDX TO WCA-RZ-QTD.
           MOVE REG-RAZAODIA TO WCA-RZ-REG(WCA-RZ-IDX).
       1420-GUARDA-LEITURA.
           PERFORM 1410-LER-RAZAO
              THRU 1410-LER-RAZAO-FIM.
       1420-GUARDA-RAZAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     LANCAMENTOS DA DATA DE REFERENCIA SOMADOS POR CONTA E
      *     AGENCIA NOS TOTAIS DO DIA
      *-----------------------------------------------------------------
       2000-TOTALIZA-DIA.
           IF LCT-DATA NOT EQUAL WCA-DATA-REFERENCIA
               GO TO 2000-TOTALIZA-LEITURA
           END-IF.
           ADD 1 TO WS-QTD-LANCAMENTOS.
           MOVE LCT-CONTA   TO WS-CONTA-BUSCA.
           MOVE LCT-AGENCIA TO WS-AGENCIA-BUSCA.
           IF WS-AGENCIA-BUSCA EQUAL SPACES
               MOVE '0000' TO WS-AGENCIA-BUSCA
           END-IF.

           MOVE 'N' TO WCA-SDO-ACHOU.
           IF WS-RZ-DIA-INICIO NOT GREATER THAN WCA-RZ-QTD
               PERFORM 2100-PROCURA-TOTAL
                  THRU 2100-PROCURA-TOTAL-FIM
                  VARYING WCA-RZ-IDX FROM WS-RZ-DIA-INICIO BY 1
                  UNTIL WCA-RZ-IDX GREATER THAN WCA-RZ-QTD
                     OR SALDO-ACHADO
           END-IF.
           IF SALDO-ACHADO
               SET WCA-RZ-IDX DOWN BY 1
               MOVE WCA-RZ-REG(WCA-RZ-IDX) TO REG-RAZAODIA
           ELSE
               IF WCA-RZ-QTD NOT LESS THAN 50000
                   DISPLAY 'ATUARAZAO01 - RAZAODIA01 COM MAIS DE '
                           '50000 REGISTROS - ABORTADO'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WCA-RZ-QTD
               ADD 1 TO WS-QTD-TOTAIS-DIA
               SET WCA-RZ-IDX TO WCA-RZ-QTD
               MOVE SPACES              TO REG-RAZAODIA
               MOVE WCA-DATA-REFERENCIA TO RZ-DATA
               MOVE WS-CONTA-BUSCA      TO RZ-CONTA
               MOVE WS-AGENCIA-BUSCA    TO RZ-AGENCIA
               MOVE ZEROS               TO RZ-DEBITOS RZ-CREDITOS
           END-IF.
           IF LCT-DC EQUAL 'D'
               ADD LCT-VALOR TO RZ-DEBITOS
               ADD LCT-VALOR TO WS-TOT-DEBITOS
           ELSE
               ADD LCT-VALOR TO RZ-CREDITOS
               ADD LCT-VALOR TO WS-TOT-CREDITOS
           END-IF.
           MOVE REG-RAZAODIA TO WCA-RZ-REG(WCA-RZ-IDX).
       2000-TOTALIZA-LEITURA.
           PERFORM 1100-LER-LANCAMENTO
              THRU 1100-LER-LANCAMENTO-FIM.
       2000-TOTALIZA-DIA-FIM.
           EXIT.

       2100-PROCURA-TOTAL.
           MOVE WCA-RZ-REG(WCA-RZ-IDX) TO REG-RAZAODIA.
           IF RZ-CONTA EQUAL WS-CONTA-BUSCA
              AND RZ-AGENCIA EQUAL WS-AGENCIA-BUSCA
               SET SALDO-ACHADO TO TRUE
           END-IF.
       2100-PROCURA-TOTAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     DEBITOS E CREDITOS DA COMPETENCIA REFEITOS DO HISTORICO
      *     DIARIO (O REPROCESSO DO DIA NAO DUPLICA); CONTA E AGENCIA
      *     SEM SALDO NA COMPETENCIA ENTRAM COM SALDO INICIAL ZERO
      *-----------------------------------------------------------------
       3000-REFAZ-SALDOS.
           MOVE WCA-RZ-REG(WCA-RZ-IDX) TO REG-RAZAODIA.
           IF RZ-DATA(1:6) NOT EQUAL WCA-COMPETENCIA
               GO TO 3000-REFAZ-SALDOS-FIM
           END-IF.
           MOVE RZ-CONTA   TO WS-CONTA-BUSCA.
           MOVE RZ-AGENCIA TO WS-AGENCIA-BUSCA.
           PERFORM 3100-LOCALIZA-SALDO
              THRU 3100-LOCALIZA-SALDO-FIM.
           ADD RZ-DEBITOS  TO WCA-SDO-DEBITOS(WCA-SDO-IDX).
           ADD RZ-CREDITOS TO WCA-SDO-CREDITOS(WCA-SDO-IDX).
       3000-REFAZ-SALDOS-FIM.
           EXIT.

       3100-LOCALIZA-SALDO.
           MOVE 'N' TO WCA-SDO-ACHOU.
           PERFORM 3110-TESTA-SALDO
              THRU 3110-TESTA-SALDO-FIM
              VARYING WCA-SDO-IDX FROM 1 BY 1
              UNTIL WCA-SDO-IDX GREATER THAN WCA-SDO-QTD
                 OR SALDO-ACHADO.
           IF SALDO-ACHADO
               SET WCA-SDO-IDX TO WS-SDO-ACHADO
               GO TO 3100-LOCALIZA-SALDO-FIM
           END-IF.
           IF WCA-SDO-QTD NOT LESS THAN 5000
               DISPLAY 'ATUARAZAO01 - MAIS DE 5000 SALDOS NA '
                       'COMPETENCIA - ABORTADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-SDO-QTD.
           ADD 1 TO WS-QTD-CONTAS-NOVAS.
           SET WCA-SDO-IDX TO WCA-SDO-QTD.
           MOVE WS-CONTA-BUSCA   TO WCA-SDO-CONTA(WCA-SDO-IDX).
           MOVE WS-AGENCIA-BUSCA TO WCA-SDO-AGENCIA(WCA-SDO-IDX).
           MOVE ZEROS TO WCA-SDO-INICIAL(WCA-SDO-IDX)
                         WCA-SDO-DEBITOS(WCA-SDO-IDX)
                         WCA-SDO-CREDITOS(WCA-SDO-IDX).
       3100-LOCALIZA-SALDO-FIM.
           EXIT.

       3110-TESTA-SALDO.
           IF WS-CONTA-BUSCA EQUAL WCA-SDO-CONTA(WCA-SDO-IDX)
              AND WS-AGENCIA-BUSCA EQUAL WCA-SDO-AGENCIA(WCA-SDO-IDX)
               SET SALDO-ACHADO TO TRUE
               SET WS-SDO-ACHADO TO WCA-SDO-IDX
           END-IF.
       3110-TESTA-SALDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           CLOSE LANCAMENTOS.

           OPEN OUTPUT RAZAODIA.
           PERFORM 9100-GRAVA-RAZAO
              THRU 9100-GRAVA-RAZAO-FIM
              VARYING WCA-RZ-IDX FROM 1 BY 1
              UNTIL WCA-RZ-IDX GREATER THAN WCA-RZ-QTD.
           CLOSE RAZAODIA.

           OPEN OUTPUT SALDOS.
           PERFORM 9200-GRAVA-HISTORICO
              THRU 9200-GRAVA-HISTORICO-FIM
              VARYING WCA-HIS-IDX FROM 1 BY 1
              UNTIL WCA-HIS-IDX GREATER THAN WCA-HIS-QTD.
           PERFORM 9300-GRAVA-SALDO
              THRU 9300-GRAVA-SALDO-FIM
              VARYING WCA-SDO-IDX FROM 1 BY 1
              UNTIL WCA-SDO-IDX GREATER THAN WCA-SDO-QTD.
           CLOSE SALDOS.

      *****SALDOCTB01 EM ORDEM DE COMPETENCIA, CONTA E AGENCIA PARA O
      *****RELATORIO DO RAZAO
           SORT CLASSIFICA
               ON ASCENDING KEY SRT-COMPETENCIA
                                SRT-CONTA
                                SRT-AGENCIA
               USING SALDOS
               GIVING SALDOS.

           DISPLAY 'ATUARAZAO01 - DATA: ' WCA-DATA-REFERENCIA
                   ' LANCAMENTOS: ' WS-QTD-LANCAMENTOS
                   ' TOTAIS DO DIA: ' WS-QTD-TOTAIS-DIA
                   ' SALDOS NA COMPETENCIA: ' WCA-SDO-QTD
           IF WS-QTD-CONTAS-NOVAS GREATER THAN ZERO
               DISPLAY 'ATUARAZAO01 - ' WS-QTD-CONTAS-NOVAS
                       ' CONTA(S)/AGENCIA(S) NOVAS NA COMPETENCIA'
           END-IF.

           MOVE 0 TO WS-RC-FINAL.
           IF WSN-FS-RAZAODIA NOT EQUAL 00
              OR WSN-FS-SALDOS NOT EQUAL 00
               DISPLAY 'ATUARAZAO01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           MOVE 'I' TO WS-LOG-SEVERIDADE.
           IF WS-TOT-DEBITOS NOT EQUAL WS-TOT-CREDITOS
               DISPLAY 'ATUARAZAO01 - LANCAMENTOS DO DIA NAO ZERAM: '
                       'DEBITOS ' WS-TOT-DEBITOS
                       ' CREDITOS ' WS-TOT-CREDITOS
               MOVE 'A' TO WS-LOG-SEVERIDADE
           END-IF.
           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'RAZAO ' WCA-DATA-REFERENCIA
                  ' LANCAMENTOS ' WS-QTD-LANCAMENTOS
                  ' SALDOS ' WCA-SDO-QTD
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.

       9100-GRAVA-RAZAO.
           MOVE WCA-RZ-REG(WCA-RZ-IDX) TO REG-RAZAODIA.
           WRITE REG-RAZAODIA.
       9100-GRAVA-RAZAO-FIM.
           EXIT.

       9200-GRAVA-HISTORICO.
           MOVE WCA-HIS-REG(WCA-HIS-IDX) TO REG-SALDO.
           WRITE REG-SALDO.
       9200-GRAVA-HISTORICO-FIM.
           EXIT.

       9300-GRAVA-SALDO.
           MOVE SPACES              TO REG-SALDO.
           MOVE WCA-COMPETENCIA     TO SC-COMPETENCIA.
           MOVE WCA-SDO-CONTA(WCA-SDO-IDX)    TO SC-CONTA.
           MOVE WCA-SDO-AGENCIA(WCA-SDO-IDX)  TO SC-AGENCIA.
           MOVE WCA-SDO-INICIAL(WCA-SDO-IDX)  TO SC-SALDO-INICIAL.
           MOVE WCA-SDO-DEBITOS(WCA-SDO-IDX)  TO SC-DEBITOS.
           MOVE WCA-SDO-CREDITOS(WCA-SDO-IDX) TO SC-CREDITOS.
           COMPUTE WS-SALDO-CALC = WCA-SDO-INICIAL(WCA-SDO-IDX)
                                 + WCA-SDO-DEBITOS(WCA-SDO-IDX)
                                 - WCA-SDO-CREDITOS(WCA-SDO-IDX).
           MOVE WS-SALDO-CALC       TO SC-SALDO-FINAL.
           MOVE WCA-DATA-REFERENCIA TO SC-DAT-ATUALIZACAO.
           MOVE 'A'                 TO SC-SITUACAO.
           WRITE REG-SALDO.
       9300-GRAVA-SALDO-FIM.
           EXIT.
       END PROGRAM ATUARAZAO01.
