      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Lote diario das aplicacoes em CDB (APLICCDB01, mantido
      * pelo MANUCDB01). Para cada aplicacao ativa apropria o
      * rendimento bruto ate a CTL-DATA-REFERENCIA do Controle01 (ou
      * ate o vencimento, o que vier antes) pelo motor comum CALCCDB;
      * o apropriado da rodada fica na aplicacao para o feed contabil
      * GERACONT01. Aplicacao com vencimento ate a data de referencia
      * e resgatada automaticamente: o IR sobre o rendimento sai da
      * tabela regressiva TABIRCDB01 (prazo em dias corridos e
      * aliquota, nos moldes da TabelaIR01) pela faixa dos dias da
      * aplicacao, e a conta corrente vinculada recebe em Movimento01
      * (com NSU) o credito do principal e do rendimento e o debito
      * do IR retido. Os resgates do dia saem no relatorio CDBDIA01 e
      * o APLICCDB01 e regravado ao final. A rodada repetida na mesma
      * data nao apropria de novo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDBDIA01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT APLICCDB ASSIGN TO 'APLICCDB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-APLICCDB.

           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

           SELECT TABELA-IR ASSIGN TO 'TABIRCDB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-TABELA.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT RELATORIO ASSIGN TO 'CDBDIA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

       DATA DIVISION.
      *
       FILE SECTION.
      *                APLICACOES EM CDB
       FD APLICCDB.
       01 REG-APLICCDB.
           05 CDB-NUMERO           PIC 9(06).
           05 CDB-COD-CTA          PIC 9(06).
           05 CDB-PRINCIPAL        PIC 9(09)V99.
      *****TAXA EM PERCENTUAL AO ANO
           05 CDB-TAXA-ANO         PIC 9(02)V9(04).
           05 CDB-DAT-APLIC        PIC 9(08).
           05 CDB-DAT-VENC         PIC 9(08).
      *****RENDIMENTO BRUTO APROPRIADO E A DATA ATE ONDE FOI APROPRIADO
           05 CDB-RENDIMENTO       PIC 9(09)V99.
           05 CDB-DAT-APROP        PIC 9(08).
      *****APROPRIADO NA DATA DE REFERENCIA CDB-DAT-LOTE, PARA O FEED
      *****CONTABIL GERACONT01
           05 CDB-REND-LOTE        PIC 9(09)V99.
           05 CDB-DAT-LOTE         PIC 9(08).
           05 CDB-IR-RETIDO        PIC 9(09)V99.
           05 CDB-DAT-RESGATE      PIC 9(08).
      *****'A' = ATIVA, 'V' = RESGATADA NO VENCIMENTO,
      *****'R' = RESGATE ANTECIPADO
           05 CDB-STATUS           PIC X(01).

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

      *                TABELA REGRESSIVA DE IR DO CDB: ATE QUANTOS DIAS
      *                CORRIDOS DE APLICACAO VALE CADA ALIQUOTA
       FD TABELA-IR.
       01 REG-TABELA-IR.
           05 TIC-PRAZO-DIAS       PIC 9(05).
           05 TIC-TAXA-IR          PIC 9(02)V9(04).

      *                CONTROLE (PARAMETROS DO RELATORIO)
       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(84).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-APLICCDB      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-TABELA        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-APLICCDB          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CDB               VALUE 'N'.
               88 SW-FIM-SIM-CDB               VALUE 'S'.
           05 SW-TABELA            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-TAB               VALUE 'N'.
               88 SW-FIM-SIM-TAB               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.

      *****APLICACOES CARREGADAS EM MEMORIA PARA A REGRAVACAO FINAL
       01 WCA-APLICACOES.
           05 WCA-CDB-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-CDB-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-CDB-IDX.
               10 WCA-CDB-REG      PIC X(103).

      ****** FAIXAS REGRESSIVAS CARREGADAS DE TABIRCDB01 ***************
       01 WCA-FAIXAS-IR.
           05 WCA-FX-QTD           PIC 9(02)      VALUE ZEROS.
           05 WCA-FX-TAB OCCURS 10 TIMES
                         INDEXED BY WCA-FX-IDX.
               10 WCA-FX-PRAZO     PIC 9(05)      VALUE ZEROS.
               10 WCA-FX-IR        PIC 9(02)V9(04) VALUE ZEROS.
       01 WCA-FX-ACHOU             PIC X(01)      VALUE 'N'.
           88 WCA-FX-ACHOU-SIM                    VALUE 'S'.
           88 WCA-FX-ACHOU-NAO                    VALUE 'N'.

      *****APURACAO DA RODADA (MOTOR COMUM CALCCDB)
       01 WS-DATA-ALVO             PIC 9(08) VALUE ZEROS.
       01 WS-REND-PERIODO          PIC 9(09)V99 VALUE ZEROS.
       01 WS-DIAS-CORRIDOS         PIC 9(05) VALUE ZEROS.
       01 WS-VALOR-IR              PIC 9(09)V99 VALUE ZEROS.
       01 WS-VALOR-LIQUIDO         PIC 9(10)V99 VALUE ZEROS.
       01 WS-TOT-APROPRIADO        PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-IR                PIC 9(11)V99 VALUE ZEROS.

      *****PERNA A GRAVAR EM MOVIMENTO01
       01 WS-MOV-TIP               PIC X(01) VALUE SPACES.
       01 WS-MOV-VAL               PIC 9(09)V99 VALUE ZEROS.
       01 WS-MOV-HIST              PIC X(20) VALUE SPACES.
      *****NSU DO MOVIMENTO, FORNECIDO PELA ROTINA COMUM GERANSU
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.
       77 WS-QTD-ATIVAS            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RESGATADAS        PIC 9(05) VALUE ZEROS.

       01 LINE-DESIGN              PIC X(84)
               VALUES
           '*===========================================================
      -    '=======================*'.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(52) VALUE
               '*  CDB - RESGATES NO VENCIMENTO EM '.
           05 TR-DATA-REF          PIC 9999/99/99.
           05 FILLER               PIC X(22) VALUE
               '                     *'.

       01 WCA-CABEC-COLUNAS.
           05 FILLER               PIC X(08) VALUE '  APLIC.'.
           05 FILLER               PIC X(08) VALUE '   CONTA'.
           05 FILLER               PIC X(15) VALUE
               '      PRINCIPAL'.
           05 FILLER               PIC X(15) VALUE
               '     RENDIMENTO'.
           05 FILLER               PIC X(15) VALUE
               '      IR RETIDO'.
           05 FILLER               PIC X(15) VALUE
               '        LIQUIDO'.
           05 FILLER               PIC X(08) VALUE '   DIAS'.

       01 WCA-LINHA-RESGATE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LR-NUMERO            PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LR-CONTA             PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LR-PRINCIPAL         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LR-RENDIMENTO        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LR-IR                PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LR-LIQUIDO           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LR-DIAS              PIC ZZZZ9 VALUE ZEROS.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(12) VALUE '   ATIVAS ='.
           05 LT-ATIVAS            PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(18) VALUE
               '  APROPRIADO R$'.
           05 LT-APROPRIADO        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(16) VALUE
               '  RESGATADAS ='.
           05 LT-RESGATADAS        PIC ZZZZ9 VALUE ZEROS.

       01 WCA-LINHA-TOTAL-IR.
           05 FILLER               PIC X(22) VALUE
               '   TOTAL IR RETIDO R$'.
           05 LT-IR                PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'CDBDIA01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 3000-TRATA-APLICACAO
              THRU 3000-TRATA-APLICACAO-FIM
              VARYING WCA-CDB-IDX FROM 1 BY 1
              UNTIL WCA-CDB-IDX GREATER THAN WCA-CDB-QTD

           PERFORM 6000-REGRAVA-APLICACOES
              THRU 6000-REGRAVA-APLICACOES-FIM

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
               DISPLAY 'CDBDIA01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1060-CARREGA-TABELA-IR
              THRU 1060-CARREGA-TABELA-IR-FIM.
           IF WCA-FX-QTD EQUAL ZEROS
               DISPLAY 'CDBDIA01 - TABELA DE IR TABIRCDB01 '
                       'VAZIA OU AUSENTE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1200-CARREGA-APLICACOES
              THRU 1200-CARREGA-APLICACOES-FIM.

           OPEN EXTEND MOVIMENTO
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               OPEN OUTPUT MOVIMENTO
           END-IF.

           OPEN OUTPUT RELATORIO.
           MOVE WCA-DATA-REFERENCIA TO TR-DATA-REF.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABEC-COLUNAS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
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

      ****************CARGA DAS FAIXAS REGRESSIVAS DE IR****************
       1060-CARREGA-TABELA-IR.
           OPEN INPUT TABELA-IR.
           IF WSN-FS-TABELA NOT EQUAL ZEROS
               GO TO 1060-CARREGA-TABELA-IR-FIM
           END-IF.
           SET SW-FIM-NAO-TAB TO TRUE.
           PERFORM 1070-LER-TABELA-IR
              THRU 1070-LER-TABELA-IR-FIM.
           PERFORM 1080-GUARDA-FAIXA
              THRU 1080-GUARDA-FAIXA-FIM
             UNTIL SW-FIM-SIM-TAB.
           CLOSE TABELA-IR.
       1060-CARREGA-TABELA-IR-FIM.
           EXIT.

       1070-LER-TABELA-IR.
           READ TABELA-IR
               AT END
                   SET SW-FIM-SIM-TAB TO TRUE
           END-READ.
       1070-LER-TABELA-IR-FIM.
           EXIT.

       1080-GUARDA-FAIXA.
           IF WCA-FX-QTD LESS THAN 10
               ADD 1 TO WCA-FX-QTD
               SET WCA-FX-IDX TO WCA-FX-QTD
               MOVE TIC-PRAZO-DIAS TO WCA-FX-PRAZO(WCA-FX-IDX)
               MOVE TIC-TAXA-IR    TO WCA-FX-IR(WCA-FX-IDX)
           END-IF.
           PERFORM 1070-LER-TABELA-IR
              THRU 1070-LER-TABELA-IR-FIM.
       1080-GUARDA-FAIXA-FIM.
           EXIT.

       1200-CARREGA-APLICACOES.
           OPEN INPUT APLICCDB.
           IF WSN-FS-APLICCDB NOT EQUAL ZEROS
               DISPLAY 'CDBDIA01 - APLICCDB01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-CDB TO TRUE.
           PERFORM 1210-LER-APLICACAO
              THRU 1210-LER-APLICACAO-FIM.
           PERFORM 1220-GUARDA-APLICACAO
              THRU 1220-GUARDA-APLICACAO-FIM
             UNTIL SW-FIM-SIM-CDB.
           CLOSE APLICCDB.
       1200-CARREGA-APLICACOES-FIM.
           EXIT.

       1210-LER-APLICACAO.
           READ APLICCDB
               AT END
                   SET SW-FIM-SIM-CDB TO TRUE
           END-READ.
       1210-LER-APLICACAO-FIM.
           EXIT.

      *****COM A TABELA CHEIA O LOTE ABORTA: A REGRAVACAO FINAL DO
      *****APLICCDB01 SO E SEGURA SE ELE COUBE INTEIRO
       1220-GUARDA-APLICACAO.
           IF WCA-CDB-QTD NOT LESS THAN 5000
               DISPLAY 'CDBDIA01 - APLICCDB01 COM MAIS DE 5000 '
                       'REGISTROS - ABORTADO PARA NAO REGRAVAR '
                       'ARQUIVO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-CDB-QTD.
           SET WCA-CDB-IDX TO WCA-CDB-QTD.
           MOVE REG-APLICCDB TO WCA-CDB-REG(WCA-CDB-IDX).
           PERFORM 1210-LER-APLICACAO
              THRU 1210-LER-APLICACAO-FIM.
       1220-GUARDA-APLICACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     UMA APLICACAO POR VOLTA: APROPRIA ATE A DATA DE REFERENCIA
      *     (NUNCA ALEM DO VENCIMENTO) E RESGATA A QUE VENCEU
      *-----------------------------------------------------------------
       3000-TRATA-APLICACAO.
           MOVE WCA-CDB-REG(WCA-CDB-IDX) TO REG-APLICCDB.
           IF CDB-STATUS NOT EQUAL 'A'
               GO TO 3000-TRATA-APLICACAO-FIM
           END-IF.
           ADD 1 TO WS-QTD-ATIVAS.

           IF CDB-DAT-VENC LESS THAN WCA-DATA-REFERENCIA
               MOVE CDB-DAT-VENC        TO WS-DATA-ALVO
           ELSE
               MOVE WCA-DATA-REFERENCIA TO WS-DATA-ALVO
           END-IF.
           CALL 'CALCCDB' USING CDB-PRINCIPAL CDB-TAXA-ANO
               CDB-DAT-APLIC CDB-DAT-APROP WS-DATA-ALVO
               CDB-RENDIMENTO WS-REND-PERIODO WS-DIAS-CORRIDOS.
      *****O APROPRIADO DA DATA SOMA AO QUE O RESGATE ANTECIPADO DO
      *****MESMO DIA JA TENHA APROPRIADO
           IF CDB-DAT-LOTE EQUAL WCA-DATA-REFERENCIA
               ADD WS-REND-PERIODO TO CDB-REND-LOTE
           ELSE
               MOVE WS-REND-PERIODO     TO CDB-REND-LOTE
               MOVE WCA-DATA-REFERENCIA TO CDB-DAT-LOTE
           END-IF.
           ADD WS-REND-PERIODO TO WS-TOT-APROPRIADO.

           IF CDB-DAT-VENC NOT GREATER THAN WCA-DATA-REFERENCIA
               PERFORM 3200-RESGATA-VENCIDA
                  THRU 3200-RESGATA-VENCIDA-FIM
           END-IF.

           MOVE REG-APLICCDB TO WCA-CDB-REG(WCA-CDB-IDX).
       3000-TRATA-APLICACAO-FIM.
           EXIT.

      *****LOCALIZA A FAIXA PELOS DIAS CORRIDOS (PRIMEIRO PRAZO QUE
      *****COMPORTA OS DIAS; ACIMA DO ULTIMO PRAZO VALE A ULTIMA
      *****FAIXA) E CALCULA O IR SOBRE O RENDIMENTO BRUTO
       3100-CALCULA-IR.
           SET WCA-FX-ACHOU-NAO TO TRUE.
           PERFORM 3110-TESTA-FAIXA
              THRU 3110-TESTA-FAIXA-FIM
              VARYING WCA-FX-IDX FROM 1 BY 1
              UNTIL WCA-FX-IDX GREATER THAN WCA-FX-QTD
                 OR WCA-FX-ACHOU-SIM.
           IF WCA-FX-ACHOU-SIM
               SET WCA-FX-IDX DOWN BY 1
           ELSE
               SET WCA-FX-IDX TO WCA-FX-QTD
           END-IF.
           COMPUTE WS-VALOR-IR ROUNDED =
               CDB-RENDIMENTO * WCA-FX-IR(WCA-FX-IDX) / 100.
       3100-CALCULA-IR-FIM.
           EXIT.

       3110-TESTA-FAIXA.
           IF WS-DIAS-CORRIDOS NOT GREATER THAN
              WCA-FX-PRAZO(WCA-FX-IDX)
               SET WCA-FX-ACHOU-SIM TO TRUE
           END-IF.
       3110-TESTA-FAIXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     RESGATE NO VENCIMENTO: PRINCIPAL E RENDIMENTO CREDITADOS
      *     NA CONTA VINCULADA, IR RETIDO DEBITADO, CADA UM COM SEU
      *     HISTORICO PARA O INFORME E O FEED CONTABIL
      *-----------------------------------------------------------------
       3200-RESGATA-VENCIDA.
           PERFORM 3100-CALCULA-IR
              THRU 3100-CALCULA-IR-FIM.

           MOVE 'C'                 TO WS-MOV-TIP.
           MOVE CDB-PRINCIPAL       TO WS-MOV-VAL.
           MOVE 'RESGATE CDB'       TO WS-MOV-HIST.
           PERFORM 7000-GRAVA-MOVIMENTO
              THRU 7000-GRAVA-MOVIMENTO-FIM.
           IF CDB-RENDIMENTO GREATER THAN ZEROS
               MOVE 'C'              TO WS-MOV-TIP
               MOVE CDB-RENDIMENTO   TO WS-MOV-VAL
               MOVE 'RENDIMENTO CDB' TO WS-MOV-HIST
               PERFORM 7000-GRAVA-MOVIMENTO
                  THRU 7000-GRAVA-MOVIMENTO-FIM
           END-IF.
           IF WS-VALOR-IR GREATER THAN ZEROS
               MOVE 'D'              TO WS-MOV-TIP
               MOVE WS-VALOR-IR      TO WS-MOV-VAL
               MOVE 'IR CDB'         TO WS-MOV-HIST
               PERFORM 7000-GRAVA-MOVIMENTO
                  THRU 7000-GRAVA-MOVIMENTO-FIM
           END-IF.

           MOVE WS-VALOR-IR         TO CDB-IR-RETIDO.
           MOVE WCA-DATA-REFERENCIA TO CDB-DAT-RESGATE.
           MOVE 'V'                 TO CDB-STATUS.
           ADD 1 TO WS-QTD-RESGATADAS.
           ADD WS-VALOR-IR TO WS-TOT-IR.

           COMPUTE WS-VALOR-LIQUIDO =
               CDB-PRINCIPAL + CDB-RENDIMENTO - WS-VALOR-IR.
           MOVE SPACES TO REG-RELATORIO.
           MOVE CDB-NUMERO       TO LR-NUMERO.
           MOVE CDB-COD-CTA      TO LR-CONTA.
           MOVE CDB-PRINCIPAL    TO LR-PRINCIPAL.
           MOVE CDB-RENDIMENTO   TO LR-RENDIMENTO.
           MOVE WS-VALOR-IR      TO LR-IR.
           MOVE WS-VALOR-LIQUIDO TO LR-LIQUIDO.
           MOVE WS-DIAS-CORRIDOS TO LR-DIAS.
           MOVE WCA-LINHA-RESGATE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       3200-RESGATA-VENCIDA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       6000-REGRAVA-APLICACOES.
           OPEN OUTPUT APLICCDB.
           PERFORM 6100-GRAVA-APLICACAO
              THRU 6100-GRAVA-APLICACAO-FIM
               VARYING WCA-CDB-IDX FROM 1 BY 1
               UNTIL WCA-CDB-IDX GREATER THAN WCA-CDB-QTD.
           CLOSE APLICCDB.
       6000-REGRAVA-APLICACOES-FIM.
           EXIT.

       6100-GRAVA-APLICACAO.
           MOVE WCA-CDB-REG(WCA-CDB-IDX) TO REG-APLICCDB.
           WRITE REG-APLICCDB.
       6100-GRAVA-APLICACAO-FIM.
           EXIT.

      ****************PERNA DA CONTA VINCULADA EM MOVIMENTO01***********
       7000-GRAVA-MOVIMENTO.
           CALL 'GERANSU' USING WS-NSU.
           MOVE CDB-COD-CTA         TO MOV-COD-CTA.
           MOVE WCA-DATA-REFERENCIA TO MOV-DAT.
           MOVE WS-MOV-TIP          TO MOV-TIP.
           MOVE 'T'                 TO MOV-FORMA.
           MOVE WS-MOV-VAL          TO MOV-VAL.
           MOVE WS-MOV-HIST         TO MOV-HIST.
           MOVE WS-NSU              TO MOV-NSU.
           WRITE REG-MOVIMENTO.
       7000-GRAVA-MOVIMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           MOVE WS-QTD-ATIVAS     TO LT-ATIVAS.
           MOVE WS-TOT-APROPRIADO TO LT-APROPRIADO.
           MOVE WS-QTD-RESGATADAS TO LT-RESGATADAS.
           MOVE WS-TOT-IR         TO LT-IR.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-LINHA-TOTAL-IR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.

           DISPLAY 'CDBDIA01 - APLICACOES ATIVAS: ' WS-QTD-ATIVAS
                   ' RESGATADAS NO VENCIMENTO: ' WS-QTD-RESGATADAS
           CLOSE MOVIMENTO.

           MOVE 0 TO WS-RC-FINAL.
           IF WSN-FS-APLICCDB NOT EQUAL 00 OR
              WSN-FS-MOVIMENTO NOT EQUAL 00 OR
              WSN-FS-RELATORIO NOT EQUAL 00
               DISPLAY 'CDBDIA01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-RC-FINAL EQUAL ZERO
               MOVE 'I' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'CDB - ' WS-QTD-ATIVAS ' ATIVAS '
                  WS-QTD-RESGATADAS ' RESGATADAS NO VENCIMENTO'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM CDBDIA01.
