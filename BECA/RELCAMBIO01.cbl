      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Relatorio diario da posicao de cambio e da receita de
      * spread. Le as operacoes efetivadas pelo CAMBIOOP01 na data de
      * referencia do Controle01 (OPCAMBIO01) e mostra, por moeda, as
      * compras dos clientes (o banco vende a moeda) e as vendas dos
      * clientes (o banco compra), com quantidade, valor na moeda e
      * valor em reais; a posicao do dia na moeda (comprado menos
      * vendido pelo banco) e o seu valor pela taxa do dia; a
      * receita de spread e o IOF de cambio retido. Sai em RELCAMBIO01
      * com o total geral de spread e IOF.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCAMBIO01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT OPERACOES ASSIGN TO 'OPCAMBIO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-OPERACOES.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT RESUMO ASSIGN TO 'RELCAMBIO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RESUMO.

       DATA DIVISION.
      *
       FILE SECTION.
      *                OPERACOES DE CAMBIO EFETIVADAS (LEIAUTE DO
      *                CAMBIOOP01)
       FD OPERACOES.
       01 REG-OPERACAO.
           05 OPE-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 OPE-NSU              PIC 9(09).
           05 FILLER               PIC X(01).
           05 OPE-TIPO             PIC X(01).
               88 OPE-COMPRA                   VALUE 'C'.
               88 OPE-VENDA                    VALUE 'V'.
           05 FILLER               PIC X(01).
           05 OPE-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 OPE-CTA-REAIS        PIC 9(06).
           05 FILLER               PIC X(01).
           05 OPE-CTA-MOEDA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 OPE-COD-MOEDA        PIC X(03).
           05 FILLER               PIC X(01).
           05 OPE-VALOR-ME         PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 OPE-TAXA-BASE        PIC 9(04)V9(06).
           05 FILLER               PIC X(01).
           05 OPE-TAXA-CLIENTE     PIC 9(04)V9(06).
           05 FILLER               PIC X(01).
           05 OPE-VALOR-REAIS      PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 OPE-SPREAD           PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 OPE-IOF              PIC 9(09)V99.

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

       FD RESUMO.
       01 REG-RESUMO               PIC X(84).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-OPERACOES     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RESUMO        PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-OPERACOES         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.
           05 SW-ABERTO            PIC X(01) VALUE 'N'.
               88 SW-ABERTO-SIM                VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.

      ****** MOVIMENTO DO DIA POR MOEDA ********************************
       01 WCA-MOEDAS.
           05 WCA-MOE-QTD          PIC 9(02)      VALUE ZEROS.
           05 WCA-MOE-TAB OCCURS 10 TIMES
                         INDEXED BY WCA-MOE-IDX.
               10 WCA-MOE-COD      PIC X(03)      VALUE SPACES.
               10 WCA-MOE-TAXA     PIC 9(04)V9(06) VALUE ZEROS.
               10 WCA-MOE-QTD-CPA  PIC 9(05)      VALUE ZEROS.
               10 WCA-MOE-ME-CPA   PIC 9(11)V99   VALUE ZEROS.
               10 WCA-MOE-BRL-CPA  PIC 9(11)V99   VALUE ZEROS.
               10 WCA-MOE-QTD-VDA  PIC 9(05)      VALUE ZEROS.
               10 WCA-MOE-ME-VDA   PIC 9(11)V99   VALUE ZEROS.
               10 WCA-MOE-BRL-VDA  PIC 9(11)V99   VALUE ZEROS.
               10 WCA-MOE-SPREAD   PIC 9(11)V99   VALUE ZEROS.
               10 WCA-MOE-IOF      PIC 9(11)V99   VALUE ZEROS.
       01 WCA-MOE-ACHOU            PIC X(01)      VALUE 'N'.
           88 WCA-MOE-ACHOU-SIM                   VALUE 'S'.
           88 WCA-MOE-ACHOU-NAO                   VALUE 'N'.
       77 WS-QTD-MOE-EXCEDENTE     PIC 9(06)      VALUE ZEROS.

       01 WS-POSICAO-ME            PIC S9(11)V99 VALUE ZEROS.
       01 WS-POSICAO-BRL           PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-SPREAD          PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOTAL-IOF             PIC 9(13)V99 VALUE ZEROS.
       77 WS-QTD-OPERACOES         PIC 9(06) VALUE ZEROS.

       01 LINE-DESIGN              PIC X(84)
               VALUE
           '*===========================================================
      -    '=======================*'.

       01 WCA-TITULO-RESUMO.
           05 FILLER               PIC X(48) VALUE
           '*      POSICAO DE CAMBIO E RECEITA DE SPREAD DE '.
           05 TR-DATA-REF          PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(28) VALUE
           '                           *'.

       01 WCA-LINHA-MOEDA.
           05 FILLER               PIC X(08) VALUE '  MOEDA '.
           05 LM-MOEDA             PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE '  TAXA DO DIA '.
           05 LM-TAXA              PIC Z.ZZ9,999999 VALUE ZEROS.

       01 WCA-LINHA-SENTIDO.
           05 LS-SENTIDO           PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE ' QTD '.
           05 LS-QTD               PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(05) VALUE '  ME '.
           05 LS-VALOR-ME          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(05) VALUE '  R$ '.
           05 LS-VALOR-BRL         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-POSICAO.
           05 FILLER               PIC X(18) VALUE
               '    POSICAO DO DIA'.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE '  ME '.
           05 LP-POSICAO-ME        PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(05) VALUE '  R$ '.
           05 LP-POSICAO-BRL       PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-RECEITA.
           05 FILLER               PIC X(18) VALUE
               '    SPREAD R$'.
           05 LR-SPREAD            PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(12) VALUE '  IOF R$'.
           05 LR-IOF               PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(18) VALUE
               '   TOTAL SPREAD R$'.
           05 LT-SPREAD            PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(12) VALUE '  IOF R$'.
           05 LT-IOF               PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(04) VALUE '  EM'.
           05 LT-QTD               PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(05) VALUE ' OPER'.

       01 WCA-LINHA-VAZIA.
           05 FILLER               PIC X(40) VALUE
               '   NENHUMA OPERACAO DE CAMBIO NA DATA'.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'RELCAMBIO01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.
       01 WS-VALOR-LOG             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 3000-PROCESSO
              THRU 3000-PROCESSO-FIM
             UNTIL SW-FIM-SIM

           PERFORM 4000-GRAVA-RESUMO
              THRU 4000-GRAVA-RESUMO-FIM

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIM

           STOP RUN.
       0000-PRINCIPAL-FIM.
      *-----------------------------------------------------------------
       1000-INICIO.
      *-----------------------------------------------------------------
           SET SW-FIM-NAO TO TRUE.

           PERFORM 1050-LE-CONTROLE
              THRU 1050-LE-CONTROLE-FIM.
           IF WCA-DATA-REFERENCIA EQUAL ZEROS
               DISPLAY 'RELCAMBIO01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****SEM O OPCAMBIO01 NAO HOUVE OPERACAO: O RELATORIO SAI VAZIO
           OPEN INPUT OPERACOES.
           IF WSN-FS-OPERACOES NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-OPERACOES
               SET SW-FIM-SIM TO TRUE
           ELSE
               SET SW-ABERTO-SIM TO TRUE
           END-IF.
           OPEN OUTPUT RESUMO.

           IF NOT SW-FIM-SIM
               PERFORM 1100-LER-OPERACAO
                  THRU 1100-LER-OPERACAO-FIM
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

       1100-LER-OPERACAO.
           READ OPERACOES
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
       1100-LER-OPERACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     SO AS OPERACOES DA DATA DE REFERENCIA: ACUMULA POR MOEDA
      *     NO SENTIDO DA OPERACAO
      *-----------------------------------------------------------------
       3000-PROCESSO.
           IF OPE-DATA NOT EQUAL WCA-DATA-REFERENCIA
               GO TO 3000-PROCESSO-LEITURA
           END-IF.
           PERFORM 3100-LOCALIZA-MOEDA
              THRU 3100-LOCALIZA-MOEDA-FIM.
           IF WCA-MOE-ACHOU-NAO
               GO TO 3000-PROCESSO-LEITURA
           END-IF.

           ADD 1 TO WS-QTD-OPERACOES.
           MOVE OPE-TAXA-BASE TO WCA-MOE-TAXA(WCA-MOE-IDX).
           IF OPE-COMPRA
               ADD 1               TO WCA-MOE-QTD-CPA(WCA-MOE-IDX)
               ADD OPE-VALOR-ME    TO WCA-MOE-ME-CPA(WCA-MOE-IDX)
               ADD OPE-VALOR-REAIS TO WCA-MOE-BRL-CPA(WCA-MOE-IDX)
           ELSE
               ADD 1               TO WCA-MOE-QTD-VDA(WCA-MOE-IDX)
               ADD OPE-VALOR-ME    TO WCA-MOE-ME-VDA(WCA-MOE-IDX)
               ADD OPE-VALOR-REAIS TO WCA-MOE-BRL-VDA(WCA-MOE-IDX)
           END-IF.
           ADD OPE-SPREAD TO WCA-MOE-SPREAD(WCA-MOE-IDX)
                             WS-TOTAL-SPREAD.
           ADD OPE-IOF    TO WCA-MOE-IOF(WCA-MOE-IDX)
                             WS-TOTAL-IOF.
       3000-PROCESSO-LEITURA.
           PERFORM 1100-LER-OPERACAO
              THRU 1100-LER-OPERACAO-FIM.
       3000-PROCESSO-FIM.
           EXIT.

      *****MOEDA NOVA ENTRA NA TABELA; TABELA CHEIA E CONTADA NO LOG
       3100-LOCALIZA-MOEDA.
           SET WCA-MOE-ACHOU-NAO TO TRUE.
           IF WCA-MOE-QTD GREATER THAN ZERO
               PERFORM 3110-PROCURA-MOEDA
                  THRU 3110-PROCURA-MOEDA-FIM
                  VARYING WCA-MOE-IDX FROM 1 BY 1
                  UNTIL WCA-MOE-IDX GREATER THAN WCA-MOE-QTD
                     OR WCA-MOE-ACHOU-SIM
           END-IF.
           IF WCA-MOE-ACHOU-SIM
               SET WCA-MOE-IDX DOWN BY 1
               GO TO 3100-LOCALIZA-MOEDA-FIM
           END-IF.
           IF WCA-MOE-QTD LESS THAN 10
               ADD 1 TO WCA-MOE-QTD
               SET WCA-MOE-IDX TO WCA-MOE-QTD
               MOVE OPE-COD-MOEDA TO WCA-MOE-COD(WCA-MOE-IDX)
               SET WCA-MOE-ACHOU-SIM TO TRUE
           ELSE
               ADD 1 TO WS-QTD-MOE-EXCEDENTE
           END-IF.
       3100-LOCALIZA-MOEDA-FIM.
           EXIT.

       3110-PROCURA-MOEDA.
           IF OPE-COD-MOEDA EQUAL WCA-MOE-COD(WCA-MOE-IDX)
               SET WCA-MOE-ACHOU-SIM TO TRUE
           END-IF.
       3110-PROCURA-MOEDA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       4000-GRAVA-RESUMO.
      *-----------------------------------------------------------------
           MOVE LINE-DESIGN          TO REG-RESUMO.
           WRITE REG-RESUMO.
           MOVE WCA-DATA-REFERENCIA  TO TR-DATA-REF.
           MOVE WCA-TITULO-RESUMO    TO REG-RESUMO.
           WRITE REG-RESUMO.
           MOVE LINE-DESIGN          TO REG-RESUMO.
           WRITE REG-RESUMO.

           IF WCA-MOE-QTD EQUAL ZEROS
               MOVE WCA-LINHA-VAZIA  TO REG-RESUMO
               WRITE REG-RESUMO
           ELSE
               PERFORM 4100-IMPRIME-MOEDA
                  THRU 4100-IMPRIME-MOEDA-FIM
                  VARYING WCA-MOE-IDX FROM 1 BY 1
                  UNTIL WCA-MOE-IDX GREATER THAN WCA-MOE-QTD
           END-IF.

           MOVE WS-TOTAL-SPREAD      TO LT-SPREAD.
           MOVE WS-TOTAL-IOF         TO LT-IOF.
           MOVE WS-QTD-OPERACOES     TO LT-QTD.
           MOVE WCA-LINHA-TOTAL      TO REG-RESUMO.
           WRITE REG-RESUMO BEFORE 2 LINES.
       4000-GRAVA-RESUMO-FIM.
           EXIT.

      *****POSICAO DO BANCO NA MOEDA: O QUE COMPROU DOS CLIENTES
      *****(VENDAS DELES) MENOS O QUE LHES VENDEU, VALORIZADA PELA
      *****TAXA DO DIA
       4100-IMPRIME-MOEDA.
           MOVE WCA-MOE-COD(WCA-MOE-IDX)     TO LM-MOEDA.
           MOVE WCA-MOE-TAXA(WCA-MOE-IDX)    TO LM-TAXA.
           MOVE WCA-LINHA-MOEDA              TO REG-RESUMO.
           WRITE REG-RESUMO.

           MOVE '    COMPRAS CLIENTE'        TO LS-SENTIDO.
           MOVE WCA-MOE-QTD-CPA(WCA-MOE-IDX) TO LS-QTD.
           MOVE WCA-MOE-ME-CPA(WCA-MOE-IDX)  TO LS-VALOR-ME.
           MOVE WCA-MOE-BRL-CPA(WCA-MOE-IDX) TO LS-VALOR-BRL.
           MOVE WCA-LINHA-SENTIDO            TO REG-RESUMO.
           WRITE REG-RESUMO.

           MOVE '    VENDAS CLIENTE'         TO LS-SENTIDO.
           MOVE WCA-MOE-QTD-VDA(WCA-MOE-IDX) TO LS-QTD.
           MOVE WCA-MOE-ME-VDA(WCA-MOE-IDX)  TO LS-VALOR-ME.
           MOVE WCA-MOE-BRL-VDA(WCA-MOE-IDX) TO LS-VALOR-BRL.
           MOVE WCA-LINHA-SENTIDO            TO REG-RESUMO.
           WRITE REG-RESUMO.

           COMPUTE WS-POSICAO-ME = WCA-MOE-ME-VDA(WCA-MOE-IDX)
                                 - WCA-MOE-ME-CPA(WCA-MOE-IDX).
           COMPUTE WS-POSICAO-BRL ROUNDED =
               WS-POSICAO-ME * WCA-MOE-TAXA(WCA-MOE-IDX).
           MOVE WS-POSICAO-ME                TO LP-POSICAO-ME.
           MOVE WS-POSICAO-BRL               TO LP-POSICAO-BRL.
           MOVE WCA-LINHA-POSICAO            TO REG-RESUMO.
           WRITE REG-RESUMO.

           MOVE WCA-MOE-SPREAD(WCA-MOE-IDX)  TO LR-SPREAD.
           MOVE WCA-MOE-IOF(WCA-MOE-IDX)     TO LR-IOF.
           MOVE WCA-LINHA-RECEITA            TO REG-RESUMO.
           WRITE REG-RESUMO.
       4100-IMPRIME-MOEDA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           DISPLAY 'RELCAMBIO01 - OPERACOES DO DIA: ' WS-QTD-OPERACOES
           IF WS-QTD-MOE-EXCEDENTE GREATER THAN ZERO
               DISPLAY 'RELCAMBIO01 - ' WS-QTD-MOE-EXCEDENTE
                       ' OPERACOES FORA DA TABELA DE MOEDAS'
           END-IF
           IF SW-ABERTO-SIM
               CLOSE OPERACOES
           END-IF
           CLOSE RESUMO.

           MOVE 0 TO WS-RC-FINAL.
           IF (WSN-FS-OPERACOES NOT EQUAL 00 AND
                WSN-FS-OPERACOES NOT EQUAL 10)   OR
               WSN-FS-RESUMO     NOT EQUAL 00
               DISPLAY 'RELCAMBIO01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-QTD-MOE-EXCEDENTE GREATER THAN ZERO
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF.
           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE WS-TOTAL-SPREAD TO WS-VALOR-LOG.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'POSICAO CAMBIO - ' WS-QTD-OPERACOES
                  ' OPERACOES SPREAD R$ ' WS-VALOR-LOG
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM RELCAMBIO01.
