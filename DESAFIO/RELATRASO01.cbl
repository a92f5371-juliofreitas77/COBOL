      ******************************************************************
      * Author: JULIO CESAR
      * Date: 02/09/2026
      * Purpose: Relatorio mensal de atrasos por departamento. Le as
      * ocorrencias contra a escala gravadas pelo TRIAPONTO01
      * (OCORESC01) da competencia informada (AAAAMM) e, para cada
      * matricula, totaliza os dias previstos na escala, os dias e
      * minutos de atraso, os dias e minutos de saida antecipada, as
      * folgas trabalhadas e os minutos de extra sobre a escala. As
      * matriculas saem agrupadas pelo departamento do cadastro de
      * lotacao (DEPTO01, mantido no MANUDEP01), com subtotal por
      * departamento e total geral no RELATRASO01. Matricula sem
      * lotacao sai no departamento '??????????'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATRASO01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCORRENCIAS ASSIGN TO 'OCORESC01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OCORRENCIAS.

           SELECT DEPTOS ASSIGN TO 'DEPTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPTOS.

           SELECT RELATORIO ASSIGN TO 'RELATRASO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      *****OCORRENCIAS CONTRA A ESCALA (LAYOUT DO TRIAPONTO01)
       FD OCORRENCIAS.
       01 REG-OCORRENCIA.
           05 OC-MATRICULA         PIC 9(06).
           05 FILLER               PIC X(01).
           05 OC-DATA              PIC 9(08).
           05 OC-DATA-R REDEFINES OC-DATA.
               10 OC-COMPETENCIA   PIC 9(06).
               10 OC-DIA           PIC 9(02).
           05 FILLER               PIC X(01).
           05 OC-SITUACAO          PIC X(01).
           05 FILLER               PIC X(01).
           05 OC-PREV-ENTRADA      PIC 9(04).
           05 FILLER               PIC X(01).
           05 OC-REAL-ENTRADA      PIC 9(04).
           05 FILLER               PIC X(01).
           05 OC-ATRASO            PIC 9(04).
           05 FILLER               PIC X(01).
           05 OC-PREV-SAIDA        PIC 9(04).
           05 FILLER               PIC X(01).
           05 OC-REAL-SAIDA        PIC 9(04).
           05 FILLER               PIC X(01).
           05 OC-ANTECIPADA        PIC 9(04).
           05 FILLER               PIC X(01).
           05 OC-PREVISTOS         PIC 9(04).
           05 FILLER               PIC X(01).
           05 OC-TRABALHADOS       PIC 9(04).
           05 FILLER               PIC X(01).
           05 OC-EXTRA             PIC 9(04).

       FD DEPTOS.
       01 REG-DEPTO.
           05 DEP-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 DEP-DEPTO            PIC X(10).
           05 FILLER               PIC X(01).
           05 DEP-CENTRO           PIC X(06).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-OCORRENCIAS        PIC 9(02) VALUE ZEROS.
       01 WS-FS-DEPTOS             PIC 9(02) VALUE ZEROS.
       01 WS-FS-RELATORIO          PIC 9(02) VALUE ZEROS.
       01 WS-FIM-OCORRENCIAS       PIC X(01) VALUE 'N'.
           88 FIM-OCORRENCIAS          VALUE 'S'.
       01 WS-FIM-DEPTOS            PIC X(01) VALUE 'N'.
           88 FIM-DEPTOS               VALUE 'S'.

       01 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO          PIC 9(04).
           05 WS-COMP-MES          PIC 9(02).

       77 WS-QTD-LIDAS             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-MES               PIC 9(05) VALUE ZEROS.

      *****LOTACAO POR MATRICULA (CADASTRO DO MANUDEP01)
       01 WCA-LOTACOES.
           05 WCA-LOT-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-LOT-TAB OCCURS 200 TIMES
                          INDEXED BY WCA-LOT-IDX.
               10 WCA-LOT-MAT      PIC 9(06).
               10 WCA-LOT-DEPTO    PIC X(10).
       01 WCA-LOT-ACHOU            PIC X(01) VALUE 'N'.
           88 LOTACAO-ACHADA           VALUE 'S'.

      *****TOTAIS DO MES POR MATRICULA
       01 WCA-FUNCIONARIOS.
           05 WCA-FUN-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-FUN-TAB OCCURS 200 TIMES
                          INDEXED BY WCA-FUN-IDX.
               10 WCA-FUN-MAT          PIC 9(06).
               10 WCA-FUN-DEPTO        PIC X(10).
               10 WCA-FUN-DIAS-ESCALA  PIC 9(03).
               10 WCA-FUN-DIAS-ATRASO  PIC 9(03).
               10 WCA-FUN-MIN-ATRASO   PIC 9(06).
               10 WCA-FUN-DIAS-ANTEC   PIC 9(03).
               10 WCA-FUN-MIN-ANTEC    PIC 9(06).
               10 WCA-FUN-FOLGAS       PIC 9(03).
               10 WCA-FUN-MIN-EXTRA    PIC 9(06).
       01 WCA-FUN-ACHOU            PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-ACHADO       VALUE 'S'.

      *****DEPARTAMENTOS NA ORDEM EM QUE APARECEM
       01 WCA-DEPARTAMENTOS.
           05 WCA-DPT-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-DPT-TAB OCCURS 30 TIMES
                          INDEXED BY WCA-DPT-IDX.
               10 WCA-DPT-NOME     PIC X(10).
       01 WCA-DPT-ACHOU            PIC X(01) VALUE 'N'.
           88 DEPARTAMENTO-ACHADO      VALUE 'S'.

      *****ACUMULADORES DO DEPARTAMENTO E DO TOTAL GERAL
       01 WCA-TOTAIS-DEPTO.
           05 TD-FUNC              PIC 9(03) VALUE ZEROS.
           05 TD-DIAS-ESCALA       PIC 9(05) VALUE ZEROS.
           05 TD-DIAS-ATRASO       PIC 9(05) VALUE ZEROS.
           05 TD-MIN-ATRASO        PIC 9(07) VALUE ZEROS.
           05 TD-DIAS-ANTEC        PIC 9(05) VALUE ZEROS.
           05 TD-MIN-ANTEC         PIC 9(07) VALUE ZEROS.
           05 TD-FOLGAS            PIC 9(05) VALUE ZEROS.
           05 TD-MIN-EXTRA         PIC 9(07) VALUE ZEROS.
       01 WCA-TOTAIS-GERAL.
           05 TG-FUNC              PIC 9(03) VALUE ZEROS.
           05 TG-DIAS-ESCALA       PIC 9(05) VALUE ZEROS.
           05 TG-DIAS-ATRASO       PIC 9(05) VALUE ZEROS.
           05 TG-MIN-ATRASO        PIC 9(07) VALUE ZEROS.
           05 TG-DIAS-ANTEC        PIC 9(05) VALUE ZEROS.
           05 TG-MIN-ANTEC         PIC 9(07) VALUE ZEROS.
           05 TG-FOLGAS            PIC 9(05) VALUE ZEROS.
           05 TG-MIN-EXTRA         PIC 9(07) VALUE ZEROS.

       01 WCA-LINHA-TITULO.
           05 FILLER               PIC X(30)
              VALUE 'RELATORIO MENSAL DE ATRASOS - '.
           05 FILLER               PIC X(12) VALUE 'COMPETENCIA '.
           05 LT-MES               PIC 9(02) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE '/'.
           05 LT-ANO               PIC 9(04) VALUE ZEROS.
       01 WCA-LINHA-CABECALHO.
           05 FILLER               PIC X(40)
              VALUE '   MATRICULA DIAS ESC  ATRASOS   MIN ATR'.
           05 FILLER               PIC X(40)
              VALUE '  ANTECIP   MIN ANT  FOLGAS TRB MIN EXTR'.
           05 FILLER               PIC X(01) VALUE 'A'.
       01 WCA-LINHA-DEPTO.
           05 FILLER               PIC X(14) VALUE ' DEPARTAMENTO '.
           05 LD-NOME              PIC X(10) VALUE SPACES.
       01 WCA-LINHA-DETALHE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 LN-MATRICULA         PIC 9(06) VALUE ZEROS.
           05 LN-DIAS-ESCALA       PIC ZZZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LN-DIAS-ATRASO       PIC ZZZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LN-MIN-ATRASO        PIC ZZZZZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LN-DIAS-ANTEC        PIC ZZZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LN-MIN-ANTEC         PIC ZZZZZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LN-FOLGAS            PIC ZZZZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LN-MIN-EXTRA         PIC ZZZZZZZZ9 VALUE ZEROS.
       01 WCA-LINHA-TOTAL.
           05 LTT-ROTULO           PIC X(08) VALUE SPACES.
           05 LTT-FUNC             PIC ZZ9   VALUE ZEROS.
           05 LTT-DIAS-ESCALA      PIC ZZZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LTT-DIAS-ATRASO      PIC ZZZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTT-MIN-ATRASO       PIC ZZZZZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LTT-DIAS-ANTEC       PIC ZZZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTT-MIN-ANTEC        PIC ZZZZZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTT-FOLGAS           PIC ZZZZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTT-MIN-EXTRA        PIC ZZZZZZZZ9 VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'RELATRASO01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-ACUMULA-OCORRENCIA
               UNTIL FIM-OCORRENCIAS
           PERFORM 3000-IMPRIME-RELATORIO
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           DISPLAY 'COMPETENCIA (AAAAMM)?'
           ACCEPT WS-COMPETENCIA
           IF WS-COMP-MES LESS THAN 1 OR WS-COMP-MES GREATER THAN 12
               DISPLAY 'RELATRASO01 - COMPETENCIA INVALIDA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1200-CARREGA-LOTACOES

           OPEN INPUT OCORRENCIAS
           IF WS-FS-OCORRENCIAS NOT EQUAL ZEROS
               DISPLAY 'RELATRASO01 - OCORRENCIAS DA ESCALA AUSENTES'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELATORIO

           MOVE 'N' TO WS-FIM-OCORRENCIAS
           PERFORM 1100-LER-OCORRENCIA
           .

       1100-LER-OCORRENCIA.
           READ OCORRENCIAS
               AT END
                   MOVE 'S' TO WS-FIM-OCORRENCIAS
               NOT AT END
                   ADD 1 TO WS-QTD-LIDAS
           END-READ
           .

      *****LOTACAO POR MATRICULA (AUSENCIA DO ARQUIVO SO DEIXA TODO
      *****MUNDO NO DEPARTAMENTO DESCONHECIDO)
       1200-CARREGA-LOTACOES.
           OPEN INPUT DEPTOS
           IF WS-FS-DEPTOS EQUAL ZEROS
               MOVE 'N' TO WS-FIM-DEPTOS
               PERFORM 1210-LER-DEPTO
               PERFORM 1220-GUARDA-DEPTO
                   UNTIL FIM-DEPTOS
               CLOSE DEPTOS
           END-IF
           .

       1210-LER-DEPTO.
           READ DEPTOS
               AT END
                   MOVE 'S' TO WS-FIM-DEPTOS
           END-READ
           .

       1220-GUARDA-DEPTO.
           IF WCA-LOT-QTD LESS THAN 200
               ADD 1 TO WCA-LOT-QTD
               SET WCA-LOT-IDX TO WCA-LOT-QTD
               MOVE DEP-MATRICULA TO WCA-LOT-MAT(WCA-LOT-IDX)
               MOVE DEP-DEPTO     TO WCA-LOT-DEPTO(WCA-LOT-IDX)
           END-IF
           PERFORM 1210-LER-DEPTO
           .

      *-----------------------------------------------------------------
      *     SOMA A OCORRENCIA DO DIA NOS TOTAIS DA MATRICULA (SO A
      *     COMPETENCIA PEDIDA)
      *-----------------------------------------------------------------
       2000-ACUMULA-OCORRENCIA.
           IF OC-COMPETENCIA EQUAL WS-COMPETENCIA
               ADD 1 TO WS-QTD-MES
               PERFORM 2100-PROCURA-FUNCIONARIO
               IF FUNCIONARIO-ACHADO
                   PERFORM 2200-SOMA-DIA
               END-IF
           END-IF
           PERFORM 1100-LER-OCORRENCIA
           .

       2100-PROCURA-FUNCIONARIO.
           MOVE 'N' TO WCA-FUN-ACHOU
           PERFORM 2110-TESTA-FUNCIONARIO
               VARYING WCA-FUN-IDX FROM 1 BY 1
               UNTIL WCA-FUN-IDX GREATER THAN WCA-FUN-QTD
                  OR FUNCIONARIO-ACHADO
           IF FUNCIONARIO-ACHADO
               SET WCA-FUN-IDX DOWN BY 1
           ELSE
               IF WCA-FUN-QTD LESS THAN 200
                   ADD 1 TO WCA-FUN-QTD
                   SET WCA-FUN-IDX TO WCA-FUN-QTD
                   MOVE OC-MATRICULA TO WCA-FUN-MAT(WCA-FUN-IDX)
                   MOVE ZEROS TO WCA-FUN-DIAS-ESCALA(WCA-FUN-IDX)
                                 WCA-FUN-DIAS-ATRASO(WCA-FUN-IDX)
                                 WCA-FUN-MIN-ATRASO(WCA-FUN-IDX)
                                 WCA-FUN-DIAS-ANTEC(WCA-FUN-IDX)
                                 WCA-FUN-MIN-ANTEC(WCA-FUN-IDX)
                                 WCA-FUN-FOLGAS(WCA-FUN-IDX)
                                 WCA-FUN-MIN-EXTRA(WCA-FUN-IDX)
                   PERFORM 2120-PROCURA-LOTACAO
                   PERFORM 2130-REGISTRA-DEPTO
                   MOVE 'S' TO WCA-FUN-ACHOU
               END-IF
           END-IF
           .

       2110-TESTA-FUNCIONARIO.
           IF OC-MATRICULA EQUAL WCA-FUN-MAT(WCA-FUN-IDX)
               MOVE 'S' TO WCA-FUN-ACHOU
           END-IF
           .

       2120-PROCURA-LOTACAO.
           MOVE '??????????' TO WCA-FUN-DEPTO(WCA-FUN-IDX)
           MOVE 'N' TO WCA-LOT-ACHOU
           PERFORM 2121-TESTA-LOTACAO
               VARYING WCA-LOT-IDX FROM 1 BY 1
               UNTIL WCA-LOT-IDX GREATER THAN WCA-LOT-QTD
                  OR LOTACAO-ACHADA
           .

       2121-TESTA-LOTACAO.
           IF OC-MATRICULA EQUAL WCA-LOT-MAT(WCA-LOT-IDX)
               MOVE 'S' TO WCA-LOT-ACHOU
               MOVE WCA-LOT-DEPTO(WCA-LOT-IDX)
                  TO WCA-FUN-DEPTO(WCA-FUN-IDX)
           END-IF
           .

       2130-REGISTRA-DEPTO.
           MOVE 'N' TO WCA-DPT-ACHOU
           PERFORM 2131-TESTA-DEPTO
               VARYING WCA-DPT-IDX FROM 1 BY 1
               UNTIL WCA-DPT-IDX GREATER THAN WCA-DPT-QTD
                  OR DEPARTAMENTO-ACHADO
           IF NOT DEPARTAMENTO-ACHADO AND WCA-DPT-QTD LESS THAN 30
               ADD 1 TO WCA-DPT-QTD
               SET WCA-DPT-IDX TO WCA-DPT-QTD
               MOVE WCA-FUN-DEPTO(WCA-FUN-IDX)
                  TO WCA-DPT-NOME(WCA-DPT-IDX)
           END-IF
           .

       2131-TESTA-DEPTO.
           IF WCA-FUN-DEPTO(WCA-FUN-IDX) EQUAL
              WCA-DPT-NOME(WCA-DPT-IDX)
               MOVE 'S' TO WCA-DPT-ACHOU
           END-IF
           .

       2200-SOMA-DIA.
           IF OC-SITUACAO EQUAL 'F'
               ADD 1 TO WCA-FUN-FOLGAS(WCA-FUN-IDX)
           ELSE
               ADD 1 TO WCA-FUN-DIAS-ESCALA(WCA-FUN-IDX)
           END-IF
           IF OC-ATRASO GREATER THAN ZERO
               ADD 1 TO WCA-FUN-DIAS-ATRASO(WCA-FUN-IDX)
               ADD OC-ATRASO TO WCA-FUN-MIN-ATRASO(WCA-FUN-IDX)
           END-IF
           IF OC-ANTECIPADA GREATER THAN ZERO
               ADD 1 TO WCA-FUN-DIAS-ANTEC(WCA-FUN-IDX)
               ADD OC-ANTECIPADA TO WCA-FUN-MIN-ANTEC(WCA-FUN-IDX)
           END-IF
           ADD OC-EXTRA TO WCA-FUN-MIN-EXTRA(WCA-FUN-IDX)
           .

      *-----------------------------------------------------------------
      *     UM BLOCO POR DEPARTAMENTO: AS MATRICULAS DELE E O SUBTOTAL;
      *     NO FIM O TOTAL GERAL
      *-----------------------------------------------------------------
       3000-IMPRIME-RELATORIO.
           MOVE WS-COMP-MES TO LT-MES
           MOVE WS-COMP-ANO TO LT-ANO
           MOVE WCA-LINHA-TITULO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WCA-LINHA-CABECALHO TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM 3100-IMPRIME-DEPTO
               VARYING WCA-DPT-IDX FROM 1 BY 1
               UNTIL WCA-DPT-IDX GREATER THAN WCA-DPT-QTD

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WCA-TOTAIS-GERAL TO WCA-TOTAIS-DEPTO
           MOVE 'GERAL   ' TO LTT-ROTULO
           PERFORM 3300-IMPRIME-TOTAL
           .

       3100-IMPRIME-DEPTO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WCA-DPT-NOME(WCA-DPT-IDX) TO LD-NOME
           MOVE WCA-LINHA-DEPTO TO REG-RELATORIO
           WRITE REG-RELATORIO
           INITIALIZE WCA-TOTAIS-DEPTO
           PERFORM 3200-IMPRIME-FUNCIONARIO
              THRU 3200-IMPRIME-FUNCIONARIO-FIM
               VARYING WCA-FUN-IDX FROM 1 BY 1
               UNTIL WCA-FUN-IDX GREATER THAN WCA-FUN-QTD
           MOVE 'SUBTOT  ' TO LTT-ROTULO
           PERFORM 3300-IMPRIME-TOTAL
           ADD TD-FUNC        TO TG-FUNC
           ADD TD-DIAS-ESCALA TO TG-DIAS-ESCALA
           ADD TD-DIAS-ATRASO TO TG-DIAS-ATRASO
           ADD TD-MIN-ATRASO  TO TG-MIN-ATRASO
           ADD TD-DIAS-ANTEC  TO TG-DIAS-ANTEC
           ADD TD-MIN-ANTEC   TO TG-MIN-ANTEC
           ADD TD-FOLGAS      TO TG-FOLGAS
           ADD TD-MIN-EXTRA   TO TG-MIN-EXTRA
           .

       3200-IMPRIME-FUNCIONARIO.
           IF WCA-FUN-DEPTO(WCA-FUN-IDX) NOT EQUAL
              WCA-DPT-NOME(WCA-DPT-IDX)
               GO TO 3200-IMPRIME-FUNCIONARIO-FIM
           END-IF
           MOVE WCA-FUN-MAT(WCA-FUN-IDX)         TO LN-MATRICULA
           MOVE WCA-FUN-DIAS-ESCALA(WCA-FUN-IDX) TO LN-DIAS-ESCALA
           MOVE WCA-FUN-DIAS-ATRASO(WCA-FUN-IDX) TO LN-DIAS-ATRASO
           MOVE WCA-FUN-MIN-ATRASO(WCA-FUN-IDX)  TO LN-MIN-ATRASO
           MOVE WCA-FUN-DIAS-ANTEC(WCA-FUN-IDX)  TO LN-DIAS-ANTEC
           MOVE WCA-FUN-MIN-ANTEC(WCA-FUN-IDX)   TO LN-MIN-ANTEC
           MOVE WCA-FUN-FOLGAS(WCA-FUN-IDX)      TO LN-FOLGAS
           MOVE WCA-FUN-MIN-EXTRA(WCA-FUN-IDX)   TO LN-MIN-EXTRA
           MOVE WCA-LINHA-DETALHE TO REG-RELATORIO
           WRITE REG-RELATORIO
           ADD 1 TO TD-FUNC
           ADD WCA-FUN-DIAS-ESCALA(WCA-FUN-IDX) TO TD-DIAS-ESCALA
           ADD WCA-FUN-DIAS-ATRASO(WCA-FUN-IDX) TO TD-DIAS-ATRASO
           ADD WCA-FUN-MIN-ATRASO(WCA-FUN-IDX)  TO TD-MIN-ATRASO
           ADD WCA-FUN-DIAS-ANTEC(WCA-FUN-IDX)  TO TD-DIAS-ANTEC
           ADD WCA-FUN-MIN-ANTEC(WCA-FUN-IDX)   TO TD-MIN-ANTEC
           ADD WCA-FUN-FOLGAS(WCA-FUN-IDX)      TO TD-FOLGAS
           ADD WCA-FUN-MIN-EXTRA(WCA-FUN-IDX)   TO TD-MIN-EXTRA
           .
       3200-IMPRIME-FUNCIONARIO-FIM.
           EXIT.

       3300-IMPRIME-TOTAL.
           MOVE TD-FUNC        TO LTT-FUNC
           MOVE TD-DIAS-ESCALA TO LTT-DIAS-ESCALA
           MOVE TD-DIAS-ATRASO TO LTT-DIAS-ATRASO
           MOVE TD-MIN-ATRASO  TO LTT-MIN-ATRASO
           MOVE TD-DIAS-ANTEC  TO LTT-DIAS-ANTEC
           MOVE TD-MIN-ANTEC   TO LTT-MIN-ANTEC
           MOVE TD-FOLGAS      TO LTT-FOLGAS
           MOVE TD-MIN-EXTRA   TO LTT-MIN-EXTRA
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO
           WRITE REG-RELATORIO
           .

       9000-FINALIZAR.
           DISPLAY 'RELATRASO01 - OCORRENCIAS LIDAS: ' WS-QTD-LIDAS
                   ' DA COMPETENCIA: ' WS-QTD-MES
           CLOSE OCORRENCIAS
           CLOSE RELATORIO

           MOVE 'I' TO WS-LOG-SEVERIDADE
           MOVE 0 TO RETURN-CODE
           IF WS-FS-RELATORIO NOT EQUAL ZEROS
               DISPLAY 'RELATRASO01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 'E' TO WS-LOG-SEVERIDADE
               MOVE 1 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-LOG-MENSAGEM
           STRING 'ATRASOS ' WS-COMPETENCIA ' - ' WCA-FUN-QTD
                  ' MATRICULAS ' WCA-DPT-QTD ' DEPTOS'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM
           .
       END PROGRAM RELATRASO01.
