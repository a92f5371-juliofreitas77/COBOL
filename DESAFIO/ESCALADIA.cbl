      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina comum da escala de trabalho, chamada via CALL
      * (nos moldes do DIASEMANA) pelos programas do ponto para saber
      * o turno previsto de uma matricula numa data. Na primeira
      * chamada carrega o cadastro de escalas ESCALA01 (mantido pelo
      * MANUESC01). Escala semanal ('S') tem um turno por dia da
      * semana (segunda a domingo, dia da semana pelo DIASEMANA);
      * escala de revezamento ('R') tem um ciclo de 1 a 7 dias que
      * comeca na data de inicio do ciclo (12X36 = ciclo de 2 dias,
      * trabalho e folga) e o dia do ciclo sai dos dias corridos
      * desde o inicio. Devolve se a matricula tem escala, se o dia
      * e folga, entrada e saida previstas (HHMM; saida menor ou igual
      * a entrada vira o dia), o intervalo e os minutos previstos de
      * trabalho (duracao do turno menos o intervalo).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCALADIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCALAS ASSIGN TO 'ESCALA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESCALAS.

       DATA DIVISION.
       FILE SECTION.
       FD ESCALAS.
       01 REG-ESCALA.
           05 ESC-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 ESC-TIPO             PIC X(01).
           05 FILLER               PIC X(01).
           05 ESC-INICIO-CICLO     PIC 9(08).
           05 FILLER               PIC X(01).
           05 ESC-DIAS-CICLO       PIC 9(01).
           05 FILLER               PIC X(01).
           05 ESC-DIA OCCURS 7 TIMES.
               10 ESC-SITUACAO     PIC X(01).
               10 ESC-ENTRADA      PIC 9(04).
               10 ESC-SAIDA        PIC 9(04).
               10 ESC-INTERVALO    PIC 9(03).

       WORKING-STORAGE SECTION.
       01 WS-FS-ESCALAS            PIC 9(02) VALUE ZEROS.
       01 WS-CARREGADO             PIC X(01) VALUE 'N'.
       01 WS-FIM-ESCALAS           PIC X(01) VALUE 'N'.
           88 FIM-ESCALAS              VALUE 'S'.

       01 WCA-ESCALAS.
           05 WCA-ESC-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-ESC-TAB OCCURS 200 TIMES
                          INDEXED BY WCA-ESC-IDX.
               10 WCA-ESC-MATRICULA PIC 9(06).
               10 WCA-ESC-TIPO      PIC X(01).
               10 WCA-ESC-INICIO    PIC 9(08).
               10 WCA-ESC-CICLO     PIC 9(01).
               10 WCA-ESC-DIA OCCURS 7 TIMES.
                   15 WCA-ESC-SITUACAO  PIC X(01).
                   15 WCA-ESC-ENTRADA   PIC 9(04).
                   15 WCA-ESC-SAIDA     PIC 9(04).
                   15 WCA-ESC-INTERVALO PIC 9(03).
       01 WS-ESC-ACHOU             PIC X(01) VALUE 'N'.
           88 ESCALA-ACHADA            VALUE 'S'.
       01 WS-IDX-DIA               PIC 9(01) VALUE ZEROS.

      *****DIA DA SEMANA (DIASEMANA: 1 SABADO, 2 DOMINGO, 3 SEGUNDA
      *****... 7 SEXTA) CONVERTIDO PARA SEGUNDA = 1 ... DOMINGO = 7
       01 WS-DATA-CALC             PIC 9(08) VALUE ZEROS.
       01 WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           05 DTC-ANO              PIC 9(04).
           05 DTC-MES              PIC 9(02).
           05 DTC-DIA              PIC 9(02).
       01 WS-DIA-SEMANA            PIC 9(01) VALUE ZEROS.
       01 WS-NOME-DIA              PIC X(09) VALUE SPACES.
       01 WS-NOME-MES              PIC X(09) VALUE SPACES.

      *****NUMERO DO DIA (DIAS CORRIDOS DESDE O ANO ZERO) PARA A
      *****DIFERENCA ENTRE A DATA E O INICIO DO CICLO
       01 WS-NUM-DIA               PIC 9(07) VALUE ZEROS.
       01 WS-NUM-DATA              PIC 9(07) VALUE ZEROS.
       01 WS-NUM-INICIO            PIC 9(07) VALUE ZEROS.
       01 WS-DIFERENCA             PIC S9(07) VALUE ZEROS.
       01 WS-QUOCIENTE             PIC S9(07) VALUE ZEROS.
       01 WS-RESTO                 PIC S9(01) VALUE ZEROS.
       01 WS-ANO-ANT               PIC 9(04) VALUE ZEROS.
       01 WS-BISSEXTOS-4           PIC 9(04) VALUE ZEROS.
       01 WS-BISSEXTOS-100         PIC 9(04) VALUE ZEROS.
       01 WS-BISSEXTOS-400         PIC 9(04) VALUE ZEROS.
       01 WS-ANO-BISSEXTO          PIC S9(04) VALUE ZEROS.
       01 WS-BISSEXTO              PIC X(01) VALUE 'A'.
       01 WCA-DIAS-ANTES-TABELA.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC 9(03) VALUE 031.
           02 FILLER PIC 9(03) VALUE 059.
           02 FILLER PIC 9(03) VALUE 090.
           02 FILLER PIC 9(03) VALUE 120.
           02 FILLER PIC 9(03) VALUE 151.
           02 FILLER PIC 9(03) VALUE 181.
           02 FILLER PIC 9(03) VALUE 212.
           02 FILLER PIC 9(03) VALUE 243.
           02 FILLER PIC 9(03) VALUE 273.
           02 FILLER PIC 9(03) VALUE 304.
           02 FILLER PIC 9(03) VALUE 334.
       01 WCA-DIAS-ANTES REDEFINES WCA-DIAS-ANTES-TABELA.
           02 WCA-DIAS-ANTES-MES   PIC 9(03) OCCURS 12 TIMES.

       01 WS-MIN-ENTRADA           PIC 9(04) VALUE ZEROS.
       01 WS-MIN-SAIDA             PIC 9(04) VALUE ZEROS.
       01 WS-HORA-AUX              PIC 9(02) VALUE ZEROS.
       01 WS-MINUTO-AUX            PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-MATRICULA             PIC 9(06).
       01 LK-DATA                  PIC 9(08).
       01 LK-ESCALA-ACHOU          PIC X(01).
       01 LK-FOLGA                 PIC X(01).
       01 LK-ENTRADA               PIC 9(04).
       01 LK-SAIDA                 PIC 9(04).
       01 LK-INTERVALO             PIC 9(03).
       01 LK-MIN-PREVISTOS         PIC 9(04).

       PROCEDURE DIVISION USING LK-MATRICULA LK-DATA LK-ESCALA-ACHOU
                                 LK-FOLGA LK-ENTRADA LK-SAIDA
                                 LK-INTERVALO LK-MIN-PREVISTOS.
       0000-PRINCIPAL.
           IF WS-CARREGADO EQUAL 'N'
               PERFORM 1000-CARREGA-ESCALAS
               MOVE 'S' TO WS-CARREGADO
           END-IF

           MOVE 'N'   TO LK-ESCALA-ACHOU
           MOVE 'N'   TO LK-FOLGA
           MOVE ZEROS TO LK-ENTRADA LK-SAIDA LK-INTERVALO
                         LK-MIN-PREVISTOS

           MOVE 'N' TO WS-ESC-ACHOU
           PERFORM 2100-TESTA-ESCALA
               VARYING WCA-ESC-IDX FROM 1 BY 1
               UNTIL WCA-ESC-IDX GREATER THAN WCA-ESC-QTD
                  OR ESCALA-ACHADA
           IF NOT ESCALA-ACHADA
               GOBACK
           END-IF
           SET WCA-ESC-IDX DOWN BY 1
           MOVE 'S' TO LK-ESCALA-ACHOU

           IF WCA-ESC-TIPO(WCA-ESC-IDX) EQUAL 'R'
               PERFORM 2300-DIA-DO-CICLO
           ELSE
               PERFORM 2200-DIA-DA-SEMANA
           END-IF

           IF WCA-ESC-SITUACAO(WCA-ESC-IDX WS-IDX-DIA) EQUAL 'F'
               MOVE 'S' TO LK-FOLGA
               GOBACK
           END-IF
           MOVE WCA-ESC-ENTRADA(WCA-ESC-IDX WS-IDX-DIA) TO LK-ENTRADA
           MOVE WCA-ESC-SAIDA(WCA-ESC-IDX WS-IDX-DIA)   TO LK-SAIDA
           MOVE WCA-ESC-INTERVALO(WCA-ESC-IDX WS-IDX-DIA)
              TO LK-INTERVALO
           PERFORM 2400-MINUTOS-PREVISTOS
           GOBACK.

       1000-CARREGA-ESCALAS.
           OPEN INPUT ESCALAS
           IF WS-FS-ESCALAS EQUAL ZEROS
               MOVE 'N' TO WS-FIM-ESCALAS
               PERFORM 1100-LER-ESCALA
               PERFORM 1200-GUARDA-ESCALA
                   UNTIL FIM-ESCALAS
               CLOSE ESCALAS
           END-IF
           .

       1100-LER-ESCALA.
           READ ESCALAS
               AT END
                   MOVE 'S' TO WS-FIM-ESCALAS
           END-READ
           .

       1200-GUARDA-ESCALA.
           IF WCA-ESC-QTD LESS THAN 200
               ADD 1 TO WCA-ESC-QTD
               SET WCA-ESC-IDX TO WCA-ESC-QTD
               MOVE ESC-MATRICULA    TO WCA-ESC-MATRICULA(WCA-ESC-IDX)
               MOVE ESC-TIPO         TO WCA-ESC-TIPO(WCA-ESC-IDX)
               MOVE ESC-INICIO-CICLO TO WCA-ESC-INICIO(WCA-ESC-IDX)
               MOVE ESC-DIAS-CICLO   TO WCA-ESC-CICLO(WCA-ESC-IDX)
               IF WCA-ESC-CICLO(WCA-ESC-IDX) EQUAL ZERO
                   MOVE 7 TO WCA-ESC-CICLO(WCA-ESC-IDX)
               END-IF
               PERFORM 1210-GUARDA-DIA
                   VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA GREATER THAN 7
           END-IF
           PERFORM 1100-LER-ESCALA
           .

       1210-GUARDA-DIA.
           MOVE ESC-SITUACAO(WS-IDX-DIA)
              TO WCA-ESC-SITUACAO(WCA-ESC-IDX WS-IDX-DIA)
           MOVE ESC-ENTRADA(WS-IDX-DIA)
              TO WCA-ESC-ENTRADA(WCA-ESC-IDX WS-IDX-DIA)
           MOVE ESC-SAIDA(WS-IDX-DIA)
              TO WCA-ESC-SAIDA(WCA-ESC-IDX WS-IDX-DIA)
           MOVE ESC-INTERVALO(WS-IDX-DIA)
              TO WCA-ESC-INTERVALO(WCA-ESC-IDX WS-IDX-DIA)
           .

       2100-TESTA-ESCALA.
           IF LK-MATRICULA EQUAL WCA-ESC-MATRICULA(WCA-ESC-IDX)
               MOVE 'S' TO WS-ESC-ACHOU
           END-IF
           .

       2200-DIA-DA-SEMANA.
           MOVE LK-DATA TO WS-DATA-CALC
           CALL 'DIASEMANA' USING DTC-DIA DTC-MES DTC-ANO
               WS-DIA-SEMANA WS-NOME-DIA WS-NOME-MES
           IF WS-DIA-SEMANA GREATER THAN 2
               COMPUTE WS-IDX-DIA = WS-DIA-SEMANA - 2
           ELSE
               COMPUTE WS-IDX-DIA = WS-DIA-SEMANA + 5
           END-IF
           .

      *****DIA DO CICLO = RESTO DOS DIAS CORRIDOS DESDE O INICIO PELO
      *****TAMANHO DO CICLO (DATA ANTERIOR AO INICIO CONTA PARA TRAS)
       2300-DIA-DO-CICLO.
           MOVE LK-DATA TO WS-DATA-CALC
           PERFORM 2310-NUMERO-DO-DIA
           MOVE WS-NUM-DIA TO WS-NUM-DATA
           MOVE WCA-ESC-INICIO(WCA-ESC-IDX) TO WS-DATA-CALC
           PERFORM 2310-NUMERO-DO-DIA
           MOVE WS-NUM-DIA TO WS-NUM-INICIO
           COMPUTE WS-DIFERENCA = WS-NUM-DATA - WS-NUM-INICIO
           DIVIDE WS-DIFERENCA BY WCA-ESC-CICLO(WCA-ESC-IDX)
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO
           IF WS-RESTO LESS THAN ZERO
               ADD WCA-ESC-CICLO(WCA-ESC-IDX) TO WS-RESTO
           END-IF
           COMPUTE WS-IDX-DIA = WS-RESTO + 1
           .

       2310-NUMERO-DO-DIA.
           COMPUTE WS-ANO-ANT = DTC-ANO - 1
           DIVIDE WS-ANO-ANT BY 4   GIVING WS-BISSEXTOS-4
           DIVIDE WS-ANO-ANT BY 100 GIVING WS-BISSEXTOS-100
           DIVIDE WS-ANO-ANT BY 400 GIVING WS-BISSEXTOS-400
           COMPUTE WS-NUM-DIA =
               (WS-ANO-ANT * 365) + WS-BISSEXTOS-4 - WS-BISSEXTOS-100
               + WS-BISSEXTOS-400 + WCA-DIAS-ANTES-MES(DTC-MES)
               + DTC-DIA
           IF DTC-MES GREATER THAN 2
               MOVE DTC-ANO TO WS-ANO-BISSEXTO
               CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO WS-BISSEXTO
               IF WS-BISSEXTO EQUAL 'S'
                   ADD 1 TO WS-NUM-DIA
               END-IF
           END-IF
           .

      *****DURACAO DO TURNO EM MINUTOS MENOS O INTERVALO
       2400-MINUTOS-PREVISTOS.
           DIVIDE LK-ENTRADA BY 100 GIVING WS-HORA-AUX
               REMAINDER WS-MINUTO-AUX
           COMPUTE WS-MIN-ENTRADA = (WS-HORA-AUX * 60) + WS-MINUTO-AUX
           DIVIDE LK-SAIDA BY 100 GIVING WS-HORA-AUX
               REMAINDER WS-MINUTO-AUX
           COMPUTE WS-MIN-SAIDA = (WS-HORA-AUX * 60) + WS-MINUTO-AUX
           IF WS-MIN-SAIDA NOT GREATER THAN WS-MIN-ENTRADA
               ADD 1440 TO WS-MIN-SAIDA
           END-IF
           IF WS-MIN-SAIDA - WS-MIN-ENTRADA GREATER THAN LK-INTERVALO
               COMPUTE LK-MIN-PREVISTOS =
                   WS-MIN-SAIDA - WS-MIN-ENTRADA - LK-INTERVALO
           END-IF
           .

       END PROGRAM ESCALADIA.
