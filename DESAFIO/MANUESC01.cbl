      ******************************************************************
      * Author: JULIO CESAR
      * Date: 02/09/2026
      * Purpose: Manutencao do cadastro de escalas de trabalho
      * (Escala01), nos moldes do MANUDEP01. Cada matricula tem uma
      * escala semanal ('S': um turno por dia, de segunda a domingo)
      * ou de revezamento ('R': ciclo de 1 a 7 dias a partir da data
      * de inicio, ex. 12X36 = ciclo de 2 dias, trabalho e folga). O
      * dia e de trabalho ('T', com entrada e saida em HHMM e o
      * intervalo em minutos) ou de folga ('F'). Saida menor ou igual
      * a entrada e turno que vira o dia. A escala e lida pela rotina
      * comum ESCALADIA, usada pelo TRIAPONTO01 e pelo BANCOHORAS01
      * para medir atraso, saida antecipada e extra contra o turno
      * previsto.
      * Inclusao, alteracao e exclusao vao para o jornal de alteracoes
      * cadastrais JORNALMD01 (rotina comum JORNALMD), com o usuario
      * informado no inicio e os valores antigo e novo de cada campo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUESC01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCALAS ASSIGN TO 'ESCALA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESCALAS.

       DATA DIVISION.
       FILE SECTION.
       FD ESCALAS.
       01 REG-ESCALA               PIC X(104).

       WORKING-STORAGE SECTION.
       77 WRK-FS-ESCALAS  PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-ESC     PIC X(01) VALUE 'N'.
           88 FIM-ESCALAS     VALUE 'S'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZERO.
       77 WRK-MATRICULA   PIC 9(06) VALUE ZEROS.
       77 WRK-ESC-ACHOU   PIC X(01) VALUE 'N'.
           88 ESCALA-ACHADA   VALUE 'S'.
       77 WRK-IDX-ACHADO  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-REMOVE  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-DIA     PIC 9(01) VALUE ZERO.
       77 WRK-USUARIO     PIC X(20) VALUE SPACES.
       77 WRK-HORA-AUX    PIC 9(02) VALUE ZEROS.
       77 WRK-MINUTO-AUX  PIC 9(02) VALUE ZEROS.
       77 WRK-MIN-ENTRADA PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-SAIDA   PIC 9(04) VALUE ZEROS.

      *****ESCALA INFORMADA E ESCALA ANTERIOR (MESMO LAYOUT DO ARQUIVO)
       01 WRK-ESCALA.
           05 WRK-ESC-MATRICULA    PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-ESC-TIPO         PIC X(01) VALUE SPACE.
               88 ESCALA-SEMANAL       VALUE 'S'.
               88 ESCALA-REVEZAMENTO   VALUE 'R'.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-ESC-INICIO       PIC 9(08) VALUE ZEROS.
           05 WRK-ESC-INICIO-R REDEFINES WRK-ESC-INICIO.
               10 WRK-INI-ANO      PIC 9(04).
               10 WRK-INI-MES      PIC 9(02).
               10 WRK-INI-DIA      PIC 9(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-ESC-CICLO        PIC 9(01) VALUE ZERO.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-ESC-DIA OCCURS 7 TIMES.
               10 WRK-ESC-SITUACAO PIC X(01).
               10 WRK-ESC-ENTRADA  PIC 9(04).
               10 WRK-ESC-SAIDA    PIC 9(04).
               10 WRK-ESC-INTERVALO PIC 9(03).
       01 WRK-ANT-ESCALA.
           05 WRK-ANT-MATRICULA    PIC 9(06).
           05 FILLER               PIC X(01).
           05 WRK-ANT-TIPO         PIC X(01).
           05 FILLER               PIC X(01).
           05 WRK-ANT-INICIO       PIC 9(08).
           05 FILLER               PIC X(01).
           05 WRK-ANT-CICLO        PIC 9(01).
           05 FILLER               PIC X(01).
           05 WRK-ANT-DIA OCCURS 7 TIMES.
               10 WRK-ANT-SITUACAO PIC X(01).
               10 WRK-ANT-ENTRADA  PIC 9(04).
               10 WRK-ANT-SAIDA    PIC 9(04).
               10 WRK-ANT-INTERVALO PIC 9(03).

       01 WRK-NOMES-DIAS-TAB.
           05 FILLER PIC X(07) VALUE 'SEGUNDA'.
           05 FILLER PIC X(07) VALUE 'TERCA  '.
           05 FILLER PIC X(07) VALUE 'QUARTA '.
           05 FILLER PIC X(07) VALUE 'QUINTA '.
           05 FILLER PIC X(07) VALUE 'SEXTA  '.
           05 FILLER PIC X(07) VALUE 'SABADO '.
           05 FILLER PIC X(07) VALUE 'DOMINGO'.
       01 WRK-NOMES-DIAS REDEFINES WRK-NOMES-DIAS-TAB.
           05 WRK-NOME-DIA PIC X(07) OCCURS 7 TIMES.

       01 WRK-CADASTRO.
           05 WRK-ESC-QTD  PIC 9(03) VALUE ZEROS.
           05 WRK-ESC-TAB OCCURS 200 TIMES
                          INDEXED BY WRK-ESC-IDX.
               10 WRK-TAB-MATRICULA PIC 9(06).
               10 WRK-TAB-RESTO     PIC X(98).

      *****JORNAL DE ALTERACOES CADASTRAIS (ROTINA COMUM JORNALMD)
       01 WRK-JMD-PROGRAMA PIC X(12) VALUE 'MANUESC01'.
       01 WRK-JMD-ARQUIVO PIC X(12) VALUE 'ESCALA01'.
       01 WRK-JMD-CHAVE   PIC X(20) VALUE SPACES.
       01 WRK-JMD-CAMPO   PIC X(20) VALUE SPACES.
       01 WRK-JMD-ANTIGO  PIC X(40) VALUE SPACES.
       01 WRK-JMD-NOVO    PIC X(40) VALUE SPACES.
       01 WRK-JMD-OPERACAO PIC X(01) VALUE SPACES.
           88 JMD-INCLUSAO    VALUE 'I'.
           88 JMD-ALTERACAO   VALUE 'A'.
           88 JMD-EXCLUSAO    VALUE 'E'.
       01 WRK-JMD-DIA.
           05 WRK-JMD-SITUACAO  PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-JMD-ENTRADA   PIC 9(04).
           05 FILLER            PIC X(01) VALUE '-'.
           05 WRK-JMD-SAIDA     PIC 9(04).
           05 FILLER            PIC X(05) VALUE ' INT '.
           05 WRK-JMD-INTERVALO PIC 9(03).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY 'SEU USUARIO (PARA O JORNAL)?'
           ACCEPT WRK-USUARIO

           PERFORM 1000-CARREGA-CADASTRO

           DISPLAY '1-INCLUIR/ALTERAR  2-EXCLUIR  3-LISTAR'
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 2000-INCLUIR
               WHEN 2
                   PERFORM 3000-EXCLUIR
               WHEN 3
                   PERFORM 5000-LISTAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF WRK-OPCAO LESS THAN 3
               PERFORM 6000-REGRAVA-CADASTRO
               PERFORM 8000-GRAVA-JORNAL
           END-IF

           MOVE 0 TO RETURN-CODE
           STOP RUN.

       1000-CARREGA-CADASTRO.
           OPEN INPUT ESCALAS
           IF WRK-FS-ESCALAS NOT EQUAL ZEROS
               DISPLAY 'CADASTRO NOVO SERA CRIADO (ESCALA01)'
           ELSE
               MOVE 'N' TO WRK-FIM-ESC
               PERFORM 1100-LER-ESCALA
               PERFORM 1200-GUARDA-ESCALA
                   UNTIL FIM-ESCALAS
               CLOSE ESCALAS
           END-IF
           .

       1100-LER-ESCALA.
           READ ESCALAS
               AT END
                   MOVE 'S' TO WRK-FIM-ESC
           END-READ
           .

       1200-GUARDA-ESCALA.
           IF WRK-ESC-QTD LESS THAN 200
               ADD 1 TO WRK-ESC-QTD
               SET WRK-ESC-IDX TO WRK-ESC-QTD
               MOVE REG-ESCALA TO WRK-ESC-TAB(WRK-ESC-IDX)
           END-IF
           PERFORM 1100-LER-ESCALA
           .

       1300-PROCURA-ESCALA.
           MOVE 'N' TO WRK-ESC-ACHOU
           PERFORM 1310-TESTA-ESCALA
               VARYING WRK-ESC-IDX FROM 1 BY 1
               UNTIL WRK-ESC-IDX GREATER THAN WRK-ESC-QTD
                  OR ESCALA-ACHADA
           .

       1310-TESTA-ESCALA.
           IF WRK-MATRICULA EQUAL WRK-TAB-MATRICULA(WRK-ESC-IDX)
               MOVE 'S' TO WRK-ESC-ACHOU
               SET WRK-IDX-ACHADO TO WRK-ESC-IDX
           END-IF
           .

       2000-INCLUIR.
           DISPLAY 'MATRICULA?'
           ACCEPT WRK-MATRICULA
           MOVE WRK-MATRICULA TO WRK-ESC-MATRICULA
           DISPLAY 'TIPO DE ESCALA (S-SEMANAL R-REVEZAMENTO)?'
           ACCEPT WRK-ESC-TIPO
           EVALUATE TRUE
               WHEN ESCALA-SEMANAL
                   MOVE ZEROS TO WRK-ESC-INICIO
                   MOVE 7     TO WRK-ESC-CICLO
               WHEN ESCALA-REVEZAMENTO
                   PERFORM 2100-DADOS-CICLO
               WHEN OTHER
                   DISPLAY 'TIPO DE ESCALA INVALIDO'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM 2200-DADOS-DIA
              THRU 2200-DADOS-DIA-FIM
               VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA GREATER THAN 7

           PERFORM 1300-PROCURA-ESCALA
           IF ESCALA-ACHADA
               SET WRK-ESC-IDX TO WRK-IDX-ACHADO
               MOVE WRK-ESC-TAB(WRK-ESC-IDX) TO WRK-ANT-ESCALA
               SET JMD-ALTERACAO TO TRUE
               MOVE WRK-ESCALA TO WRK-ESC-TAB(WRK-ESC-IDX)
               DISPLAY 'ESCALA ALTERADA'
           ELSE
               IF WRK-ESC-QTD NOT LESS THAN 200
                   DISPLAY 'CADASTRO CHEIO'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-ESC-QTD
               SET WRK-ESC-IDX TO WRK-ESC-QTD
               SET JMD-INCLUSAO TO TRUE
               MOVE WRK-ESCALA TO WRK-ESC-TAB(WRK-ESC-IDX)
               DISPLAY 'ESCALA INCLUIDA'
           END-IF
           .

       2100-DADOS-CICLO.
           DISPLAY 'INICIO DO CICLO (AAAAMMDD)?'
           ACCEPT WRK-ESC-INICIO
           IF WRK-INI-MES LESS THAN 1 OR WRK-INI-MES GREATER THAN 12
              OR WRK-INI-DIA LESS THAN 1 OR WRK-INI-DIA GREATER THAN 31
               DISPLAY 'DATA DE INICIO INVALIDA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'DIAS DO CICLO (1 A 7)?'
           ACCEPT WRK-ESC-CICLO
           IF WRK-ESC-CICLO LESS THAN 1
               DISPLAY 'CICLO INVALIDO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****DIA ALEM DO CICLO DO REVEZAMENTO FICA COMO FOLGA SEM TURNO
       2200-DADOS-DIA.
           MOVE 'F'   TO WRK-ESC-SITUACAO(WRK-IDX-DIA)
           MOVE ZEROS TO WRK-ESC-ENTRADA(WRK-IDX-DIA)
                         WRK-ESC-SAIDA(WRK-IDX-DIA)
                         WRK-ESC-INTERVALO(WRK-IDX-DIA)
           IF WRK-IDX-DIA GREATER THAN WRK-ESC-CICLO
               GO TO 2200-DADOS-DIA-FIM
           END-IF
           IF ESCALA-SEMANAL
               DISPLAY WRK-NOME-DIA(WRK-IDX-DIA)
                       ' (T-TRABALHO F-FOLGA)?'
           ELSE
               DISPLAY 'DIA ' WRK-IDX-DIA ' DO CICLO'
                       ' (T-TRABALHO F-FOLGA)?'
           END-IF
           ACCEPT WRK-ESC-SITUACAO(WRK-IDX-DIA)
           EVALUATE WRK-ESC-SITUACAO(WRK-IDX-DIA)
               WHEN 'T'
                   PERFORM 2300-DADOS-TURNO
               WHEN 'F'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'SITUACAO DO DIA INVALIDA'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       2200-DADOS-DIA-FIM.
           EXIT.

       2300-DADOS-TURNO.
           DISPLAY 'ENTRADA (HHMM)?'
           ACCEPT WRK-ESC-ENTRADA(WRK-IDX-DIA)
           DIVIDE WRK-ESC-ENTRADA(WRK-IDX-DIA) BY 100
               GIVING WRK-HORA-AUX REMAINDER WRK-MINUTO-AUX
           PERFORM 2310-VALIDA-HORA
           COMPUTE WRK-MIN-ENTRADA = (WRK-HORA-AUX * 60)
                                   + WRK-MINUTO-AUX
           DISPLAY 'SAIDA (HHMM)?'
           ACCEPT WRK-ESC-SAIDA(WRK-IDX-DIA)
           DIVIDE WRK-ESC-SAIDA(WRK-IDX-DIA) BY 100
               GIVING WRK-HORA-AUX REMAINDER WRK-MINUTO-AUX
           PERFORM 2310-VALIDA-HORA
           COMPUTE WRK-MIN-SAIDA = (WRK-HORA-AUX * 60)
                                 + WRK-MINUTO-AUX
           IF WRK-MIN-SAIDA NOT GREATER THAN WRK-MIN-ENTRADA
               ADD 1440 TO WRK-MIN-SAIDA
           END-IF
           DISPLAY 'INTERVALO (MINUTOS)?'
           ACCEPT WRK-ESC-INTERVALO(WRK-IDX-DIA)
           IF WRK-MIN-SAIDA - WRK-MIN-ENTRADA
              NOT GREATER THAN WRK-ESC-INTERVALO(WRK-IDX-DIA)
               DISPLAY 'INTERVALO MAIOR QUE O TURNO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2310-VALIDA-HORA.
           IF WRK-HORA-AUX GREATER THAN 23
              OR WRK-MINUTO-AUX GREATER THAN 59
               DISPLAY 'HORARIO INVALIDO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       3000-EXCLUIR.
           DISPLAY 'MATRICULA?'
           ACCEPT WRK-MATRICULA
           PERFORM 1300-PROCURA-ESCALA
           IF NOT ESCALA-ACHADA
               DISPLAY 'MATRICULA SEM ESCALA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WRK-ESC-IDX TO WRK-IDX-ACHADO
           MOVE WRK-ESC-TAB(WRK-ESC-IDX) TO WRK-ANT-ESCALA
           MOVE WRK-ANT-ESCALA TO WRK-ESCALA
           SET JMD-EXCLUSAO TO TRUE
           PERFORM 3100-DESLOCA-TABELA
               VARYING WRK-IDX-REMOVE FROM WRK-IDX-ACHADO BY 1
               UNTIL WRK-IDX-REMOVE NOT LESS THAN WRK-ESC-QTD
           SUBTRACT 1 FROM WRK-ESC-QTD
           DISPLAY 'ESCALA EXCLUIDA'
           .

       3100-DESLOCA-TABELA.
           SET WRK-ESC-IDX TO WRK-IDX-REMOVE
           MOVE WRK-ESC-TAB(WRK-IDX-REMOVE + 1)
              TO WRK-ESC-TAB(WRK-ESC-IDX)
           .

       5000-LISTAR.
           PERFORM 5100-MOSTRA-ESCALA
               VARYING WRK-ESC-IDX FROM 1 BY 1
               UNTIL WRK-ESC-IDX GREATER THAN WRK-ESC-QTD
           .

       5100-MOSTRA-ESCALA.
           MOVE WRK-ESC-TAB(WRK-ESC-IDX) TO WRK-ESCALA
           DISPLAY 'MAT ' WRK-ESC-MATRICULA
                   ' TIPO ' WRK-ESC-TIPO
                   ' INICIO ' WRK-ESC-INICIO
                   ' CICLO ' WRK-ESC-CICLO
           PERFORM 5110-MOSTRA-DIA
               VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA GREATER THAN WRK-ESC-CICLO
           .

       5110-MOSTRA-DIA.
           PERFORM 8200-MONTA-DIA-NOVO
           IF ESCALA-SEMANAL
               DISPLAY '    ' WRK-NOME-DIA(WRK-IDX-DIA) ' '
                       WRK-JMD-DIA
           ELSE
               DISPLAY '    DIA ' WRK-IDX-DIA ' ' WRK-JMD-DIA
           END-IF
           .

       6000-REGRAVA-CADASTRO.
           OPEN OUTPUT ESCALAS
           PERFORM 6100-GRAVA-ESCALA
               VARYING WRK-ESC-IDX FROM 1 BY 1
               UNTIL WRK-ESC-IDX GREATER THAN WRK-ESC-QTD
           CLOSE ESCALAS
           .

       6100-GRAVA-ESCALA.
           MOVE WRK-ESC-TAB(WRK-ESC-IDX) TO REG-ESCALA
           WRITE REG-ESCALA
           .

      *-----------------------------------------------------------------
      *     JORNAL DE ALTERACOES CADASTRAIS: UMA LINHA POR CAMPO, COM O
      *     VALOR ANTIGO E O NOVO (CAMPO SEM MUDANCA NAO E GRAVADO); O
      *     TURNO DE CADA DIA VAI COMO UM CAMPO SO (ESC-DIA1 A ESC-DIA7)
      *-----------------------------------------------------------------
       8000-GRAVA-JORNAL.
           MOVE WRK-MATRICULA  TO WRK-JMD-CHAVE
           MOVE 'ESC-TIPO'     TO WRK-JMD-CAMPO
           MOVE WRK-ANT-TIPO   TO WRK-JMD-ANTIGO
           MOVE WRK-ESC-TIPO   TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO
           MOVE 'ESC-INICIO-CICLO' TO WRK-JMD-CAMPO
           MOVE WRK-ANT-INICIO TO WRK-JMD-ANTIGO
           MOVE WRK-ESC-INICIO TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO
           MOVE 'ESC-DIAS-CICLO' TO WRK-JMD-CAMPO
           MOVE WRK-ANT-CICLO  TO WRK-JMD-ANTIGO
           MOVE WRK-ESC-CICLO  TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO
           PERFORM 8300-JORNAL-DIA
               VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA GREATER THAN 7
           .

      *****INCLUSAO VAI SEM O VALOR ANTIGO E EXCLUSAO SEM O NOVO
       8100-JORNAL-CAMPO.
           IF JMD-INCLUSAO
               MOVE SPACES TO WRK-JMD-ANTIGO
           END-IF
           IF JMD-EXCLUSAO
               MOVE SPACES TO WRK-JMD-NOVO
           END-IF
           CALL 'JORNALMD' USING WRK-USUARIO WRK-JMD-PROGRAMA
               WRK-JMD-ARQUIVO WRK-JMD-CHAVE WRK-JMD-CAMPO
               WRK-JMD-ANTIGO WRK-JMD-NOVO
           .

       8200-MONTA-DIA-NOVO.
           MOVE WRK-ESC-SITUACAO(WRK-IDX-DIA)  TO WRK-JMD-SITUACAO
           MOVE WRK-ESC-ENTRADA(WRK-IDX-DIA)   TO WRK-JMD-ENTRADA
           MOVE WRK-ESC-SAIDA(WRK-IDX-DIA)     TO WRK-JMD-SAIDA
           MOVE WRK-ESC-INTERVALO(WRK-IDX-DIA) TO WRK-JMD-INTERVALO
           .

       8300-JORNAL-DIA.
           MOVE SPACES TO WRK-JMD-CAMPO
           STRING 'ESC-DIA' WRK-IDX-DIA DELIMITED BY SIZE
               INTO WRK-JMD-CAMPO
           MOVE WRK-ANT-SITUACAO(WRK-IDX-DIA)  TO WRK-JMD-SITUACAO
           MOVE WRK-ANT-ENTRADA(WRK-IDX-DIA)   TO WRK-JMD-ENTRADA
           MOVE WRK-ANT-SAIDA(WRK-IDX-DIA)     TO WRK-JMD-SAIDA
           MOVE WRK-ANT-INTERVALO(WRK-IDX-DIA) TO WRK-JMD-INTERVALO
           MOVE WRK-JMD-DIA TO WRK-JMD-ANTIGO
           PERFORM 8200-MONTA-DIA-NOVO
           MOVE WRK-JMD-DIA TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO
           .
       END PROGRAM MANUESC01.
