      * mensal de custo de folha para o fechamento do financeiro -
      * acabou o grep e chute quando perguntam quanto custou a extra
      * de cada departamento.
      * Inclusao, alteracao e exclusao vao para o jornal de alteracoes
      * cadastrais JORNALMD01 (rotina comum JORNALMD), com o usuario
      * informado no inicio e os valores antigo e novo de cada campo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 LOTACAO-ACHADA  VALUE 'S'.
       77 WRK-IDX-ACHADO  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-REMOVE  PIC 9(03) VALUE ZEROS.
       77 WRK-USUARIO     PIC X(20) VALUE SPACES.
       77 WRK-ANT-DEPTO   PIC X(10) VALUE SPACES.
       77 WRK-ANT-CENTRO  PIC X(06) VALUE SPACES.

       01 WRK-CADASTRO.
           05 WRK-DEP-QTD  PIC 9(03) VALUE ZEROS.
               10 WRK-DEP-DEPTO  PIC X(10).
               10 WRK-DEP-CENTRO PIC X(06).

      *****JORNAL DE ALTERACOES CADASTRAIS (ROTINA COMUM JORNALMD)
       01 WRK-JMD-PROGRAMA PIC X(12) VALUE 'MANUDEP01'.
       01 WRK-JMD-ARQUIVO PIC X(12) VALUE 'DEPTO01'.
       01 WRK-JMD-CHAVE   PIC X(20) VALUE SPACES.
       01 WRK-JMD-CAMPO   PIC X(20) VALUE SPACES.
       01 WRK-JMD-ANTIGO  PIC X(40) VALUE SPACES.
       01 WRK-JMD-NOVO    PIC X(40) VALUE SPACES.
       01 WRK-JMD-OPERACAO PIC X(01) VALUE SPACES.
           88 JMD-INCLUSAO    VALUE 'I'.
           88 JMD-ALTERACAO   VALUE 'A'.
           88 JMD-EXCLUSAO    VALUE 'E'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY 'SEU USUARIO (PARA O JORNAL)?'
           ACCEPT WRK-USUARIO

           PERFORM 1000-CARREGA-CADASTRO

           DISPLAY '1-INCLUIR/ALTERAR  2-EXCLUIR  3-LISTAR'

           IF WRK-OPCAO LESS THAN 3
               PERFORM 6000-REGRAVA-CADASTRO
               PERFORM 8000-GRAVA-JORNAL
           END-IF

           MOVE 0 TO RETURN-CODE
           PERFORM 1300-PROCURA-LOTACAO
           IF LOTACAO-ACHADA
               SET WRK-DEP-IDX TO WRK-IDX-ACHADO
               MOVE WRK-DEP-DEPTO(WRK-DEP-IDX)  TO WRK-ANT-DEPTO
               MOVE WRK-DEP-CENTRO(WRK-DEP-IDX) TO WRK-ANT-CENTRO
               SET JMD-ALTERACAO TO TRUE
               MOVE WRK-DEPTO  TO WRK-DEP-DEPTO(WRK-DEP-IDX)
               MOVE WRK-CENTRO TO WRK-DEP-CENTRO(WRK-DEP-IDX)
               DISPLAY 'LOTACAO ALTERADA'
               END-IF
               ADD 1 TO WRK-DEP-QTD
               SET WRK-DEP-IDX TO WRK-DEP-QTD
               SET JMD-INCLUSAO TO TRUE
               MOVE WRK-MATRICULA TO WRK-DEP-MAT(WRK-DEP-IDX)
               MOVE WRK-DEPTO     TO WRK-DEP-DEPTO(WRK-DEP-IDX)
               MOVE WRK-CENTRO    TO WRK-DEP-CENTRO(WRK-DEP-IDX)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WRK-DEP-IDX TO WRK-IDX-ACHADO
           MOVE WRK-DEP-DEPTO(WRK-DEP-IDX)  TO WRK-ANT-DEPTO
           MOVE WRK-DEP-CENTRO(WRK-DEP-IDX) TO WRK-ANT-CENTRO
           SET JMD-EXCLUSAO TO TRUE
           PERFORM 3100-DESLOCA-TABELA
               VARYING WRK-IDX-REMOVE FROM WRK-IDX-ACHADO BY 1
               UNTIL WRK-IDX-REMOVE NOT LESS THAN WRK-DEP-QTD
           MOVE WRK-DEP-CENTRO(WRK-DEP-IDX) TO DEP-CENTRO
           WRITE REG-DEPTO
           .

      *-----------------------------------------------------------------
      *     JORNAL DE ALTERACOES CADASTRAIS: UMA LINHA POR CAMPO, COM O
      *     VALOR ANTIGO E O NOVO (CAMPO SEM MUDANCA NAO E GRAVADO)
      *-----------------------------------------------------------------
       8000-GRAVA-JORNAL.
           MOVE WRK-MATRICULA  TO WRK-JMD-CHAVE
           MOVE 'DEP-DEPTO'    TO WRK-JMD-CAMPO
           MOVE WRK-ANT-DEPTO  TO WRK-JMD-ANTIGO
           MOVE WRK-DEPTO      TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO
           MOVE 'DEP-CENTRO'   TO WRK-JMD-CAMPO
           MOVE WRK-ANT-CENTRO TO WRK-JMD-ANTIGO
           MOVE WRK-CENTRO     TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO
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
       END PROGRAM MANUDEP01.
