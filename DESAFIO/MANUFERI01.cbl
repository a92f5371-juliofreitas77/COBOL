      * restrito ao dominio N/E/M, deteccao de duplicados, listagem
      * por ano e a conferencia de virada de ano que avisa quando os
      * feriados nacionais fixos estao faltando no ano carregado.
      * Inclusao e exclusao vao para o jornal de alteracoes
      * cadastrais JORNALMD01 (rotina comum JORNALMD), com o usuario
      * informado no inicio e os valores antigo e novo de cada campo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 FERIADO-ACHADO  VALUE 'S'.
       77 WRK-IDX-ACHADO  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-REMOVE  PIC 9(03) VALUE ZEROS.
       77 WRK-USUARIO     PIC X(20) VALUE SPACES.

       01 WRK-CADASTRO.
           05 WRK-FER-QTD  PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-FIXO   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-FALTANDO PIC 9(01) VALUE ZEROS.

      *****JORNAL DE ALTERACOES CADASTRAIS (ROTINA COMUM JORNALMD)
       01 WRK-JMD-PROGRAMA PIC X(12) VALUE 'MANUFERI01'.
       01 WRK-JMD-ARQUIVO PIC X(12) VALUE 'FERIADOS01'.
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

           DISPLAY '1-INCLUIR  2-EXCLUIR  3-LISTAR ANO  '

           IF WRK-OPCAO LESS THAN 3
               PERFORM 6000-REGRAVA-CADASTRO
               PERFORM 8000-GRAVA-JORNAL
           END-IF

           MOVE 0 TO RETURN-CODE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET JMD-INCLUSAO TO TRUE
           ADD 1 TO WRK-FER-QTD
           SET WRK-FER-IDX TO WRK-FER-QTD
           MOVE WRK-DATA      TO WRK-FER-DATA(WRK-FER-IDX)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WRK-FER-IDX TO WRK-IDX-ACHADO
           MOVE WRK-FER-AMB(WRK-FER-IDX)  TO WRK-AMBITO
           MOVE WRK-FER-DESC(WRK-FER-IDX) TO WRK-DESCRICAO
           SET JMD-EXCLUSAO TO TRUE
           PERFORM 3100-DESLOCA-TABELA
               VARYING WRK-IDX-REMOVE FROM WRK-IDX-ACHADO BY 1
               UNTIL WRK-IDX-REMOVE NOT LESS THAN WRK-FER-QTD
           MOVE WRK-FER-DESC(WRK-FER-IDX) TO FER-DESCRICAO
           WRITE REG-FERIADO
           .

      *-----------------------------------------------------------------
      *     JORNAL DE ALTERACOES CADASTRAIS: O FERIADO INCLUIDO OU
      *     EXCLUIDO, CAMPO A CAMPO, CHAVEADO PELA DATA
      *-----------------------------------------------------------------
       8000-GRAVA-JORNAL.
           MOVE WRK-DATA        TO WRK-JMD-CHAVE
           MOVE 'FER-AMBITO'    TO WRK-JMD-CAMPO
           MOVE WRK-AMBITO      TO WRK-JMD-ANTIGO
           MOVE WRK-AMBITO      TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO
           MOVE 'FER-DESCRICAO' TO WRK-JMD-CAMPO
           MOVE WRK-DESCRICAO   TO WRK-JMD-ANTIGO
           MOVE WRK-DESCRICAO   TO WRK-JMD-NOVO
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
       END PROGRAM MANUFERI01.
