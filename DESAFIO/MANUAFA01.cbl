      * de listar vinte faltas falsas por ferias, e que o FERIAS01
      * debita do saldo de ferias. A data e validada pelas regras de
      * calendario do DESAFIO11 (bissexto via ANOBISSEXTO).
      * Inclusao e exclusao vao para o jornal de alteracoes
      * cadastrais JORNALMD01 (rotina comum JORNALMD), com o usuario
      * informado no inicio e os valores antigo e novo de cada campo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 AFASTAMENTO-ACHADO VALUE 'S'.
       77 WRK-IDX-ACHADO  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-REMOVE  PIC 9(03) VALUE ZEROS.
       77 WRK-USUARIO     PIC X(20) VALUE SPACES.

       01 WRK-CADASTRO.
           05 WRK-AFA-QTD  PIC 9(03) VALUE ZEROS.
       01 WRK-DATA-VALIDA PIC X(01) VALUE 'S'.
           88 DATA-EH-VALIDA VALUE 'S'.

      *****JORNAL DE ALTERACOES CADASTRAIS (ROTINA COMUM JORNALMD)
       01 WRK-JMD-PROGRAMA PIC X(12) VALUE 'MANUAFA01'.
       01 WRK-JMD-ARQUIVO PIC X(12) VALUE 'AFASTA01'.
       01 WRK-JMD-CHAVE.
           05 WRK-JMD-CHV-MAT PIC 9(06) VALUE ZEROS.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-JMD-CHV-INI PIC 9(08) VALUE ZEROS.
           05 FILLER          PIC X(05) VALUE SPACES.
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

           DISPLAY '1-INCLUIR  2-EXCLUIR  3-LISTAR'

           IF WRK-OPCAO LESS THAN 3
               PERFORM 6000-REGRAVA-CADASTRO
               PERFORM 8000-GRAVA-JORNAL
           END-IF

           MOVE 0 TO RETURN-CODE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET JMD-INCLUSAO TO TRUE
           ADD 1 TO WRK-AFA-QTD
           SET WRK-AFA-IDX TO WRK-AFA-QTD
           MOVE WRK-MATRICULA TO WRK-AFA-MAT(WRK-AFA-IDX)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WRK-AFA-IDX TO WRK-IDX-ACHADO
           MOVE WRK-AFA-TIPO(WRK-AFA-IDX) TO WRK-TIPO
           MOVE WRK-AFA-FIM(WRK-AFA-IDX)  TO WRK-DATA-FIM
           SET JMD-EXCLUSAO TO TRUE
           PERFORM 3200-DESLOCA-TABELA
               VARYING WRK-IDX-REMOVE FROM WRK-IDX-ACHADO BY 1
               UNTIL WRK-IDX-REMOVE NOT LESS THAN WRK-AFA-QTD
           MOVE WRK-AFA-FIM(WRK-AFA-IDX)  TO AFA-DATA-FIM
           WRITE REG-AFASTAMENTO
           .

      *-----------------------------------------------------------------
      *     JORNAL DE ALTERACOES CADASTRAIS: O AFASTAMENTO INCLUIDO OU
      *     EXCLUIDO, CAMPO A CAMPO, CHAVEADO POR MATRICULA/DATA INICIAL
      *-----------------------------------------------------------------
       8000-GRAVA-JORNAL.
           MOVE WRK-MATRICULA  TO WRK-JMD-CHV-MAT
           MOVE WRK-DATA-INI   TO WRK-JMD-CHV-INI
           MOVE 'AFA-TIPO'     TO WRK-JMD-CAMPO
           MOVE WRK-TIPO       TO WRK-JMD-ANTIGO
           MOVE WRK-TIPO       TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO
           MOVE 'AFA-DATA-INI' TO WRK-JMD-CAMPO
           MOVE WRK-DATA-INI   TO WRK-JMD-ANTIGO
           MOVE WRK-DATA-INI   TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO
           MOVE 'AFA-DATA-FIM' TO WRK-JMD-CAMPO
           MOVE WRK-DATA-FIM   TO WRK-JMD-ANTIGO
           MOVE WRK-DATA-FIM   TO WRK-JMD-NOVO
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
       END PROGRAM MANUAFA01.
