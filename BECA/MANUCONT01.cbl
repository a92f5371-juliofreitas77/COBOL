      * cadastro que o extrato de mala direta MAILEXT01 cruza com os
      * alertas de alto valor e de dormencia para a agencia conseguir
      * de fato falar com o cliente.
      * Inclusao, alteracao e exclusao vao campo a campo, com o usuario
      * e os valores antigo e novo, para o jornal de alteracoes
      * cadastrais JORNALMD01 (rotina comum JORNALMD).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 CONTATO-ACHADO           VALUE 'S'.
       77 WS-IDX-ACHADO            PIC 9(04) VALUE ZEROS.
       77 WS-IDX-REMOVE            PIC 9(04) VALUE ZEROS.
       77 WS-USUARIO               PIC X(20) VALUE SPACES.

      *****VALORES ANTERIORES A ALTERACAO OU EXCLUSAO, PARA O JORNAL
       01 WS-CON-ANTIGO.
           05 WS-ANT-ENDERECO      PIC X(30) VALUE SPACES.
           05 WS-ANT-CEP           PIC 9(08) VALUE ZEROS.
           05 WS-ANT-FONE          PIC X(12) VALUE SPACES.
           05 WS-ANT-EMAIL         PIC X(30) VALUE SPACES.

      *****JORNAL DE ALTERACOES CADASTRAIS (ROTINA COMUM JORNALMD)
       01 WS-JMD-PROGRAMA          PIC X(12) VALUE 'MANUCONT01'.
       01 WS-JMD-ARQUIVO           PIC X(12) VALUE 'CONTATO01'.
       01 WS-JMD-CHAVE             PIC X(20) VALUE SPACES.
       01 WS-JMD-CAMPO             PIC X(20) VALUE SPACES.
       01 WS-JMD-ANTIGO            PIC X(40) VALUE SPACES.
       01 WS-JMD-NOVO              PIC X(40) VALUE SPACES.
       01 WS-JMD-OPERACAO          PIC X(01) VALUE SPACES.
           88 JMD-INCLUSAO                     VALUE 'I'.
           88 JMD-ALTERACAO                    VALUE 'A'.
           88 JMD-EXCLUSAO                     VALUE 'E'.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           DISPLAY 'SEU USUARIO (PARA O JORNAL)?'
           ACCEPT WS-USUARIO

           PERFORM 1000-CARREGA-CADASTRO
              THRU 1000-CARREGA-CADASTRO-FIM

           IF WS-OPCAO LESS THAN 3
               PERFORM 6000-REGRAVA-CADASTRO
                  THRU 6000-REGRAVA-CADASTRO-FIM
               PERFORM 7000-GRAVA-JORNAL
                  THRU 7000-GRAVA-JORNAL-FIM
           END-IF

           MOVE 0 TO RETURN-CODE
              THRU 1300-PROCURA-CONTATO-FIM
           IF CONTATO-ACHADO
               SET WCA-CON-IDX TO WS-IDX-ACHADO
               SET JMD-ALTERACAO TO TRUE
               PERFORM 2100-GUARDA-ANTIGO
                  THRU 2100-GUARDA-ANTIGO-FIM
               MOVE WS-ENDERECO TO WCA-CON-END(WCA-CON-IDX)
               MOVE WS-CEP      TO WCA-CON-CEP(WCA-CON-IDX)
               MOVE WS-FONE     TO WCA-CON-FONE(WCA-CON-IDX)
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET JMD-INCLUSAO TO TRUE
               ADD 1 TO WCA-CON-QTD
               SET WCA-CON-IDX TO WCA-CON-QTD
               MOVE WS-DOC      TO WCA-CON-DOC(WCA-CON-IDX)
       2000-INCLUIR-FIM.
           EXIT.

       2100-GUARDA-ANTIGO.
           MOVE WCA-CON-END(WCA-CON-IDX)   TO WS-ANT-ENDERECO.
           MOVE WCA-CON-CEP(WCA-CON-IDX)   TO WS-ANT-CEP.
           MOVE WCA-CON-FONE(WCA-CON-IDX)  TO WS-ANT-FONE.
           MOVE WCA-CON-EMAIL(WCA-CON-IDX) TO WS-ANT-EMAIL.
       2100-GUARDA-ANTIGO-FIM.
           EXIT.

       3000-EXCLUIR.
           DISPLAY 'DOCUMENTO?'
           ACCEPT WS-DOC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WCA-CON-IDX TO WS-IDX-ACHADO
           SET JMD-EXCLUSAO TO TRUE
           PERFORM 2100-GUARDA-ANTIGO
              THRU 2100-GUARDA-ANTIGO-FIM
           PERFORM 3100-DESLOCA-TABELA
              THRU 3100-DESLOCA-TABELA-FIM
               VARYING WS-IDX-REMOVE FROM WS-IDX-ACHADO BY 1
           WRITE REG-CONTATO.
       6100-GRAVA-CONTATO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     JORNAL DE ALTERACOES CADASTRAIS, DEPOIS DA REGRAVACAO: UMA
      *     LINHA POR CAMPO QUE MUDOU (A ROTINA DESPREZA OS IGUAIS)
      *-----------------------------------------------------------------
       7000-GRAVA-JORNAL.
           MOVE WS-DOC TO WS-JMD-CHAVE.
           MOVE 'CON-ENDERECO'  TO WS-JMD-CAMPO.
           MOVE WS-ANT-ENDERECO TO WS-JMD-ANTIGO.
           MOVE WS-ENDERECO     TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
           MOVE 'CON-CEP'       TO WS-JMD-CAMPO.
           MOVE WS-ANT-CEP      TO WS-JMD-ANTIGO.
           MOVE WS-CEP          TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
           MOVE 'CON-FONE'      TO WS-JMD-CAMPO.
           MOVE WS-ANT-FONE     TO WS-JMD-ANTIGO.
           MOVE WS-FONE         TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
           MOVE 'CON-EMAIL'     TO WS-JMD-CAMPO.
           MOVE WS-ANT-EMAIL    TO WS-JMD-ANTIGO.
           MOVE WS-EMAIL        TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
       7000-GRAVA-JORNAL-FIM.
           EXIT.

      *****NA INCLUSAO NAO HA VALOR ANTIGO; NA EXCLUSAO NAO HA NOVO
       7100-JORNAL-CAMPO.
           IF JMD-INCLUSAO
               MOVE SPACES TO WS-JMD-ANTIGO
           END-IF.
           IF JMD-EXCLUSAO
               MOVE SPACES TO WS-JMD-NOVO
           END-IF.
           CALL 'JORNALMD' USING WS-USUARIO WS-JMD-PROGRAMA
               WS-JMD-ARQUIVO WS-JMD-CHAVE WS-JMD-CAMPO
               WS-JMD-ANTIGO WS-JMD-NOVO.
       7100-JORNAL-CAMPO-FIM.
           EXIT.
       END PROGRAM MANUCONT01.
