      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Manutencao das preferencias de notificacao por
      * movimento (PREFNOT01, chaveado pelo documento E2-NUM-DOC do
      * cadastro de contas), nos moldes do MANUCONT01: inclusao/
      * alteracao do limite proprio do cliente (movimento acima dele
      * e notificado; zeros = vale o LIMITE NOTIFICACAO do
      * Controle01), da adesao a notificacao de todo debito, do canal
      * preferido (SMS, e-mail ou ambos) e da recusa (cliente que nao
      * quer receber nada), exclusao e listagem. E o cadastro que o
      * extrato noturno NOTIFMOV01 usa para escolher os movimentos.
      * Inclusao, alteracao e exclusao vao campo a campo, com o usuario
      * e os valores antigo e novo, para o jornal de alteracoes
      * cadastrais JORNALMD01 (rotina comum JORNALMD).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUNOT01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT PREFERENCIAS ASSIGN TO 'PREFNOT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-PREFERENCIAS.

       DATA DIVISION.
      *
       FILE SECTION.
       FD PREFERENCIAS.
       01 REG-PREFERENCIA.
           05 PNT-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 PNT-LIMITE           PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 PNT-TODO-DEBITO      PIC X(01).
           05 FILLER               PIC X(01).
           05 PNT-CANAL            PIC X(01).
           05 FILLER               PIC X(01).
           05 PNT-RECEBE           PIC X(01).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-PREFERENCIAS  PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-PREFERENCIAS      PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-PNT               VALUE 'N'.
               88 SW-FIM-SIM-PNT               VALUE 'S'.

       01 WCA-CADASTRO.
           05 WCA-PNT-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-PNT-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-PNT-IDX.
               10 WCA-PNT-DOC      PIC X(14).
               10 WCA-PNT-LIMITE   PIC 9(09)V99.
               10 WCA-PNT-DEBITO   PIC X(01).
               10 WCA-PNT-CANAL    PIC X(01).
               10 WCA-PNT-RECEBE   PIC X(01).

       77 WS-OPCAO                 PIC 9(01) VALUE ZERO.
       77 WS-DOC                   PIC X(14) VALUE SPACES.
       77 WS-LIMITE                PIC 9(09)V99 VALUE ZEROS.
       77 WS-TODO-DEBITO           PIC X(01) VALUE SPACES.
           88 TODO-DEBITO-VALIDO       VALUES 'S' 'N'.
       77 WS-CANAL                 PIC X(01) VALUE SPACES.
           88 CANAL-VALIDO             VALUES 'S' 'E' 'A'.
       77 WS-RECEBE                PIC X(01) VALUE SPACES.
           88 RECEBE-VALIDO            VALUES 'S' 'N'.
       77 WS-LIMITE-EDITADO        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-PNT-ACHOU             PIC X(01) VALUE 'N'.
           88 PREFERENCIA-ACHADA       VALUE 'S'.
       77 WS-IDX-ACHADO            PIC 9(04) VALUE ZEROS.
       77 WS-IDX-REMOVE            PIC 9(04) VALUE ZEROS.
       77 WS-USUARIO               PIC X(20) VALUE SPACES.

      *****VALORES ANTERIORES A ALTERACAO/EXCLUSAO, PARA O JORNAL
       01 WS-PNT-ANTIGO.
           05 WS-ANT-LIMITE        PIC 9(09)V99 VALUE ZEROS.
           05 WS-ANT-DEBITO        PIC X(01) VALUE SPACES.
           05 WS-ANT-CANAL         PIC X(01) VALUE SPACES.
           05 WS-ANT-RECEBE        PIC X(01) VALUE SPACES.

      *****JORNAL DE ALTERACOES CADASTRAIS (ROTINA COMUM JORNALMD)
       01 WS-JMD-PROGRAMA          PIC X(12) VALUE 'MANUNOT01'.
       01 WS-JMD-ARQUIVO           PIC X(12) VALUE 'PREFNOT01'.
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

           DISPLAY '1-INCLUIR/ALTERAR  2-EXCLUIR  3-LISTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 2000-INCLUIR
                      THRU 2000-INCLUIR-FIM
               WHEN 2
                   PERFORM 3000-EXCLUIR
                      THRU 3000-EXCLUIR-FIM
               WHEN 3
                   PERFORM 5000-LISTAR
                      THRU 5000-LISTAR-FIM
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF WS-OPCAO LESS THAN 3
               PERFORM 6000-REGRAVA-CADASTRO
                  THRU 6000-REGRAVA-CADASTRO-FIM
               PERFORM 7000-GRAVA-JORNAL
                  THRU 7000-GRAVA-JORNAL-FIM
           END-IF

           MOVE 0 TO RETURN-CODE
           STOP RUN.
       0000-PRINCIPAL-FIM.

       1000-CARREGA-CADASTRO.
           OPEN INPUT PREFERENCIAS.
           IF WSN-FS-PREFERENCIAS NOT EQUAL ZEROS
               DISPLAY 'CADASTRO NOVO SERA CRIADO (PREFNOT01)'
               GO TO 1000-CARREGA-CADASTRO-FIM
           END-IF.
           SET SW-FIM-NAO-PNT TO TRUE.
           PERFORM 1100-LER-PREFERENCIA
              THRU 1100-LER-PREFERENCIA-FIM.
           PERFORM 1200-GUARDA-PREFERENCIA
              THRU 1200-GUARDA-PREFERENCIA-FIM
             UNTIL SW-FIM-SIM-PNT.
           CLOSE PREFERENCIAS.
       1000-CARREGA-CADASTRO-FIM.
           EXIT.

       1100-LER-PREFERENCIA.
           READ PREFERENCIAS
               AT END
                   SET SW-FIM-SIM-PNT TO TRUE
           END-READ.
       1100-LER-PREFERENCIA-FIM.
           EXIT.

      *****COM A TABELA CHEIA A MANUTENCAO ABORTA: A REGRAVACAO FINAL
      *****DO PREFNOT01 SO E SEGURA SE ELE COUBE INTEIRO
       1200-GUARDA-PREFERENCIA.
           IF WCA-PNT-QTD NOT LESS THAN 2000
               DISPLAY 'MANUNOT01 - PREFNOT01 COM MAIS DE 2000 '
                       'REGISTROS - ABORTADO PARA NAO REGRAVAR '
                       'CADASTRO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-PNT-QTD.
           SET WCA-PNT-IDX TO WCA-PNT-QTD.
           MOVE PNT-NUM-DOC     TO WCA-PNT-DOC(WCA-PNT-IDX).
           MOVE PNT-LIMITE      TO WCA-PNT-LIMITE(WCA-PNT-IDX).
           MOVE PNT-TODO-DEBITO TO WCA-PNT-DEBITO(WCA-PNT-IDX).
           MOVE PNT-CANAL       TO WCA-PNT-CANAL(WCA-PNT-IDX).
           MOVE PNT-RECEBE      TO WCA-PNT-RECEBE(WCA-PNT-IDX).
           PERFORM 1100-LER-PREFERENCIA
              THRU 1100-LER-PREFERENCIA-FIM.
       1200-GUARDA-PREFERENCIA-FIM.
           EXIT.

       1300-PROCURA-PREFERENCIA.
           MOVE 'N' TO WS-PNT-ACHOU.
           PERFORM 1310-TESTA-PREFERENCIA
              THRU 1310-TESTA-PREFERENCIA-FIM
               VARYING WCA-PNT-IDX FROM 1 BY 1
               UNTIL WCA-PNT-IDX GREATER THAN WCA-PNT-QTD
                  OR PREFERENCIA-ACHADA.
       1300-PROCURA-PREFERENCIA-FIM.
           EXIT.

       1310-TESTA-PREFERENCIA.
           IF WS-DOC EQUAL WCA-PNT-DOC(WCA-PNT-IDX)
               MOVE 'S' TO WS-PNT-ACHOU
               SET WS-IDX-ACHADO TO WCA-PNT-IDX
           END-IF.
       1310-TESTA-PREFERENCIA-FIM.
           EXIT.

       2000-INCLUIR.
           DISPLAY 'DOCUMENTO (CPF 11 POSICOES / CNPJ 14)?'
           ACCEPT WS-DOC
           IF WS-DOC EQUAL SPACES
               DISPLAY 'DOCUMENTO EM BRANCO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'RECEBE NOTIFICACOES (S/N)?'
           ACCEPT WS-RECEBE
           IF NOT RECEBE-VALIDO
               DISPLAY 'RESPOSTA INVALIDA - USE S OU N'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'LIMITE PROPRIO (ATE 999999999,99 - ZERO = '
                   'LIMITE DO BANCO)?'
           ACCEPT WS-LIMITE
           DISPLAY 'NOTIFICAR TODO DEBITO (S/N)?'
           ACCEPT WS-TODO-DEBITO
           IF NOT TODO-DEBITO-VALIDO
               DISPLAY 'RESPOSTA INVALIDA - USE S OU N'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'CANAL (S-SMS  E-E-MAIL  A-AMBOS)?'
           ACCEPT WS-CANAL
           IF NOT CANAL-VALIDO
               DISPLAY 'CANAL INVALIDO - USE S, E OU A'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1300-PROCURA-PREFERENCIA
              THRU 1300-PROCURA-PREFERENCIA-FIM
           IF PREFERENCIA-ACHADA
               SET WCA-PNT-IDX TO WS-IDX-ACHADO
               PERFORM 2100-GUARDA-ANTIGO
                  THRU 2100-GUARDA-ANTIGO-FIM
               SET JMD-ALTERACAO TO TRUE
               MOVE WS-LIMITE      TO WCA-PNT-LIMITE(WCA-PNT-IDX)
               MOVE WS-TODO-DEBITO TO WCA-PNT-DEBITO(WCA-PNT-IDX)
               MOVE WS-CANAL       TO WCA-PNT-CANAL(WCA-PNT-IDX)
               MOVE WS-RECEBE      TO WCA-PNT-RECEBE(WCA-PNT-IDX)
               DISPLAY 'PREFERENCIA ALTERADA'
           ELSE
               IF WCA-PNT-QTD NOT LESS THAN 2000
                   DISPLAY 'CADASTRO CHEIO'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET JMD-INCLUSAO TO TRUE
               ADD 1 TO WCA-PNT-QTD
               SET WCA-PNT-IDX TO WCA-PNT-QTD
               MOVE WS-DOC         TO WCA-PNT-DOC(WCA-PNT-IDX)
               MOVE WS-LIMITE      TO WCA-PNT-LIMITE(WCA-PNT-IDX)
               MOVE WS-TODO-DEBITO TO WCA-PNT-DEBITO(WCA-PNT-IDX)
               MOVE WS-CANAL       TO WCA-PNT-CANAL(WCA-PNT-IDX)
               MOVE WS-RECEBE      TO WCA-PNT-RECEBE(WCA-PNT-IDX)
               DISPLAY 'PREFERENCIA INCLUIDA'
           END-IF.
       2000-INCLUIR-FIM.
           EXIT.

       2100-GUARDA-ANTIGO.
           MOVE WCA-PNT-LIMITE(WCA-PNT-IDX) TO WS-ANT-LIMITE.
           MOVE WCA-PNT-DEBITO(WCA-PNT-IDX) TO WS-ANT-DEBITO.
           MOVE WCA-PNT-CANAL(WCA-PNT-IDX)  TO WS-ANT-CANAL.
           MOVE WCA-PNT-RECEBE(WCA-PNT-IDX) TO WS-ANT-RECEBE.
       2100-GUARDA-ANTIGO-FIM.
           EXIT.

       3000-EXCLUIR.
           DISPLAY 'DOCUMENTO?'
           ACCEPT WS-DOC
           PERFORM 1300-PROCURA-PREFERENCIA
              THRU 1300-PROCURA-PREFERENCIA-FIM
           IF NOT PREFERENCIA-ACHADA
               DISPLAY 'PREFERENCIA NAO CADASTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WCA-PNT-IDX TO WS-IDX-ACHADO
           PERFORM 2100-GUARDA-ANTIGO
              THRU 2100-GUARDA-ANTIGO-FIM
           SET JMD-EXCLUSAO TO TRUE
           PERFORM 3100-DESLOCA-TABELA
              THRU 3100-DESLOCA-TABELA-FIM
               VARYING WS-IDX-REMOVE FROM WS-IDX-ACHADO BY 1
               UNTIL WS-IDX-REMOVE NOT LESS THAN WCA-PNT-QTD
           SUBTRACT 1 FROM WCA-PNT-QTD
           DISPLAY 'PREFERENCIA EXCLUIDA - VALE O PADRAO DO BANCO'.
       3000-EXCLUIR-FIM.
           EXIT.

       3100-DESLOCA-TABELA.
           SET WCA-PNT-IDX TO WS-IDX-REMOVE.
           MOVE WCA-PNT-TAB(WS-IDX-REMOVE + 1)
              TO WCA-PNT-TAB(WCA-PNT-IDX).
       3100-DESLOCA-TABELA-FIM.
           EXIT.

       5000-LISTAR.
           PERFORM 5100-MOSTRA-PREFERENCIA
              THRU 5100-MOSTRA-PREFERENCIA-FIM
               VARYING WCA-PNT-IDX FROM 1 BY 1
               UNTIL WCA-PNT-IDX GREATER THAN WCA-PNT-QTD.
       5000-LISTAR-FIM.
           EXIT.

       5100-MOSTRA-PREFERENCIA.
           MOVE WCA-PNT-LIMITE(WCA-PNT-IDX) TO WS-LIMITE-EDITADO.
           DISPLAY WCA-PNT-DOC(WCA-PNT-IDX)
                   ' RECEBE ' WCA-PNT-RECEBE(WCA-PNT-IDX)
                   ' LIMITE ' WS-LIMITE-EDITADO
                   ' TODO DEBITO ' WCA-PNT-DEBITO(WCA-PNT-IDX)
                   ' CANAL ' WCA-PNT-CANAL(WCA-PNT-IDX).
       5100-MOSTRA-PREFERENCIA-FIM.
           EXIT.

       6000-REGRAVA-CADASTRO.
           OPEN OUTPUT PREFERENCIAS.
           PERFORM 6100-GRAVA-PREFERENCIA
              THRU 6100-GRAVA-PREFERENCIA-FIM
               VARYING WCA-PNT-IDX FROM 1 BY 1
               UNTIL WCA-PNT-IDX GREATER THAN WCA-PNT-QTD.
           CLOSE PREFERENCIAS.
       6000-REGRAVA-CADASTRO-FIM.
           EXIT.

       6100-GRAVA-PREFERENCIA.
           MOVE SPACES TO REG-PREFERENCIA.
           MOVE WCA-PNT-DOC(WCA-PNT-IDX)    TO PNT-NUM-DOC.
           MOVE WCA-PNT-LIMITE(WCA-PNT-IDX) TO PNT-LIMITE.
           MOVE WCA-PNT-DEBITO(WCA-PNT-IDX) TO PNT-TODO-DEBITO.
           MOVE WCA-PNT-CANAL(WCA-PNT-IDX)  TO PNT-CANAL.
           MOVE WCA-PNT-RECEBE(WCA-PNT-IDX) TO PNT-RECEBE.
           WRITE REG-PREFERENCIA.
       6100-GRAVA-PREFERENCIA-FIM.
           EXIT.

      *****UMA LINHA DO JORNAL POR CAMPO; A ROTINA NAO GRAVA O CAMPO
      *****CUJO VALOR NAO MUDOU
       7000-GRAVA-JORNAL.
           MOVE WS-DOC TO WS-JMD-CHAVE.
           MOVE 'PNT-LIMITE'      TO WS-JMD-CAMPO.
           MOVE WS-ANT-LIMITE     TO WS-LIMITE-EDITADO.
           MOVE WS-LIMITE-EDITADO TO WS-JMD-ANTIGO.
           MOVE WS-LIMITE         TO WS-LIMITE-EDITADO.
           MOVE WS-LIMITE-EDITADO TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
           MOVE 'PNT-TODO-DEBITO' TO WS-JMD-CAMPO.
           MOVE WS-ANT-DEBITO     TO WS-JMD-ANTIGO.
           MOVE WS-TODO-DEBITO    TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
           MOVE 'PNT-CANAL'       TO WS-JMD-CAMPO.
           MOVE WS-ANT-CANAL      TO WS-JMD-ANTIGO.
           MOVE WS-CANAL          TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
           MOVE 'PNT-RECEBE'      TO WS-JMD-CAMPO.
           MOVE WS-ANT-RECEBE     TO WS-JMD-ANTIGO.
           MOVE WS-RECEBE         TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
       7000-GRAVA-JORNAL-FIM.
           EXIT.

      *****INCLUSAO VAI SEM O VALOR ANTIGO E EXCLUSAO SEM O NOVO
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
       END PROGRAM MANUNOT01.
