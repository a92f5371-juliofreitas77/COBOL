      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Registro da revisao cadastral (KYC) feita pela
      * agencia, nos moldes do MANUCONT01: a revisao registrada grava
      * a data no KYCREG01 (chaveado pelo documento E2-NUM-DOC) e
      * tira o cliente da situacao vencida, liberando de novo o
      * EMPRESTA01 e o MANUCHQ01; a proxima revisao e recalculada
      * pelo lote REVKYC01. Documento ainda fora do registro e
      * incluido. Cada revisao registrada vai para o log com o
      * usuario que a fez. Tambem lista o registro.
      * A data da revisao e a situacao, antiga e nova, vao tambem para
      * o jornal de alteracoes cadastrais JORNALMD01 (rotina comum
      * JORNALMD).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUKYC01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT CADKYC ASSIGN TO 'KYCREG01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CADKYC.

       DATA DIVISION.
      *
       FILE SECTION.
       FD CADKYC.
       01 REG-CADKYC.
           05 KYC-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 KYC-DAT-REVISAO      PIC 9(08).
           05 FILLER               PIC X(01).
           05 KYC-MESES            PIC 9(03).
           05 FILLER               PIC X(01).
           05 KYC-DAT-PROXIMA      PIC 9(08).
           05 FILLER               PIC X(01).
           05 KYC-SITUACAO         PIC X(01).
               88 KYC-EM-DIA                   VALUE 'R'.
               88 KYC-A-VENCER                 VALUE 'P'.
               88 KYC-VENCIDA                  VALUE 'V'.
           05 FILLER               PIC X(01).
           05 KYC-SEGMENTO         PIC X(10).
           05 FILLER               PIC X(01).
           05 KYC-AML              PIC X(01).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-CADKYC        PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-CADKYC            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-KYC               VALUE 'N'.
               88 SW-FIM-SIM-KYC               VALUE 'S'.

       01 WCA-CADKYC.
           05 WCA-KYC-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-KYC-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-KYC-IDX.
               10 WCA-KYC-DOC      PIC X(14).
               10 WCA-KYC-REVISAO  PIC 9(08).
               10 WCA-KYC-MESES    PIC 9(03).
               10 WCA-KYC-PROXIMA  PIC 9(08).
               10 WCA-KYC-SIT      PIC X(01).
               10 WCA-KYC-SEG      PIC X(10).
               10 WCA-KYC-AML      PIC X(01).

       77 WS-OPCAO                 PIC 9(01) VALUE ZERO.
       77 WS-DOC                   PIC X(14) VALUE SPACES.
       77 WS-USUARIO               PIC X(20) VALUE SPACES.
       01 WS-DAT-REVISAO           PIC 9(08) VALUE ZEROS.
       01 WS-DAT-REVISAO-R REDEFINES WS-DAT-REVISAO.
           05 REV-ANO              PIC 9(04).
           05 REV-MES              PIC 9(02).
           05 REV-DIA              PIC 9(02).
       01 WS-DAT-HOJE              PIC 9(08) VALUE ZEROS.
       77 WS-KYC-ACHOU             PIC X(01) VALUE 'N'.
           88 KYC-ACHADO               VALUE 'S'.
       77 WS-IDX-ACHADO            PIC 9(04) VALUE ZEROS.

      *****JORNAL DE ALTERACOES CADASTRAIS (ROTINA COMUM JORNALMD);
      *****CLIENTE INCLUIDO AGORA NO REGISTRO VAI SEM VALOR ANTIGO
       01 WS-ANT-REVISAO           PIC X(08) VALUE SPACES.
       01 WS-ANT-SIT               PIC X(01) VALUE SPACES.
       01 WS-JMD-ARQUIVO           PIC X(12) VALUE 'KYCREG01'.
       01 WS-JMD-CHAVE             PIC X(20) VALUE SPACES.
       01 WS-JMD-CAMPO             PIC X(20) VALUE SPACES.
       01 WS-JMD-ANTIGO            PIC X(40) VALUE SPACES.
       01 WS-JMD-NOVO              PIC X(40) VALUE SPACES.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'MANUKYC01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           DISPLAY 'SEU USUARIO (PARA O REGISTRO)?'
           ACCEPT WS-USUARIO
           IF WS-USUARIO EQUAL SPACES
               DISPLAY 'USUARIO EM BRANCO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-CARREGA-CADASTRO
              THRU 1000-CARREGA-CADASTRO-FIM

           DISPLAY '1-REGISTRAR REVISAO  2-LISTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 2000-REGISTRAR
                      THRU 2000-REGISTRAR-FIM
                   PERFORM 6000-REGRAVA-CADASTRO
                      THRU 6000-REGRAVA-CADASTRO-FIM
                   PERFORM 7000-GRAVA-JORNAL
                      THRU 7000-GRAVA-JORNAL-FIM
               WHEN 2
                   PERFORM 5000-LISTAR
                      THRU 5000-LISTAR-FIM
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE 0 TO RETURN-CODE
           STOP RUN.
       0000-PRINCIPAL-FIM.

       1000-CARREGA-CADASTRO.
           OPEN INPUT CADKYC.
           IF WSN-FS-CADKYC NOT EQUAL ZEROS
               DISPLAY 'REGISTRO NOVO SERA CRIADO (KYCREG01)'
               GO TO 1000-CARREGA-CADASTRO-FIM
           END-IF.
           SET SW-FIM-NAO-KYC TO TRUE.
           PERFORM 1100-LER-CADKYC
              THRU 1100-LER-CADKYC-FIM.
           PERFORM 1200-GUARDA-CADKYC
              THRU 1200-GUARDA-CADKYC-FIM
             UNTIL SW-FIM-SIM-KYC.
           CLOSE CADKYC.
       1000-CARREGA-CADASTRO-FIM.
           EXIT.

       1100-LER-CADKYC.
           READ CADKYC
               AT END
                   SET SW-FIM-SIM-KYC TO TRUE
           END-READ.
       1100-LER-CADKYC-FIM.
           EXIT.

      *****COM A TABELA CHEIA A MANUTENCAO ABORTA: A REGRAVACAO FINAL
      *****DO KYCREG01 SO E SEGURA SE ELE COUBE INTEIRO
       1200-GUARDA-CADKYC.
           IF WCA-KYC-QTD NOT LESS THAN 5000
               DISPLAY 'MANUKYC01 - KYCREG01 COM MAIS DE 5000 '
                       'REGISTROS - ABORTADO PARA NAO REGRAVAR '
                       'REGISTRO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-KYC-QTD.
           SET WCA-KYC-IDX TO WCA-KYC-QTD.
           MOVE KYC-NUM-DOC     TO WCA-KYC-DOC(WCA-KYC-IDX).
           MOVE KYC-DAT-REVISAO TO WCA-KYC-REVISAO(WCA-KYC-IDX).
           MOVE KYC-MESES       TO WCA-KYC-MESES(WCA-KYC-IDX).
           MOVE KYC-DAT-PROXIMA TO WCA-KYC-PROXIMA(WCA-KYC-IDX).
           MOVE KYC-SITUACAO    TO WCA-KYC-SIT(WCA-KYC-IDX).
           MOVE KYC-SEGMENTO    TO WCA-KYC-SEG(WCA-KYC-IDX).
           MOVE KYC-AML         TO WCA-KYC-AML(WCA-KYC-IDX).
           PERFORM 1100-LER-CADKYC
              THRU 1100-LER-CADKYC-FIM.
       1200-GUARDA-CADKYC-FIM.
           EXIT.

       1300-PROCURA-CADKYC.
           MOVE 'N' TO WS-KYC-ACHOU.
           PERFORM 1310-TESTA-CADKYC
              THRU 1310-TESTA-CADKYC-FIM
               VARYING WCA-KYC-IDX FROM 1 BY 1
               UNTIL WCA-KYC-IDX GREATER THAN WCA-KYC-QTD
                  OR KYC-ACHADO.
       1300-PROCURA-CADKYC-FIM.
           EXIT.

       1310-TESTA-CADKYC.
           IF WS-DOC EQUAL WCA-KYC-DOC(WCA-KYC-IDX)
               MOVE 'S' TO WS-KYC-ACHOU
               SET WS-IDX-ACHADO TO WCA-KYC-IDX
           END-IF.
       1310-TESTA-CADKYC-FIM.
           EXIT.

      *****A REVISAO FICA EM DIA ATE O PROXIMO REVKYC01, QUE REFAZ O
      *****INTERVALO E A PROXIMA DATA A PARTIR DA DATA INFORMADA
       2000-REGISTRAR.
           DISPLAY 'DOCUMENTO (CPF 11 POSICOES / CNPJ 14)?'
           ACCEPT WS-DOC
           IF WS-DOC EQUAL SPACES
               DISPLAY 'DOCUMENTO EM BRANCO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-DAT-HOJE FROM DATE YYYYMMDD
           DISPLAY 'DATA DA REVISAO (AAAAMMDD, ZEROS = HOJE)?'
           ACCEPT WS-DAT-REVISAO
           IF WS-DAT-REVISAO EQUAL ZEROS
               MOVE WS-DAT-HOJE TO WS-DAT-REVISAO
           END-IF
           IF WS-DAT-REVISAO NOT NUMERIC
              OR REV-MES LESS THAN 01 OR REV-MES GREATER THAN 12
              OR REV-DIA LESS THAN 01 OR REV-DIA GREATER THAN 31
              OR WS-DAT-REVISAO GREATER THAN WS-DAT-HOJE
               DISPLAY 'DATA DA REVISAO INVALIDA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1300-PROCURA-CADKYC
              THRU 1300-PROCURA-CADKYC-FIM
           IF KYC-ACHADO
               SET WCA-KYC-IDX TO WS-IDX-ACHADO
               MOVE WCA-KYC-REVISAO(WCA-KYC-IDX) TO WS-ANT-REVISAO
               MOVE WCA-KYC-SIT(WCA-KYC-IDX)     TO WS-ANT-SIT
               DISPLAY 'REVISAO REGISTRADA'
           ELSE
               IF WCA-KYC-QTD NOT LESS THAN 5000
                   DISPLAY 'REGISTRO CHEIO'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WCA-KYC-QTD
               SET WCA-KYC-IDX TO WCA-KYC-QTD
               SET WS-IDX-ACHADO TO WCA-KYC-IDX
               MOVE WS-DOC TO WCA-KYC-DOC(WCA-KYC-IDX)
               MOVE ZEROS  TO WCA-KYC-MESES(WCA-KYC-IDX)
               MOVE SPACES TO WCA-KYC-SEG(WCA-KYC-IDX)
               MOVE 'N'    TO WCA-KYC-AML(WCA-KYC-IDX)
               DISPLAY 'CLIENTE INCLUIDO NO REGISTRO'
           END-IF
           MOVE WS-DAT-REVISAO TO WCA-KYC-REVISAO(WCA-KYC-IDX)
           MOVE ZEROS          TO WCA-KYC-PROXIMA(WCA-KYC-IDX)
           MOVE 'R'            TO WCA-KYC-SIT(WCA-KYC-IDX)

           MOVE 'I' TO WS-LOG-SEVERIDADE
           MOVE SPACES TO WS-LOG-MENSAGEM
           STRING WS-USUARIO ' REVISAO KYC ' WS-DOC
                  ' EM ' WS-DAT-REVISAO
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       2000-REGISTRAR-FIM.
           EXIT.

       5000-LISTAR.
           PERFORM 5100-MOSTRA-CADKYC
              THRU 5100-MOSTRA-CADKYC-FIM
               VARYING WCA-KYC-IDX FROM 1 BY 1
               UNTIL WCA-KYC-IDX GREATER THAN WCA-KYC-QTD.
       5000-LISTAR-FIM.
           EXIT.

       5100-MOSTRA-CADKYC.
           DISPLAY WCA-KYC-DOC(WCA-KYC-IDX) ' REVISAO '
                   WCA-KYC-REVISAO(WCA-KYC-IDX) ' MESES '
                   WCA-KYC-MESES(WCA-KYC-IDX) ' PROXIMA '
                   WCA-KYC-PROXIMA(WCA-KYC-IDX) ' '
                   WCA-KYC-SIT(WCA-KYC-IDX) ' '
                   WCA-KYC-SEG(WCA-KYC-IDX) ' AML '
                   WCA-KYC-AML(WCA-KYC-IDX).
       5100-MOSTRA-CADKYC-FIM.
           EXIT.

       6000-REGRAVA-CADASTRO.
           OPEN OUTPUT CADKYC.
           PERFORM 6100-GRAVA-CADKYC
              THRU 6100-GRAVA-CADKYC-FIM
               VARYING WCA-KYC-IDX FROM 1 BY 1
               UNTIL WCA-KYC-IDX GREATER THAN WCA-KYC-QTD.
           CLOSE CADKYC.
       6000-REGRAVA-CADASTRO-FIM.
           EXIT.

       6100-GRAVA-CADKYC.
           MOVE SPACES TO REG-CADKYC.
           MOVE WCA-KYC-DOC(WCA-KYC-IDX)     TO KYC-NUM-DOC.
           MOVE WCA-KYC-REVISAO(WCA-KYC-IDX) TO KYC-DAT-REVISAO.
           MOVE WCA-KYC-MESES(WCA-KYC-IDX)   TO KYC-MESES.
           MOVE WCA-KYC-PROXIMA(WCA-KYC-IDX) TO KYC-DAT-PROXIMA.
           MOVE WCA-KYC-SIT(WCA-KYC-IDX)     TO KYC-SITUACAO.
           MOVE WCA-KYC-SEG(WCA-KYC-IDX)     TO KYC-SEGMENTO.
           MOVE WCA-KYC-AML(WCA-KYC-IDX)     TO KYC-AML.
           WRITE REG-CADKYC.
       6100-GRAVA-CADKYC-FIM.
           EXIT.

       7000-GRAVA-JORNAL.
           SET WCA-KYC-IDX TO WS-IDX-ACHADO.
           MOVE WS-DOC TO WS-JMD-CHAVE.
           MOVE 'KYC-DAT-REVISAO' TO WS-JMD-CAMPO.
           MOVE WS-ANT-REVISAO    TO WS-JMD-ANTIGO.
           MOVE WCA-KYC-REVISAO(WCA-KYC-IDX) TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
           MOVE 'KYC-SITUACAO'    TO WS-JMD-CAMPO.
           MOVE WS-ANT-SIT        TO WS-JMD-ANTIGO.
           MOVE WCA-KYC-SIT(WCA-KYC-IDX) TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
       7000-GRAVA-JORNAL-FIM.
           EXIT.

       7100-JORNAL-CAMPO.
           CALL 'JORNALMD' USING WS-USUARIO WS-LOG-PROGRAMA
               WS-JMD-ARQUIVO WS-JMD-CHAVE WS-JMD-CAMPO
               WS-JMD-ANTIGO WS-JMD-NOVO.
       7100-JORNAL-CAMPO-FIM.
           EXIT.
       END PROGRAM MANUKYC01.
