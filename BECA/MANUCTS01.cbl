      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Cadastro de contestacoes de movimento (CONTEST01),
      * atras do portao de acesso (PROGCOB10, mesmo esquema do
      * CONSCTA01). A contestacao e identificada pelo MOV-NSU do
      * movimento contestado em Movimento01 - so debito pode ser
      * contestado e cada NSU so tem uma contestacao. Guarda data de
      * abertura, motivo, agencia e o credito provisorio opcional
      * (ate o valor contestado, lancado na hora com NSU da GERANSU).
      * A investigacao registra o parecer; a solucao e deferida
      * (credito definitivo: o que faltar do valor contestado alem do
      * provisorio) ou indeferida (o credito provisorio e estornado).
      * Abrir, investigar e solucionar exigem nivel de operador; o
      * visualizador so lista. O prazo regulatorio das abertas e
      * acompanhado pelo relatorio de envelhecimento PRAZOCTS01. Toda
      * alteracao e registrada no log central via LOGOPER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUCTS01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT CONTESTACOES ASSIGN TO 'CONTEST01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTEST.

           SELECT ENTRADA ASSIGN TO 'ENTRADA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA.

           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

       DATA DIVISION.
      *
       FILE SECTION.
      *                CONTESTACOES, UMA POR NSU DE MOVIMENTO
       FD CONTESTACOES.
       01 REG-CONTESTACAO.
           05 CON-NSU-MOV          PIC 9(09).
           05 CON-COD-CTA          PIC 9(06).
      *****COPIA DO MOVIMENTO CONTESTADO
           05 CON-DAT-MOV          PIC 9(08).
           05 CON-VAL-MOV          PIC 9(09)V99.
           05 CON-HIST-MOV         PIC X(20).
           05 CON-DAT-ABERTURA     PIC 9(08).
           05 CON-AGENCIA          PIC X(04).
           05 CON-MOTIVO           PIC X(30).
      *****CREDITO PROVISORIO (ZERO = NAO HOUVE) E O NSU DO LANCAMENTO
           05 CON-VAL-PROVISORIO   PIC 9(09)V99.
           05 CON-NSU-PROVISORIO   PIC 9(09).
      *****'A' = ABERTA, 'I' = EM INVESTIGACAO, 'D' = DEFERIDA,
      *****'N' = INDEFERIDA
           05 CON-STATUS           PIC X(01).
               88 CON-ABERTA                   VALUE 'A'.
               88 CON-EM-INVESTIGACAO          VALUE 'I'.
               88 CON-DEFERIDA                 VALUE 'D'.
               88 CON-INDEFERIDA               VALUE 'N'.
           05 CON-DAT-SOLUCAO      PIC 9(08).
      *****NSU DO CREDITO DEFINITIVO OU DO ESTORNO DO PROVISORIO
           05 CON-NSU-SOLUCAO      PIC 9(09).
           05 CON-PARECER          PIC X(30).
           05 CON-USUARIO          PIC X(20).

       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
           05 SLD-CTA              PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 STA-CTA              PIC X(01).

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

      *                CONTROLE (PARAMETROS DO RELATORIO)
       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-CONTEST       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-CONTEST           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CON               VALUE 'N'.
               88 SW-FIM-SIM-CON               VALUE 'S'.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.
           05 SW-MOVIMENTO         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MOV               VALUE 'N'.
               88 SW-FIM-SIM-MOV               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.

       01 WCA-CONTESTACOES.
           05 WCA-CON-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-CON-TAB OCCURS 20000 TIMES
                          INDEXED BY WCA-CON-IDX.
               10 WCA-CON-REG      PIC X(184).

      *****PORTAO DE ACESSO: 00 ADMINISTRADOR, 01 OPERADOR,
      *****02 VISUALIZADOR (SO LISTA)
       77 WS-COMANDO               PIC X(100) VALUE SPACES.
       77 WS-RC-PASSO              PIC 9(03) VALUE ZEROS.
       77 WS-NIVEL                 PIC 9(02) VALUE 99.
           88 NIVEL-NEGADO             VALUE 99.

       77 WS-OPCAO                 PIC 9(01) VALUE ZERO.
       77 WS-USUARIO               PIC X(20) VALUE SPACES.
       77 WS-NSU-CONTESTADO        PIC 9(09) VALUE ZEROS.
       77 WS-CON-ACHOU             PIC X(01) VALUE 'N'.
           88 CONTESTACAO-ACHADA       VALUE 'S'.
       77 WS-MOV-ACHOU             PIC X(01) VALUE 'N'.
           88 MOVIMENTO-ACHADO         VALUE 'S'.
       77 WS-CTA-ACHOU             PIC X(01) VALUE 'N'.
           88 CONTA-ACHADA             VALUE 'S'.
       77 WS-IDX-ACHADO            PIC 9(05) VALUE ZEROS.
       77 WS-DECISAO               PIC X(01) VALUE SPACES.
       77 WS-AGENCIA               PIC X(04) VALUE SPACES.
       77 WS-PARECER               PIC X(30) VALUE SPACES.
       77 WS-CTA-PROCURA           PIC 9(06) VALUE ZEROS.
       01 WS-VAL-PROVISORIO        PIC 9(09)V99 VALUE ZEROS.
       01 WS-VALOR-MASC            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 WS-PROV-MASC             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *****PERNA A GRAVAR EM MOVIMENTO01
       01 WS-MOV-TIP               PIC X(01) VALUE SPACES.
       01 WS-MOV-VAL               PIC 9(09)V99 VALUE ZEROS.
       01 WS-MOV-HIST              PIC X(20) VALUE SPACES.
      *****NSU DO MOVIMENTO, FORNECIDO PELA ROTINA COMUM GERANSU
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'MANUCTS01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           DISPLAY 'IDENTIFIQUE-SE PARA O PORTAO DE ACESSO'
           DISPLAY 'SEU USUARIO (REPETIDO PARA O REGISTRO)?'
           ACCEPT WS-USUARIO

      *****A ORIGEM DO LOGON VAI NA VARIAVEL DE AMBIENTE PARA A
      *****AUDITORIA DO PORTAO (AUDLOG01)
           MOVE 'ORIGEMLOGON=MANUCTS01 ./PROGCOB10' TO WS-COMANDO
           CALL 'SYSTEM' USING WS-COMANDO
           COMPUTE WS-RC-PASSO = RETURN-CODE / 256
           MOVE WS-RC-PASSO TO WS-NIVEL

           IF NIVEL-NEGADO OR WS-NIVEL GREATER THAN 02
               DISPLAY 'MANUCTS01 - ACESSO NEGADO'
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1050-LE-CONTROLE
              THRU 1050-LE-CONTROLE-FIM
           IF WCA-DATA-REFERENCIA EQUAL ZEROS
               DISPLAY 'MANUCTS01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-CARREGA-CONTESTACOES
              THRU 1000-CARREGA-CONTESTACOES-FIM

           PERFORM 0500-MENU
              THRU 0500-MENU-FIM
               UNTIL WS-OPCAO EQUAL 9

           MOVE 0 TO RETURN-CODE
           STOP RUN.
       0000-PRINCIPAL-FIM.

      *-----------------------------------------------------------------
      *     UMA OPERACAO POR VOLTA; 9 ENCERRA. O CADASTRO E REGRAVADO
      *     A CADA ALTERACAO, JUNTO COM O LANCAMENTO QUE ELA GEROU
      *-----------------------------------------------------------------
       0500-MENU.
           DISPLAY ' '
           DISPLAY '1-ABRIR  2-INVESTIGAR  3-SOLUCIONAR  4-LISTAR  '
                   '9-SAIR'
           ACCEPT WS-OPCAO

           IF WS-OPCAO EQUAL 9
               GO TO 0500-MENU-FIM
           END-IF

           IF WS-OPCAO NOT EQUAL 4
              AND WS-NIVEL GREATER THAN 01
               DISPLAY 'OPCAO NAO PERMITIDA PARA O SEU NIVEL'
               GO TO 0500-MENU-FIM
           END-IF

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 2000-ABRIR
                      THRU 2000-ABRIR-FIM
               WHEN 2
                   PERFORM 3000-INVESTIGAR
                      THRU 3000-INVESTIGAR-FIM
               WHEN 3
                   PERFORM 4000-SOLUCIONAR
                      THRU 4000-SOLUCIONAR-FIM
               WHEN 4
                   PERFORM 5000-LISTAR
                      THRU 5000-LISTAR-FIM
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       0500-MENU-FIM.
           EXIT.

       1000-CARREGA-CONTESTACOES.
           OPEN INPUT CONTESTACOES.
           IF WSN-FS-CONTEST NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO NOVO SERA CRIADO (CONTEST01)'
               GO TO 1000-CARREGA-CONTESTACOES-FIM
           END-IF.
           SET SW-FIM-NAO-CON TO TRUE.
           PERFORM 1100-LER-CONTESTACAO
              THRU 1100-LER-CONTESTACAO-FIM.
           PERFORM 1200-GUARDA-CONTESTACAO
              THRU 1200-GUARDA-CONTESTACAO-FIM
             UNTIL SW-FIM-SIM-CON.
           CLOSE CONTESTACOES.
       1000-CARREGA-CONTESTACOES-FIM.
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

       1100-LER-CONTESTACAO.
           READ CONTESTACOES
               AT END
                   SET SW-FIM-SIM-CON TO TRUE
           END-READ.
       1100-LER-CONTESTACAO-FIM.
           EXIT.

      *****COM A TABELA CHEIA A MANUTENCAO ABORTA: A REGRAVACAO DO
      *****CONTEST01 SO E SEGURA SE ELE COUBE INTEIRO
       1200-GUARDA-CONTESTACAO.
           IF WCA-CON-QTD NOT LESS THAN 20000
               DISPLAY 'MANUCTS01 - CONTEST01 COM MAIS DE 20000 '
                       'REGISTROS - ABORTADO PARA NAO REGRAVAR '
                       'ARQUIVO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-CON-QTD.
           SET WCA-CON-IDX TO WCA-CON-QTD.
           MOVE REG-CONTESTACAO TO WCA-CON-REG(WCA-CON-IDX).
           PERFORM 1100-LER-CONTESTACAO
              THRU 1100-LER-CONTESTACAO-FIM.
       1200-GUARDA-CONTESTACAO-FIM.
           EXIT.

       1300-PROCURA-CONTESTACAO.
           MOVE 'N' TO WS-CON-ACHOU.
           PERFORM 1310-TESTA-CONTESTACAO
              THRU 1310-TESTA-CONTESTACAO-FIM
               VARYING WCA-CON-IDX FROM 1 BY 1
               UNTIL WCA-CON-IDX GREATER THAN WCA-CON-QTD
                  OR CONTESTACAO-ACHADA.
       1300-PROCURA-CONTESTACAO-FIM.
           EXIT.

       1310-TESTA-CONTESTACAO.
           MOVE WCA-CON-REG(WCA-CON-IDX) TO REG-CONTESTACAO.
           IF WS-NSU-CONTESTADO EQUAL CON-NSU-MOV
               MOVE 'S' TO WS-CON-ACHOU
               SET WS-IDX-ACHADO TO WCA-CON-IDX
           END-IF.
       1310-TESTA-CONTESTACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     MOVIMENTO CONTESTADO: PROCURA O NSU EM MOVIMENTO01
      *-----------------------------------------------------------------
       1400-PROCURA-MOVIMENTO.
           MOVE 'N' TO WS-MOV-ACHOU.
           OPEN INPUT MOVIMENTO.
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               GO TO 1400-PROCURA-MOVIMENTO-FIM
           END-IF.
           SET SW-FIM-NAO-MOV TO TRUE.
           PERFORM 1410-LER-MOVIMENTO
              THRU 1410-LER-MOVIMENTO-FIM.
           PERFORM 1420-TESTA-MOVIMENTO
              THRU 1420-TESTA-MOVIMENTO-FIM
             UNTIL SW-FIM-SIM-MOV
                OR MOVIMENTO-ACHADO.
           CLOSE MOVIMENTO.
       1400-PROCURA-MOVIMENTO-FIM.
           EXIT.

       1410-LER-MOVIMENTO.
           READ MOVIMENTO
               AT END
                   SET SW-FIM-SIM-MOV TO TRUE
           END-READ.
       1410-LER-MOVIMENTO-FIM.
           EXIT.

       1420-TESTA-MOVIMENTO.
           IF MOV-NSU EQUAL WS-NSU-CONTESTADO
               MOVE 'S' TO WS-MOV-ACHOU
           ELSE
               PERFORM 1410-LER-MOVIMENTO
                  THRU 1410-LER-MOVIMENTO-FIM
           END-IF.
       1420-TESTA-MOVIMENTO-FIM.
           EXIT.

      *****AGENCIA DA CONTA EM ENTRADA01, QUANDO NAO INFORMADA
       1500-PROCURA-CONTA.
           MOVE 'N' TO WS-CTA-ACHOU.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               GO TO 1500-PROCURA-CONTA-FIM
           END-IF.
           SET SW-FIM-NAO TO TRUE.
           PERFORM 1510-LER-ENTRADA
              THRU 1510-LER-ENTRADA-FIM.
           PERFORM 1520-TESTA-CONTA
              THRU 1520-TESTA-CONTA-FIM
             UNTIL SW-FIM-SIM
                OR CONTA-ACHADA.
           CLOSE ENTRADA.
       1500-PROCURA-CONTA-FIM.
           EXIT.

       1510-LER-ENTRADA.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
      *****PULA OS REGISTROS DE CONTROLE HDR/TRL DA ENTRADA
           IF NOT SW-FIM-SIM
              AND (REG-ENTRADA(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA(1:3) EQUAL 'TRL')
               GO TO 1510-LER-ENTRADA
           END-IF.
       1510-LER-ENTRADA-FIM.
           EXIT.

       1520-TESTA-CONTA.
           IF COD-CTA EQUAL WS-CTA-PROCURA
               MOVE 'S' TO WS-CTA-ACHOU
           ELSE
               PERFORM 1510-LER-ENTRADA
                  THRU 1510-LER-ENTRADA-FIM
           END-IF.
       1520-TESTA-CONTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     ABERTURA: O NSU PRECISA SER DE UM DEBITO EM MOVIMENTO01 E
      *     AINDA SEM CONTESTACAO; O CREDITO PROVISORIO E OPCIONAL E
      *     NAO PASSA DO VALOR CONTESTADO
      *-----------------------------------------------------------------
       2000-ABRIR.
           IF WCA-CON-QTD NOT LESS THAN 20000
               DISPLAY 'ARQUIVO DE CONTESTACOES CHEIO'
               GO TO 2000-ABRIR-FIM
           END-IF.

           DISPLAY 'NSU DO MOVIMENTO CONTESTADO?'.
           ACCEPT WS-NSU-CONTESTADO.
           PERFORM 1300-PROCURA-CONTESTACAO
              THRU 1300-PROCURA-CONTESTACAO-FIM.
           IF CONTESTACAO-ACHADA
               DISPLAY 'MOVIMENTO JA CONTESTADO - SITUACAO '
                       CON-STATUS
               GO TO 2000-ABRIR-FIM
           END-IF.

           PERFORM 1400-PROCURA-MOVIMENTO
              THRU 1400-PROCURA-MOVIMENTO-FIM.
           IF NOT MOVIMENTO-ACHADO
               DISPLAY 'NSU NAO ENCONTRADO EM MOVIMENTO01'
               GO TO 2000-ABRIR-FIM
           END-IF.
           IF MOV-TIP NOT EQUAL 'D'
               DISPLAY 'SO MOVIMENTO A DEBITO PODE SER CONTESTADO'
               GO TO 2000-ABRIR-FIM
           END-IF.

           MOVE SPACES              TO REG-CONTESTACAO.
           MOVE WS-NSU-CONTESTADO   TO CON-NSU-MOV.
           MOVE MOV-COD-CTA         TO CON-COD-CTA.
           MOVE MOV-DAT             TO CON-DAT-MOV.
           MOVE MOV-VAL             TO CON-VAL-MOV.
           MOVE MOV-HIST            TO CON-HIST-MOV.
           MOVE WCA-DATA-REFERENCIA TO CON-DAT-ABERTURA.
           MOVE MOV-VAL TO WS-VALOR-MASC.
           DISPLAY 'CONTA ' MOV-COD-CTA ' ' MOV-DAT ' ' MOV-HIST
                   ' R$ ' WS-VALOR-MASC.

           DISPLAY 'AGENCIA DE ABERTURA (BRANCO = AGENCIA DA CONTA)?'.
           ACCEPT WS-AGENCIA.
           IF WS-AGENCIA EQUAL SPACES
               MOVE CON-COD-CTA TO WS-CTA-PROCURA
               PERFORM 1500-PROCURA-CONTA
                  THRU 1500-PROCURA-CONTA-FIM
               IF CONTA-ACHADA
                   MOVE COD-AGENCIA TO WS-AGENCIA
               END-IF
           END-IF.
           IF WS-AGENCIA NOT NUMERIC
               DISPLAY 'AGENCIA INVALIDA'
               GO TO 2000-ABRIR-FIM
           END-IF.
           MOVE WS-AGENCIA TO CON-AGENCIA.

           DISPLAY 'MOTIVO DA CONTESTACAO?'.
           ACCEPT CON-MOTIVO.
           IF CON-MOTIVO EQUAL SPACES
               DISPLAY 'MOTIVO NAO INFORMADO'
               GO TO 2000-ABRIR-FIM
           END-IF.

           DISPLAY 'CREDITO PROVISORIO (0 = SEM CREDITO)?'.
           ACCEPT WS-VAL-PROVISORIO.
           IF WS-VAL-PROVISORIO GREATER THAN CON-VAL-MOV
               DISPLAY 'CREDITO PROVISORIO MAIOR QUE O VALOR '
                       'CONTESTADO'
               GO TO 2000-ABRIR-FIM
           END-IF.

           MOVE WS-VAL-PROVISORIO TO CON-VAL-PROVISORIO.
           MOVE ZEROS             TO CON-NSU-PROVISORIO
                                     CON-DAT-SOLUCAO
                                     CON-NSU-SOLUCAO.
           IF WS-VAL-PROVISORIO GREATER THAN ZEROS
               MOVE 'C'                  TO WS-MOV-TIP
               MOVE WS-VAL-PROVISORIO    TO WS-MOV-VAL
               MOVE 'CREDITO PROVISORIO' TO WS-MOV-HIST
               PERFORM 7000-GRAVA-MOVIMENTO
                  THRU 7000-GRAVA-MOVIMENTO-FIM
               MOVE WS-NSU TO CON-NSU-PROVISORIO
           END-IF.
           MOVE 'A'        TO CON-STATUS.
           MOVE WS-USUARIO TO CON-USUARIO.

           ADD 1 TO WCA-CON-QTD.
           SET WCA-CON-IDX TO WCA-CON-QTD.
           MOVE REG-CONTESTACAO TO WCA-CON-REG(WCA-CON-IDX).
           PERFORM 6000-REGRAVA-CONTESTACOES
              THRU 6000-REGRAVA-CONTESTACOES-FIM.
           DISPLAY 'CONTESTACAO ABERTA PARA O NSU ' CON-NSU-MOV.
           PERFORM 8000-REGISTRA-LOG
              THRU 8000-REGISTRA-LOG-FIM.
       2000-ABRIR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     INVESTIGACAO: REGISTRA O PARECER; A ABERTA PASSA A EM
      *     INVESTIGACAO
      *-----------------------------------------------------------------
       3000-INVESTIGAR.
           DISPLAY 'NSU DO MOVIMENTO CONTESTADO?'.
           ACCEPT WS-NSU-CONTESTADO.
           PERFORM 1300-PROCURA-CONTESTACAO
              THRU 1300-PROCURA-CONTESTACAO-FIM.
           IF NOT CONTESTACAO-ACHADA
               DISPLAY 'CONTESTACAO NAO CADASTRADA'
               GO TO 3000-INVESTIGAR-FIM
           END-IF.
           IF NOT CON-ABERTA AND NOT CON-EM-INVESTIGACAO
               DISPLAY 'CONTESTACAO JA SOLUCIONADA - SITUACAO '
                       CON-STATUS
               GO TO 3000-INVESTIGAR-FIM
           END-IF.

           DISPLAY 'MOTIVO..: ' CON-MOTIVO.
           DISPLAY 'PARECER.: ' CON-PARECER.
           DISPLAY 'PARECER DA INVESTIGACAO?'.
           ACCEPT CON-PARECER.
           IF CON-PARECER EQUAL SPACES
               DISPLAY 'PARECER NAO INFORMADO'
               GO TO 3000-INVESTIGAR-FIM
           END-IF.
           MOVE 'I'        TO CON-STATUS.
           MOVE WS-USUARIO TO CON-USUARIO.

           SET WCA-CON-IDX TO WS-IDX-ACHADO.
           MOVE REG-CONTESTACAO TO WCA-CON-REG(WCA-CON-IDX).
           PERFORM 6000-REGRAVA-CONTESTACOES
              THRU 6000-REGRAVA-CONTESTACOES-FIM.
           DISPLAY 'CONTESTACAO EM INVESTIGACAO'.
           PERFORM 8000-REGISTRA-LOG
              THRU 8000-REGISTRA-LOG-FIM.
       3000-INVESTIGAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     SOLUCAO: DEFERIDA CREDITA O QUE FALTA DO VALOR CONTESTADO
      *     ALEM DO PROVISORIO (O PROVISORIO VIRA DEFINITIVO);
      *     INDEFERIDA ESTORNA O CREDITO PROVISORIO, SE HOUVE
      *-----------------------------------------------------------------
       4000-SOLUCIONAR.
           DISPLAY 'NSU DO MOVIMENTO CONTESTADO?'.
           ACCEPT WS-NSU-CONTESTADO.
           PERFORM 1300-PROCURA-CONTESTACAO
              THRU 1300-PROCURA-CONTESTACAO-FIM.
           IF NOT CONTESTACAO-ACHADA
               DISPLAY 'CONTESTACAO NAO CADASTRADA'
               GO TO 4000-SOLUCIONAR-FIM
           END-IF.
           IF NOT CON-ABERTA AND NOT CON-EM-INVESTIGACAO
               DISPLAY 'CONTESTACAO JA SOLUCIONADA - SITUACAO '
                       CON-STATUS
               GO TO 4000-SOLUCIONAR-FIM
           END-IF.

           MOVE CON-VAL-MOV        TO WS-VALOR-MASC.
           MOVE CON-VAL-PROVISORIO TO WS-PROV-MASC.
           DISPLAY 'CONTESTADO R$ ' WS-VALOR-MASC
                   '  PROVISORIO R$ ' WS-PROV-MASC.
           DISPLAY 'PARECER.: ' CON-PARECER.
           DISPLAY 'DECISAO (D = DEFERIDA, N = INDEFERIDA)?'.
           ACCEPT WS-DECISAO.
           IF WS-DECISAO NOT EQUAL 'D' AND WS-DECISAO NOT EQUAL 'N'
               DISPLAY 'DECISAO INVALIDA'
               GO TO 4000-SOLUCIONAR-FIM
           END-IF.
           DISPLAY 'PARECER FINAL (BRANCO = MANTEM O ATUAL)?'.
           ACCEPT WS-PARECER.
           IF WS-PARECER NOT EQUAL SPACES
               MOVE WS-PARECER TO CON-PARECER
           END-IF.

           MOVE ZEROS TO CON-NSU-SOLUCAO.
           IF WS-DECISAO EQUAL 'D'
               IF CON-VAL-MOV GREATER THAN CON-VAL-PROVISORIO
                   MOVE 'C' TO WS-MOV-TIP
                   COMPUTE WS-MOV-VAL =
                       CON-VAL-MOV - CON-VAL-PROVISORIO
                   MOVE 'CONTESTACAO DEFERIDA' TO WS-MOV-HIST
                   PERFORM 7000-GRAVA-MOVIMENTO
                      THRU 7000-GRAVA-MOVIMENTO-FIM
                   MOVE WS-NSU TO CON-NSU-SOLUCAO
               END-IF
           ELSE
               IF CON-VAL-PROVISORIO GREATER THAN ZEROS
                   MOVE 'D' TO WS-MOV-TIP
                   MOVE CON-VAL-PROVISORIO TO WS-MOV-VAL
                   MOVE 'ESTORNO CRED PROVIS' TO WS-MOV-HIST
                   PERFORM 7000-GRAVA-MOVIMENTO
                      THRU 7000-GRAVA-MOVIMENTO-FIM
                   MOVE WS-NSU TO CON-NSU-SOLUCAO
               END-IF
           END-IF.
           MOVE WS-DECISAO          TO CON-STATUS.
           MOVE WCA-DATA-REFERENCIA TO CON-DAT-SOLUCAO.
           MOVE WS-USUARIO          TO CON-USUARIO.

           SET WCA-CON-IDX TO WS-IDX-ACHADO.
           MOVE REG-CONTESTACAO TO WCA-CON-REG(WCA-CON-IDX).
           PERFORM 6000-REGRAVA-CONTESTACOES
              THRU 6000-REGRAVA-CONTESTACOES-FIM.
           IF CON-DEFERIDA
               DISPLAY 'CONTESTACAO DEFERIDA'
           ELSE
               DISPLAY 'CONTESTACAO INDEFERIDA'
           END-IF.
           PERFORM 8000-REGISTRA-LOG
              THRU 8000-REGISTRA-LOG-FIM.
       4000-SOLUCIONAR-FIM.
           EXIT.

       5000-LISTAR.
           PERFORM 5100-MOSTRA-CONTESTACAO
              THRU 5100-MOSTRA-CONTESTACAO-FIM
               VARYING WCA-CON-IDX FROM 1 BY 1
               UNTIL WCA-CON-IDX GREATER THAN WCA-CON-QTD.
       5000-LISTAR-FIM.
           EXIT.

       5100-MOSTRA-CONTESTACAO.
           MOVE WCA-CON-REG(WCA-CON-IDX) TO REG-CONTESTACAO.
           MOVE CON-VAL-MOV        TO WS-VALOR-MASC.
           MOVE CON-VAL-PROVISORIO TO WS-PROV-MASC.
           DISPLAY CON-NSU-MOV ' CTA ' CON-COD-CTA
                   ' AG ' CON-AGENCIA
                   ' ABERTA ' CON-DAT-ABERTURA
                   ' R$ ' WS-VALOR-MASC
                   ' PROV ' WS-PROV-MASC
                   ' SIT ' CON-STATUS.
       5100-MOSTRA-CONTESTACAO-FIM.
           EXIT.

       6000-REGRAVA-CONTESTACOES.
           OPEN OUTPUT CONTESTACOES.
           PERFORM 6100-GRAVA-CONTESTACAO
              THRU 6100-GRAVA-CONTESTACAO-FIM
               VARYING WCA-CON-IDX FROM 1 BY 1
               UNTIL WCA-CON-IDX GREATER THAN WCA-CON-QTD.
           CLOSE CONTESTACOES.
       6000-REGRAVA-CONTESTACOES-FIM.
           EXIT.

       6100-GRAVA-CONTESTACAO.
           MOVE WCA-CON-REG(WCA-CON-IDX) TO REG-CONTESTACAO.
           WRITE REG-CONTESTACAO.
       6100-GRAVA-CONTESTACAO-FIM.
           EXIT.

      ****************LANCAMENTO NA CONTA CONTESTANTE*******************
       7000-GRAVA-MOVIMENTO.
           OPEN EXTEND MOVIMENTO.
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               OPEN OUTPUT MOVIMENTO
           END-IF.
           CALL 'GERANSU' USING WS-NSU.
           MOVE CON-COD-CTA         TO MOV-COD-CTA.
           MOVE WCA-DATA-REFERENCIA TO MOV-DAT.
           MOVE WS-MOV-TIP          TO MOV-TIP.
           MOVE 'T'                 TO MOV-FORMA.
           MOVE WS-MOV-VAL          TO MOV-VAL.
           MOVE WS-MOV-HIST         TO MOV-HIST.
           MOVE WS-NSU              TO MOV-NSU.
           WRITE REG-MOVIMENTO.
           CLOSE MOVIMENTO.
       7000-GRAVA-MOVIMENTO-FIM.
           EXIT.

       8000-REGISTRA-LOG.
           MOVE 'I' TO WS-LOG-SEVERIDADE.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING WS-USUARIO ' CONTESTACAO ' WS-NSU-CONTESTADO
                  ' OPCAO ' WS-OPCAO ' SIT ' CON-STATUS
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       8000-REGISTRA-LOG-FIM.
           EXIT.
       END PROGRAM MANUCTS01.
