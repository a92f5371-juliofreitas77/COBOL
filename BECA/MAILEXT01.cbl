      * CEP, telefone e e-mail. Conta cujo documento nao tem registro
      * de contato sai com a marca de lacuna cadastral 'S', que e a
      * fila de correcao da qualidade de dados.
      * Conta conjunta gera tambem um alerta por cotitular (papel 'S'
      * no Titulares01), com o nome, o documento e o contato dele.
      * O lembrete da revisao cadastral (KYCTRAB01, do REVKYC01) sai
      * como alerta 'RC', um por documento com revisao a vencer ou
      * vencida, ja resolvido para o titular ou cotitular.
      * Os clientes que o NOTIFMOV01 nao conseguiu notificar por falta
      * de telefone e de e-mail (NOTIFTRAB01) saem como alerta 'NT',
      * marcados como lacuna cadastral.
      * Os limites de cheque especial a vencer nos proximos dias
      * (LIMVTRAB01, do REVLIM01) saem como alerta 'LV' para o titular
      * e os cotitulares da conta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA02.

           SELECT TITULARES ASSIGN TO 'TITULARES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-TITULARES.

           SELECT KYCTRAB ASSIGN TO 'KYCTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-KYCTRAB.

           SELECT NOTIFTRAB ASSIGN TO 'NOTIFTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-NOTIFTRAB.

           SELECT LIMVTRAB ASSIGN TO 'LIMVTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-LIMVTRAB.

           SELECT CONTATOS ASSIGN TO 'CONTATO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTATOS.
       FD ALTTRAB.
       01 REG-ALTTRAB.
           05 AT-COD-AGENCIA       PIC X(04).
           05 AT-COD-CTA           PIC 9(06).
           05 AT-NOM-CLI           PIC X(25).
           05 AT-SLD-CTA           PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
       FD DORMTRAB.
       01 REG-DORMTRAB.
           05 DT-COD-AGENCIA       PIC X(04).
           05 DT-COD-CTA           PIC 9(06).
           05 DT-NOM-CLI           PIC X(25).
           05 DT-ULT-ATIVIDADE     PIC 9(08).
           05 DT-SLD-CTA           PIC S9(09)V99

       FD ENTRADA02.
       01 REG-ENTRADA-02.
           05 E2-COD-CTA           PIC 9(06).
           05 E2-NOM-CLI           PIC X(25).
           05 E2-COD-CID           PIC 9(04).
           05 E2-DAT-INI           PIC 9(08).
           05 E2-NUM-DOC           PIC X(14).

      *****TITULARES POR CONTA (MANUCTA01)
       FD TITULARES.
       01 REG-TITULAR.
           05 TIT-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 TIT-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 TIT-ORDEM            PIC 9(01).
           05 FILLER               PIC X(01).
           05 TIT-PAPEL            PIC X(01).
               88 TIT-SECUNDARIO               VALUE 'S'.
           05 FILLER               PIC X(01).
           05 TIT-NOM-CLI          PIC X(25).

      *****PENDENCIAS DA REVISAO CADASTRAL (REVKYC01)
       FD KYCTRAB.
       01 REG-KYCTRAB.
           05 KT-COD-AGENCIA       PIC X(04).
           05 KT-COD-GER           PIC X(04).
           05 KT-NUM-DOC           PIC X(14).
           05 KT-COD-CTA           PIC 9(06).
           05 KT-NOM-CLI           PIC X(25).
           05 KT-DAT-PROXIMA       PIC 9(08).
           05 KT-SITUACAO          PIC X(01).
           05 KT-AVISO             PIC X(01).

      *****CLIENTES SEM TELEFONE E SEM E-MAIL (NOTIFMOV01)
       FD NOTIFTRAB.
       01 REG-NOTIFTRAB.
           05 NT-COD-AGENCIA       PIC X(04).
           05 NT-COD-CTA           PIC 9(06).
           05 NT-NOM-CLI           PIC X(25).
           05 NT-NUM-DOC           PIC X(14).

      *****LIMITES DE CHEQUE ESPECIAL A VENCER (REVLIM01)
       FD LIMVTRAB.
       01 REG-LIMVTRAB.
           05 LV-COD-AGENCIA       PIC X(04).
           05 LV-COD-CTA           PIC 9(06).
           05 LV-NOM-CLI           PIC X(25).
           05 LV-VALOR             PIC 9(06)V99.
           05 LV-DAT-VENC          PIC 9(08).

       FD CONTATOS.
       01 REG-CONTATO.
           05 CON-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 MX-COD-AGENCIA       PIC X(04).
           05 FILLER               PIC X(01).
           05 MX-COD-CTA           PIC 9(06).
           05 FILLER               PIC X(01).
           05 MX-NOM-CLI           PIC X(25).
           05 FILLER               PIC X(01).
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTATOS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SAIDA         PIC 9(02) VALUE ZEROS.
           05 WSN-FS-TITULARES     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-KYCTRAB       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-NOTIFTRAB     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-LIMVTRAB      PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-ALTTRAB           PIC X(01) VALUE 'N'.
           05 SW-CONTATOS          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CON               VALUE 'N'.
               88 SW-FIM-SIM-CON               VALUE 'S'.
           05 SW-TITULARES         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-TIT               VALUE 'N'.
               88 SW-FIM-SIM-TIT               VALUE 'S'.
           05 SW-KYCTRAB           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-KT                VALUE 'N'.
               88 SW-FIM-SIM-KT                VALUE 'S'.
           05 SW-NOTIFTRAB         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-NT                VALUE 'N'.
               88 SW-FIM-SIM-NT                VALUE 'S'.
           05 SW-LIMVTRAB          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-LV                VALUE 'N'.
               88 SW-FIM-SIM-LV                VALUE 'S'.

      *****DOCUMENTO POR CONTA, INDEXADO PELO NUMERO DA CONTA
       01 WCA-DOC-CONTA.
           05 WCA-DOC-CTA          PIC X(14) OCCURS 999999 TIMES
                                   VALUE SPACES.

      *****COTITULARES DE CONTA CONJUNTA (O PRINCIPAL E O DO E2)
       01 WCA-COTITULARES.
           05 WCA-COT-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-COT-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-COT-IDX.
               10 WCA-COT-CTA      PIC 9(06).
               10 WCA-COT-DOC      PIC X(14).
               10 WCA-COT-NOME     PIC X(25).
       77 WS-QTD-COT-EXCEDENTE     PIC 9(06) VALUE ZEROS.

      *****CADASTRO DE CONTATOS CARREGADO EM MEMORIA
       01 WCA-CONTATOS.
           05 WCA-CON-QTD          PIC 9(04) VALUE ZEROS.
           PERFORM 4000-ALERTAS-DORMENCIA
              THRU 4000-ALERTAS-DORMENCIA-FIM

           PERFORM 4500-LEMBRETES-REVISAO
              THRU 4500-LEMBRETES-REVISAO-FIM

           PERFORM 4800-LACUNAS-NOTIFICACAO
              THRU 4800-LACUNAS-NOTIFICACAO-FIM

           PERFORM 4950-LIMITES-A-VENCER
              THRU 4950-LIMITES-A-VENCER-FIM

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIM

              THRU 1400-CARREGA-DOCUMENTOS-FIM.
           PERFORM 1500-CARREGA-CONTATOS
              THRU 1500-CARREGA-CONTATOS-FIM.
           PERFORM 1600-CARREGA-COTITULARES
              THRU 1600-CARREGA-COTITULARES-FIM.
           OPEN OUTPUT SAIDA.
      *****OS SEPARADORES DO REGISTRO DE SAIDA FICAM EM BRANCO
           MOVE SPACES TO REG-SAIDA.
       1000-INICIO-FIM.
           EXIT.

       1520-GUARDA-CONTATO-FIM.
           EXIT.

      ****************COTITULARES DE CONTA CONJUNTA*********************
       1600-CARREGA-COTITULARES.
           OPEN INPUT TITULARES.
           IF WSN-FS-TITULARES NOT EQUAL ZEROS
               GO TO 1600-CARREGA-COTITULARES-FIM
           END-IF.
           SET SW-FIM-NAO-TIT TO TRUE.
           PERFORM 1610-LER-TITULAR
              THRU 1610-LER-TITULAR-FIM.
           PERFORM 1620-GUARDA-COTITULAR
              THRU 1620-GUARDA-COTITULAR-FIM
             UNTIL SW-FIM-SIM-TIT.
           CLOSE TITULARES.
           IF WS-QTD-COT-EXCEDENTE GREATER THAN ZERO
               DISPLAY 'MAILEXT01 - TITULARES01 COM MAIS DE 2000 '
                       'COTITULARES - ' WS-QTD-COT-EXCEDENTE
                       ' SEM ALERTA PROPRIO'
           END-IF.
       1600-CARREGA-COTITULARES-FIM.
           EXIT.

       1610-LER-TITULAR.
           READ TITULARES
               AT END
                   SET SW-FIM-SIM-TIT TO TRUE
           END-READ.
       1610-LER-TITULAR-FIM.
           EXIT.

       1620-GUARDA-COTITULAR.
           IF TIT-SECUNDARIO
               IF WCA-COT-QTD LESS THAN 2000
                   ADD 1 TO WCA-COT-QTD
                   SET WCA-COT-IDX TO WCA-COT-QTD
                   MOVE TIT-COD-CTA TO WCA-COT-CTA(WCA-COT-IDX)
                   MOVE TIT-NUM-DOC TO WCA-COT-DOC(WCA-COT-IDX)
                   MOVE TIT-NOM-CLI TO WCA-COT-NOME(WCA-COT-IDX)
               ELSE
                   ADD 1 TO WS-QTD-COT-EXCEDENTE
               END-IF
           END-IF.
           PERFORM 1610-LER-TITULAR
              THRU 1610-LER-TITULAR-FIM.
       1620-GUARDA-COTITULAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     ALERTAS DE ALTO VALOR (ALTTRAB01 DO ALTOVALOR01)
      *-----------------------------------------------------------------
       4200-EXTRAI-DORMENTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     LEMBRETES DA REVISAO CADASTRAL (KYCTRAB01 DO REVKYC01); O
      *     DOCUMENTO JA VEM NO ARQUIVO E SO A CONTA MARCADA COM AVISO
      *     GERA O ALERTA, PARA O CLIENTE RECEBER UM UNICO LEMBRETE
      *-----------------------------------------------------------------
       4500-LEMBRETES-REVISAO.
           OPEN INPUT KYCTRAB.
           IF WSN-FS-KYCTRAB NOT EQUAL ZEROS
               DISPLAY 'MAILEXT01 - KYCTRAB01 AUSENTE - RODE O '
                       'REVKYC01 ANTES'
               GO TO 4500-LEMBRETES-REVISAO-FIM
           END-IF.
           SET SW-FIM-NAO-KT TO TRUE.
           PERFORM 4600-LER-KYCTRAB
              THRU 4600-LER-KYCTRAB-FIM.
           PERFORM 4700-EXTRAI-REVISAO
              THRU 4700-EXTRAI-REVISAO-FIM
             UNTIL SW-FIM-SIM-KT.
           CLOSE KYCTRAB.
       4500-LEMBRETES-REVISAO-FIM.
           EXIT.

       4600-LER-KYCTRAB.
           READ KYCTRAB
               AT END
                   SET SW-FIM-SIM-KT TO TRUE
           END-READ.
       4600-LER-KYCTRAB-FIM.
           EXIT.

       4700-EXTRAI-REVISAO.
           IF KT-AVISO EQUAL 'S'
               MOVE 'RC'           TO MX-TIPO-ALERTA
               MOVE KT-COD-AGENCIA TO MX-COD-AGENCIA
               MOVE KT-COD-CTA     TO MX-COD-CTA
               MOVE KT-NOM-CLI     TO MX-NOM-CLI
               MOVE KT-NUM-DOC     TO WS-DOC
               PERFORM 5050-GRAVA-ALERTA
                  THRU 5050-GRAVA-ALERTA-FIM
           END-IF.
           PERFORM 4600-LER-KYCTRAB
              THRU 4600-LER-KYCTRAB-FIM.
       4700-EXTRAI-REVISAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CLIENTES SEM TELEFONE E SEM E-MAIL (NOTIFTRAB01 DO
      *     NOTIFMOV01); O DOCUMENTO JA VEM NO ARQUIVO, UM POR CLIENTE
      *-----------------------------------------------------------------
       4800-LACUNAS-NOTIFICACAO.
           OPEN INPUT NOTIFTRAB.
           IF WSN-FS-NOTIFTRAB NOT EQUAL ZEROS
               DISPLAY 'MAILEXT01 - NOTIFTRAB01 AUSENTE - RODE O '
                       'NOTIFMOV01 ANTES'
               GO TO 4800-LACUNAS-NOTIFICACAO-FIM
           END-IF.
           SET SW-FIM-NAO-NT TO TRUE.
           PERFORM 4850-LER-NOTIFTRAB
              THRU 4850-LER-NOTIFTRAB-FIM.
           PERFORM 4900-EXTRAI-LACUNA
              THRU 4900-EXTRAI-LACUNA-FIM
             UNTIL SW-FIM-SIM-NT.
           CLOSE NOTIFTRAB.
       4800-LACUNAS-NOTIFICACAO-FIM.
           EXIT.

       4850-LER-NOTIFTRAB.
           READ NOTIFTRAB
               AT END
                   SET SW-FIM-SIM-NT TO TRUE
           END-READ.
       4850-LER-NOTIFTRAB-FIM.
           EXIT.

       4900-EXTRAI-LACUNA.
           MOVE 'NT'           TO MX-TIPO-ALERTA.
           MOVE NT-COD-AGENCIA TO MX-COD-AGENCIA.
           MOVE NT-COD-CTA     TO MX-COD-CTA.
           MOVE NT-NOM-CLI     TO MX-NOM-CLI.
           MOVE NT-NUM-DOC     TO WS-DOC.
           PERFORM 5050-GRAVA-ALERTA
              THRU 5050-GRAVA-ALERTA-FIM.
           PERFORM 4850-LER-NOTIFTRAB
              THRU 4850-LER-NOTIFTRAB-FIM.
       4900-EXTRAI-LACUNA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     LIMITES DE CHEQUE ESPECIAL A VENCER (LIMVTRAB01 DO REVLIM01)
      *-----------------------------------------------------------------
       4950-LIMITES-A-VENCER.
           OPEN INPUT LIMVTRAB.
           IF WSN-FS-LIMVTRAB NOT EQUAL ZEROS
               DISPLAY 'MAILEXT01 - LIMVTRAB01 AUSENTE - RODE O '
                       'REVLIM01 ANTES'
               GO TO 4950-LIMITES-A-VENCER-FIM
           END-IF.
           SET SW-FIM-NAO-LV TO TRUE.
           PERFORM 4960-LER-LIMVTRAB
              THRU 4960-LER-LIMVTRAB-FIM.
           PERFORM 4970-EXTRAI-LIMITE
              THRU 4970-EXTRAI-LIMITE-FIM
             UNTIL SW-FIM-SIM-LV.
           CLOSE LIMVTRAB.
       4950-LIMITES-A-VENCER-FIM.
           EXIT.

       4960-LER-LIMVTRAB.
           READ LIMVTRAB
               AT END
                   SET SW-FIM-SIM-LV TO TRUE
           END-READ.
       4960-LER-LIMVTRAB-FIM.
           EXIT.

       4970-EXTRAI-LIMITE.
           MOVE 'LV'           TO MX-TIPO-ALERTA.
           MOVE LV-COD-AGENCIA TO MX-COD-AGENCIA.
           MOVE LV-COD-CTA     TO MX-COD-CTA.
           MOVE LV-NOM-CLI     TO MX-NOM-CLI.
           PERFORM 5000-COMPLETA-CONTATO
              THRU 5000-COMPLETA-CONTATO-FIM.
           PERFORM 4960-LER-LIMVTRAB
              THRU 4960-LER-LIMVTRAB-FIM.
       4970-EXTRAI-LIMITE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     COMPLETA O ALERTA (JA COM TIPO, AGENCIA, CONTA E NOME NO
      *     REGISTRO DE SAIDA) COM O DOCUMENTO E OS DADOS DE CONTATO;
      *     DOCUMENTO SEM CONTATO SAI MARCADO COMO LACUNA CADASTRAL.
      *     CADA COTITULAR DA CONTA RECEBE O MESMO ALERTA
      *-----------------------------------------------------------------
       5000-COMPLETA-CONTATO.
           MOVE SPACES TO WS-DOC.
           IF MX-COD-CTA GREATER THAN ZERO
               MOVE WCA-DOC-CTA(MX-COD-CTA) TO WS-DOC
           END-IF.
           PERFORM 5050-GRAVA-ALERTA
              THRU 5050-GRAVA-ALERTA-FIM.
           PERFORM 5200-ALERTA-COTITULAR
              THRU 5200-ALERTA-COTITULAR-FIM
              VARYING WCA-COT-IDX FROM 1 BY 1
              UNTIL WCA-COT-IDX GREATER THAN WCA-COT-QTD.
       5000-COMPLETA-CONTATO-FIM.
           EXIT.

      *****GRAVA O ALERTA PARA O DOCUMENTO EM WS-DOC
       5050-GRAVA-ALERTA.
           MOVE WS-DOC TO MX-NUM-DOC.

           MOVE 'N' TO WS-CON-ACHOU.
               MOVE WCA-CON-FONE(WCA-CON-IDX)  TO MX-FONE
               MOVE WCA-CON-EMAIL(WCA-CON-IDX) TO MX-EMAIL
               MOVE 'N' TO MX-SEM-CONTATO
      *****CONTATO SEM TELEFONE E SEM E-MAIL NAO SERVE A NOTIFICACAO
               IF MX-TIPO-ALERTA EQUAL 'NT'
                  AND MX-FONE EQUAL SPACES
                  AND MX-EMAIL EQUAL SPACES
                   MOVE 'S' TO MX-SEM-CONTATO
                   ADD 1 TO WS-QTD-SEM-CONTATO
               END-IF
           ELSE
               MOVE SPACES TO MX-ENDERECO MX-FONE MX-EMAIL
               MOVE ZEROS  TO MX-CEP
           END-IF.
           WRITE REG-SAIDA.
           ADD 1 TO WS-QTD-ALERTAS.
       5050-GRAVA-ALERTA-FIM.
           EXIT.

       5100-PROCURA-CONTATO.
       5100-PROCURA-CONTATO-FIM.
           EXIT.

       5200-ALERTA-COTITULAR.
           IF WCA-COT-CTA(WCA-COT-IDX) EQUAL MX-COD-CTA
               MOVE WCA-COT-DOC(WCA-COT-IDX)  TO WS-DOC
               MOVE WCA-COT-NOME(WCA-COT-IDX) TO MX-NOM-CLI
               PERFORM 5050-GRAVA-ALERTA
                  THRU 5050-GRAVA-ALERTA-FIM
           END-IF.
       5200-ALERTA-COTITULAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
