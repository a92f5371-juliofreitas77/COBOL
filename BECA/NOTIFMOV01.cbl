      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Extrato noturno de notificacoes por movimento para o
      * gateway de SMS/e-mail. Le os movimentos da data de referencia
      * em Movimento01 e, para o titular (documento E2-NUM-DOC de
      * Entrada02) e cada cotitular da conta (papel 'S' no
      * Titulares01), escolhe o movimento pelas preferencias do
      * PREFNOT01 (manutencao pelo MANUNOT01): valor acima do limite
      * proprio do cliente - ou do LIMITE NOTIFICACAO do Controle01
      * para quem nao tem limite proprio - ou qualquer debito para
      * quem aderiu a notificacao de todo debito; cliente que recusou
      * nao recebe nada. O contato vem do Contato01 (telefone para o
      * SMS, e-mail para o e-mail; sem o do canal preferido, vai pelo
      * outro) e cada movimento escolhido vira um registro de
      * mensagem de leiaute fixo em NOTIFMOV01. Cliente sem telefone e
      * sem e-mail vai uma vez por noite para o arquivo de trabalho
      * NOTIFTRAB01, que o MAILEXT01 poe na fila de lacunas
      * cadastrais.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFMOV01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

           SELECT ENTRADA ASSIGN TO 'ENTRADA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA.

           SELECT ENTRADA02 ASSIGN TO 'ENTRADA02'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA02.

           SELECT TITULARES ASSIGN TO 'TITULARES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-TITULARES.

           SELECT CONTATOS ASSIGN TO 'CONTATO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTATOS.

           SELECT PREFERENCIAS ASSIGN TO 'PREFNOT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-PREFERENCIAS.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT MENSAGENS ASSIGN TO 'NOTIFMOV01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MENSAGENS.

           SELECT LACUNAS ASSIGN TO 'NOTIFTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-LACUNAS.

       DATA DIVISION.
      *
       FILE SECTION.
       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-DAT-R REDEFINES MOV-DAT.
               10 MOV-ANO          PIC 9(04).
               10 MOV-MES          PIC 9(02).
               10 MOV-DIA          PIC 9(02).
           05 MOV-TIP              PIC X(01).
               88 MOV-DEBITO                   VALUE 'D'.
           05 MOV-FORMA            PIC X(01).
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
           05 SLD-CTA              PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 STA-CTA              PIC X(01).

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

       FD CONTATOS.
       01 REG-CONTATO.
           05 CON-NUM-DOC          PIC X(14).
           05 CON-ENDERECO         PIC X(30).
           05 CON-CEP              PIC 9(08).
           05 CON-FONE             PIC X(12).
           05 CON-EMAIL            PIC X(30).

      *****PREFERENCIAS DE NOTIFICACAO (MANUNOT01)
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

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).
           05 FILLER                  PIC X(94).
           05 CTL-LIMITE-NOTIFICACAO  PIC 9(09)V99.

      *****MENSAGEM PARA O GATEWAY: CANAL S = SMS, E = E-MAIL,
      *****A = AMBOS
       FD MENSAGENS.
       01 REG-MENSAGEM.
           05 NTM-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 NTM-NSU              PIC 9(09).
           05 FILLER               PIC X(01).
           05 NTM-CANAL            PIC X(01).
           05 FILLER               PIC X(01).
           05 NTM-FONE             PIC X(12).
           05 FILLER               PIC X(01).
           05 NTM-EMAIL            PIC X(30).
           05 FILLER               PIC X(01).
           05 NTM-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 NTM-NOM-CLI          PIC X(25).
           05 FILLER               PIC X(01).
           05 NTM-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 NTM-TIP              PIC X(01).
           05 FILLER               PIC X(01).
           05 NTM-VALOR            PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 NTM-TEXTO            PIC X(80).

      *****CLIENTES SEM TELEFONE E SEM E-MAIL (LIDO PELO MAILEXT01)
       FD LACUNAS.
       01 REG-LACUNA.
           05 NT-COD-AGENCIA       PIC X(04).
           05 NT-COD-CTA           PIC 9(06).
           05 NT-NOM-CLI           PIC X(25).
           05 NT-NUM-DOC           PIC X(14).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-TITULARES     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTATOS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-PREFERENCIAS  PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MENSAGENS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-LACUNAS       PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-MOVIMENTO         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MOV               VALUE 'N'.
               88 SW-FIM-SIM-MOV               VALUE 'S'.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-ENT               VALUE 'N'.
               88 SW-FIM-SIM-ENT               VALUE 'S'.
           05 SW-ENTRADA02         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-02                VALUE 'N'.
               88 SW-FIM-SIM-02                VALUE 'S'.
           05 SW-TITULARES         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-TIT               VALUE 'N'.
               88 SW-FIM-SIM-TIT               VALUE 'S'.
           05 SW-CONTATOS          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CON               VALUE 'N'.
               88 SW-FIM-SIM-CON               VALUE 'S'.
           05 SW-PREFERENCIAS      PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-PNT               VALUE 'N'.
               88 SW-FIM-SIM-PNT               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-LIMITE-PADRAO        PIC 9(09)V99 VALUE ZEROS.

      *****CONTAS COM MOVIMENTO NA DATA, INDEXADAS PELO NUMERO DA
      *****CONTA (APONTAM PARA A TABELA DE CLIENTES DA NOITE)
       01 WCA-CONTAS-DIA.
           05 WCA-PTR-CTA          PIC 9(05) OCCURS 999999 TIMES
                                   VALUE ZEROS.

      *****TITULAR DE CADA CONTA MOVIMENTADA NA DATA
       01 WCA-CLIENTES.
           05 WCA-CLI-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-CLI-TAB OCCURS 20000 TIMES
                          INDEXED BY WCA-CLI-IDX.
               10 WCA-CLI-AGENCIA  PIC X(04).
               10 WCA-CLI-DOC      PIC X(14).
               10 WCA-CLI-NOME     PIC X(25).
       77 WS-QTD-CLI-EXCEDENTE     PIC 9(06) VALUE ZEROS.

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
           05 WCA-CON-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-CON-IDX.
               10 WCA-CON-DOC      PIC X(14).
               10 WCA-CON-FONE     PIC X(12).
               10 WCA-CON-EMAIL    PIC X(30).
       77 WS-CON-ACHOU             PIC X(01) VALUE 'N'.
           88 CONTATO-ACHADO           VALUE 'S'.
       77 WS-CON-ACHADO            PIC 9(04) VALUE ZEROS.

      *****PREFERENCIAS CARREGADAS EM MEMORIA
       01 WCA-PREFERENCIAS.
           05 WCA-PNT-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-PNT-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-PNT-IDX.
               10 WCA-PNT-DOC      PIC X(14).
               10 WCA-PNT-LIMITE   PIC 9(09)V99.
               10 WCA-PNT-DEBITO   PIC X(01).
               10 WCA-PNT-CANAL    PIC X(01).
               10 WCA-PNT-RECEBE   PIC X(01).
       77 WS-PNT-ACHOU             PIC X(01) VALUE 'N'.
           88 PREFERENCIA-ACHADA       VALUE 'S'.
       77 WS-PNT-ACHADO            PIC 9(04) VALUE ZEROS.

      *****DOCUMENTOS JA POSTOS NA FILA DE LACUNAS NESTA NOITE
       01 WCA-LACUNAS.
           05 WCA-LAC-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-LAC-DOC          PIC X(14) OCCURS 2000 TIMES
                                   INDEXED BY WCA-LAC-IDX.
       77 WS-LAC-ACHOU             PIC X(01) VALUE 'N'.
           88 LACUNA-JA-GRAVADA        VALUE 'S'.

      *****DESTINATARIO DA VEZ (TITULAR OU COTITULAR) E A DECISAO
       01 WS-DOC                   PIC X(14) VALUE SPACES.
       01 WS-NOME                  PIC X(25) VALUE SPACES.
       01 WS-AGENCIA               PIC X(04) VALUE SPACES.
       01 WS-LIMITE                PIC 9(09)V99 VALUE ZEROS.
       01 WS-TODO-DEBITO           PIC X(01) VALUE 'N'.
       01 WS-CANAL                 PIC X(01) VALUE 'A'.
       01 WS-NOTIFICA              PIC X(01) VALUE 'N'.
           88 NOTIFICA-MOVIMENTO               VALUE 'S'.
       01 WS-FONE                  PIC X(12) VALUE SPACES.
       01 WS-EMAIL                 PIC X(30) VALUE SPACES.

       01 WS-VALOR-EDITADO         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-BRANCOS               PIC 9(02) VALUE ZEROS.
       01 WS-DESCRICAO-TIPO        PIC X(07) VALUE SPACES.
       01 WS-DIA-MES.
           05 WS-DM-DIA            PIC 9(02) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE '/'.
           05 WS-DM-MES            PIC 9(02) VALUE ZEROS.

       77 WS-QTD-MOVIMENTOS        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-MENSAGENS         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LACUNAS           PIC 9(06) VALUE ZEROS.
       77 WS-QTD-RECUSAS           PIC 9(06) VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'NOTIFMOV01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 3000-PROCESSO
              THRU 3000-PROCESSO-FIM
             UNTIL SW-FIM-SIM-MOV

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIM

           STOP RUN.
       0000-PRINCIPAL-FIM.
      *-----------------------------------------------------------------
       1000-INICIO.
      *-----------------------------------------------------------------
           PERFORM 1050-LE-CONTROLE
              THRU 1050-LE-CONTROLE-FIM.
           IF WCA-DATA-REFERENCIA EQUAL ZEROS
               DISPLAY 'NOTIFMOV01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-MARCA-CONTAS
              THRU 1100-MARCA-CONTAS-FIM.
           PERFORM 1200-CARREGA-TITULARES
              THRU 1200-CARREGA-TITULARES-FIM.
           PERFORM 1300-CARREGA-AGENCIAS
              THRU 1300-CARREGA-AGENCIAS-FIM.
           PERFORM 1400-CARREGA-COTITULARES
              THRU 1400-CARREGA-COTITULARES-FIM.
           PERFORM 1500-CARREGA-CONTATOS
              THRU 1500-CARREGA-CONTATOS-FIM.
           PERFORM 1600-CARREGA-PREFERENCIAS
              THRU 1600-CARREGA-PREFERENCIAS-FIM.

           OPEN INPUT MOVIMENTO.
           OPEN OUTPUT MENSAGENS.
           OPEN OUTPUT LACUNAS.
           SET SW-FIM-NAO-MOV TO TRUE.
           PERFORM 1110-LER-MOVIMENTO
              THRU 1110-LER-MOVIMENTO-FIM.
       1000-INICIO-FIM.
           EXIT.

      ****************LEITURA DO CONTROLE DE PARAMETROS*****************
      *****LIMITE DO BANCO AUSENTE (CONTROLE01 ANTIGO) VALE ZERO: SO
      *****QUEM TEM LIMITE PROPRIO OU ADESAO A TODO DEBITO E NOTIFICADO
       1050-LE-CONTROLE.
           OPEN INPUT CONTROLE.
           IF WSN-FS-CONTROLE EQUAL ZEROS
               READ CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-DATA-REFERENCIA
                          TO WCA-DATA-REFERENCIA
                       IF CTL-LIMITE-NOTIFICACAO NUMERIC
                           MOVE CTL-LIMITE-NOTIFICACAO
                              TO WCA-LIMITE-PADRAO
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.
       1050-LE-CONTROLE-FIM.
           EXIT.

      *****PRIMEIRA PASSADA: AS CONTAS MOVIMENTADAS NA DATA RECEBEM UMA
      *****POSICAO NA TABELA DE CLIENTES DA NOITE
       1100-MARCA-CONTAS.
           OPEN INPUT MOVIMENTO.
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               DISPLAY 'NOTIFMOV01 - MOVIMENTO01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-MOV TO TRUE.
           PERFORM 1110-LER-MOVIMENTO
              THRU 1110-LER-MOVIMENTO-FIM.
           PERFORM 1120-MARCA-CONTA
              THRU 1120-MARCA-CONTA-FIM
             UNTIL SW-FIM-SIM-MOV.
           CLOSE MOVIMENTO.
           IF WS-QTD-CLI-EXCEDENTE GREATER THAN ZERO
               DISPLAY 'NOTIFMOV01 - MAIS DE 20000 CONTAS MOVIMENTADAS'
                       ' - ' WS-QTD-CLI-EXCEDENTE ' SEM NOTIFICACAO'
           END-IF.
       1100-MARCA-CONTAS-FIM.
           EXIT.

       1110-LER-MOVIMENTO.
           READ MOVIMENTO
               AT END
                   SET SW-FIM-SIM-MOV TO TRUE
           END-READ.
       1110-LER-MOVIMENTO-FIM.
           EXIT.

       1120-MARCA-CONTA.
           IF MOV-DAT EQUAL WCA-DATA-REFERENCIA
              AND MOV-COD-CTA GREATER THAN ZERO
              AND WCA-PTR-CTA(MOV-COD-CTA) EQUAL ZEROS
               IF WCA-CLI-QTD LESS THAN 20000
                   ADD 1 TO WCA-CLI-QTD
                   MOVE WCA-CLI-QTD TO WCA-PTR-CTA(MOV-COD-CTA)
                   SET WCA-CLI-IDX TO WCA-CLI-QTD
                   MOVE SPACES TO WCA-CLI-AGENCIA(WCA-CLI-IDX)
                                  WCA-CLI-DOC(WCA-CLI-IDX)
                                  WCA-CLI-NOME(WCA-CLI-IDX)
               ELSE
                   ADD 1 TO WS-QTD-CLI-EXCEDENTE
               END-IF
           END-IF.
           PERFORM 1110-LER-MOVIMENTO
              THRU 1110-LER-MOVIMENTO-FIM.
       1120-MARCA-CONTA-FIM.
           EXIT.

      ****************TITULAR DE CADA CONTA (ENTRADA02)*****************
       1200-CARREGA-TITULARES.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               DISPLAY 'NOTIFMOV01 - ENTRADA02 NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-02 TO TRUE.
           PERFORM 1210-LER-ENTRADA02
              THRU 1210-LER-ENTRADA02-FIM.
           PERFORM 1220-GUARDA-TITULAR
              THRU 1220-GUARDA-TITULAR-FIM
             UNTIL SW-FIM-SIM-02.
           CLOSE ENTRADA02.
       1200-CARREGA-TITULARES-FIM.
           EXIT.

       1210-LER-ENTRADA02.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-02 TO TRUE
           END-READ.
      *****PULA OS REGISTROS DE CONTROLE HDR/TRL DA ENTRADA
           IF NOT SW-FIM-SIM-02
              AND (REG-ENTRADA-02(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA-02(1:3) EQUAL 'TRL')
               GO TO 1210-LER-ENTRADA02
           END-IF.
       1210-LER-ENTRADA02-FIM.
           EXIT.

       1220-GUARDA-TITULAR.
           IF E2-COD-CTA GREATER THAN ZERO
              AND WCA-PTR-CTA(E2-COD-CTA) GREATER THAN ZERO
               SET WCA-CLI-IDX TO WCA-PTR-CTA(E2-COD-CTA)
               MOVE E2-NUM-DOC TO WCA-CLI-DOC(WCA-CLI-IDX)
               MOVE E2-NOM-CLI TO WCA-CLI-NOME(WCA-CLI-IDX)
           END-IF.
           PERFORM 1210-LER-ENTRADA02
              THRU 1210-LER-ENTRADA02-FIM.
       1220-GUARDA-TITULAR-FIM.
           EXIT.

      ****************AGENCIA DE CADA CONTA (ENTRADA01)*****************
       1300-CARREGA-AGENCIAS.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-ENTRADA
               GO TO 1300-CARREGA-AGENCIAS-FIM
           END-IF.
           SET SW-FIM-NAO-ENT TO TRUE.
           PERFORM 1310-LER-ENTRADA
              THRU 1310-LER-ENTRADA-FIM.
           PERFORM 1320-GUARDA-AGENCIA
              THRU 1320-GUARDA-AGENCIA-FIM
             UNTIL SW-FIM-SIM-ENT.
           CLOSE ENTRADA.
       1300-CARREGA-AGENCIAS-FIM.
           EXIT.

       1310-LER-ENTRADA.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM-ENT TO TRUE
           END-READ.
      *****PULA OS REGISTROS DE CONTROLE HDR/TRL DA ENTRADA
           IF NOT SW-FIM-SIM-ENT
              AND (REG-ENTRADA(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA(1:3) EQUAL 'TRL')
               GO TO 1310-LER-ENTRADA
           END-IF.
       1310-LER-ENTRADA-FIM.
           EXIT.

       1320-GUARDA-AGENCIA.
           IF COD-CTA GREATER THAN ZERO
              AND WCA-PTR-CTA(COD-CTA) GREATER THAN ZERO
               SET WCA-CLI-IDX TO WCA-PTR-CTA(COD-CTA)
               MOVE COD-AGENCIA TO WCA-CLI-AGENCIA(WCA-CLI-IDX)
           END-IF.
           PERFORM 1310-LER-ENTRADA
              THRU 1310-LER-ENTRADA-FIM.
       1320-GUARDA-AGENCIA-FIM.
           EXIT.

      ****************COTITULARES DE CONTA CONJUNTA*********************
       1400-CARREGA-COTITULARES.
           OPEN INPUT TITULARES.
           IF WSN-FS-TITULARES NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-TITULARES
               GO TO 1400-CARREGA-COTITULARES-FIM
           END-IF.
           SET SW-FIM-NAO-TIT TO TRUE.
           PERFORM 1410-LER-TITULAR
              THRU 1410-LER-TITULAR-FIM.
           PERFORM 1420-GUARDA-COTITULAR
              THRU 1420-GUARDA-COTITULAR-FIM
             UNTIL SW-FIM-SIM-TIT.
           CLOSE TITULARES.
           IF WS-QTD-COT-EXCEDENTE GREATER THAN ZERO
               DISPLAY 'NOTIFMOV01 - TITULARES01 COM MAIS DE 2000 '
                       'COTITULARES - ' WS-QTD-COT-EXCEDENTE
                       ' SEM NOTIFICACAO PROPRIA'
           END-IF.
       1400-CARREGA-COTITULARES-FIM.
           EXIT.

       1410-LER-TITULAR.
           READ TITULARES
               AT END
                   SET SW-FIM-SIM-TIT TO TRUE
           END-READ.
       1410-LER-TITULAR-FIM.
           EXIT.

       1420-GUARDA-COTITULAR.
           IF TIT-SECUNDARIO
              AND TIT-COD-CTA GREATER THAN ZERO
              AND WCA-PTR-CTA(TIT-COD-CTA) GREATER THAN ZERO
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
           PERFORM 1410-LER-TITULAR
              THRU 1410-LER-TITULAR-FIM.
       1420-GUARDA-COTITULAR-FIM.
           EXIT.

      ****************CARGA DO CADASTRO DE CONTATOS*********************
       1500-CARREGA-CONTATOS.
           OPEN INPUT CONTATOS.
           IF WSN-FS-CONTATOS NOT EQUAL ZEROS
               DISPLAY 'NOTIFMOV01 - CONTATO01 AUSENTE - TODOS OS '
                       'CLIENTES SAIRAO COMO LACUNA CADASTRAL'
               MOVE ZEROS TO WSN-FS-CONTATOS
               GO TO 1500-CARREGA-CONTATOS-FIM
           END-IF.
           SET SW-FIM-NAO-CON TO TRUE.
           PERFORM 1510-LER-CONTATO
              THRU 1510-LER-CONTATO-FIM.
           PERFORM 1520-GUARDA-CONTATO
              THRU 1520-GUARDA-CONTATO-FIM
             UNTIL SW-FIM-SIM-CON.
           CLOSE CONTATOS.
       1500-CARREGA-CONTATOS-FIM.
           EXIT.

       1510-LER-CONTATO.
           READ CONTATOS
               AT END
                   SET SW-FIM-SIM-CON TO TRUE
           END-READ.
       1510-LER-CONTATO-FIM.
           EXIT.

       1520-GUARDA-CONTATO.
           IF WCA-CON-QTD LESS THAN 2000
               ADD 1 TO WCA-CON-QTD
               SET WCA-CON-IDX TO WCA-CON-QTD
               MOVE CON-NUM-DOC  TO WCA-CON-DOC(WCA-CON-IDX)
               MOVE CON-FONE     TO WCA-CON-FONE(WCA-CON-IDX)
               MOVE CON-EMAIL    TO WCA-CON-EMAIL(WCA-CON-IDX)
           END-IF.
           PERFORM 1510-LER-CONTATO
              THRU 1510-LER-CONTATO-FIM.
       1520-GUARDA-CONTATO-FIM.
           EXIT.

      ****************CARGA DAS PREFERENCIAS (SEM O PREFNOT01 VALE O
      ****************LIMITE DO BANCO PARA TODOS)
       1600-CARREGA-PREFERENCIAS.
           OPEN INPUT PREFERENCIAS.
           IF WSN-FS-PREFERENCIAS NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-PREFERENCIAS
               GO TO 1600-CARREGA-PREFERENCIAS-FIM
           END-IF.
           SET SW-FIM-NAO-PNT TO TRUE.
           PERFORM 1610-LER-PREFERENCIA
              THRU 1610-LER-PREFERENCIA-FIM.
           PERFORM 1620-GUARDA-PREFERENCIA
              THRU 1620-GUARDA-PREFERENCIA-FIM
             UNTIL SW-FIM-SIM-PNT.
           CLOSE PREFERENCIAS.
       1600-CARREGA-PREFERENCIAS-FIM.
           EXIT.

       1610-LER-PREFERENCIA.
           READ PREFERENCIAS
               AT END
                   SET SW-FIM-SIM-PNT TO TRUE
           END-READ.
       1610-LER-PREFERENCIA-FIM.
           EXIT.

       1620-GUARDA-PREFERENCIA.
           IF WCA-PNT-QTD LESS THAN 2000
               ADD 1 TO WCA-PNT-QTD
               SET WCA-PNT-IDX TO WCA-PNT-QTD
               MOVE PNT-NUM-DOC     TO WCA-PNT-DOC(WCA-PNT-IDX)
               MOVE PNT-LIMITE      TO WCA-PNT-LIMITE(WCA-PNT-IDX)
               MOVE PNT-TODO-DEBITO TO WCA-PNT-DEBITO(WCA-PNT-IDX)
               MOVE PNT-CANAL       TO WCA-PNT-CANAL(WCA-PNT-IDX)
               MOVE PNT-RECEBE      TO WCA-PNT-RECEBE(WCA-PNT-IDX)
           END-IF.
           PERFORM 1610-LER-PREFERENCIA
              THRU 1610-LER-PREFERENCIA-FIM.
       1620-GUARDA-PREFERENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     SEGUNDA PASSADA: CADA MOVIMENTO DA DATA E AVALIADO PARA O
      *     TITULAR E PARA CADA COTITULAR DA CONTA
      *-----------------------------------------------------------------
       3000-PROCESSO.
           IF MOV-DAT NOT EQUAL WCA-DATA-REFERENCIA
              OR MOV-COD-CTA EQUAL ZERO
               GO TO 3000-PROCESSO-LEITURA
           END-IF.
           IF WCA-PTR-CTA(MOV-COD-CTA) EQUAL ZEROS
               GO TO 3000-PROCESSO-LEITURA
           END-IF.
           ADD 1 TO WS-QTD-MOVIMENTOS.

           SET WCA-CLI-IDX TO WCA-PTR-CTA(MOV-COD-CTA).
           MOVE WCA-CLI-AGENCIA(WCA-CLI-IDX) TO WS-AGENCIA.
           MOVE WCA-CLI-DOC(WCA-CLI-IDX)     TO WS-DOC.
           MOVE WCA-CLI-NOME(WCA-CLI-IDX)    TO WS-NOME.
           IF WS-DOC NOT EQUAL SPACES
               PERFORM 4000-AVALIA-DESTINATARIO
                  THRU 4000-AVALIA-DESTINATARIO-FIM
           END-IF.
           PERFORM 3100-AVALIA-COTITULAR
              THRU 3100-AVALIA-COTITULAR-FIM
              VARYING WCA-COT-IDX FROM 1 BY 1
              UNTIL WCA-COT-IDX GREATER THAN WCA-COT-QTD.
       3000-PROCESSO-LEITURA.
           PERFORM 1110-LER-MOVIMENTO
              THRU 1110-LER-MOVIMENTO-FIM.
       3000-PROCESSO-FIM.
           EXIT.

       3100-AVALIA-COTITULAR.
           IF WCA-COT-CTA(WCA-COT-IDX) EQUAL MOV-COD-CTA
               MOVE WCA-COT-DOC(WCA-COT-IDX)  TO WS-DOC
               MOVE WCA-COT-NOME(WCA-COT-IDX) TO WS-NOME
               PERFORM 4000-AVALIA-DESTINATARIO
                  THRU 4000-AVALIA-DESTINATARIO-FIM
           END-IF.
       3100-AVALIA-COTITULAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     DECIDE SE O MOVIMENTO E NOTIFICADO AO DOCUMENTO WS-DOC:
      *     RECUSA NAO RECEBE; DEBITO COM ADESAO A TODO DEBITO SEMPRE;
      *     DEMAIS, VALOR ACIMA DO LIMITE (PROPRIO OU DO BANCO; LIMITE
      *     ZERO NAO NOTIFICA POR VALOR)
      *-----------------------------------------------------------------
       4000-AVALIA-DESTINATARIO.
           MOVE WCA-LIMITE-PADRAO TO WS-LIMITE.
           MOVE 'N' TO WS-TODO-DEBITO.
           MOVE 'A' TO WS-CANAL.

           MOVE 'N' TO WS-PNT-ACHOU.
           IF WCA-PNT-QTD GREATER THAN ZERO
               PERFORM 4100-PROCURA-PREFERENCIA
                  THRU 4100-PROCURA-PREFERENCIA-FIM
                  VARYING WCA-PNT-IDX FROM 1 BY 1
                  UNTIL WCA-PNT-IDX GREATER THAN WCA-PNT-QTD
                     OR PREFERENCIA-ACHADA
           END-IF.
           IF PREFERENCIA-ACHADA
               SET WCA-PNT-IDX TO WS-PNT-ACHADO
               IF WCA-PNT-RECEBE(WCA-PNT-IDX) EQUAL 'N'
                   ADD 1 TO WS-QTD-RECUSAS
                   GO TO 4000-AVALIA-DESTINATARIO-FIM
               END-IF
               IF WCA-PNT-LIMITE(WCA-PNT-IDX) GREATER THAN ZERO
                   MOVE WCA-PNT-LIMITE(WCA-PNT-IDX) TO WS-LIMITE
               END-IF
               MOVE WCA-PNT-DEBITO(WCA-PNT-IDX) TO WS-TODO-DEBITO
               IF WCA-PNT-CANAL(WCA-PNT-IDX) NOT EQUAL SPACES
                   MOVE WCA-PNT-CANAL(WCA-PNT-IDX) TO WS-CANAL
               END-IF
           END-IF.

           MOVE 'N' TO WS-NOTIFICA.
           IF MOV-DEBITO AND WS-TODO-DEBITO EQUAL 'S'
               MOVE 'S' TO WS-NOTIFICA
           END-IF.
           IF WS-LIMITE GREATER THAN ZERO
              AND MOV-VAL GREATER THAN WS-LIMITE
               MOVE 'S' TO WS-NOTIFICA
           END-IF.
           IF NOT NOTIFICA-MOVIMENTO
               GO TO 4000-AVALIA-DESTINATARIO-FIM
           END-IF.

           PERFORM 4200-RESOLVE-CONTATO
              THRU 4200-RESOLVE-CONTATO-FIM.
           IF WS-FONE EQUAL SPACES AND WS-EMAIL EQUAL SPACES
               PERFORM 4400-GRAVA-LACUNA
                  THRU 4400-GRAVA-LACUNA-FIM
           ELSE
               PERFORM 4300-GRAVA-MENSAGEM
                  THRU 4300-GRAVA-MENSAGEM-FIM
           END-IF.
       4000-AVALIA-DESTINATARIO-FIM.
           EXIT.

       4100-PROCURA-PREFERENCIA.
           IF WS-DOC EQUAL WCA-PNT-DOC(WCA-PNT-IDX)
               MOVE 'S' TO WS-PNT-ACHOU
               SET WS-PNT-ACHADO TO WCA-PNT-IDX
           END-IF.
       4100-PROCURA-PREFERENCIA-FIM.
           EXIT.

      *****TELEFONE E E-MAIL DO CONTATO01; O CANAL PREFERIDO SEM O DADO
      *****CAI PARA O OUTRO, E AMBOS SEM UM DELES FICA NO QUE EXISTE
       4200-RESOLVE-CONTATO.
           MOVE SPACES TO WS-FONE WS-EMAIL.
           MOVE 'N' TO WS-CON-ACHOU.
           IF WCA-CON-QTD GREATER THAN ZERO
               PERFORM 4210-PROCURA-CONTATO
                  THRU 4210-PROCURA-CONTATO-FIM
                  VARYING WCA-CON-IDX FROM 1 BY 1
                  UNTIL WCA-CON-IDX GREATER THAN WCA-CON-QTD
                     OR CONTATO-ACHADO
           END-IF.
           IF NOT CONTATO-ACHADO
               GO TO 4200-RESOLVE-CONTATO-FIM
           END-IF.
           SET WCA-CON-IDX TO WS-CON-ACHADO.
           MOVE WCA-CON-FONE(WCA-CON-IDX)  TO WS-FONE.
           MOVE WCA-CON-EMAIL(WCA-CON-IDX) TO WS-EMAIL.

           EVALUATE TRUE
               WHEN WS-FONE EQUAL SPACES AND WS-EMAIL EQUAL SPACES
                   CONTINUE
               WHEN WS-FONE EQUAL SPACES
                   MOVE 'E' TO WS-CANAL
               WHEN WS-EMAIL EQUAL SPACES
                   MOVE 'S' TO WS-CANAL
           END-EVALUATE.
       4200-RESOLVE-CONTATO-FIM.
           EXIT.

       4210-PROCURA-CONTATO.
           IF WS-DOC EQUAL WCA-CON-DOC(WCA-CON-IDX)
               MOVE 'S' TO WS-CON-ACHOU
               SET WS-CON-ACHADO TO WCA-CON-IDX
           END-IF.
       4210-PROCURA-CONTATO-FIM.
           EXIT.

       4300-GRAVA-MENSAGEM.
           MOVE SPACES           TO REG-MENSAGEM.
           MOVE MOV-DAT          TO NTM-DATA.
           MOVE MOV-NSU          TO NTM-NSU.
           MOVE WS-CANAL         TO NTM-CANAL.
           IF WS-CANAL NOT EQUAL 'E'
               MOVE WS-FONE      TO NTM-FONE
           END-IF.
           IF WS-CANAL NOT EQUAL 'S'
               MOVE WS-EMAIL     TO NTM-EMAIL
           END-IF.
           MOVE WS-DOC           TO NTM-NUM-DOC.
           MOVE WS-NOME          TO NTM-NOM-CLI.
           MOVE MOV-COD-CTA      TO NTM-COD-CTA.
           MOVE MOV-TIP          TO NTM-TIP.
           MOVE MOV-VAL          TO NTM-VALOR.

           IF MOV-DEBITO
               MOVE 'DEBITO'  TO WS-DESCRICAO-TIPO
           ELSE
               MOVE 'CREDITO' TO WS-DESCRICAO-TIPO
           END-IF.
           MOVE MOV-VAL TO WS-VALOR-EDITADO.
           MOVE ZEROS TO WS-BRANCOS.
           INSPECT WS-VALOR-EDITADO TALLYING WS-BRANCOS
               FOR LEADING SPACES.
           MOVE MOV-DIA TO WS-DM-DIA.
           MOVE MOV-MES TO WS-DM-MES.
           STRING 'BECA: ' DELIMITED BY SIZE
                  WS-DESCRICAO-TIPO DELIMITED BY SPACE
                  ' R$ ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO(WS-BRANCOS + 1:) DELIMITED BY SIZE
                  ' CTA ' DELIMITED BY SIZE
                  MOV-COD-CTA DELIMITED BY SIZE
                  ' EM ' DELIMITED BY SIZE
                  WS-DIA-MES DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MOV-HIST DELIMITED BY SIZE
               INTO NTM-TEXTO.
           WRITE REG-MENSAGEM.
           ADD 1 TO WS-QTD-MENSAGENS.
       4300-GRAVA-MENSAGEM-FIM.
           EXIT.

      *****CLIENTE SEM TELEFONE E SEM E-MAIL: UMA LACUNA POR DOCUMENTO
      *****NA NOITE, POR MAIS MOVIMENTOS QUE ELE TENHA
       4400-GRAVA-LACUNA.
           MOVE 'N' TO WS-LAC-ACHOU.
           IF WCA-LAC-QTD GREATER THAN ZERO
               PERFORM 4410-PROCURA-LACUNA
                  THRU 4410-PROCURA-LACUNA-FIM
                  VARYING WCA-LAC-IDX FROM 1 BY 1
                  UNTIL WCA-LAC-IDX GREATER THAN WCA-LAC-QTD
                     OR LACUNA-JA-GRAVADA
           END-IF.
           IF LACUNA-JA-GRAVADA
               GO TO 4400-GRAVA-LACUNA-FIM
           END-IF.
           IF WCA-LAC-QTD LESS THAN 2000
               ADD 1 TO WCA-LAC-QTD
               SET WCA-LAC-IDX TO WCA-LAC-QTD
               MOVE WS-DOC TO WCA-LAC-DOC(WCA-LAC-IDX)
           END-IF.
           MOVE SPACES      TO REG-LACUNA.
           MOVE WS-AGENCIA  TO NT-COD-AGENCIA.
           MOVE MOV-COD-CTA TO NT-COD-CTA.
           MOVE WS-NOME     TO NT-NOM-CLI.
           MOVE WS-DOC      TO NT-NUM-DOC.
           WRITE REG-LACUNA.
           ADD 1 TO WS-QTD-LACUNAS.
       4400-GRAVA-LACUNA-FIM.
           EXIT.

       4410-PROCURA-LACUNA.
           IF WS-DOC EQUAL WCA-LAC-DOC(WCA-LAC-IDX)
               MOVE 'S' TO WS-LAC-ACHOU
           END-IF.
       4410-PROCURA-LACUNA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           DISPLAY 'NOTIFMOV01 - MOVIMENTOS: ' WS-QTD-MOVIMENTOS
                   ' MENSAGENS: ' WS-QTD-MENSAGENS
                   ' SEM CONTATO: ' WS-QTD-LACUNAS
           IF WS-QTD-RECUSAS GREATER THAN ZERO
               DISPLAY 'NOTIFMOV01 - ' WS-QTD-RECUSAS
                       ' AVALIACOES DE CLIENTES QUE RECUSARAM'
           END-IF
           CLOSE MOVIMENTO
           CLOSE MENSAGENS
           CLOSE LACUNAS.

           MOVE 0 TO WS-RC-FINAL.
           IF (WSN-FS-MOVIMENTO NOT EQUAL 00 AND
                WSN-FS-MOVIMENTO NOT EQUAL 10)   OR
               WSN-FS-MENSAGENS NOT EQUAL 00     OR
               WSN-FS-LACUNAS NOT EQUAL 00
               DISPLAY 'NOTIFMOV01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-QTD-LACUNAS GREATER THAN ZERO
              OR WS-QTD-CLI-EXCEDENTE GREATER THAN ZERO
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF.
           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'NOTIFICACOES - ' WS-QTD-MENSAGENS
                  ' MENSAGENS, ' WS-QTD-LACUNAS ' SEM CONTATO'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM NOTIFMOV01.
