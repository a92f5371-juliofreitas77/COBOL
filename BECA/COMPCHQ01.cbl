      * valor divergente ou contra cheque ja liquidado sai no arquivo
      * de ocorrencias CHQOCORR01 com o motivo. O registro de cheques
      * e regravado com as novas situacoes ao final.
      * Cheque sustado pelo MANUCHQ01 (situacao 'S', ordem em
      * SUSTCHQ01) e devolvido pelo motivo 21 (contra-ordem) ou 28
      * (furto ou roubo); a devolucao sem fundos sai com o motivo 11
      * na primeira apresentacao e 12 na reapresentacao. Cada
      * devolucao sem fundos conta no cadastro de emitentes CCFREG01
      * pelo documento do titular (Entrada02); na segunda o documento
      * fica incluido ('I') e vai para o arquivo regulatorio CCFREM01.
      * A parcela do saldo bloqueada por ordem judicial (BLOQUEIOS01,
      * situacao 'A') nao paga cheque: o debito que so caberia usando
      * esse valor e devolvido sem fundos como os demais.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-LIMITES.

           SELECT BLOQUEIOS ASSIGN TO 'BLOQUEIOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-BLOQUEIOS.

           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-OCORRENCIAS.

           SELECT SUSTACOES ASSIGN TO 'SUSTCHQ01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-SUSTACOES.

           SELECT ENTRADA02 ASSIGN TO 'ENTRADA02'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA02.

           SELECT CADCCF ASSIGN TO 'CCFREG01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CADCCF.

           SELECT REMESSACCF ASSIGN TO 'CCFREM01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-REMESSACCF.

       DATA DIVISION.
      *
       FILE SECTION.
       FD CHEQUES.
       01 REG-CHEQUE.
           05 CHQ-COD-CTA          PIC 9(06).
           05 CHQ-NUMERO           PIC 9(06).
           05 CHQ-VALOR            PIC 9(09)V99.
           05 CHQ-DAT-EMISSAO      PIC 9(08).

       FD APRESENTADOS.
       01 REG-APRESENTADO.
           05 APR-COD-CTA          PIC 9(06).
           05 APR-NUMERO           PIC 9(06).
           05 APR-VALOR            PIC 9(09)V99.
           05 APR-DATA             PIC 9(08).

       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
      *                LIMITES DE CHEQUE ESPECIAL POR CONTA
       FD LIMITES.
       01 REG-LIMITE.
           05 LIM-COD-CTA          PIC 9(06).
           05 LIM-VALOR            PIC 9(06)V99.
           05 LIM-DAT-VENC         PIC 9(08).

      *                BLOQUEIOS JUDICIAIS (SO OS CAMPOS USADOS AQUI)
       FD BLOQUEIOS.
       01 REG-BLOQUEIO.
           05 FILLER               PIC X(36).
           05 BJ-COD-CTA           PIC 9(06).
           05 FILLER               PIC X(10).
           05 BJ-VAL-BLOQUEADO     PIC 9(09)V99.
           05 FILLER               PIC X(25).
           05 BJ-SITUACAO          PIC X(01).
           05 FILLER               PIC X(09).

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).
           05 FILLER               PIC X(02).
           05 OCO-MOTIVO           PIC X(30).

      *                ORDENS DE SUSTACAO (MANUCHQ01)
       FD SUSTACOES.
       01 REG-SUSTACAO.
           05 SUS-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 SUS-NUMERO           PIC 9(06).
           05 FILLER               PIC X(01).
           05 SUS-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
      *****21 CONTRA-ORDEM OU OPOSICAO  28 FURTO OU ROUBO
           05 SUS-MOTIVO           PIC 9(02).
           05 FILLER               PIC X(01).
           05 SUS-USUARIO          PIC X(20).

       FD ENTRADA02.
       01 REG-ENTRADA02.
           05 E2-COD-CTA           PIC 9(06).
           05 E2-NOM-CLI           PIC X(25).
           05 E2-COD-CID           PIC 9(04).
           05 E2-DAT-INI           PIC 9(08).
           05 E2-NUM-DOC           PIC X(14).

      *                CADASTRO DE EMITENTES DE CHEQUES SEM FUNDOS
       FD CADCCF.
       01 REG-CADCCF.
           05 CCF-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 CCF-QTD-DEVOL        PIC 9(03).
           05 FILLER               PIC X(01).
      *****P = DEVOLUCAO REGISTRADA   I = INCLUIDO NO CCF
           05 CCF-SITUACAO         PIC X(01).
           05 FILLER               PIC X(01).
           05 CCF-DATA-ULTIMA      PIC 9(08).
           05 FILLER               PIC X(01).
           05 CCF-DATA-INCLUSAO    PIC 9(08).
           05 FILLER               PIC X(01).
           05 CCF-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 CCF-NUMERO           PIC 9(06).

      *                INCLUSOES NO CCF PARA O ARQUIVO REGULATORIO
       FD REMESSACCF.
       01 REG-REMESSACCF           PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

           05 WSN-FS-APRESENTADOS  PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-LIMITES       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-BLOQUEIOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-OCORRENCIAS   PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SUSTACOES     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CADCCF        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-REMESSACCF    PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-CHEQUES           PIC X(01) VALUE 'N'.
           05 SW-LIMITES           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-LIM               VALUE 'N'.
               88 SW-FIM-SIM-LIM               VALUE 'S'.
           05 SW-BLOQUEIOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-BLQ               VALUE 'N'.
               88 SW-FIM-SIM-BLQ               VALUE 'S'.
           05 SW-SUSTACOES         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-SUS               VALUE 'N'.
               88 SW-FIM-SIM-SUS               VALUE 'S'.
           05 SW-ENTRADA02         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-E2                VALUE 'N'.
               88 SW-FIM-SIM-E2                VALUE 'S'.
           05 SW-CADCCF            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CCF               VALUE 'N'.
               88 SW-FIM-SIM-CCF               VALUE 'S'.

      *****REGISTRO DE CHEQUES CARREGADO EM MEMORIA PARA O CASAMENTO
      *****E A REGRAVACAO DAS SITUACOES
           05 WCA-CHQ-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-CHQ-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-CHQ-IDX.
               10 WCA-CHQ-CTA      PIC 9(06).
               10 WCA-CHQ-NUM      PIC 9(06).
               10 WCA-CHQ-VAL      PIC 9(09)V99.
               10 WCA-CHQ-DAT      PIC 9(08).
               10 WCA-CHQ-STA      PIC X(01).

      *****SITUACAO, SALDO E LIMITE POR CONTA, INDEXADOS PELO NUMERO
      *****DA CONTA (MESMO ESQUEMA DO TRANSF01); BLOQUEIO = TOTAL
      *****BLOQUEADO POR ORDEM JUDICIAL
       01 WCA-CONTAS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES.
               10 WCA-CTA-STATUS   PIC X(01) VALUE SPACES.
               10 WCA-CTA-SALDO    PIC S9(09)V99 VALUE ZEROS.
               10 WCA-CTA-LIMITE   PIC 9(06)V99 VALUE ZEROS.
               10 WCA-CTA-DOC      PIC X(14) VALUE SPACES.
               10 WCA-CTA-BLOQUEIO PIC 9(09)V99 VALUE ZEROS.

      *****ORDENS DE SUSTACAO, PARA O MOTIVO DA DEVOLUCAO
       01 WCA-SUSTACOES.
           05 WCA-SUS-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-SUS-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-SUS-IDX.
               10 WCA-SUS-CTA      PIC 9(06).
               10 WCA-SUS-NUM      PIC 9(06).
               10 WCA-SUS-MOT      PIC 9(02).

      *****CADASTRO DE EMITENTES CARREGADO EM MEMORIA E REGRAVADO
      *****AO FINAL, COMO O REGISTRO DE CHEQUES
       01 WCA-CADASTRO-CCF.
           05 WCA-CCF-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-CCF-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-CCF-IDX.
               10 WCA-CCF-DOC      PIC X(14).
               10 WCA-CCF-QTDDEV   PIC 9(03).
               10 WCA-CCF-SIT      PIC X(01).
               10 WCA-CCF-DATULT   PIC 9(08).
               10 WCA-CCF-DATINC   PIC 9(08).
               10 WCA-CCF-CTA      PIC 9(06).
               10 WCA-CCF-NUM      PIC 9(06).

      *****LEIAUTE DO ARQUIVO REGULATORIO CCFREM01 (80 POSICOES)
       01 WCA-CCF-HEADER.
           05 CRH-TIPO             PIC X(01) VALUE '0'.
           05 CRH-DATA             PIC 9(08) VALUE ZEROS.
           05 CRH-REMETENTE        PIC X(20) VALUE 'BECA'.
           05 FILLER               PIC X(51) VALUE SPACES.

       01 WCA-CCF-DETALHE.
           05 CRD-TIPO             PIC X(01) VALUE '1'.
           05 CRD-NUM-DOC          PIC X(14) VALUE SPACES.
           05 CRD-COD-CTA          PIC 9(06) VALUE ZEROS.
           05 CRD-NUMERO           PIC 9(06) VALUE ZEROS.
           05 CRD-VALOR            PIC 9(09)V99 VALUE ZEROS.
           05 CRD-MOTIVO           PIC 9(02) VALUE ZEROS.
           05 CRD-DATA-DEVOL       PIC 9(08) VALUE ZEROS.
           05 CRD-QTD-DEVOL        PIC 9(03) VALUE ZEROS.
           05 FILLER               PIC X(29) VALUE SPACES.

       01 WCA-CCF-TRAILER.
           05 CRT-TIPO             PIC X(01) VALUE '9'.
           05 CRT-QTD-INCLUSOES    PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(73) VALUE SPACES.

       77 WS-CCF-ACHOU             PIC X(01) VALUE 'N'.
           88 EMITENTE-ACHADO          VALUE 'S'.
       77 WS-SUS-ACHOU             PIC X(01) VALUE 'N'.
           88 SUSTACAO-ACHADA          VALUE 'S'.
       77 WS-COD-MOTIVO            PIC 9(02) VALUE ZEROS.
       77 WS-DOC                   PIC X(14) VALUE SPACES.

       77 WS-CHQ-ACHOU             PIC X(01) VALUE 'N'.
           88 CHEQUE-ACHADO            VALUE 'S'.
       77 WS-IDX-ACHADO            PIC 9(04) VALUE ZEROS.
       01 WS-MOTIVO                PIC X(30) VALUE SPACES.
       01 WS-SALDO-APOS            PIC S9(11)V99 VALUE ZEROS.
      *****SALDO APOS O DEBITO SEM A PARCELA BLOQUEADA JUDICIALMENTE
       01 WS-SALDO-LIVRE           PIC S9(11)V99 VALUE ZEROS.
      *****CHAMADA DA ROTINA COMUM VALIDACTA (DV DA CONTA)
       01 WS-TIPO-VALIDACAO        PIC 9(01) VALUE 1.
       01 WS-CONTA-DV              PIC X(07) VALUE SPACES.
       01 WS-CTA-VALIDA            PIC X(01) VALUE 'N'.
           88 CONTA-EH-VALIDA                  VALUE 'S'.
       01 WS-CTA-MOTIVO            PIC X(17) VALUE SPACES.
       77 WS-QTD-COMPENSADOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DEVOLVIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-OCORRENCIAS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SUSTADOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-INCLUSOES-CCF     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-DOCUMENTO     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CCF-EXCEDENTE     PIC 9(06) VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'COMPCHQ01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
           PERFORM 6000-REGRAVA-REGISTRO
              THRU 6000-REGRAVA-REGISTRO-FIM

           PERFORM 6200-REGRAVA-CCF
              THRU 6200-REGRAVA-CCF-FIM

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIM

              THRU 1400-CARREGA-CONTAS-FIM.
           PERFORM 1500-CARREGA-LIMITES
              THRU 1500-CARREGA-LIMITES-FIM.
           PERFORM 1550-CARREGA-BLOQUEIOS
              THRU 1550-CARREGA-BLOQUEIOS-FIM.
           PERFORM 1600-CARREGA-SUSTACOES
              THRU 1600-CARREGA-SUSTACOES-FIM.
           PERFORM 1700-CARREGA-DOCUMENTOS
              THRU 1700-CARREGA-DOCUMENTOS-FIM.
           PERFORM 1800-CARREGA-CCF
              THRU 1800-CARREGA-CCF-FIM.

           OPEN INPUT APRESENTADOS.
           IF WSN-FS-APRESENTADOS NOT EQUAL ZEROS
               OPEN OUTPUT MOVIMENTO
           END-IF
           OPEN OUTPUT OCORRENCIAS.
           OPEN OUTPUT REMESSACCF.
           MOVE WS-DATA-HOJE   TO CRH-DATA.
           MOVE WCA-CCF-HEADER TO REG-REMESSACCF.
           WRITE REG-REMESSACCF.

           PERFORM 1300-LER-APRESENTADO
              THRU 1300-LER-APRESENTADO-FIM.
       1520-GUARDA-LIMITE-FIM.
           EXIT.

       1550-CARREGA-BLOQUEIOS.
           OPEN INPUT BLOQUEIOS.
           IF WSN-FS-BLOQUEIOS NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-BLOQUEIOS
               GO TO 1550-CARREGA-BLOQUEIOS-FIM
           END-IF.
           SET SW-FIM-NAO-BLQ TO TRUE.
           PERFORM 1560-LER-BLOQUEIO
              THRU 1560-LER-BLOQUEIO-FIM.
           PERFORM 1570-GUARDA-BLOQUEIO
              THRU 1570-GUARDA-BLOQUEIO-FIM
             UNTIL SW-FIM-SIM-BLQ.
           CLOSE BLOQUEIOS.
       1550-CARREGA-BLOQUEIOS-FIM.
           EXIT.

       1560-LER-BLOQUEIO.
           READ BLOQUEIOS
               AT END
                   SET SW-FIM-SIM-BLQ TO TRUE
           END-READ.
       1560-LER-BLOQUEIO-FIM.
           EXIT.

       1570-GUARDA-BLOQUEIO.
           IF BJ-COD-CTA GREATER THAN ZERO
              AND BJ-SITUACAO EQUAL 'A'
               ADD BJ-VAL-BLOQUEADO TO WCA-CTA-BLOQUEIO(BJ-COD-CTA)
           END-IF.
           PERFORM 1560-LER-BLOQUEIO
              THRU 1560-LER-BLOQUEIO-FIM.
       1570-GUARDA-BLOQUEIO-FIM.
           EXIT.

       1600-CARREGA-SUSTACOES.
           OPEN INPUT SUSTACOES.
           IF WSN-FS-SUSTACOES NOT EQUAL ZEROS
               GO TO 1600-CARREGA-SUSTACOES-FIM
           END-IF.
           SET SW-FIM-NAO-SUS TO TRUE.
           PERFORM 1610-LER-SUSTACAO
              THRU 1610-LER-SUSTACAO-FIM.
           PERFORM 1620-GUARDA-SUSTACAO
              THRU 1620-GUARDA-SUSTACAO-FIM
             UNTIL SW-FIM-SIM-SUS.
           CLOSE SUSTACOES.
       1600-CARREGA-SUSTACOES-FIM.
           EXIT.

       1610-LER-SUSTACAO.
           READ SUSTACOES
               AT END
                   SET SW-FIM-SIM-SUS TO TRUE
           END-READ.
       1610-LER-SUSTACAO-FIM.
           EXIT.

      *****ORDEM QUE NAO COUBER NA TABELA DEVOLVE PELO MOTIVO 21
       1620-GUARDA-SUSTACAO.
           IF WCA-SUS-QTD LESS THAN 2000
               ADD 1 TO WCA-SUS-QTD
               SET WCA-SUS-IDX TO WCA-SUS-QTD
               MOVE SUS-COD-CTA TO WCA-SUS-CTA(WCA-SUS-IDX)
               MOVE SUS-NUMERO  TO WCA-SUS-NUM(WCA-SUS-IDX)
               MOVE SUS-MOTIVO  TO WCA-SUS-MOT(WCA-SUS-IDX)
           END-IF.
           PERFORM 1610-LER-SUSTACAO
              THRU 1610-LER-SUSTACAO-FIM.
       1620-GUARDA-SUSTACAO-FIM.
           EXIT.

      *****DOCUMENTO DO TITULAR DE CADA CONTA, PARA O CCF
       1700-CARREGA-DOCUMENTOS.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               DISPLAY 'COMPCHQ01 - ENTRADA02 NAO ENCONTRADA - '
                       'DEVOLUCOES SEM FUNDOS FORA DO CCF'
               GO TO 1700-CARREGA-DOCUMENTOS-FIM
           END-IF.
           SET SW-FIM-NAO-E2 TO TRUE.
           PERFORM 1710-LER-ENTRADA02
              THRU 1710-LER-ENTRADA02-FIM.
           PERFORM 1720-GUARDA-DOCUMENTO
              THRU 1720-GUARDA-DOCUMENTO-FIM
             UNTIL SW-FIM-SIM-E2.
           CLOSE ENTRADA02.
       1700-CARREGA-DOCUMENTOS-FIM.
           EXIT.

       1710-LER-ENTRADA02.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-E2 TO TRUE
           END-READ.
       1710-LER-ENTRADA02-FIM.
           EXIT.

       1720-GUARDA-DOCUMENTO.
           IF E2-COD-CTA GREATER THAN ZERO
               MOVE E2-NUM-DOC TO WCA-CTA-DOC(E2-COD-CTA)
           END-IF.
           PERFORM 1710-LER-ENTRADA02
              THRU 1710-LER-ENTRADA02-FIM.
       1720-GUARDA-DOCUMENTO-FIM.
           EXIT.

       1800-CARREGA-CCF.
           OPEN INPUT CADCCF.
           IF WSN-FS-CADCCF NOT EQUAL ZEROS
               DISPLAY 'COMPCHQ01 - CADASTRO NOVO SERA CRIADO '
                       '(CCFREG01)'
               GO TO 1800-CARREGA-CCF-FIM
           END-IF.
           SET SW-FIM-NAO-CCF TO TRUE.
           PERFORM 1810-LER-CCF
              THRU 1810-LER-CCF-FIM.
           PERFORM 1820-GUARDA-CCF
              THRU 1820-GUARDA-CCF-FIM
             UNTIL SW-FIM-SIM-CCF.
           CLOSE CADCCF.
       1800-CARREGA-CCF-FIM.
           EXIT.

       1810-LER-CCF.
           READ CADCCF
               AT END
                   SET SW-FIM-SIM-CCF TO TRUE
           END-READ.
       1810-LER-CCF-FIM.
           EXIT.

      *****COMO NO REGISTRO DE CHEQUES, CADASTRO MAIOR QUE A TABELA
      *****ABORTA O LOTE PARA NAO SER REGRAVADO TRUNCADO
       1820-GUARDA-CCF.
           IF WCA-CCF-QTD NOT LESS THAN 5000
               DISPLAY 'COMPCHQ01 - CCFREG01 COM MAIS DE 5000 '
                       'REGISTROS - ABORTADO PARA NAO REGRAVAR '
                       'CADASTRO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-CCF-QTD.
           SET WCA-CCF-IDX TO WCA-CCF-QTD.
           MOVE CCF-NUM-DOC       TO WCA-CCF-DOC(WCA-CCF-IDX).
           MOVE CCF-QTD-DEVOL     TO WCA-CCF-QTDDEV(WCA-CCF-IDX).
           MOVE CCF-SITUACAO      TO WCA-CCF-SIT(WCA-CCF-IDX).
           MOVE CCF-DATA-ULTIMA   TO WCA-CCF-DATULT(WCA-CCF-IDX).
           MOVE CCF-DATA-INCLUSAO TO WCA-CCF-DATINC(WCA-CCF-IDX).
           MOVE CCF-COD-CTA       TO WCA-CCF-CTA(WCA-CCF-IDX).
           MOVE CCF-NUMERO        TO WCA-CCF-NUM(WCA-CCF-IDX).
           PERFORM 1810-LER-CCF
              THRU 1810-LER-CCF-FIM.
       1820-GUARDA-CCF-FIM.
           EXIT.

       1300-LER-APRESENTADO.
           READ APRESENTADOS
               AT END
      *****O DIGITO VERIFICADOR DA CONTA APRESENTADA E CONFERIDO
      *****ANTES DO CASAMENTO (ROTINA VALIDACTA)
           MOVE SPACES TO WS-CONTA-DV.
           MOVE APR-COD-CTA TO WS-CONTA-DV(1:6).
           MOVE APR-DV      TO WS-CONTA-DV(7:1).
           CALL 'VALIDACTA' USING WS-TIPO-VALIDACAO WS-CONTA-DV
               WS-CTA-VALIDA WS-CTA-MOTIVO.
           IF NOT CONTA-EH-VALIDA
                           MOVE 'CHEQUE JA COMPENSADO' TO WS-MOTIVO
                       WHEN 'X'
                           MOVE 'CHEQUE CANCELADO'     TO WS-MOTIVO
                       WHEN 'S'
                           PERFORM 3200-DEVOLVE-SUSTADO
                              THRU 3200-DEVOLVE-SUSTADO-FIM
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           EXIT.

      *****COMPENSA SE O DEBITO CABE NO SALDO MAIS O LIMITE DE CHEQUE
      *****ESPECIAL DA CONTA; SENAO DEVOLVE (SITUACAO 'D') PELO MOTIVO
      *****11, OU 12 SE O CHEQUE JA TINHA SIDO DEVOLVIDO; A PARCELA
      *****BLOQUEADA JUDICIALMENTE NAO CONTA COMO SALDO
       3100-COMPENSA-OU-DEVOLVE.
           COMPUTE WS-SALDO-APOS =
               WCA-CTA-SALDO(APR-COD-CTA) - APR-VALOR.
           COMPUTE WS-SALDO-LIVRE =
               WS-SALDO-APOS - WCA-CTA-BLOQUEIO(APR-COD-CTA).
           IF WS-SALDO-LIVRE LESS THAN ZERO
              AND (WS-SALDO-LIVRE * -1) GREATER THAN
                  WCA-CTA-LIMITE(APR-COD-CTA)
               IF WCA-CHQ-STA(WCA-CHQ-IDX) EQUAL 'D'
                   MOVE 12 TO WS-COD-MOTIVO
                   MOVE 'MOTIVO 12 - SEM FUNDOS 2A APR'
                     TO WS-MOTIVO
               ELSE
                   MOVE 11 TO WS-COD-MOTIVO
                   MOVE 'MOTIVO 11 - SEM FUNDOS'
                     TO WS-MOTIVO
               END-IF
               MOVE 'D' TO WCA-CHQ-STA(WCA-CHQ-IDX)
               PERFORM 3300-GRAVA-OCORRENCIA
                  THRU 3300-GRAVA-OCORRENCIA-FIM
               ADD 1 TO WS-QTD-DEVOLVIDOS
               PERFORM 3400-REGISTRA-CCF
                  THRU 3400-REGISTRA-CCF-FIM
           ELSE
               CALL 'GERANSU' USING WS-NSU
               MOVE APR-COD-CTA  TO MOV-COD-CTA
       3100-COMPENSA-OU-DEVOLVE-FIM.
           EXIT.

      *****CHEQUE SUSTADO VOLTA PELO MOTIVO DA ORDEM (21 QUANDO A
      *****ORDEM NAO E ACHADA) E CONTINUA SUSTADO
       3200-DEVOLVE-SUSTADO.
           MOVE 'N' TO WS-SUS-ACHOU.
           MOVE 21  TO WS-COD-MOTIVO.
           PERFORM 3210-TESTA-SUSTACAO
              THRU 3210-TESTA-SUSTACAO-FIM
               VARYING WCA-SUS-IDX FROM 1 BY 1
               UNTIL WCA-SUS-IDX GREATER THAN WCA-SUS-QTD
                  OR SUSTACAO-ACHADA.
           IF WS-COD-MOTIVO EQUAL 28
               MOVE 'MOTIVO 28 - FURTO OU ROUBO'  TO WS-MOTIVO
           ELSE
               MOVE 'MOTIVO 21 - CHEQUE SUSTADO'  TO WS-MOTIVO
           END-IF.
           ADD 1 TO WS-QTD-SUSTADOS.
       3200-DEVOLVE-SUSTADO-FIM.
           EXIT.

      *****VALE A ORDEM MAIS RECENTE DO CHEQUE (A ULTIMA DO ARQUIVO)
       3210-TESTA-SUSTACAO.
           IF APR-COD-CTA EQUAL WCA-SUS-CTA(WCA-SUS-IDX)
              AND APR-NUMERO EQUAL WCA-SUS-NUM(WCA-SUS-IDX)
               MOVE WCA-SUS-MOT(WCA-SUS-IDX) TO WS-COD-MOTIVO
           END-IF.
       3210-TESTA-SUSTACAO-FIM.
           EXIT.

       3300-GRAVA-OCORRENCIA.
           MOVE SPACES          TO REG-OCORRENCIA.
           MOVE 'CH'            TO OCO-ORIGEM.
       3300-GRAVA-OCORRENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CADASTRO DE EMITENTES: CADA DEVOLUCAO SEM FUNDOS CONTA
      *     PARA O DOCUMENTO DO TITULAR; NA SEGUNDA O EMITENTE E
      *     INCLUIDO NO CCF E A INCLUSAO VAI PARA O CCFREM01
      *-----------------------------------------------------------------
       3400-REGISTRA-CCF.
           MOVE WCA-CTA-DOC(APR-COD-CTA) TO WS-DOC.
           IF WS-DOC EQUAL SPACES
               ADD 1 TO WS-QTD-SEM-DOCUMENTO
               GO TO 3400-REGISTRA-CCF-FIM
           END-IF.

           MOVE 'N' TO WS-CCF-ACHOU.
           PERFORM 3410-TESTA-EMITENTE
              THRU 3410-TESTA-EMITENTE-FIM
               VARYING WCA-CCF-IDX FROM 1 BY 1
               UNTIL WCA-CCF-IDX GREATER THAN WCA-CCF-QTD
                  OR EMITENTE-ACHADO.
           IF EMITENTE-ACHADO
               SET WCA-CCF-IDX DOWN BY 1
           ELSE
               IF WCA-CCF-QTD NOT LESS THAN 5000
                   ADD 1 TO WS-QTD-CCF-EXCEDENTE
                   GO TO 3400-REGISTRA-CCF-FIM
               END-IF
               ADD 1 TO WCA-CCF-QTD
               SET WCA-CCF-IDX TO WCA-CCF-QTD
               MOVE WS-DOC   TO WCA-CCF-DOC(WCA-CCF-IDX)
               MOVE ZEROS    TO WCA-CCF-QTDDEV(WCA-CCF-IDX)
                                WCA-CCF-DATINC(WCA-CCF-IDX)
               MOVE 'P'      TO WCA-CCF-SIT(WCA-CCF-IDX)
           END-IF.

           IF WCA-CCF-QTDDEV(WCA-CCF-IDX) LESS THAN 999
               ADD 1 TO WCA-CCF-QTDDEV(WCA-CCF-IDX)
           END-IF.
           MOVE APR-DATA    TO WCA-CCF-DATULT(WCA-CCF-IDX).
           MOVE APR-COD-CTA TO WCA-CCF-CTA(WCA-CCF-IDX).
           MOVE APR-NUMERO  TO WCA-CCF-NUM(WCA-CCF-IDX).

           IF WCA-CCF-QTDDEV(WCA-CCF-IDX) LESS THAN 2
              OR WCA-CCF-SIT(WCA-CCF-IDX) EQUAL 'I'
               GO TO 3400-REGISTRA-CCF-FIM
           END-IF.

           MOVE 'I'      TO WCA-CCF-SIT(WCA-CCF-IDX).
           MOVE APR-DATA TO WCA-CCF-DATINC(WCA-CCF-IDX).
           MOVE WS-DOC                      TO CRD-NUM-DOC.
           MOVE APR-COD-CTA                 TO CRD-COD-CTA.
           MOVE APR-NUMERO                  TO CRD-NUMERO.
           MOVE APR-VALOR                   TO CRD-VALOR.
           MOVE WS-COD-MOTIVO               TO CRD-MOTIVO.
           MOVE APR-DATA                    TO CRD-DATA-DEVOL.
           MOVE WCA-CCF-QTDDEV(WCA-CCF-IDX) TO CRD-QTD-DEVOL.
           MOVE WCA-CCF-DETALHE             TO REG-REMESSACCF.
           WRITE REG-REMESSACCF.
           ADD 1 TO WS-QTD-INCLUSOES-CCF.
       3400-REGISTRA-CCF-FIM.
           EXIT.

       3410-TESTA-EMITENTE.
           IF WS-DOC EQUAL WCA-CCF-DOC(WCA-CCF-IDX)
               MOVE 'S' TO WS-CCF-ACHOU
           END-IF.
       3410-TESTA-EMITENTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       6000-REGRAVA-REGISTRO.
           OPEN OUTPUT CHEQUES.
       6100-GRAVA-CHEQUE-FIM.
           EXIT.

       6200-REGRAVA-CCF.
           OPEN OUTPUT CADCCF.
           PERFORM 6210-GRAVA-CCF
              THRU 6210-GRAVA-CCF-FIM
               VARYING WCA-CCF-IDX FROM 1 BY 1
               UNTIL WCA-CCF-IDX GREATER THAN WCA-CCF-QTD.
           CLOSE CADCCF.
       6200-REGRAVA-CCF-FIM.
           EXIT.

       6210-GRAVA-CCF.
           MOVE SPACES TO REG-CADCCF.
           MOVE WCA-CCF-DOC(WCA-CCF-IDX)    TO CCF-NUM-DOC.
           MOVE WCA-CCF-QTDDEV(WCA-CCF-IDX) TO CCF-QTD-DEVOL.
           MOVE WCA-CCF-SIT(WCA-CCF-IDX)    TO CCF-SITUACAO.
           MOVE WCA-CCF-DATULT(WCA-CCF-IDX) TO CCF-DATA-ULTIMA.
           MOVE WCA-CCF-DATINC(WCA-CCF-IDX) TO CCF-DATA-INCLUSAO.
           MOVE WCA-CCF-CTA(WCA-CCF-IDX)    TO CCF-COD-CTA.
           MOVE WCA-CCF-NUM(WCA-CCF-IDX)    TO CCF-NUMERO.
           WRITE REG-CADCCF.
       6210-GRAVA-CCF-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           DISPLAY 'COMPCHQ01 - APRESENTADOS: ' WS-QTD-APRESENTADOS
                   ' COMPENSADOS: ' WS-QTD-COMPENSADOS
                   ' DEVOLVIDOS: ' WS-QTD-DEVOLVIDOS
           DISPLAY 'COMPCHQ01 - SUSTADOS: ' WS-QTD-SUSTADOS
                   ' INCLUSOES CCF: ' WS-QTD-INCLUSOES-CCF
                   ' SEM DOCUMENTO: ' WS-QTD-SEM-DOCUMENTO
           IF WS-QTD-CCF-EXCEDENTE GREATER THAN ZERO
               DISPLAY 'COMPCHQ01 - CCFREG01 CHEIO - '
                       WS-QTD-CCF-EXCEDENTE
                       ' DEVOLUCOES FORA DO CADASTRO'
           END-IF
           MOVE WS-QTD-INCLUSOES-CCF TO CRT-QTD-INCLUSOES.
           MOVE WCA-CCF-TRAILER      TO REG-REMESSACCF.
           WRITE REG-REMESSACCF.
           CLOSE APRESENTADOS
           CLOSE MOVIMENTO
           CLOSE OCORRENCIAS
           CLOSE REMESSACCF.

           MOVE 0 TO WS-RC-FINAL.
           IF (WSN-FS-APRESENTADOS NOT EQUAL 00 AND
                WSN-FS-APRESENTADOS NOT EQUAL 10)   OR
               WSN-FS-CHEQUES       NOT EQUAL 00     OR
               WSN-FS-MOVIMENTO     NOT EQUAL 00     OR
               WSN-FS-OCORRENCIAS   NOT EQUAL 00     OR
               WSN-FS-CADCCF        NOT EQUAL 00     OR
               WSN-FS-REMESSACCF    NOT EQUAL 00
               DISPLAY 'COMPCHQ01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           IF WS-QTD-INCLUSOES-CCF GREATER THAN ZERO
              OR WS-QTD-SEM-DOCUMENTO GREATER THAN ZERO
              OR WS-QTD-CCF-EXCEDENTE GREATER THAN ZERO
               MOVE 'A' TO WS-LOG-SEVERIDADE
               MOVE SPACES TO WS-LOG-MENSAGEM
               STRING 'CCF - ' WS-QTD-INCLUSOES-CCF ' INCLUSOES '
                      WS-QTD-SEM-DOCUMENTO ' SEM DOCUMENTO'
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
               CALL 'LOGOPER' USING WS-LOG-PROGRAMA
                   WS-LOG-SEVERIDADE WS-LOG-MENSAGEM
           END-IF.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
