      * nao apresentado (situacao 'X') e lista o registro. A
      * compensacao e a devolucao sao feitas pelo lote COMPCHQ01, e o
      * relatorio de cheques em aberto pelo CHQPEND01.
      * Susta um cheque emitido ou devolvido (situacao 'S', ordem
      * gravada em SUSTCHQ01 com o motivo 21 ou 28 para a devolucao
      * na compensacao) e recusa a emissao para conta cujo titular
      * (documento em Entrada02) esta incluido no CCF (CCFREG01).
      * Recusa tambem a emissao quando o titular ou um cotitular
      * (Titulares01) esta com a revisao cadastral vencida no
      * KYCREG01 (REVKYC01), ate a revisao ser registrada no
      * MANUKYC01.
      * Emissao, cancelamento e sustacao vao campo a campo, com o
      * usuario e os valores antigo e novo, para o jornal de alteracoes
      * cadastrais JORNALMD01 (rotina comum JORNALMD).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CHEQUES.

           SELECT SUSTACOES ASSIGN TO 'SUSTCHQ01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-SUSTACOES.

           SELECT ENTRADA02 ASSIGN TO 'ENTRADA02'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA02.

           SELECT TITULARES ASSIGN TO 'TITULARES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-TITULARES.

           SELECT CADKYC ASSIGN TO 'KYCREG01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CADKYC.

           SELECT CADCCF ASSIGN TO 'CCFREG01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CADCCF.

       DATA DIVISION.
      *
       FILE SECTION.
       FD CHEQUES.
       01 REG-CHEQUE.
           05 CHQ-COD-CTA          PIC 9(06).
           05 CHQ-NUMERO           PIC 9(06).
           05 CHQ-VALOR            PIC 9(09)V99.
           05 CHQ-DAT-EMISSAO      PIC 9(08).
               88 CHQ-COMPENSADO               VALUE 'C'.
               88 CHQ-DEVOLVIDO                VALUE 'D'.
               88 CHQ-CANCELADO                VALUE 'X'.
               88 CHQ-SUSTADO                  VALUE 'S'.

      *                ORDENS DE SUSTACAO (LIDAS PELO COMPCHQ01)
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

      *                TITULARES POR CONTA (MANUCTA01)
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

      *                REGISTRO DA REVISAO CADASTRAL (REVKYC01)
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
               88 KYC-VENCIDA                  VALUE 'V'.
           05 FILLER               PIC X(01).
           05 KYC-SEGMENTO         PIC X(10).
           05 FILLER               PIC X(01).
           05 KYC-AML              PIC X(01).

      *                CADASTRO DE EMITENTES (MANTIDO PELO COMPCHQ01)
       FD CADCCF.
       01 REG-CADCCF.
           05 CCF-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 CCF-QTD-DEVOL        PIC 9(03).
           05 FILLER               PIC X(01).
           05 CCF-SITUACAO         PIC X(01).
               88 CCF-INCLUIDO                 VALUE 'I'.
           05 FILLER               PIC X(01).
           05 CCF-DATA-ULTIMA      PIC 9(08).
           05 FILLER               PIC X(01).
           05 CCF-DATA-INCLUSAO    PIC 9(08).
           05 FILLER               PIC X(01).
           05 CCF-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 CCF-NUMERO           PIC 9(06).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-CHEQUES       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SUSTACOES     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CADCCF        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-TITULARES     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CADKYC        PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-CHEQUES           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CHQ               VALUE 'N'.
               88 SW-FIM-SIM-CHQ               VALUE 'S'.
           05 SW-ENTRADA02         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-E2                VALUE 'N'.
               88 SW-FIM-SIM-E2                VALUE 'S'.
           05 SW-CADCCF            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CCF               VALUE 'N'.
               88 SW-FIM-SIM-CCF               VALUE 'S'.
           05 SW-TITULARES         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-TIT               VALUE 'N'.
               88 SW-FIM-SIM-TIT               VALUE 'S'.
           05 SW-CADKYC            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-KYC               VALUE 'N'.
               88 SW-FIM-SIM-KYC               VALUE 'S'.

       01 WCA-REGISTRO.
           05 WCA-CHQ-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-CHQ-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-CHQ-IDX.
               10 WCA-CHQ-CTA      PIC 9(06).
               10 WCA-CHQ-NUM      PIC 9(06).
               10 WCA-CHQ-VAL      PIC 9(09)V99.
               10 WCA-CHQ-DAT      PIC 9(08).

       77 WS-OPCAO                 PIC 9(01) VALUE ZERO.
       77 WS-USUARIO               PIC X(20) VALUE SPACES.
       77 WS-CTA                   PIC 9(06) VALUE ZEROS.
       77 WS-NUMERO                PIC 9(06) VALUE ZEROS.
       77 WS-VALOR                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-DATA                  PIC 9(08) VALUE ZEROS.
       77 WS-CHQ-ACHOU             PIC X(01) VALUE 'N'.
           88 CHEQUE-ACHADO            VALUE 'S'.
       77 WS-IDX-ACHADO            PIC 9(04) VALUE ZEROS.
       77 WS-DOC                   PIC X(14) VALUE SPACES.
       77 WS-CCF-ACHOU             PIC X(01) VALUE 'N'.
           88 EMITENTE-NO-CCF          VALUE 'S'.
       77 WS-TIPO-SUSTACAO         PIC 9(01) VALUE ZERO.
      *****TITULAR E COTITULARES DA CONTA, PARA A REVISAO CADASTRAL
       01 WCA-DOCS-CONTA.
           05 WCA-DCT-QTD          PIC 9(01) VALUE ZERO.
           05 WCA-DCT-DOC          PIC X(14) OCCURS 5 TIMES
                                   INDEXED BY WCA-DCT-IDX.
       77 WS-KYC-ACHOU             PIC X(01) VALUE 'N'.
           88 REVISAO-VENCIDA          VALUE 'S'.
       01 WS-VALOR-MASC            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77 WS-STATUS-ANTIGO         PIC X(01) VALUE SPACES.

      *****JORNAL DE ALTERACOES CADASTRAIS (ROTINA COMUM JORNALMD)
       01 WS-JMD-ARQUIVO           PIC X(12) VALUE 'CHEQUES01'.
       01 WS-JMD-CHAVE.
           05 WS-JMD-CHV-CTA       PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE '/'.
           05 WS-JMD-CHV-NUM       PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(07) VALUE SPACES.
       01 WS-JMD-CAMPO             PIC X(20) VALUE SPACES.
       01 WS-JMD-ANTIGO            PIC X(40) VALUE SPACES.
       01 WS-JMD-NOVO              PIC X(40) VALUE SPACES.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'MANUCHQ01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
           PERFORM 1000-CARREGA-REGISTRO
              THRU 1000-CARREGA-REGISTRO-FIM

           DISPLAY '1-EMITIR  2-CANCELAR  3-LISTAR  4-SUSTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 3
                   PERFORM 5000-LISTAR
                      THRU 5000-LISTAR-FIM
               WHEN 4
                   PERFORM 4000-SUSTAR
                      THRU 4000-SUSTAR-FIM
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF WS-OPCAO NOT EQUAL 3
               PERFORM 6000-REGRAVA-REGISTRO
                  THRU 6000-REGRAVA-REGISTRO-FIM
               PERFORM 7000-GRAVA-JORNAL
                  THRU 7000-GRAVA-JORNAL-FIM
           END-IF

           MOVE 0 TO RETURN-CODE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-CONFERE-CCF
              THRU 2100-CONFERE-CCF-FIM
           IF EMITENTE-NO-CCF
               DISPLAY 'EMISSAO BLOQUEADA - TITULAR ' WS-DOC
                       ' INCLUIDO NO CCF'
               MOVE 'A' TO WS-LOG-SEVERIDADE
               MOVE SPACES TO WS-LOG-MENSAGEM
               STRING WS-USUARIO ' EMISSAO RECUSADA CCF CTA ' WS-CTA
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
               CALL 'LOGOPER' USING WS-LOG-PROGRAMA
                   WS-LOG-SEVERIDADE WS-LOG-MENSAGEM
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2200-CONFERE-KYC
              THRU 2200-CONFERE-KYC-FIM
           IF REVISAO-VENCIDA
               DISPLAY 'EMISSAO BLOQUEADA - REVISAO CADASTRAL '
                       'VENCIDA'
               MOVE 'A' TO WS-LOG-SEVERIDADE
               MOVE SPACES TO WS-LOG-MENSAGEM
               STRING WS-USUARIO ' EMISSAO RECUSADA KYC CTA ' WS-CTA
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
               CALL 'LOGOPER' USING WS-LOG-PROGRAMA
                   WS-LOG-SEVERIDADE WS-LOG-MENSAGEM
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WCA-CHQ-QTD NOT LESS THAN 5000
               DISPLAY 'REGISTRO DE CHEQUES CHEIO'
               MOVE 1 TO RETURN-CODE
           MOVE WS-VALOR  TO WCA-CHQ-VAL(WCA-CHQ-IDX)
           MOVE WS-DATA   TO WCA-CHQ-DAT(WCA-CHQ-IDX)
           MOVE 'E'       TO WCA-CHQ-STA(WCA-CHQ-IDX)
           SET WS-IDX-ACHADO TO WCA-CHQ-IDX
           MOVE SPACES    TO WS-STATUS-ANTIGO
           DISPLAY 'CHEQUE REGISTRADO'
           PERFORM 8000-REGISTRA-LOG
              THRU 8000-REGISTRA-LOG-FIM.
       2000-EMITIR-FIM.
           EXIT.

      *****DOCUMENTO DO TITULAR DA CONTA (ENTRADA02) PROCURADO NO
      *****CADASTRO DE EMITENTES; SEM DOCUMENTO NAO HA BLOQUEIO
       2100-CONFERE-CCF.
           MOVE 'N'    TO WS-CCF-ACHOU.
           MOVE SPACES TO WS-DOC.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               GO TO 2100-CONFERE-CCF-FIM
           END-IF.
           SET SW-FIM-NAO-E2 TO TRUE.
           PERFORM 2110-LER-ENTRADA02
              THRU 2110-LER-ENTRADA02-FIM
             UNTIL SW-FIM-SIM-E2.
           CLOSE ENTRADA02.
           IF WS-DOC EQUAL SPACES
               GO TO 2100-CONFERE-CCF-FIM
           END-IF.

           OPEN INPUT CADCCF.
           IF WSN-FS-CADCCF NOT EQUAL ZEROS
               GO TO 2100-CONFERE-CCF-FIM
           END-IF.
           SET SW-FIM-NAO-CCF TO TRUE.
           PERFORM 2120-LER-CCF
              THRU 2120-LER-CCF-FIM
             UNTIL SW-FIM-SIM-CCF.
           CLOSE CADCCF.
       2100-CONFERE-CCF-FIM.
           EXIT.

       2110-LER-ENTRADA02.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-E2 TO TRUE
               NOT AT END
                   IF E2-COD-CTA EQUAL WS-CTA
                       MOVE E2-NUM-DOC TO WS-DOC
                       SET SW-FIM-SIM-E2 TO TRUE
                   END-IF
           END-READ.
       2110-LER-ENTRADA02-FIM.
           EXIT.

       2120-LER-CCF.
           READ CADCCF
               AT END
                   SET SW-FIM-SIM-CCF TO TRUE
               NOT AT END
                   IF CCF-NUM-DOC EQUAL WS-DOC
                      AND CCF-INCLUIDO
                       MOVE 'S' TO WS-CCF-ACHOU
                       SET SW-FIM-SIM-CCF TO TRUE
                   END-IF
           END-READ.
       2120-LER-CCF-FIM.
           EXIT.

      *****DOCUMENTOS DA CONTA (O DO ENTRADA02, JA EM WS-DOC, E OS
      *****COTITULARES DO TITULARES01) PROCURADOS NO REGISTRO DA
      *****REVISAO; SEM O KYCREG01 NAO HA BLOQUEIO
       2200-CONFERE-KYC.
           MOVE 'N'  TO WS-KYC-ACHOU.
           MOVE ZERO TO WCA-DCT-QTD.
           IF WS-DOC NOT EQUAL SPACES
               ADD 1 TO WCA-DCT-QTD
               MOVE WS-DOC TO WCA-DCT-DOC(WCA-DCT-QTD)
           END-IF.
           OPEN INPUT TITULARES.
           IF WSN-FS-TITULARES EQUAL ZEROS
               SET SW-FIM-NAO-TIT TO TRUE
               PERFORM 2210-LER-TITULAR
                  THRU 2210-LER-TITULAR-FIM
                 UNTIL SW-FIM-SIM-TIT
               CLOSE TITULARES
           END-IF.
           IF WCA-DCT-QTD EQUAL ZERO
               GO TO 2200-CONFERE-KYC-FIM
           END-IF.

           OPEN INPUT CADKYC.
           IF WSN-FS-CADKYC NOT EQUAL ZEROS
               GO TO 2200-CONFERE-KYC-FIM
           END-IF.
           SET SW-FIM-NAO-KYC TO TRUE.
           PERFORM 2220-LER-CADKYC
              THRU 2220-LER-CADKYC-FIM
             UNTIL SW-FIM-SIM-KYC.
           CLOSE CADKYC.
       2200-CONFERE-KYC-FIM.
           EXIT.

       2210-LER-TITULAR.
           READ TITULARES
               AT END
                   SET SW-FIM-SIM-TIT TO TRUE
               NOT AT END
                   IF TIT-COD-CTA EQUAL WS-CTA
                      AND TIT-SECUNDARIO
                      AND WCA-DCT-QTD LESS THAN 5
                       ADD 1 TO WCA-DCT-QTD
                       MOVE TIT-NUM-DOC TO WCA-DCT-DOC(WCA-DCT-QTD)
                   END-IF
           END-READ.
       2210-LER-TITULAR-FIM.
           EXIT.

       2220-LER-CADKYC.
           READ CADKYC
               AT END
                   SET SW-FIM-SIM-KYC TO TRUE
               NOT AT END
                   IF KYC-VENCIDA
                       PERFORM 2230-TESTA-DOC-CONTA
                          THRU 2230-TESTA-DOC-CONTA-FIM
                           VARYING WCA-DCT-IDX FROM 1 BY 1
                           UNTIL WCA-DCT-IDX GREATER THAN WCA-DCT-QTD
                              OR REVISAO-VENCIDA
                       IF REVISAO-VENCIDA
                           SET SW-FIM-SIM-KYC TO TRUE
                       END-IF
                   END-IF
           END-READ.
       2220-LER-CADKYC-FIM.
           EXIT.

       2230-TESTA-DOC-CONTA.
           IF KYC-NUM-DOC EQUAL WCA-DCT-DOC(WCA-DCT-IDX)
               MOVE 'S' TO WS-KYC-ACHOU
           END-IF.
       2230-TESTA-DOC-CONTA-FIM.
           EXIT.

      *****SO CHEQUE AINDA EMITIDO ('E') PODE SER CANCELADO
       3000-CANCELAR.
           DISPLAY 'CONTA?'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WCA-CHQ-STA(WCA-CHQ-IDX) TO WS-STATUS-ANTIGO
           MOVE 'X' TO WCA-CHQ-STA(WCA-CHQ-IDX)
           DISPLAY 'CHEQUE CANCELADO'
           PERFORM 8000-REGISTRA-LOG
       3000-CANCELAR-FIM.
           EXIT.

      *****SUSTACAO DE CHEQUE EMITIDO OU JA DEVOLVIDO UMA VEZ; A
      *****ORDEM FICA EM SUSTCHQ01 COM O MOTIVO DA DEVOLUCAO
       4000-SUSTAR.
           DISPLAY 'CONTA?'
           ACCEPT WS-CTA
           DISPLAY 'NUMERO DO CHEQUE?'
           ACCEPT WS-NUMERO
           PERFORM 1300-PROCURA-CHEQUE
              THRU 1300-PROCURA-CHEQUE-FIM
           IF NOT CHEQUE-ACHADO
               DISPLAY 'CHEQUE NAO REGISTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WCA-CHQ-IDX TO WS-IDX-ACHADO
           IF WCA-CHQ-STA(WCA-CHQ-IDX) NOT EQUAL 'E'
              AND WCA-CHQ-STA(WCA-CHQ-IDX) NOT EQUAL 'D'
               DISPLAY 'CHEQUE NAO PODE SER SUSTADO - SITUACAO '
                       WCA-CHQ-STA(WCA-CHQ-IDX)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'MOTIVO: 1-EXTRAVIO/DESACORDO  2-FURTO OU ROUBO'
           ACCEPT WS-TIPO-SUSTACAO
           MOVE SPACES TO REG-SUSTACAO
           EVALUATE WS-TIPO-SUSTACAO
               WHEN 1
                   MOVE 21 TO SUS-MOTIVO
               WHEN 2
                   MOVE 28 TO SUS-MOTIVO
               WHEN OTHER
                   DISPLAY 'MOTIVO INVALIDO'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE WS-CTA     TO SUS-COD-CTA
           MOVE WS-NUMERO  TO SUS-NUMERO
           ACCEPT SUS-DATA FROM DATE YYYYMMDD
           MOVE WS-USUARIO TO SUS-USUARIO
           OPEN EXTEND SUSTACOES
           IF WSN-FS-SUSTACOES NOT EQUAL ZEROS
               OPEN OUTPUT SUSTACOES
           END-IF
           WRITE REG-SUSTACAO
           CLOSE SUSTACOES
           MOVE WCA-CHQ-STA(WCA-CHQ-IDX) TO WS-STATUS-ANTIGO
           MOVE 'S' TO WCA-CHQ-STA(WCA-CHQ-IDX)
           DISPLAY 'CHEQUE SUSTADO - MOTIVO ' SUS-MOTIVO
           PERFORM 8000-REGISTRA-LOG
              THRU 8000-REGISTRA-LOG-FIM.
       4000-SUSTAR-FIM.
           EXIT.

       5000-LISTAR.
           PERFORM 5100-MOSTRA-CHEQUE
              THRU 5100-MOSTRA-CHEQUE-FIM
       6100-GRAVA-CHEQUE-FIM.
           EXIT.

      *****NA EMISSAO VAO VALOR, DATA E SITUACAO (ANTIGO EM BRANCO);
      *****NO CANCELAMENTO E NA SUSTACAO SO MUDA A SITUACAO
       7000-GRAVA-JORNAL.
           SET WCA-CHQ-IDX TO WS-IDX-ACHADO.
           MOVE WS-CTA    TO WS-JMD-CHV-CTA.
           MOVE WS-NUMERO TO WS-JMD-CHV-NUM.
           IF WS-OPCAO EQUAL 1
               MOVE WCA-CHQ-VAL(WCA-CHQ-IDX) TO WS-VALOR-MASC
               MOVE 'CHQ-VALOR'       TO WS-JMD-CAMPO
               MOVE SPACES            TO WS-JMD-ANTIGO
               MOVE WS-VALOR-MASC     TO WS-JMD-NOVO
               PERFORM 7100-JORNAL-CAMPO
                  THRU 7100-JORNAL-CAMPO-FIM
               MOVE 'CHQ-DAT-EMISSAO' TO WS-JMD-CAMPO
               MOVE SPACES            TO WS-JMD-ANTIGO
               MOVE WCA-CHQ-DAT(WCA-CHQ-IDX) TO WS-JMD-NOVO
               PERFORM 7100-JORNAL-CAMPO
                  THRU 7100-JORNAL-CAMPO-FIM
           END-IF.
           MOVE 'CHQ-STATUS'     TO WS-JMD-CAMPO.
           MOVE WS-STATUS-ANTIGO TO WS-JMD-ANTIGO.
           MOVE WCA-CHQ-STA(WCA-CHQ-IDX) TO WS-JMD-NOVO.
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

       8000-REGISTRA-LOG.
           MOVE 'I' TO WS-LOG-SEVERIDADE.
           MOVE SPACES TO WS-LOG-MENSAGEM.
