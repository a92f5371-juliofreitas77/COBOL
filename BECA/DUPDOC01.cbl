      * cada conta do conflito tambem sai como ocorrencia em
      * SUSPAML01 (leiaute das ocorrencias do AMLSCREEN01, que as
      * anexa a lista de suspeitos da propria varredura).
      * Cotitular de conta conjunta (papel 'S' no Titulares01) entra
      * na varredura como mais uma conta do seu documento, com o nome
      * do cadastro de titulares e a cidade da conta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA02.

           SELECT TITULARES ASSIGN TO 'TITULARES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-TITULARES.

           SELECT DOCTRAB ASSIGN TO 'DOCTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-DOCTRAB.
       FILE SECTION.
       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).

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

      *****CADASTRO RECLASSIFICADO POR DOCUMENTO+CONTA
       FD DOCTRAB.
       01 REG-DOCTRAB.
           05 DC-NUM-DOC           PIC X(14).
           05 DC-COD-CTA           PIC 9(06).
           05 DC-NOM-CLI           PIC X(25).
           05 DC-COD-CID           PIC 9(04).

       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-NUM-DOC          PIC X(14).
           05 SRT-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(29).

       FD CONTROLE.
       FD SUSPEITOS.
       01 REG-SUSPEITO.
           05 SX-COD-AGENCIA       PIC X(04).
           05 SX-COD-CTA           PIC 9(06).
           05 SX-DAT               PIC 9(08).
           05 SX-OCORRENCIA        PIC X(30).
           05 SX-VAL               PIC 9(09)V99.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SUSPEITOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-TITULARES     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
           05 SW-DOCTRAB           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-DOC               VALUE 'N'.
               88 SW-FIM-SIM-DOC               VALUE 'S'.
           05 SW-TITULARES         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-TIT               VALUE 'N'.
               88 SW-FIM-SIM-TIT               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.

      *****AGENCIA POR CONTA, PARA A OCORRENCIA DO AML
       01 WCA-AGENCIA-CONTA.
           05 WCA-AG-CTA           PIC X(04) OCCURS 999999 TIMES
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

      *****CONTAS DO DOCUMENTO CORRENTE DA QUEBRA
       01 WCA-GRUPO-DOC.
           05 WCA-GRP-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-GRP-TAB OCCURS 50 TIMES
                          INDEXED BY WCA-GRP-IDX.
               10 WCA-GRP-CTA      PIC 9(06).
               10 WCA-GRP-NOME     PIC X(25).
               10 WCA-GRP-CID      PIC 9(04).
       01 WS-DOC-ANTERIOR          PIC X(14) VALUE SPACES.

       01 WCA-LINHA-CONTA.
           05 FILLER               PIC X(08) VALUE '     CTA'.
           05 LC-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LC-NOM-CLI           PIC X(25) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE '  CID '.

           PERFORM 1400-CARREGA-AGENCIAS
              THRU 1400-CARREGA-AGENCIAS-FIM.
           PERFORM 1500-CARREGA-COTITULARES
              THRU 1500-CARREGA-COTITULARES-FIM.

      *****RECLASSIFICA O CADASTRO POR DOCUMENTO, PARA AS CONTAS DE
      *****UM MESMO DOCUMENTO FICAREM ADJACENTES NA QUEBRA
       1420-GUARDA-AGENCIA-FIM.
           EXIT.

      *****COTITULARES DO TITULARES01; SEM O ARQUIVO, TODA CONTA TEM
      *****SO O TITULAR DO ENTRADA02
       1500-CARREGA-COTITULARES.
           OPEN INPUT TITULARES.
           IF WSN-FS-TITULARES NOT EQUAL ZEROS
               GO TO 1500-CARREGA-COTITULARES-FIM
           END-IF.
           SET SW-FIM-NAO-TIT TO TRUE.
           PERFORM 1510-LER-TITULAR
              THRU 1510-LER-TITULAR-FIM.
           PERFORM 1520-GUARDA-COTITULAR
              THRU 1520-GUARDA-COTITULAR-FIM
             UNTIL SW-FIM-SIM-TIT.
           CLOSE TITULARES.
           IF WS-QTD-COT-EXCEDENTE GREATER THAN ZERO
               DISPLAY 'DUPDOC01 - TITULARES01 COM MAIS DE 2000 '
                       'COTITULARES - ' WS-QTD-COT-EXCEDENTE
                       ' FORA DA VARREDURA'
           END-IF.
       1500-CARREGA-COTITULARES-FIM.
           EXIT.

       1510-LER-TITULAR.
           READ TITULARES
               AT END
                   SET SW-FIM-SIM-TIT TO TRUE
           END-READ.
       1510-LER-TITULAR-FIM.
           EXIT.

       1520-GUARDA-COTITULAR.
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
           PERFORM 1510-LER-TITULAR
              THRU 1510-LER-TITULAR-FIM.
       1520-GUARDA-COTITULAR-FIM.
           EXIT.

       1100-LER-ENTRADA02.
           READ ENTRADA02
               AT END
           MOVE E2-NOM-CLI TO DC-NOM-CLI.
           MOVE E2-COD-CID TO DC-COD-CID.
           WRITE REG-DOCTRAB.
           PERFORM 1160-EXTRAI-COTITULAR
              THRU 1160-EXTRAI-COTITULAR-FIM
              VARYING WCA-COT-IDX FROM 1 BY 1
              UNTIL WCA-COT-IDX GREATER THAN WCA-COT-QTD.
           PERFORM 1100-LER-ENTRADA02
              THRU 1100-LER-ENTRADA02-FIM.
       1150-EXTRAI-DOC-FIM.
           EXIT.

      *****COTITULAR: MAIS UMA CONTA DO SEU DOCUMENTO, NA CIDADE DA
      *****CONTA CONJUNTA
       1160-EXTRAI-COTITULAR.
           IF WCA-COT-CTA(WCA-COT-IDX) EQUAL E2-COD-CTA
               MOVE SPACES     TO REG-DOCTRAB
               MOVE WCA-COT-DOC(WCA-COT-IDX)  TO DC-NUM-DOC
               MOVE E2-COD-CTA TO DC-COD-CTA
               MOVE WCA-COT-NOME(WCA-COT-IDX) TO DC-NOM-CLI
               MOVE E2-COD-CID TO DC-COD-CID
               WRITE REG-DOCTRAB
           END-IF.
       1160-EXTRAI-COTITULAR-FIM.
           EXIT.

       1300-LER-DOCTRAB.
           READ DOCTRAB
               AT END
