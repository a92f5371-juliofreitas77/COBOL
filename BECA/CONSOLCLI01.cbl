      * maquina em CONSOLEXP01 (documento, nome, quantidade de contas
      * e totais por tipo), que e o insumo do motor de segmentacao
      * SEGMCLI01.
      * As aplicacoes em CDB ativas do APLICCDB01 (principal mais o
      * rendimento ja apropriado) entram como uma linha 'CDB' sob a
      * conta corrente a que estao vinculadas, somando na abertura de
      * Investimento; nao contam como conta do cliente.
      * Conta conjunta entra no bloco de cada titular: alem do titular
      * do Entrada02, cada cotitular ('S') do Titulares01 recebe a
      * conta (e o CDB dela) como relacionamento proprio, marcada como
      * COTITULAR, e assim tambem chega ao CONSOLEXP01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA02.

           SELECT TITULARES ASSIGN TO 'TITULARES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-TITULARES.

           SELECT CONTRAB ASSIGN TO 'CONTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTRAB.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

           SELECT APLICCDB ASSIGN TO 'APLICCDB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-APLICCDB.

      *        CONSOLIDADO EM LEIAUTE DE MAQUINA, PARA A SEGMENTACAO
           SELECT EXPORTA ASSIGN TO 'CONSOLEXP01'
               ORGANIZATION IS LINE SEQUENTIAL
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

      *                APLICACOES EM CDB (LEIAUTE DO MANUCDB01)
       FD APLICCDB.
       01 REG-APLICCDB.
           05 CDB-NUMERO           PIC 9(06).
           05 CDB-COD-CTA          PIC 9(06).
           05 CDB-PRINCIPAL        PIC 9(09)V99.
           05 FILLER               PIC X(22).
           05 CDB-RENDIMENTO       PIC 9(09)V99.
           05 FILLER               PIC X(46).
           05 CDB-STATUS           PIC X(01).
               88 CDB-ATIVA                    VALUE 'A'.

      *****CHAVE DO CLIENTE: O DOCUMENTO (CPF/CNPJ) DO CADASTRO, QUE
      *****AGRUPA AS CONTAS DE UM MESMO CLIENTE MESMO QUANDO O NOME
      *****FOI DIGITADO DIFERENTE; O NOME VAI JUNTO PARA EXIBICAO
       01 REG-CONTRAB.
           05 CT-CHAVE-CLI         PIC X(14).
           05 CT-NOM-CLI           PIC X(25).
           05 CT-COD-CTA           PIC 9(06).
           05 CT-TIP-CTA           PIC X(14).
           05 CT-SLD-CTA           PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
      *****P = TITULAR DO ENTRADA02   S = COTITULAR
           05 CT-PAPEL             PIC X(01).

       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-CHAVE-CLI        PIC X(14).
           05 FILLER               PIC X(25).
           05 SRT-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(27).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(84).
           05 WSN-FS-CONTRAB       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-EXPORTA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-APLICCDB      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-TITULARES     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
           05 SW-CONTRAB           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-TRAB              VALUE 'N'.
               88 SW-FIM-SIM-TRAB              VALUE 'S'.
           05 SW-APLICCDB          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CDB               VALUE 'N'.
               88 SW-FIM-SIM-CDB               VALUE 'S'.
           05 SW-TITULARES         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-TIT               VALUE 'N'.
               88 SW-FIM-SIM-TIT               VALUE 'S'.

      *****COTITULARES DE CONTA CONJUNTA (O PRINCIPAL E O DO E2)
       01 WCA-COTITULARES.
           05 WCA-COT-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-COT-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-COT-IDX.
               10 WCA-COT-CTA      PIC 9(06).
               10 WCA-COT-DOC      PIC X(14).
               10 WCA-COT-NOME     PIC X(25).
       77 WS-QTD-COT-EXCEDENTE     PIC 9(06) VALUE ZEROS.

      *****POSICAO EM CDB ATIVA POR CONTA VINCULADA
       01 WCA-POSICOES-CDB.
           05 WCA-POS-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-POS-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-POS-IDX.
               10 WCA-POS-COD-CTA  PIC 9(06).
               10 WCA-POS-VALOR    PIC 9(09)V99.
       77 WS-POS-ACHOU             PIC X(01) VALUE 'N'.

       01 WS-CHAVE-E1              PIC 9(07) VALUE ZEROS.
       01 WS-CHAVE-E2              PIC 9(07) VALUE ZEROS.

       77 WS-QTD-CLIENTES          PIC 9(06) VALUE ZEROS.
       01 WS-CLIENTE-ANTERIOR      PIC X(14) VALUE SPACES.

       01 WCA-LINHA-CONTA.
           05 FILLER               PIC X(08) VALUE '     CTA'.
           05 LC-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LC-TIP-CTA           PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE '  R$ '.
           05 LC-SLD               PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LC-PAPEL             PIC X(09) VALUE SPACES.

       01 WCA-LINHA-ABERTURA.
           05 FILLER               PIC X(13) VALUE '     C/C R$'.
           END-IF.


           PERFORM 1300-CARREGA-CDB
              THRU 1300-CARREGA-CDB-FIM

           PERFORM 1500-CARREGA-COTITULARES
              THRU 1500-CARREGA-COTITULARES-FIM

           PERFORM 1100-LER-ENTRADA
              THRU 1100-LER-ENTRADA-FIM
           PERFORM 1200-LER-ENTRADA-ARQ02
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM TO TRUE
                   MOVE 9999999 TO WS-CHAVE-E1
               NOT AT END
                   MOVE COD-CTA TO WS-CHAVE-E1
           END-READ.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-02 TO TRUE
                   MOVE 9999999 TO WS-CHAVE-E2
               NOT AT END
                   MOVE E2-COD-CTA TO WS-CHAVE-E2
           END-READ.
       1200-LER-ENTRADA-ARQ02-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     SOMA AS APLICACOES EM CDB ATIVAS POR CONTA VINCULADA; SEM
      *     O ARQUIVO, O CONSOLIDADO SAI SEM CDB
      *-----------------------------------------------------------------
       1300-CARREGA-CDB.
           MOVE ZEROS TO WCA-POS-QTD.
           OPEN INPUT APLICCDB.
           IF WSN-FS-APLICCDB NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-APLICCDB
               GO TO 1300-CARREGA-CDB-FIM
           END-IF.
           SET SW-FIM-NAO-CDB TO TRUE.
           PERFORM 1310-LER-APLICCDB
              THRU 1310-LER-APLICCDB-FIM.
           PERFORM 1320-ACUMULA-CDB
              THRU 1320-ACUMULA-CDB-FIM
             UNTIL SW-FIM-SIM-CDB.
           CLOSE APLICCDB.
       1300-CARREGA-CDB-FIM.
           EXIT.

       1310-LER-APLICCDB.
           READ APLICCDB
               AT END
                   SET SW-FIM-SIM-CDB TO TRUE
           END-READ.
       1310-LER-APLICCDB-FIM.
           EXIT.

       1320-ACUMULA-CDB.
           IF CDB-ATIVA
               PERFORM 1330-SOMA-POSICAO
                  THRU 1330-SOMA-POSICAO-FIM
           END-IF.
           PERFORM 1310-LER-APLICCDB
              THRU 1310-LER-APLICCDB-FIM.
       1320-ACUMULA-CDB-FIM.
           EXIT.

       1330-SOMA-POSICAO.
           MOVE CDB-COD-CTA TO WS-CHAVE-E1.
           PERFORM 1400-PROCURA-POSICAO
              THRU 1400-PROCURA-POSICAO-FIM.
           IF WS-POS-ACHOU EQUAL 'N'
               IF WCA-POS-QTD NOT LESS THAN 5000
                   DISPLAY 'CONSOLCLI01 - TABELA DE CDB ESTOUROU'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WCA-POS-QTD
               SET WCA-POS-IDX TO WCA-POS-QTD
               MOVE CDB-COD-CTA TO WCA-POS-COD-CTA(WCA-POS-IDX)
               MOVE ZEROS       TO WCA-POS-VALOR(WCA-POS-IDX)
           END-IF.
           ADD CDB-PRINCIPAL CDB-RENDIMENTO
               TO WCA-POS-VALOR(WCA-POS-IDX).
       1330-SOMA-POSICAO-FIM.
           EXIT.

      *****PROCURA A CONTA DE WS-CHAVE-E1 NA TABELA DE POSICOES; SE
      *****ACHAR, DEIXA WCA-POS-IDX NELA
       1400-PROCURA-POSICAO.
           MOVE 'N' TO WS-POS-ACHOU.
           PERFORM 1410-COMPARA-POSICAO
              THRU 1410-COMPARA-POSICAO-FIM
               VARYING WCA-POS-IDX FROM 1 BY 1
               UNTIL WCA-POS-IDX GREATER THAN WCA-POS-QTD
                  OR WS-POS-ACHOU EQUAL 'S'.
           IF WS-POS-ACHOU EQUAL 'S'
               SET WCA-POS-IDX DOWN BY 1
           END-IF.
       1400-PROCURA-POSICAO-FIM.
           EXIT.

       1410-COMPARA-POSICAO.
           IF WCA-POS-COD-CTA(WCA-POS-IDX) EQUAL WS-CHAVE-E1
               MOVE 'S' TO WS-POS-ACHOU
           END-IF.
       1410-COMPARA-POSICAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     COTITULARES DO TITULARES01; SEM O ARQUIVO, TODA CONTA TEM
      *     SO O TITULAR DO ENTRADA02
      *-----------------------------------------------------------------
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
               DISPLAY 'CONSOLCLI01 - TITULARES01 COM MAIS DE 2000 '
                       'COTITULARES - ' WS-QTD-COT-EXCEDENTE
                       ' FORA DO CONSOLIDADO'
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

      *-----------------------------------------------------------------
       3000-PROCESSO.
      *-----------------------------------------------------------------
               MOVE SPACES     TO REG-CONTRAB
               MOVE E2-NUM-DOC TO CT-CHAVE-CLI
               MOVE E2-NOM-CLI TO CT-NOM-CLI
               MOVE 'P'        TO CT-PAPEL
               PERFORM 3100-GRAVA-RELACAO
                  THRU 3100-GRAVA-RELACAO-FIM
      *****CADA COTITULAR RECEBE A CONTA COMO RELACIONAMENTO PROPRIO
               PERFORM 3200-COTITULAR
                  THRU 3200-COTITULAR-FIM
                  VARYING WCA-COT-IDX FROM 1 BY 1
                  UNTIL WCA-COT-IDX GREATER THAN WCA-COT-QTD
           END-IF.

           IF WS-CHAVE-E1 EQUAL TO WS-CHAVE-E2
       3000-PROCESSO-FIM.
           EXIT.

      *****GRAVA A CONTA PARA O CLIENTE JA POSTO EM CT-CHAVE-CLI
       3100-GRAVA-RELACAO.
           MOVE COD-CTA    TO CT-COD-CTA.
           MOVE TIP-CTA    TO CT-TIP-CTA.
           MOVE SLD-CTA    TO CT-SLD-CTA.
           WRITE REG-CONTRAB.
      *****A POSICAO EM CDB DA CONTA VAI NUMA LINHA PROPRIA DO CLIENTE
           PERFORM 1400-PROCURA-POSICAO
              THRU 1400-PROCURA-POSICAO-FIM.
           IF WS-POS-ACHOU EQUAL 'S'
               MOVE 'CDB' TO CT-TIP-CTA
               MOVE WCA-POS-VALOR(WCA-POS-IDX) TO CT-SLD-CTA
               WRITE REG-CONTRAB
           END-IF.
       3100-GRAVA-RELACAO-FIM.
           EXIT.

       3200-COTITULAR.
           IF WCA-COT-CTA(WCA-COT-IDX) EQUAL COD-CTA
               MOVE WCA-COT-DOC(WCA-COT-IDX)  TO CT-CHAVE-CLI
               MOVE WCA-COT-NOME(WCA-COT-IDX) TO CT-NOM-CLI
               MOVE 'S'                       TO CT-PAPEL
               PERFORM 3100-GRAVA-RELACAO
                  THRU 3100-GRAVA-RELACAO-FIM
           END-IF.
       3200-COTITULAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     RECLASSIFICA POR CLIENTE E IMPRIME UM BLOCO POR CLIENTE
      *-----------------------------------------------------------------
           MOVE CT-COD-CTA TO LC-COD-CTA.
           MOVE CT-TIP-CTA TO LC-TIP-CTA.
           MOVE CT-SLD-CTA TO LC-SLD.
           IF CT-PAPEL EQUAL 'S'
               MOVE 'COTITULAR' TO LC-PAPEL
           ELSE
               MOVE SPACES      TO LC-PAPEL
           END-IF.
           MOVE WCA-LINHA-CONTA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF CT-TIP-CTA NOT EQUAL 'CDB'
               ADD 1      TO WS-QTD-CTAS-CLI
           END-IF.
           ADD CT-SLD-CTA TO WS-TOT-CLI-GERAL.
           EVALUATE TRUE
               WHEN CT-TIP-CTA EQUAL 'Conta Corrente'
