      * documento, nome, as contas com os valores do ano e os totais
      * - em vez da reconstrucao manual a partir dos resumos por
      * agencia.
      * Entra tambem o CDB: o rendimento bruto creditado nos resgates
      * (historico RENDIMENTO CDB do MANUCDB01/CDBDIA01) numa linha
      * propria da conta, com o IR retido (IR CDB) somado ao retido, e
      * a posicao em 31/12 - o principal das aplicacoes do APLICCDB01
      * feitas ate o fim do ano e ainda nao resgatadas nele.
      * Conta conjunta (cotitulares 'S' do Titulares01) sai no informe
      * de cada titular, com os valores da conta e a marca CONJUNTA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA02.

           SELECT TITULARES ASSIGN TO 'TITULARES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-TITULARES.

           SELECT INFTRAB ASSIGN TO 'INFTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-INFTRAB.

           SELECT APLICCDB ASSIGN TO 'APLICCDB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-APLICCDB.

           SELECT CLASSIFICA ASSIGN TO 'SORTWK01'.

           SELECT RELATORIO ASSIGN TO 'INFORMEREND01'
       FILE SECTION.
       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).

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
           05 CDB-TAXA-ANO         PIC 9(02)V9(04).
           05 CDB-DAT-APLIC        PIC 9(08).
           05 FILLER               PIC X(57).
           05 CDB-DAT-RESGATE      PIC 9(08).
           05 CDB-STATUS           PIC X(01).
               88 CDB-ATIVA                    VALUE 'A'.

      *****UMA LINHA POR CONTA COM RENDIMENTO NO ANO, CHAVEADA PELO
      *****DOCUMENTO PARA A QUEBRA POR CLIENTE
       FD INFTRAB.
       01 REG-INFTRAB.
           05 IF-NUM-DOC           PIC X(14).
           05 IF-NOM-CLI           PIC X(25).
           05 IF-COD-CTA           PIC 9(06).
           05 IF-JUROS             PIC 9(11)V99.
           05 IF-RETIDO            PIC 9(11)V99.
           05 IF-REND-CDB          PIC 9(11)V99.
           05 IF-POS-CDB           PIC 9(11)V99.
      *****S = CONTA CONJUNTA (MAIS DE UM TITULAR)
           05 IF-CONJUNTA          PIC X(01).

       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(25).
           05 SRT-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(53).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(84).
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-INFTRAB       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-APLICCDB      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-TITULARES     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-MOVIMENTO         PIC X(01) VALUE 'N'.
           05 SW-INFTRAB           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-INF               VALUE 'N'.
               88 SW-FIM-SIM-INF               VALUE 'S'.
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
       77 WS-QTD-COT-CONTA         PIC 9(02) VALUE ZEROS.

       77 WS-ANO-INFORME           PIC 9(04) VALUE ZEROS.
       01 WS-NOME-MOVIMENTO        PIC X(18) VALUE SPACES.
       77 WS-MES                   PIC 9(02) VALUE ZEROS.
       01 WS-ANO-MOVIMENTO         PIC 9(04) VALUE ZEROS.
       01 WS-FIM-ANO               PIC 9(08) VALUE ZEROS.

      *****ACUMULADO DO ANO POR CONTA
       01 WCA-RENDIMENTOS.
           05 WCA-RND-TAB OCCURS 999999 TIMES.
               10 WCA-RND-JUROS    PIC 9(11)V99 VALUE ZEROS.
               10 WCA-RND-RETIDO   PIC 9(11)V99 VALUE ZEROS.
               10 WCA-RND-CDB      PIC 9(11)V99 VALUE ZEROS.
               10 WCA-RND-POS-CDB  PIC 9(11)V99 VALUE ZEROS.

       01 WS-DOC-ANTERIOR          PIC X(14) VALUE SPACES.
       01 WS-TOT-CLI-JUROS         PIC 9(12)V99 VALUE ZEROS.

       01 WCA-LINHA-CONTA.
           05 FILLER               PIC X(08) VALUE '     CTA'.
           05 LC-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(17) VALUE
               '  JUROS POUP R$'.
           05 LC-JUROS             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(16) VALUE
               '  IR/IOF RET R$'.
           05 LC-RETIDO            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LC-CONJUNTA          PIC X(08) VALUE SPACES.

       01 WCA-LINHA-CDB.
           05 FILLER               PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(17) VALUE
               '  REND. CDB   R$'.
           05 LD-REND-CDB          PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(16) VALUE
               '  POS 31/12 R$'.
           05 LD-POS-CDB           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-TOTAL-CLI.
           05 FILLER               PIC X(21) VALUE
               '     TOTAL RENDIM R$'.
           05 LT-JUROS             PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(14) VALUE
               '  RETIDO R$'.
           PERFORM 2100-VARRE-MOVIMENTOS
              THRU 2100-VARRE-MOVIMENTOS-FIM

           PERFORM 2500-POSICAO-CDB
              THRU 2500-POSICAO-CDB-FIM

           PERFORM 3000-CRUZA-CLIENTES
              THRU 3000-CRUZA-CLIENTES-FIM

                   ADD MOV-VAL TO WCA-RND-JUROS(MOV-COD-CTA)
               END-IF
               IF MOV-HIST EQUAL 'IR/IOF INVESTIMENTO'
                  OR MOV-HIST EQUAL 'IR CDB'
                   ADD MOV-VAL TO WCA-RND-RETIDO(MOV-COD-CTA)
               END-IF
               IF MOV-HIST EQUAL 'RENDIMENTO CDB'
                   ADD MOV-VAL TO WCA-RND-CDB(MOV-COD-CTA)
               END-IF
           END-IF.
           PERFORM 2110-LER-MOVIMENTO
              THRU 2110-LER-MOVIMENTO-FIM.
       2200-ACUMULA-MOVIMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     POSICAO EM CDB EM 31/12: PRINCIPAL DAS APLICACOES FEITAS
      *     ATE O FIM DO ANO E NAO RESGATADAS NELE (SEM O ARQUIVO, O
      *     INFORME SAI SEM POSICAO)
      *-----------------------------------------------------------------
       2500-POSICAO-CDB.
           COMPUTE WS-FIM-ANO = WS-ANO-INFORME * 10000 + 1231.
           OPEN INPUT APLICCDB.
           IF WSN-FS-APLICCDB NOT EQUAL ZEROS
               GO TO 2500-POSICAO-CDB-FIM
           END-IF.
           SET SW-FIM-NAO-CDB TO TRUE.
           PERFORM 2510-LER-APLICCDB
              THRU 2510-LER-APLICCDB-FIM.
           PERFORM 2600-ACUMULA-POSICAO
              THRU 2600-ACUMULA-POSICAO-FIM
             UNTIL SW-FIM-SIM-CDB.
           CLOSE APLICCDB.
       2500-POSICAO-CDB-FIM.
           EXIT.

       2510-LER-APLICCDB.
           READ APLICCDB
               AT END
                   SET SW-FIM-SIM-CDB TO TRUE
           END-READ.
       2510-LER-APLICCDB-FIM.
           EXIT.

       2600-ACUMULA-POSICAO.
           IF CDB-COD-CTA GREATER THAN ZERO
              AND CDB-DAT-APLIC NOT GREATER THAN WS-FIM-ANO
              AND (CDB-ATIVA
               OR CDB-DAT-RESGATE GREATER THAN WS-FIM-ANO)
               ADD CDB-PRINCIPAL TO WCA-RND-POS-CDB(CDB-COD-CTA)
           END-IF.
           PERFORM 2510-LER-APLICCDB
              THRU 2510-LER-APLICCDB-FIM.
       2600-ACUMULA-POSICAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CRUZA CADA CONTA COM RENDIMENTO COM O DOCUMENTO E O NOME
      *     DO CADASTRO, NUMA LINHA DE TRABALHO POR CONTA
      *-----------------------------------------------------------------
       3000-CRUZA-CLIENTES.
           PERFORM 3050-CARREGA-COTITULARES
              THRU 3050-CARREGA-COTITULARES-FIM.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               DISPLAY 'INFORME01 - ENTRADA02 NAO ENCONTRADA'
       3000-CRUZA-CLIENTES-FIM.
           EXIT.

      *****COTITULARES DO TITULARES01; SEM O ARQUIVO, TODA CONTA TEM
      *****SO O TITULAR DO ENTRADA02
       3050-CARREGA-COTITULARES.
           OPEN INPUT TITULARES.
           IF WSN-FS-TITULARES NOT EQUAL ZEROS
               GO TO 3050-CARREGA-COTITULARES-FIM
           END-IF.
           SET SW-FIM-NAO-TIT TO TRUE.
           PERFORM 3060-LER-TITULAR
              THRU 3060-LER-TITULAR-FIM.
           PERFORM 3070-GUARDA-COTITULAR
              THRU 3070-GUARDA-COTITULAR-FIM
             UNTIL SW-FIM-SIM-TIT.
           CLOSE TITULARES.
           IF WS-QTD-COT-EXCEDENTE GREATER THAN ZERO
               DISPLAY 'INFORME01 - TITULARES01 COM MAIS DE 2000 '
                       'COTITULARES - ' WS-QTD-COT-EXCEDENTE
                       ' SEM INFORME PROPRIO'
           END-IF.
       3050-CARREGA-COTITULARES-FIM.
           EXIT.

       3060-LER-TITULAR.
           READ TITULARES
               AT END
                   SET SW-FIM-SIM-TIT TO TRUE
           END-READ.
       3060-LER-TITULAR-FIM.
           EXIT.

       3070-GUARDA-COTITULAR.
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
           PERFORM 3060-LER-TITULAR
              THRU 3060-LER-TITULAR-FIM.
       3070-GUARDA-COTITULAR-FIM.
           EXIT.

       3100-LER-ENTRADA02.
           READ ENTRADA02
               AT END
       3200-EXTRAI-CONTA.
           IF E2-COD-CTA GREATER THAN ZERO
              AND (WCA-RND-JUROS(E2-COD-CTA) GREATER THAN ZERO
               OR WCA-RND-RETIDO(E2-COD-CTA) GREATER THAN ZERO
               OR WCA-RND-CDB(E2-COD-CTA) GREATER THAN ZERO
               OR WCA-RND-POS-CDB(E2-COD-CTA) GREATER THAN ZERO)
               MOVE SPACES TO REG-INFTRAB
               MOVE E2-NUM-DOC TO IF-NUM-DOC
               MOVE E2-NOM-CLI TO IF-NOM-CLI
               MOVE E2-COD-CTA TO IF-COD-CTA
               MOVE WCA-RND-JUROS(E2-COD-CTA)  TO IF-JUROS
               MOVE WCA-RND-RETIDO(E2-COD-CTA) TO IF-RETIDO
               MOVE WCA-RND-CDB(E2-COD-CTA)    TO IF-REND-CDB
               MOVE WCA-RND-POS-CDB(E2-COD-CTA) TO IF-POS-CDB
               MOVE ZEROS TO WS-QTD-COT-CONTA
               PERFORM 3210-CONTA-COTITULAR
                  THRU 3210-CONTA-COTITULAR-FIM
                  VARYING WCA-COT-IDX FROM 1 BY 1
                  UNTIL WCA-COT-IDX GREATER THAN WCA-COT-QTD
               IF WS-QTD-COT-CONTA GREATER THAN ZERO
                   MOVE 'S' TO IF-CONJUNTA
               END-IF
               WRITE REG-INFTRAB
      *****CONTA CONJUNTA: O MESMO INFORME DA CONTA PARA CADA COTITULAR
               PERFORM 3220-INFORME-COTITULAR
                  THRU 3220-INFORME-COTITULAR-FIM
                  VARYING WCA-COT-IDX FROM 1 BY 1
                  UNTIL WCA-COT-IDX GREATER THAN WCA-COT-QTD
           END-IF.
           PERFORM 3100-LER-ENTRADA02
              THRU 3100-LER-ENTRADA02-FIM.
       3200-EXTRAI-CONTA-FIM.
           EXIT.

       3210-CONTA-COTITULAR.
           IF WCA-COT-CTA(WCA-COT-IDX) EQUAL E2-COD-CTA
               ADD 1 TO WS-QTD-COT-CONTA
           END-IF.
       3210-CONTA-COTITULAR-FIM.
           EXIT.

       3220-INFORME-COTITULAR.
           IF WCA-COT-CTA(WCA-COT-IDX) EQUAL E2-COD-CTA
               MOVE WCA-COT-DOC(WCA-COT-IDX)  TO IF-NUM-DOC
               MOVE WCA-COT-NOME(WCA-COT-IDX) TO IF-NOM-CLI
               WRITE REG-INFTRAB
           END-IF.
       3220-INFORME-COTITULAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     RECLASSIFICA POR DOCUMENTO E IMPRIME UM INFORME POR
      *     CLIENTE
           MOVE IF-COD-CTA TO LC-COD-CTA.
           MOVE IF-JUROS   TO LC-JUROS.
           MOVE IF-RETIDO  TO LC-RETIDO.
           IF IF-CONJUNTA EQUAL 'S'
               MOVE 'CONJUNTA' TO LC-CONJUNTA
           ELSE
               MOVE SPACES     TO LC-CONJUNTA
           END-IF.
           MOVE WCA-LINHA-CONTA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF IF-REND-CDB GREATER THAN ZERO
              OR IF-POS-CDB GREATER THAN ZERO
               MOVE IF-REND-CDB TO LD-REND-CDB
               MOVE IF-POS-CDB  TO LD-POS-CDB
               MOVE WCA-LINHA-CDB TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
      *****O TOTAL DE RENDIMENTOS SOMA OS JUROS DE POUPANCA E O CDB
           ADD IF-JUROS IF-REND-CDB TO WS-TOT-CLI-JUROS.
           ADD IF-RETIDO TO WS-TOT-CLI-RETIDO.

           PERFORM 4100-LER-INFTRAB
