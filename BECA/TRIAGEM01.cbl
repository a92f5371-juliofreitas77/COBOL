      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Varredura noturna da base de clientes nas listas
      * restritivas de sancoes e de pessoas politicamente expostas
      * (LISTAS01, mantida pelo compliance a partir das listas
      * oficiais). Cada titular do Entrada02 e cada cotitular ('S' no
      * Titulares01) de conta nao encerrada passa pela rotina comum
      * TRIALIS, a mesma da abertura no MANUCTA01: documento exato ou
      * nome normalizado. Cada ocorrencia sai no relatorio TRIAGEM01
      * e em SUSPLIS01, no leiaute das ocorrencias do AMLSCREEN01
      * (agencia, conta, data de referencia, ocorrencia e valor zero),
      * que as anexa a lista de suspeitos e abre o caso AML da conta
      * para o compliance. Sem a lista a varredura aborta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIAGEM01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT ENTRADA ASSIGN TO 'ENTRADA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA.

           SELECT ENTRADA02 ASSIGN TO 'ENTRADA02'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA02.

           SELECT TITULARES ASSIGN TO 'TITULARES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-TITULARES.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT RELATORIO ASSIGN TO 'TRIAGEM01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

      *        OCORRENCIAS PARA A LISTA DE SUSPEITOS DO AMLSCREEN01
           SELECT SUSPEITOS ASSIGN TO 'SUSPLIS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-SUSPEITOS.

       DATA DIVISION.
      *
       FILE SECTION.
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

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(84).

       FD SUSPEITOS.
       01 REG-SUSPEITO.
           05 SX-COD-AGENCIA       PIC X(04).
           05 SX-COD-CTA           PIC 9(06).
           05 SX-DAT               PIC 9(08).
           05 SX-OCORRENCIA        PIC X(30).
           05 SX-VAL               PIC 9(09)V99.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-TITULARES     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SUSPEITOS     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.
           05 SW-ENTRADA02         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-02                VALUE 'N'.
               88 SW-FIM-SIM-02                VALUE 'S'.
           05 SW-TITULARES         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-TIT               VALUE 'N'.
               88 SW-FIM-SIM-TIT               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.

      *****AGENCIA E SITUACAO POR CONTA, DO ENTRADA01
       01 WCA-CONTAS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES.
               10 WCA-AG-CTA       PIC X(04) VALUE SPACES.
               10 WCA-STA-CTA      PIC X(01) VALUE SPACES.
                   88 WCA-CTA-ENCERRADA        VALUE 'F'.

      *****COTITULARES DE CONTA CONJUNTA (O PRINCIPAL E O DO E2)
       01 WCA-COTITULARES.
           05 WCA-COT-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-COT-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-COT-IDX.
               10 WCA-COT-CTA      PIC 9(06).
               10 WCA-COT-DOC      PIC X(14).
               10 WCA-COT-NOME     PIC X(25).
       77 WS-QTD-COT-EXCEDENTE     PIC 9(06) VALUE ZEROS.

      *****CHAMADA DA ROTINA COMUM TRIALIS
       01 WS-TRI-DOC               PIC X(14)  VALUE SPACES.
       01 WS-TRI-NOME              PIC X(40)  VALUE SPACES.
       01 WS-TRI-RESULTADO.
           05 WS-TRI-SITUACAO      PIC X(01).
               88 TRI-NA-LISTA                 VALUE 'S'.
               88 TRI-LISTA-INDISPONIVEL       VALUE 'I'.
           05 WS-TRI-TIPO-LISTA    PIC X(01).
               88 TRI-SANCAO                   VALUE 'S'.
           05 WS-TRI-ORIGEM        PIC X(10).
           05 WS-TRI-CRITERIO      PIC X(01).
               88 TRI-POR-DOCUMENTO            VALUE 'D'.
           05 WS-TRI-NOME-LISTA    PIC X(40).
       01 WS-TRI-PAPEL             PIC X(10)  VALUE SPACES.
       01 WS-TIPO-DESC             PIC X(06)  VALUE SPACES.
       01 WS-CRITERIO-DESC         PIC X(09)  VALUE SPACES.

       77 WS-QTD-TRIADOS           PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SANCOES           PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PEP               PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ENCERRADAS        PIC 9(06) VALUE ZEROS.

       01 LINE-DESIGN              PIC X(84)
               VALUES
           '*===========================================================
      -    '=======================*'.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(48) VALUE
               '*   TRIAGEM DA BASE NAS LISTAS DE SANCOES E PEP'.
           05 FILLER               PIC X(04) VALUE ' EM '.
           05 TR-DATA-REF          PIC 9999/99/99.
           05 FILLER               PIC X(22) VALUE
               '                     *'.

       01 WCA-LINHA-TITULAR.
           05 FILLER               PIC X(09) VALUE '     CTA '.
           05 LTI-COD-CTA          PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(04) VALUE ' AG '.
           05 LTI-COD-AGENCIA      PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LTI-PAPEL            PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE ' DOC '.
           05 LTI-NUM-DOC          PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTI-NOM-CLI          PIC X(25) VALUE SPACES.
           05 FILLER               PIC X(04) VALUE SPACES.

       01 WCA-LINHA-LISTA.
           05 FILLER               PIC X(08) VALUE SPACES.
           05 LLI-TIPO             PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LLI-ORIGEM           PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LLI-CRITERIO         PIC X(09) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LLI-NOME-LISTA       PIC X(40) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE SPACES.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(22) VALUE
               '   TITULARES TRIADOS ='.
           05 LT-TRIADOS           PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(12) VALUE '  SANCOES ='.
           05 LT-SANCOES           PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(08) VALUE '  PEP ='.
           05 LT-PEP               PIC ZZZ.ZZ9 VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'TRIAGEM01'.
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
             UNTIL SW-FIM-SIM-02

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
               ACCEPT WCA-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF.

      *****CHAMADA EM BRANCO SO PARA CARREGAR A LISTA: SEM ELA A
      *****VARREDURA NAO TEM VALOR E NAO PODE PASSAR COMO LIMPA
           MOVE SPACES TO WS-TRI-DOC WS-TRI-NOME.
           CALL 'TRIALIS' USING WS-TRI-DOC WS-TRI-NOME
               WS-TRI-RESULTADO.
           IF TRI-LISTA-INDISPONIVEL
               DISPLAY 'TRIAGEM01 - LISTAS01 INDISPONIVEL - '
                       'VARREDURA NAO EXECUTADA'
               MOVE 'E' TO WS-LOG-SEVERIDADE
               MOVE 'LISTAS01 INDISPONIVEL - VARREDURA NAO EXECUTADA'
                  TO WS-LOG-MENSAGEM
               CALL 'LOGOPER' USING WS-LOG-PROGRAMA
                   WS-LOG-SEVERIDADE WS-LOG-MENSAGEM
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1400-CARREGA-CONTAS
              THRU 1400-CARREGA-CONTAS-FIM.
           PERFORM 1500-CARREGA-COTITULARES
              THRU 1500-CARREGA-COTITULARES-FIM.

           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               DISPLAY 'TRIAGEM01 - ENTRADA02 NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO
           OPEN OUTPUT SUSPEITOS.

           MOVE WCA-DATA-REFERENCIA TO TR-DATA-REF.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           SET SW-FIM-NAO-02 TO TRUE.
           PERFORM 1100-LER-ENTRADA02
              THRU 1100-LER-ENTRADA02-FIM.
       1000-INICIO-FIM.
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

       1100-LER-ENTRADA02.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-02 TO TRUE
           END-READ.
           IF NOT SW-FIM-SIM-02
              AND (REG-ENTRADA-02(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA-02(1:3) EQUAL 'TRL')
               GO TO 1100-LER-ENTRADA02
           END-IF.
       1100-LER-ENTRADA02-FIM.
           EXIT.

       1400-CARREGA-CONTAS.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               GO TO 1400-CARREGA-CONTAS-FIM
           END-IF.
           SET SW-FIM-NAO TO TRUE.
           PERFORM 1410-LER-ENTRADA
              THRU 1410-LER-ENTRADA-FIM.
           PERFORM 1420-GUARDA-CONTA
              THRU 1420-GUARDA-CONTA-FIM
             UNTIL SW-FIM-SIM.
           CLOSE ENTRADA.
       1400-CARREGA-CONTAS-FIM.
           EXIT.

       1410-LER-ENTRADA.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
      *****PULA OS REGISTROS DE CONTROLE HDR/TRL DA ENTRADA
           IF NOT SW-FIM-SIM
              AND (REG-ENTRADA(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA(1:3) EQUAL 'TRL')
               GO TO 1410-LER-ENTRADA
           END-IF.
       1410-LER-ENTRADA-FIM.
           EXIT.

       1420-GUARDA-CONTA.
           IF COD-CTA GREATER THAN ZERO
               MOVE COD-AGENCIA TO WCA-AG-CTA(COD-CTA)
               MOVE STA-CTA     TO WCA-STA-CTA(COD-CTA)
           END-IF.
           PERFORM 1410-LER-ENTRADA
              THRU 1410-LER-ENTRADA-FIM.
       1420-GUARDA-CONTA-FIM.
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
               DISPLAY 'TRIAGEM01 - TITULARES01 COM MAIS DE 2000 '
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

      *-----------------------------------------------------------------
      *     UMA CONTA POR VEZ: O TITULAR DO ENTRADA02 E OS COTITULARES
      *-----------------------------------------------------------------
       3000-PROCESSO.
           IF E2-COD-CTA GREATER THAN ZERO
              AND WCA-CTA-ENCERRADA(E2-COD-CTA)
               ADD 1 TO WS-QTD-ENCERRADAS
               GO TO 3000-PROCESSO-PROXIMO
           END-IF.
           MOVE E2-NUM-DOC  TO WS-TRI-DOC.
           MOVE E2-NOM-CLI  TO WS-TRI-NOME.
           MOVE 'TITULAR'   TO WS-TRI-PAPEL.
           PERFORM 3100-TRIA-TITULAR
              THRU 3100-TRIA-TITULAR-FIM.
           PERFORM 3050-TRIA-COTITULAR
              THRU 3050-TRIA-COTITULAR-FIM
              VARYING WCA-COT-IDX FROM 1 BY 1
              UNTIL WCA-COT-IDX GREATER THAN WCA-COT-QTD.
       3000-PROCESSO-PROXIMO.
           PERFORM 1100-LER-ENTRADA02
              THRU 1100-LER-ENTRADA02-FIM.
       3000-PROCESSO-FIM.
           EXIT.

       3050-TRIA-COTITULAR.
           IF WCA-COT-CTA(WCA-COT-IDX) EQUAL E2-COD-CTA
               MOVE WCA-COT-DOC(WCA-COT-IDX)  TO WS-TRI-DOC
               MOVE WCA-COT-NOME(WCA-COT-IDX) TO WS-TRI-NOME
               MOVE 'COTITULAR' TO WS-TRI-PAPEL
               PERFORM 3100-TRIA-TITULAR
                  THRU 3100-TRIA-TITULAR-FIM
           END-IF.
       3050-TRIA-COTITULAR-FIM.
           EXIT.

       3100-TRIA-TITULAR.
           ADD 1 TO WS-QTD-TRIADOS.
           CALL 'TRIALIS' USING WS-TRI-DOC WS-TRI-NOME
               WS-TRI-RESULTADO.
           IF NOT TRI-NA-LISTA
               GO TO 3100-TRIA-TITULAR-FIM
           END-IF.
           IF TRI-SANCAO
               ADD 1 TO WS-QTD-SANCOES
               MOVE 'SANCAO' TO WS-TIPO-DESC
           ELSE
               ADD 1 TO WS-QTD-PEP
               MOVE 'PEP'    TO WS-TIPO-DESC
           END-IF.
           IF TRI-POR-DOCUMENTO
               MOVE 'DOCUMENTO' TO WS-CRITERIO-DESC
           ELSE
               MOVE 'NOME'      TO WS-CRITERIO-DESC
           END-IF.
           PERFORM 3200-APONTA-OCORRENCIA
              THRU 3200-APONTA-OCORRENCIA-FIM.
       3100-TRIA-TITULAR-FIM.
           EXIT.

       3200-APONTA-OCORRENCIA.
           MOVE E2-COD-CTA        TO LTI-COD-CTA.
           MOVE SPACES            TO LTI-COD-AGENCIA.
           IF E2-COD-CTA GREATER THAN ZERO
               MOVE WCA-AG-CTA(E2-COD-CTA) TO LTI-COD-AGENCIA
           END-IF.
           IF LTI-COD-AGENCIA EQUAL SPACES
               MOVE '????' TO LTI-COD-AGENCIA
           END-IF.
           MOVE WS-TRI-PAPEL      TO LTI-PAPEL.
           MOVE WS-TRI-DOC        TO LTI-NUM-DOC.
           MOVE WS-TRI-NOME       TO LTI-NOM-CLI.
           MOVE WCA-LINHA-TITULAR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-TIPO-DESC      TO LLI-TIPO.
           MOVE WS-TRI-ORIGEM     TO LLI-ORIGEM.
           MOVE WS-CRITERIO-DESC  TO LLI-CRITERIO.
           MOVE WS-TRI-NOME-LISTA TO LLI-NOME-LISTA.
           MOVE WCA-LINHA-LISTA   TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *****A CONTA DO TITULAR NA LISTA VIRA OCORRENCIA PARA O CASO
      *****AML (UM CASO POR CONTA E OCORRENCIA NO AMLSCREEN01)
           MOVE SPACES TO REG-SUSPEITO.
           MOVE LTI-COD-AGENCIA     TO SX-COD-AGENCIA.
           MOVE E2-COD-CTA          TO SX-COD-CTA.
           MOVE WCA-DATA-REFERENCIA TO SX-DAT.
           STRING WS-TIPO-DESC     DELIMITED BY SPACE
                  ' '              DELIMITED BY SIZE
                  WS-TRI-ORIGEM    DELIMITED BY '  '
                  ' - '            DELIMITED BY SIZE
                  WS-CRITERIO-DESC DELIMITED BY SPACE
               INTO SX-OCORRENCIA.
           MOVE ZEROS               TO SX-VAL.
           WRITE REG-SUSPEITO.
       3200-APONTA-OCORRENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           MOVE WS-QTD-TRIADOS   TO LT-TRIADOS.
           MOVE WS-QTD-SANCOES   TO LT-SANCOES.
           MOVE WS-QTD-PEP       TO LT-PEP.
           MOVE WCA-LINHA-TOTAL  TO REG-RELATORIO.
           WRITE REG-RELATORIO BEFORE 2 LINES.

           DISPLAY 'TRIAGEM01 - TITULARES TRIADOS: ' WS-QTD-TRIADOS
                   ' SANCOES: ' WS-QTD-SANCOES
                   ' PEP: ' WS-QTD-PEP
           DISPLAY 'TRIAGEM01 - CONTAS ENCERRADAS FORA DA '
                   'VARREDURA: ' WS-QTD-ENCERRADAS
           CLOSE ENTRADA02
           CLOSE RELATORIO
           CLOSE SUSPEITOS.

           MOVE 0 TO WS-RC-FINAL.
           IF WSN-FS-RELATORIO  NOT EQUAL 00     OR
              WSN-FS-SUSPEITOS  NOT EQUAL 00
               DISPLAY 'TRIAGEM01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-QTD-SANCOES GREATER THAN ZERO
              OR WS-QTD-PEP GREATER THAN ZERO
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF.
           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'TRIADOS: ' WS-QTD-TRIADOS
                  ' SANCOES: ' WS-QTD-SANCOES
                  ' PEP: ' WS-QTD-PEP
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM TRIAGEM01.
