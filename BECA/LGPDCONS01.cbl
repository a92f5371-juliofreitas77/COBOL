      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Relatorio do titular de dados (LGPD): dado um
      * documento (CPF/CNPJ), lista num unico relatorio RELLGPD01 todo
      * registro que o referencia nos arquivos mestres e nas geracoes
      * arquivadas. Primeiro procura o documento no cadastro ENTRADA02
      * e na TITULARES01 e guarda as contas em que ele aparece; depois
      * varre os demais mestres pela posicao do documento ou da conta
      * em cada layout (tabela WCA-TABELA-ARQUIVOS) e por fim cada
      * geracao do catalogo CATALOGO01, por texto (documento ou
      * qualquer das contas). Cada secao traz a imagem dos registros
      * encontrados e a quantidade, e a consulta fica registrada no log
      * central via LOGOPER com o usuario que a fez.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDCONS01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT ARQUIVO ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ARQUIVO.

           SELECT CATALOGO ASSIGN TO 'CATALOGO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CATALOGO.

           SELECT RELATORIO ASSIGN TO 'RELLGPD01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

       DATA DIVISION.
      *
       FILE SECTION.
       FD ARQUIVO.
       01 REG-ARQUIVO              PIC X(300).

       FD CATALOGO.
       01 REG-CATALOGO.
           05 CAT-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 CAT-NOME             PIC X(30).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(200).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-ARQUIVO       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CATALOGO      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-ARQUIVO           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-ARQ               VALUE 'N'.
               88 SW-FIM-SIM-ARQ               VALUE 'S'.
           05 SW-CATALOGO          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CAT               VALUE 'N'.
               88 SW-FIM-SIM-CAT               VALUE 'S'.
           05 SW-REFERENCIA        PIC X(01) VALUE 'N'.
               88 REGISTRO-REFERENCIA          VALUE 'S'.
           05 SW-CONTA-ACHADA      PIC X(01) VALUE 'N'.
               88 CONTA-ACHADA                 VALUE 'S'.

       77 WS-USUARIO               PIC X(20) VALUE SPACES.
       77 WS-DOCUMENTO             PIC X(14) VALUE SPACES.
       77 WS-DOC-TAM               PIC 9(02) VALUE ZEROS.
       77 WS-NOME-ARQUIVO          PIC X(30) VALUE SPACES.
       77 WS-CTA-TESTE             PIC X(06) VALUE SPACES.
       77 WS-OCORRENCIAS           PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ARQ               PIC 9(02) VALUE ZEROS.
       77 WS-POS                   PIC 9(03) VALUE ZEROS.

       77 WS-QTD-ARQUIVO           PIC 9(07) VALUE ZEROS.
       77 WS-QTD-TOTAL             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ARQUIVOS-LIDOS    PIC 9(03) VALUE ZEROS.
       77 WS-QTD-GERACOES          PIC 9(03) VALUE ZEROS.

      *****MESTRES QUE REFERENCIAM O TITULAR: NOME DO ARQUIVO, CHAVE
      *****('D' = DOCUMENTO, 'C' = CONTA), POSICAO DA CHAVE NO REGISTRO
      *****E POSICAO DA CONTA A GUARDAR QUANDO O DOCUMENTO E ACHADO
      *****(ZEROS = NAO GUARDA). OS QUE GUARDAM CONTA VEM PRIMEIRO.
      *****PENDLIS01, BLOQUEIOS01, CASOAML01 E SUSPAML01 SAO LISTADOS
      *****MAS TEM RETENCAO PROPRIA (COMPLIANCE E ORDEM JUDICIAL).
       01 WCA-TABELA-ARQUIVOS-V.
           05 FILLER PIC X(19) VALUE 'ENTRADA02   D044001'.
           05 FILLER PIC X(19) VALUE 'TITULARES01 D008001'.
           05 FILLER PIC X(19) VALUE 'ENTRADA01   C001000'.
           05 FILLER PIC X(19) VALUE 'CONTATO01   D001000'.
           05 FILLER PIC X(19) VALUE 'KYCREG01    D001000'.
           05 FILLER PIC X(19) VALUE 'PREFNOT01   D001000'.
           05 FILLER PIC X(19) VALUE 'CCFREG01    D001000'.
           05 FILLER PIC X(19) VALUE 'SCORECLI01  D001000'.
           05 FILLER PIC X(19) VALUE 'PENDLIS01   D017000'.
           05 FILLER PIC X(19) VALUE 'BLOQUEIOS01 D022000'.
           05 FILLER PIC X(19) VALUE 'MAILEXT01   D042000'.
           05 FILLER PIC X(19) VALUE 'CARTEIRA01  C001000'.
           05 FILLER PIC X(19) VALUE 'CONTRATOS01 C008000'.
           05 FILLER PIC X(19) VALUE 'LIMITECHQ01 C001000'.
           05 FILLER PIC X(19) VALUE 'CHEQUES01   C001000'.
           05 FILLER PIC X(19) VALUE 'SUSTCHQ01   C001000'.
           05 FILLER PIC X(19) VALUE 'APLICCDB01  C007000'.
           05 FILLER PIC X(19) VALUE 'AGENDA01    C007000'.
           05 FILLER PIC X(19) VALUE 'BOLETO01    C011000'.
           05 FILLER PIC X(19) VALUE 'TEDCTRL01   C018000'.
           05 FILLER PIC X(19) VALUE 'CONTEST01   C010000'.
           05 FILLER PIC X(19) VALUE 'SALDOMED01  C001000'.
           05 FILLER PIC X(19) VALUE 'CASOAML01   C008000'.
           05 FILLER PIC X(19) VALUE 'SUSPAML01   C005000'.
           05 FILLER PIC X(19) VALUE 'MOVIMENTO01 C001000'.
       01 WCA-TABELA-ARQUIVOS REDEFINES WCA-TABELA-ARQUIVOS-V.
           05 WCA-ARQ OCCURS 25 TIMES.
               10 WCA-ARQ-NOME     PIC X(12).
               10 WCA-ARQ-CHAVE    PIC X(01).
                   88 WCA-ARQ-POR-DOCUMENTO    VALUE 'D'.
                   88 WCA-ARQ-POR-CONTA        VALUE 'C'.
               10 WCA-ARQ-POS      PIC 9(03).
               10 WCA-ARQ-POS-CTA  PIC 9(03).
       01 WCA-ARQ-QTD              PIC 9(02) VALUE 25.

      *****CONTAS EM QUE O DOCUMENTO APARECE (TITULAR OU COTITULAR)
       01 WCA-CONTAS.
           05 WCA-CTA-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-CTA OCCURS 200 TIMES
                      INDEXED BY WCA-CTA-IDX
                                   PIC X(06).
       01 SW-CONTAS-ESTOURO        PIC X(01) VALUE 'N'.
           88 CONTAS-ESTOUROU                  VALUE 'S'.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'LGPDCONS01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.

       01 LINE-DESIGN              PIC X(200) VALUE ALL '='.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(51) VALUE
               '  RELATORIO DO TITULAR DE DADOS (LGPD) - DOCUMENTO '.
           05 LTI-DOCUMENTO        PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE '  EMITIDO EM '.
           05 LTI-DATA             PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(05) VALUE ' POR '.
           05 LTI-USUARIO          PIC X(20) VALUE SPACES.

       01 WCA-LINHA-SECAO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LS-TIPO              PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LS-NOME              PIC X(30) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LS-OBSERVACAO        PIC X(40) VALUE SPACES.

       01 WCA-LINHA-REGISTRO.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 LR-IMAGEM            PIC X(196) VALUE SPACES.

       01 WCA-LINHA-QTD.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 LQ-TEXTO             PIC X(20) VALUE SPACES.
           05 LQ-QTD               PIC Z.ZZZ.ZZ9 VALUE ZEROS.

       01 WCA-LINHA-CONTAS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(22) VALUE
               'CONTAS DO TITULAR   = '.
           05 LC-QTD               PIC ZZ9 VALUE ZEROS.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(26) VALUE
               '  REGISTROS ENCONTRADOS = '.
           05 LT-QTD               PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(15) VALUE '  EM ARQUIVOS: '.
           05 LT-ARQUIVOS          PIC ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(12) VALUE '  GERACOES: '.
           05 LT-GERACOES          PIC ZZ9 VALUE ZEROS.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           DISPLAY 'SEU USUARIO (PARA O REGISTRO)?'
           ACCEPT WS-USUARIO

           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 2000-VARRE-MESTRE
              THRU 2000-VARRE-MESTRE-FIM
               VARYING WS-IDX-ARQ FROM 1 BY 1
               UNTIL WS-IDX-ARQ GREATER THAN WCA-ARQ-QTD

           PERFORM 3000-VARRE-GERACOES
              THRU 3000-VARRE-GERACOES-FIM

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIM

           STOP RUN.
       0000-PRINCIPAL-FIM.

      *-----------------------------------------------------------------
       1000-INICIO.
      *-----------------------------------------------------------------
           DISPLAY 'DOCUMENTO DO TITULAR (CPF/CNPJ)?'
           ACCEPT WS-DOCUMENTO
           IF WS-DOCUMENTO EQUAL SPACES
               DISPLAY 'DOCUMENTO EM BRANCO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO WS-DOC-TAM
           INSPECT WS-DOCUMENTO TALLYING WS-DOC-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE

           OPEN OUTPUT RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-DOCUMENTO TO LTI-DOCUMENTO.
           ACCEPT LTI-DATA FROM DATE YYYYMMDD.
           MOVE WS-USUARIO   TO LTI-USUARIO.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       1000-INICIO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ARQUIVOS MESTRES: COMPARA A CHAVE NA POSICAO DO LAYOUT
      *-----------------------------------------------------------------
       2000-VARRE-MESTRE.
           MOVE WCA-ARQ-NOME(WS-IDX-ARQ) TO WS-NOME-ARQUIVO.
           MOVE ZEROS TO WS-QTD-ARQUIVO.
           MOVE SPACES TO WCA-LINHA-SECAO.
           MOVE 'ARQUIVO' TO LS-TIPO.
           MOVE WS-NOME-ARQUIVO TO LS-NOME.
           IF WCA-ARQ-POR-DOCUMENTO(WS-IDX-ARQ)
               MOVE 'POR DOCUMENTO' TO LS-OBSERVACAO
           ELSE
               MOVE 'POR CONTA DO TITULAR' TO LS-OBSERVACAO
           END-IF.

           OPEN INPUT ARQUIVO.
           IF WSN-FS-ARQUIVO NOT EQUAL ZEROS
               MOVE 'AUSENTE' TO LS-OBSERVACAO
               MOVE WCA-LINHA-SECAO TO REG-RELATORIO
               WRITE REG-RELATORIO BEFORE 2 LINES
               MOVE ZEROS TO WSN-FS-ARQUIVO
               GO TO 2000-VARRE-MESTRE-FIM
           END-IF.
           ADD 1 TO WS-QTD-ARQUIVOS-LIDOS.
           MOVE WCA-LINHA-SECAO TO REG-RELATORIO.
           WRITE REG-RELATORIO BEFORE 2 LINES.

           IF WCA-ARQ-POR-CONTA(WS-IDX-ARQ) AND WCA-CTA-QTD EQUAL ZEROS
               SET SW-FIM-SIM-ARQ TO TRUE
           ELSE
               SET SW-FIM-NAO-ARQ TO TRUE
               PERFORM 2100-LER-ARQUIVO
                  THRU 2100-LER-ARQUIVO-FIM
           END-IF.
           PERFORM 2200-TESTA-MESTRE
              THRU 2200-TESTA-MESTRE-FIM
             UNTIL SW-FIM-SIM-ARQ.
           CLOSE ARQUIVO.
           MOVE ZEROS TO WSN-FS-ARQUIVO.

           PERFORM 2900-QTD-SECAO
              THRU 2900-QTD-SECAO-FIM.
           DISPLAY 'LGPDCONS01 - ' WS-NOME-ARQUIVO(1:12) ' '
                   WS-QTD-ARQUIVO ' REGISTRO(S)'.
       2000-VARRE-MESTRE-FIM.
           EXIT.

       2100-LER-ARQUIVO.
           READ ARQUIVO
               AT END
                   SET SW-FIM-SIM-ARQ TO TRUE
           END-READ.
       2100-LER-ARQUIVO-FIM.
           EXIT.

       2200-TESTA-MESTRE.
           MOVE 'N' TO SW-REFERENCIA.
           MOVE WCA-ARQ-POS(WS-IDX-ARQ) TO WS-POS.
           IF WCA-ARQ-POR-DOCUMENTO(WS-IDX-ARQ)
               IF REG-ARQUIVO(WS-POS:14) EQUAL WS-DOCUMENTO
                   MOVE 'S' TO SW-REFERENCIA
               END-IF
           ELSE
               MOVE REG-ARQUIVO(WS-POS:6) TO WS-CTA-TESTE
               PERFORM 2300-PROCURA-CONTA
                  THRU 2300-PROCURA-CONTA-FIM
               IF CONTA-ACHADA
                   MOVE 'S' TO SW-REFERENCIA
               END-IF
           END-IF.

           IF REGISTRO-REFERENCIA
               PERFORM 2800-LISTA-REGISTRO
                  THRU 2800-LISTA-REGISTRO-FIM
               IF WCA-ARQ-POS-CTA(WS-IDX-ARQ) GREATER THAN ZEROS
                   PERFORM 2400-GUARDA-CONTA
                      THRU 2400-GUARDA-CONTA-FIM
               END-IF
           END-IF.

           PERFORM 2100-LER-ARQUIVO
              THRU 2100-LER-ARQUIVO-FIM.
       2200-TESTA-MESTRE-FIM.
           EXIT.

       2300-PROCURA-CONTA.
           MOVE 'N' TO SW-CONTA-ACHADA.
           IF WCA-CTA-QTD EQUAL ZEROS
               GO TO 2300-PROCURA-CONTA-FIM
           END-IF.
           PERFORM 2310-TESTA-CONTA
              THRU 2310-TESTA-CONTA-FIM
               VARYING WCA-CTA-IDX FROM 1 BY 1
               UNTIL WCA-CTA-IDX GREATER THAN WCA-CTA-QTD
                  OR CONTA-ACHADA.
       2300-PROCURA-CONTA-FIM.
           EXIT.

       2310-TESTA-CONTA.
           IF WCA-CTA(WCA-CTA-IDX) EQUAL WS-CTA-TESTE
               MOVE 'S' TO SW-CONTA-ACHADA
           END-IF.
       2310-TESTA-CONTA-FIM.
           EXIT.

       2400-GUARDA-CONTA.
           MOVE WCA-ARQ-POS-CTA(WS-IDX-ARQ) TO WS-POS.
           MOVE REG-ARQUIVO(WS-POS:6) TO WS-CTA-TESTE.
           PERFORM 2300-PROCURA-CONTA
              THRU 2300-PROCURA-CONTA-FIM.
           IF CONTA-ACHADA
               GO TO 2400-GUARDA-CONTA-FIM
           END-IF.
           IF WCA-CTA-QTD NOT LESS THAN 200
               SET CONTAS-ESTOUROU TO TRUE
               GO TO 2400-GUARDA-CONTA-FIM
           END-IF.
           ADD 1 TO WCA-CTA-QTD.
           MOVE WS-CTA-TESTE TO WCA-CTA(WCA-CTA-QTD).
       2400-GUARDA-CONTA-FIM.
           EXIT.

       2800-LISTA-REGISTRO.
           ADD 1 TO WS-QTD-ARQUIVO.
           ADD 1 TO WS-QTD-TOTAL.
           MOVE REG-ARQUIVO TO LR-IMAGEM.
           MOVE WCA-LINHA-REGISTRO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       2800-LISTA-REGISTRO-FIM.
           EXIT.

       2900-QTD-SECAO.
           IF WS-QTD-ARQUIVO EQUAL ZEROS
               MOVE 'NENHUM REGISTRO'   TO LQ-TEXTO
               MOVE ZEROS               TO LQ-QTD
           ELSE
               MOVE 'REGISTROS ='       TO LQ-TEXTO
               MOVE WS-QTD-ARQUIVO      TO LQ-QTD
           END-IF.
           MOVE WCA-LINHA-QTD TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       2900-QTD-SECAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * GERACOES DO CATALOGO: PROCURA O DOCUMENTO OU AS CONTAS NO TEXTO
      * (OS LAYOUTS DAS GERACOES VARIAM E NEM TODOS TRAZEM DOCUMENTO)
      *-----------------------------------------------------------------
       3000-VARRE-GERACOES.
           MOVE WCA-CTA-QTD TO LC-QTD.
           MOVE WCA-LINHA-CONTAS TO REG-RELATORIO.
           WRITE REG-RELATORIO BEFORE 2 LINES.

           OPEN INPUT CATALOGO.
           IF WSN-FS-CATALOGO NOT EQUAL ZEROS
               DISPLAY 'LGPDCONS01 - CATALOGO01 AUSENTE - SEM GERACOES'
               MOVE ZEROS TO WSN-FS-CATALOGO
               GO TO 3000-VARRE-GERACOES-FIM
           END-IF.
           SET SW-FIM-NAO-CAT TO TRUE.
           PERFORM 3100-LER-CATALOGO
              THRU 3100-LER-CATALOGO-FIM.
           PERFORM 3200-VARRE-GERACAO
              THRU 3200-VARRE-GERACAO-FIM
             UNTIL SW-FIM-SIM-CAT.
           CLOSE CATALOGO.
           MOVE ZEROS TO WSN-FS-CATALOGO.
       3000-VARRE-GERACOES-FIM.
           EXIT.

       3100-LER-CATALOGO.
           READ CATALOGO
               AT END
                   SET SW-FIM-SIM-CAT TO TRUE
           END-READ.
       3100-LER-CATALOGO-FIM.
           EXIT.

       3200-VARRE-GERACAO.
           MOVE CAT-NOME TO WS-NOME-ARQUIVO.
           MOVE ZEROS TO WS-QTD-ARQUIVO.
           MOVE SPACES TO WCA-LINHA-SECAO.
           MOVE 'GERACAO' TO LS-TIPO.
           MOVE WS-NOME-ARQUIVO TO LS-NOME.
           MOVE 'POR TEXTO (DOCUMENTO OU CONTA)' TO LS-OBSERVACAO.

           OPEN INPUT ARQUIVO.
           IF WSN-FS-ARQUIVO NOT EQUAL ZEROS
               MOVE 'AUSENTE (EXPURGADA?)' TO LS-OBSERVACAO
               MOVE WCA-LINHA-SECAO TO REG-RELATORIO
               WRITE REG-RELATORIO BEFORE 2 LINES
               MOVE ZEROS TO WSN-FS-ARQUIVO
               GO TO 3200-PROXIMA
           END-IF.
           ADD 1 TO WS-QTD-GERACOES.
           MOVE WCA-LINHA-SECAO TO REG-RELATORIO.
           WRITE REG-RELATORIO BEFORE 2 LINES.

           SET SW-FIM-NAO-ARQ TO TRUE.
           PERFORM 2100-LER-ARQUIVO
              THRU 2100-LER-ARQUIVO-FIM.
           PERFORM 3300-TESTA-GERACAO
              THRU 3300-TESTA-GERACAO-FIM
             UNTIL SW-FIM-SIM-ARQ.
           CLOSE ARQUIVO.
           MOVE ZEROS TO WSN-FS-ARQUIVO.

           PERFORM 2900-QTD-SECAO
              THRU 2900-QTD-SECAO-FIM.
       3200-PROXIMA.
           PERFORM 3100-LER-CATALOGO
              THRU 3100-LER-CATALOGO-FIM.
       3200-VARRE-GERACAO-FIM.
           EXIT.

       3300-TESTA-GERACAO.
           MOVE ZEROS TO WS-OCORRENCIAS.
           INSPECT REG-ARQUIVO TALLYING WS-OCORRENCIAS
               FOR ALL WS-DOCUMENTO(1:WS-DOC-TAM).
           IF WS-OCORRENCIAS EQUAL ZEROS AND WCA-CTA-QTD GREATER ZEROS
               PERFORM 3310-TESTA-CONTA-TEXTO
                  THRU 3310-TESTA-CONTA-TEXTO-FIM
                   VARYING WCA-CTA-IDX FROM 1 BY 1
                   UNTIL WCA-CTA-IDX GREATER THAN WCA-CTA-QTD
                      OR WS-OCORRENCIAS GREATER THAN ZEROS
           END-IF.
           IF WS-OCORRENCIAS GREATER THAN ZEROS
               PERFORM 2800-LISTA-REGISTRO
                  THRU 2800-LISTA-REGISTRO-FIM
           END-IF.
           PERFORM 2100-LER-ARQUIVO
              THRU 2100-LER-ARQUIVO-FIM.
       3300-TESTA-GERACAO-FIM.
           EXIT.

       3310-TESTA-CONTA-TEXTO.
           INSPECT REG-ARQUIVO TALLYING WS-OCORRENCIAS
               FOR ALL WCA-CTA(WCA-CTA-IDX).
       3310-TESTA-CONTA-TEXTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           MOVE WS-QTD-TOTAL          TO LT-QTD.
           MOVE WS-QTD-ARQUIVOS-LIDOS TO LT-ARQUIVOS.
           MOVE WS-QTD-GERACOES       TO LT-GERACOES.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO BEFORE 2 LINES.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF CONTAS-ESTOUROU
               MOVE '  ATENCAO: MAIS DE 200 CONTAS - LISTA DE CONTAS TRU
      -             'NCADA' TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           CLOSE RELATORIO.

           DISPLAY 'LGPDCONS01 - DOCUMENTO ' WS-DOCUMENTO ': '
                   WS-QTD-TOTAL ' REGISTRO(S) EM ' WCA-CTA-QTD
                   ' CONTA(S) - RELATORIO RELLGPD01'.

           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING WS-USUARIO ' LGPD CONSULTA TITULAR ' WS-DOCUMENTO
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           IF WSN-FS-RELATORIO NOT EQUAL 00
               DISPLAY 'LGPDCONS01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 'E' TO WS-LOG-SEVERIDADE
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
               MOVE 0 TO RETURN-CODE
           END-IF.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM LGPDCONS01.
