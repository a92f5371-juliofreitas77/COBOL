      * VALIDADOC), encerra, congela ou reativa conta (STA-CTA) e
      * regrava os dois arquivos juntos, com trailer recalculado, para
      * uma conta nunca existir em um arquivo e faltar no outro.
      * Na abertura tambem registra os titulares da conta no arquivo
      * Titulares01 (conta, documento, ordem e papel: 'P' o titular
      * do Entrada02, 'S' ate tres cotitulares de conta conjunta,
      * cada um com o documento validado pelo VALIDADOC); a listagem
      * mostra os cotitulares de cada conta.
      * Antes de gravar a abertura, o principal e cada cotitular passam
      * pela triagem das listas restritivas de sancoes e PEP (rotina
      * TRIALIS: documento exato ou nome normalizado). Titular na
      * lista bloqueia a abertura e vai para PENDLIS01, a fila do
      * compliance (tratada no MANUAML01); so depois de liberado ('L')
      * o documento volta a abrir conta, e o recusado ('R') continua
      * bloqueado. Sem a lista a abertura nao e permitida.
      * Cada abertura e cada mudanca de situacao vai campo a campo,
      * com o usuario e os valores antigo e novo, para o jornal de
      * alteracoes cadastrais JORNALMD01 (rotina comum JORNALMD).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA02.

           SELECT TITULARES ASSIGN TO 'TITULARES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-TITULARES.

      *        ABERTURAS BLOQUEADAS PELA TRIAGEM, AGUARDANDO COMPLIANCE
           SELECT PENDLIS ASSIGN TO 'PENDLIS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-PENDLIS.

       DATA DIVISION.
      *
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

      *                TITULARES POR CONTA (CONTA CONJUNTA)
       FD TITULARES.
       01 REG-TITULAR.
           05 TIT-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 TIT-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 TIT-ORDEM            PIC 9(01).
           05 FILLER               PIC X(01).
           05 TIT-PAPEL            PIC X(01).
               88 TIT-PRINCIPAL                VALUE 'P'.
               88 TIT-SECUNDARIO               VALUE 'S'.
           05 FILLER               PIC X(01).
           05 TIT-NOM-CLI          PIC X(25).

      *                TITULAR NA LISTA RESTRITIVA NA ABERTURA
       FD PENDLIS.
       01 REG-PENDENCIA.
           05 PND-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 PND-HORA             PIC 9(06).
           05 FILLER               PIC X(01).
           05 PND-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 PND-NOM-CLI          PIC X(25).
           05 FILLER               PIC X(01).
           05 PND-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 PND-COD-AGENCIA      PIC X(04).
           05 FILLER               PIC X(01).
           05 PND-TIPO-LISTA       PIC X(01).
           05 FILLER               PIC X(01).
           05 PND-ORIGEM           PIC X(10).
           05 FILLER               PIC X(01).
           05 PND-CRITERIO         PIC X(01).
           05 FILLER               PIC X(01).
           05 PND-NOME-LISTA       PIC X(40).
           05 FILLER               PIC X(01).
      *****P = PENDENTE, L = LIBERADO, R = RECUSADO PELO COMPLIANCE
           05 PND-SITUACAO         PIC X(01).
               88 PND-PENDENTE                 VALUE 'P'.
               88 PND-LIBERADO                 VALUE 'L'.
               88 PND-RECUSADO                 VALUE 'R'.
           05 FILLER               PIC X(01).
           05 PND-DAT-DECISAO      PIC 9(08).
           05 FILLER               PIC X(01).
           05 PND-USUARIO          PIC X(20).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-TITULARES     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-PENDLIS       PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
           05 SW-ENTRADA02         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-02                VALUE 'N'.
               88 SW-FIM-SIM-02                VALUE 'S'.
           05 SW-TITULARES         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-TIT               VALUE 'N'.
               88 SW-FIM-SIM-TIT               VALUE 'S'.
           05 SW-PENDLIS           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-PND               VALUE 'N'.
               88 SW-FIM-SIM-PND               VALUE 'S'.

      *****CADASTRO CARREGADO EM MEMORIA PARA A MANUTENCAO E A
      *****REGRAVACAO (MESMO ESQUEMA DO MANUSU01); OS CONTROLES
      *****HDR DE CADA ARQUIVO SAO PRESERVADOS E O TRAILER SAI
      *****RECALCULADO NAS CONVENCOES DA CRITICA
       01 WCA-CADASTRO.
           05 WCA-CTA-QTD          PIC 9(06) VALUE ZEROS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES
                          INDEXED BY WCA-CTA-IDX.
               10 WCA-CTA-COD      PIC 9(06).
               10 WCA-CTA-AGENCIA  PIC X(04).
               10 WCA-CTA-TIPO     PIC X(14).
               10 WCA-CTA-MOEDA    PIC X(03).
               10 WCA-CTA-DAT-INI  PIC 9(08).
               10 WCA-CTA-DOC      PIC X(14).

      *****COTITULARES JA REGISTRADOS, PARA A LISTAGEM
       01 WCA-COTITULARES.
           05 WCA-COT-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-COT-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-COT-IDX.
               10 WCA-COT-CTA      PIC 9(06).
               10 WCA-COT-DOC      PIC X(14).
               10 WCA-COT-NOME     PIC X(25).

      *****COTITULARES DIGITADOS NA ABERTURA (ORDEM 2 A 4)
       01 WCA-NOVOS-TITULARES.
           05 WCA-NOV-TAB OCCURS 3 TIMES.
               10 WCA-NOV-DOC      PIC X(14).
               10 WCA-NOV-NOME     PIC X(25).
       77 WS-QTD-COTITULARES       PIC 9(01) VALUE ZERO.
       77 WS-IND-TIT               PIC 9(01) VALUE ZERO.
       77 WS-IND-CMP               PIC 9(01) VALUE ZERO.
       77 WS-DOC-PRINCIPAL         PIC X(14) VALUE SPACES.

       01 WS-HEADER-E1             PIC X(40) VALUE SPACES.
       01 WS-HEADER-E2             PIC X(57) VALUE SPACES.
       01 SW-TEM-HEADER-E1         PIC X(01) VALUE 'N'.
           88 TEM-HEADER-E1                    VALUE 'S'.
       01 SW-TEM-HEADER-E2         PIC X(01) VALUE 'N'.
       01 WS-HASH-E2               PIC S9(11)V99 VALUE ZEROS.

       77 WS-OPCAO                 PIC 9(01) VALUE ZERO.
       77 WS-CTA                   PIC 9(06) VALUE ZEROS.
       77 WS-AGENCIA               PIC X(04) VALUE SPACES.
       77 WS-TIPO-OPCAO            PIC 9(01) VALUE ZERO.
       77 WS-TIPO                  PIC X(14) VALUE SPACES.
       77 WS-DOCUMENTO             PIC X(14) VALUE SPACES.
       77 WS-CTA-ACHOU             PIC X(01) VALUE 'N'.
           88 CONTA-ACHADA             VALUE 'S'.
       77 WS-IDX-ACHADO            PIC 9(06) VALUE ZEROS.
       77 WS-STATUS-ANTIGO         PIC X(01) VALUE SPACES.
       77 WS-USUARIO               PIC X(20) VALUE SPACES.

      *****JORNAL DE ALTERACOES CADASTRAIS (ROTINA COMUM JORNALMD)
       01 WS-JMD-ARQUIVO           PIC X(12) VALUE SPACES.
       01 WS-JMD-CHAVE             PIC X(20) VALUE SPACES.
       01 WS-JMD-CAMPO             PIC X(20) VALUE SPACES.
       01 WS-JMD-ANTIGO            PIC X(40) VALUE SPACES.
       01 WS-JMD-NOVO              PIC X(40) VALUE SPACES.

      *****CAMPOS PARA A VALIDACAO DA DATA DE ABERTURA (MESMAS REGRAS
      *****DA CRITICA01: BISSEXTO VIA ANOBISSEXTO, DIAS POR MES)
      *****CHAMADA DA ROTINA COMUM VALIDACTA (DV DA CONTA)
       77 WS-DV-CONTA              PIC X(01)  VALUE SPACES.
       01 WS-TIPO-VALIDACAO        PIC 9(01)  VALUE 1.
       01 WS-CONTA-DV              PIC X(07)  VALUE SPACES.
       01 WS-CTA-VALIDA            PIC X(01)  VALUE 'N'.
           88 CONTA-EH-VALIDA                  VALUE 'S'.
       01 WS-CTA-MOTIVO            PIC X(17)  VALUE SPACES.
           88 WS-DOC-EH-VALIDO                VALUE 'S'.
       01 WS-DOC-MOTIVO            PIC X(17)  VALUE SPACES.

      *****TRIAGEM NAS LISTAS RESTRITIVAS VIA TRIALIS
       01 WS-TRI-DOC               PIC X(14)  VALUE SPACES.
       01 WS-TRI-NOME              PIC X(40)  VALUE SPACES.
       01 WS-TRI-RESULTADO.
           05 WS-TRI-SITUACAO      PIC X(01).
               88 TRI-SEM-OCORRENCIA           VALUE 'N'.
               88 TRI-NA-LISTA                 VALUE 'S'.
               88 TRI-LISTA-INDISPONIVEL       VALUE 'I'.
           05 WS-TRI-TIPO-LISTA    PIC X(01).
               88 TRI-SANCAO                   VALUE 'S'.
           05 WS-TRI-ORIGEM        PIC X(10).
           05 WS-TRI-CRITERIO      PIC X(01).
               88 TRI-POR-DOCUMENTO            VALUE 'D'.
           05 WS-TRI-NOME-LISTA    PIC X(40).
       01 WS-ABERTURA-BLOQ         PIC X(01)  VALUE 'N'.
           88 ABERTURA-BLOQUEADA               VALUE 'S'.
      *****ULTIMA SITUACAO DO DOCUMENTO NA FILA DO COMPLIANCE
       01 WS-PND-SIT-DOC           PIC X(01)  VALUE SPACES.
           88 DOC-SEM-PENDENCIA                VALUE SPACES.
           88 DOC-PENDENTE                     VALUE 'P'.
           88 DOC-LIBERADO                     VALUE 'L'.
           88 DOC-RECUSADO                     VALUE 'R'.
       01 WS-DATA-HOJE             PIC 9(08)  VALUE ZEROS.
       01 WS-HORA                  PIC 9(08)  VALUE ZEROS.
       01 WS-HORA-R REDEFINES WS-HORA.
           05 WS-HORA-HMS          PIC 9(06).
           05 FILLER               PIC 9(02).

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'MANUCTA01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           DISPLAY 'SEU USUARIO (PARA O JORNAL)?'
           ACCEPT WS-USUARIO

           PERFORM 1000-CARREGA-CADASTRO
              THRU 1000-CARREGA-CADASTRO-FIM

               PERFORM 6000-REGRAVA-CADASTRO
                  THRU 6000-REGRAVA-CADASTRO-FIM
           END-IF
           IF WS-OPCAO EQUAL 1
               PERFORM 6500-GRAVA-TITULARES
                  THRU 6500-GRAVA-TITULARES-FIM
           END-IF
           IF WS-OPCAO LESS THAN 5
               PERFORM 7000-GRAVA-JORNAL
                  THRU 7000-GRAVA-JORNAL-FIM
           END-IF

           MOVE 0 TO RETURN-CODE
           STOP RUN.
              THRU 1250-GUARDA-E2-FIM
             UNTIL SW-FIM-SIM-02.
           CLOSE ENTRADA02.

           PERFORM 1400-CARREGA-COTITULARES
              THRU 1400-CARREGA-COTITULARES-FIM.
       1000-CARREGA-CADASTRO-FIM.
           EXIT.

       1100-LER-ENTRADA-FIM.
           EXIT.

      *****A TABELA COBRE TODO O ESPACO DE CONTAS (999999); SE AINDA
      *****ASSIM ESTOURAR, O ARQUIVO ESTA CORROMPIDO E A MANUTENCAO
      *****ABORTA EM VEZ DE REGRAVAR UM CADASTRO TRUNCADO
       1150-GUARDA-E1.
           IF WCA-CTA-QTD NOT LESS THAN 999999
               DISPLAY 'MANUCTA01 - ENTRADA01 COM MAIS DE 999999 '
                       'CONTAS - ABORTADO PARA NAO REGRAVAR '
                       'CADASTRO TRUNCADO'
               MOVE 1 TO RETURN-CODE
       1310-TESTA-CONTA-FIM.
           EXIT.

      *****SO OS COTITULARES ('S') FICAM NA TABELA: O TITULAR
      *****PRINCIPAL E O DO ENTRADA02
       1400-CARREGA-COTITULARES.
           OPEN INPUT TITULARES.
           IF WSN-FS-TITULARES NOT EQUAL ZEROS
               GO TO 1400-CARREGA-COTITULARES-FIM
           END-IF.
           SET SW-FIM-NAO-TIT TO TRUE.
           PERFORM 1410-LER-TITULAR
              THRU 1410-LER-TITULAR-FIM.
           PERFORM 1420-GUARDA-COTITULAR
              THRU 1420-GUARDA-COTITULAR-FIM
             UNTIL SW-FIM-SIM-TIT.
           CLOSE TITULARES.
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
              AND WCA-COT-QTD LESS THAN 2000
               ADD 1 TO WCA-COT-QTD
               SET WCA-COT-IDX TO WCA-COT-QTD
               MOVE TIT-COD-CTA TO WCA-COT-CTA(WCA-COT-IDX)
               MOVE TIT-NUM-DOC TO WCA-COT-DOC(WCA-COT-IDX)
               MOVE TIT-NOM-CLI TO WCA-COT-NOME(WCA-COT-IDX)
           END-IF.
           PERFORM 1410-LER-TITULAR
              THRU 1410-LER-TITULAR-FIM.
       1420-GUARDA-COTITULAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     ABERTURA DE CONTA, COM CADA CAMPO VALIDADO NA DIGITACAO
      *-----------------------------------------------------------------
           DISPLAY 'DIGITO VERIFICADOR DA CONTA?'
           ACCEPT WS-DV-CONTA
           MOVE SPACES TO WS-CONTA-DV
           MOVE WS-CTA     TO WS-CONTA-DV(1:6)
           MOVE WS-DV-CONTA TO WS-CONTA-DV(7:1)
           CALL 'VALIDACTA' USING WS-TIPO-VALIDACAO WS-CONTA-DV
               WS-CTA-VALIDA WS-CTA-MOTIVO
           IF NOT CONTA-EH-VALIDA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WCA-CTA-QTD NOT LESS THAN 999999
               DISPLAY 'CADASTRO CHEIO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
               STOP RUN
           END-IF

      *****CONTA CONJUNTA: ATE TRES COTITULARES ALEM DO PRINCIPAL
           DISPLAY 'QUANTIDADE DE COTITULARES (0 A 3)?'
           ACCEPT WS-QTD-COTITULARES
           IF WS-QTD-COTITULARES GREATER THAN 3
               DISPLAY 'NO MAXIMO TRES COTITULARES'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-LE-COTITULAR
              THRU 2100-LE-COTITULAR-FIM
              VARYING WS-IND-TIT FROM 1 BY 1
              UNTIL WS-IND-TIT GREATER THAN WS-QTD-COTITULARES

      *****TRIAGEM DE TODOS OS TITULARES ANTES DE GRAVAR QUALQUER
      *****ARQUIVO: UM SO NA LISTA BLOQUEIA A CONTA INTEIRA
           MOVE 'N' TO WS-ABERTURA-BLOQ
           MOVE WS-DOCUMENTO TO WS-TRI-DOC
           MOVE WS-NOME      TO WS-TRI-NOME
           PERFORM 2200-TRIAGEM-LISTAS
              THRU 2200-TRIAGEM-LISTAS-FIM
           PERFORM 2210-TRIAGEM-COTITULAR
              THRU 2210-TRIAGEM-COTITULAR-FIM
              VARYING WS-IND-TIT FROM 1 BY 1
              UNTIL WS-IND-TIT GREATER THAN WS-QTD-COTITULARES
           IF ABERTURA-BLOQUEADA
               DISPLAY 'ABERTURA BLOQUEADA - PENDENTE DE COMPLIANCE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WCA-CTA-QTD
           SET WCA-CTA-IDX TO WCA-CTA-QTD
           MOVE WS-CTA       TO WCA-CTA-COD(WCA-CTA-IDX)
       2000-ABRIR-FIM.
           EXIT.

      *****CADA COTITULAR COM NOME E DOCUMENTO VALIDO, DIFERENTE DO
      *****PRINCIPAL E DOS COTITULARES JA DIGITADOS
       2100-LE-COTITULAR.
           DISPLAY 'NOME DO COTITULAR ' WS-IND-TIT '?'
           ACCEPT WCA-NOV-NOME(WS-IND-TIT)
           IF WCA-NOV-NOME(WS-IND-TIT) EQUAL SPACES
               DISPLAY 'NOME EM BRANCO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'DOCUMENTO DO COTITULAR ' WS-IND-TIT
                   ' (CPF 11 POSICOES / CNPJ 14)?'
           ACCEPT WCA-NOV-DOC(WS-IND-TIT)
           MOVE WS-DOCUMENTO TO WS-DOC-PRINCIPAL
           MOVE WCA-NOV-DOC(WS-IND-TIT) TO WS-DOCUMENTO
           PERFORM 4200-VALIDA-DOCUMENTO
              THRU 4200-VALIDA-DOCUMENTO-FIM
           MOVE WS-DOC-PRINCIPAL TO WS-DOCUMENTO
           IF NOT WS-DOC-EH-VALIDO
               DISPLAY 'DOCUMENTO INVALIDO: ' WS-DOC-MOTIVO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WCA-NOV-DOC(WS-IND-TIT) EQUAL WS-DOCUMENTO
               DISPLAY 'COTITULAR COM O DOCUMENTO DO PRINCIPAL'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2110-COMPARA-COTITULAR
              THRU 2110-COMPARA-COTITULAR-FIM
              VARYING WS-IND-CMP FROM 1 BY 1
              UNTIL WS-IND-CMP NOT LESS THAN WS-IND-TIT.
       2100-LE-COTITULAR-FIM.
           EXIT.

       2110-COMPARA-COTITULAR.
           IF WCA-NOV-DOC(WS-IND-CMP) EQUAL WCA-NOV-DOC(WS-IND-TIT)
               DISPLAY 'COTITULAR REPETIDO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       2110-COMPARA-COTITULAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     TRIAGEM DE UM TITULAR (WS-TRI-DOC/WS-TRI-NOME) NAS LISTAS
      *     DE SANCOES E PEP. OCORRENCIA SEM LIBERACAO DO COMPLIANCE
      *     BLOQUEIA A ABERTURA E ENTRA NA FILA PENDLIS01
      *-----------------------------------------------------------------
       2200-TRIAGEM-LISTAS.
           CALL 'TRIALIS' USING WS-TRI-DOC WS-TRI-NOME
               WS-TRI-RESULTADO.
           IF TRI-SEM-OCORRENCIA
               GO TO 2200-TRIAGEM-LISTAS-FIM
           END-IF.
           MOVE 'A' TO WS-LOG-SEVERIDADE.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           IF TRI-LISTA-INDISPONIVEL
               MOVE 'S' TO WS-ABERTURA-BLOQ
               DISPLAY 'TRIAGEM DE LISTAS INDISPONIVEL (LISTAS01) - '
                       'ABERTURA NAO PERMITIDA'
               STRING 'TRIAGEM INDISPONIVEL CTA ' WS-CTA
                      ' DOC ' WS-TRI-DOC
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
               CALL 'LOGOPER' USING WS-LOG-PROGRAMA
                   WS-LOG-SEVERIDADE WS-LOG-MENSAGEM
               GO TO 2200-TRIAGEM-LISTAS-FIM
           END-IF.

           IF TRI-SANCAO
               DISPLAY 'TITULAR ' WS-TRI-DOC ' NA LISTA DE SANCOES '
                       WS-TRI-ORIGEM
           ELSE
               DISPLAY 'TITULAR ' WS-TRI-DOC ' NA LISTA DE PEP '
                       WS-TRI-ORIGEM
           END-IF.
           IF TRI-POR-DOCUMENTO
               DISPLAY '  PELO DOCUMENTO: ' WS-TRI-NOME-LISTA
           ELSE
               DISPLAY '  PELO NOME: ' WS-TRI-NOME-LISTA
           END-IF.

           PERFORM 2220-SITUACAO-PENDENCIA
              THRU 2220-SITUACAO-PENDENCIA-FIM.
           EVALUATE TRUE
               WHEN DOC-LIBERADO
                   DISPLAY '  LIBERADO PELO COMPLIANCE'
               WHEN DOC-RECUSADO
                   DISPLAY '  RECUSADO PELO COMPLIANCE'
                   MOVE 'S' TO WS-ABERTURA-BLOQ
               WHEN DOC-PENDENTE
                   DISPLAY '  JA AGUARDA DECISAO DO COMPLIANCE'
                   MOVE 'S' TO WS-ABERTURA-BLOQ
               WHEN OTHER
                   MOVE 'S' TO WS-ABERTURA-BLOQ
                   PERFORM 2250-GRAVA-PENDENCIA
                      THRU 2250-GRAVA-PENDENCIA-FIM
                   MOVE 'P' TO WS-PND-SIT-DOC
                   DISPLAY '  ENVIADO PARA DECISAO DO COMPLIANCE'
           END-EVALUATE.

           STRING 'LISTA ' WS-TRI-TIPO-LISTA ' ' WS-TRI-ORIGEM
                  ' DOC ' WS-TRI-DOC ' CTA ' WS-CTA
                  ' SIT ' WS-PND-SIT-DOC
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       2200-TRIAGEM-LISTAS-FIM.
           EXIT.

       2210-TRIAGEM-COTITULAR.
           MOVE WCA-NOV-DOC(WS-IND-TIT)  TO WS-TRI-DOC.
           MOVE WCA-NOV-NOME(WS-IND-TIT) TO WS-TRI-NOME.
           PERFORM 2200-TRIAGEM-LISTAS
              THRU 2200-TRIAGEM-LISTAS-FIM.
       2210-TRIAGEM-COTITULAR-FIM.
           EXIT.

      *****A ULTIMA DECISAO REGISTRADA PARA O DOCUMENTO E A QUE VALE
       2220-SITUACAO-PENDENCIA.
           MOVE SPACES TO WS-PND-SIT-DOC.
           OPEN INPUT PENDLIS.
           IF WSN-FS-PENDLIS NOT EQUAL ZEROS
               GO TO 2220-SITUACAO-PENDENCIA-FIM
           END-IF.
           SET SW-FIM-NAO-PND TO TRUE.
           PERFORM 2230-LER-PENDENCIA
              THRU 2230-LER-PENDENCIA-FIM.
           PERFORM 2240-TESTA-PENDENCIA
              THRU 2240-TESTA-PENDENCIA-FIM
             UNTIL SW-FIM-SIM-PND.
           CLOSE PENDLIS.
       2220-SITUACAO-PENDENCIA-FIM.
           EXIT.

       2230-LER-PENDENCIA.
           READ PENDLIS
               AT END
                   SET SW-FIM-SIM-PND TO TRUE
           END-READ.
       2230-LER-PENDENCIA-FIM.
           EXIT.

       2240-TESTA-PENDENCIA.
           IF PND-NUM-DOC EQUAL WS-TRI-DOC
               MOVE PND-SITUACAO TO WS-PND-SIT-DOC
           END-IF.
           PERFORM 2230-LER-PENDENCIA
              THRU 2230-LER-PENDENCIA-FIM.
       2240-TESTA-PENDENCIA-FIM.
           EXIT.

       2250-GRAVA-PENDENCIA.
           OPEN EXTEND PENDLIS.
           IF WSN-FS-PENDLIS NOT EQUAL ZEROS
               OPEN OUTPUT PENDLIS
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES            TO REG-PENDENCIA.
           MOVE WS-DATA-HOJE      TO PND-DATA.
           MOVE WS-HORA-HMS       TO PND-HORA.
           MOVE WS-TRI-DOC        TO PND-NUM-DOC.
           MOVE WS-TRI-NOME       TO PND-NOM-CLI.
           MOVE WS-CTA            TO PND-COD-CTA.
           MOVE WS-AGENCIA        TO PND-COD-AGENCIA.
           MOVE WS-TRI-TIPO-LISTA TO PND-TIPO-LISTA.
           MOVE WS-TRI-ORIGEM     TO PND-ORIGEM.
           MOVE WS-TRI-CRITERIO   TO PND-CRITERIO.
           MOVE WS-TRI-NOME-LISTA TO PND-NOME-LISTA.
           SET PND-PENDENTE       TO TRUE.
           MOVE ZEROS             TO PND-DAT-DECISAO.
           WRITE REG-PENDENCIA.
           CLOSE PENDLIS.
       2250-GRAVA-PENDENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     ENCERRAR (F), CONGELAR (C) OU REATIVAR (A) UMA CONTA
      *-----------------------------------------------------------------
               STOP RUN
           END-IF
           SET WCA-CTA-IDX TO WS-IDX-ACHADO
           MOVE WCA-CTA-STATUS(WCA-CTA-IDX) TO WS-STATUS-ANTIGO
           EVALUATE WS-OPCAO
               WHEN 2
                   MOVE 'F' TO WCA-CTA-STATUS(WCA-CTA-IDX)
                   WCA-CTA-TIPO(WCA-CTA-IDX) ' '
                   WCA-CTA-STATUS(WCA-CTA-IDX) ' '
                   WCA-CTA-NOME(WCA-CTA-IDX).
           PERFORM 5200-MOSTRA-COTITULAR
              THRU 5200-MOSTRA-COTITULAR-FIM
              VARYING WCA-COT-IDX FROM 1 BY 1
              UNTIL WCA-COT-IDX GREATER THAN WCA-COT-QTD.
       5100-MOSTRA-CONTA-FIM.
           EXIT.

       5200-MOSTRA-COTITULAR.
           IF WCA-COT-CTA(WCA-COT-IDX) EQUAL WCA-CTA-COD(WCA-CTA-IDX)
               DISPLAY '       COTITULAR ' WCA-COT-DOC(WCA-COT-IDX)
                       ' ' WCA-COT-NOME(WCA-COT-IDX)
           END-IF.
       5200-MOSTRA-COTITULAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     REGRAVACAO CONSISTENTE DOS DOIS ARQUIVOS: HEADER
      *     PRESERVADO, UM REGISTRO POR CONTA EM CADA ARQUIVO E
       6100-GRAVA-CONTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     TITULARES DA CONTA ABERTA: O PRINCIPAL (ORDEM 1) E OS
      *     COTITULARES (ORDEM 2 EM DIANTE), ACRESCENTADOS AO ARQUIVO
      *-----------------------------------------------------------------
       6500-GRAVA-TITULARES.
           OPEN EXTEND TITULARES.
           IF WSN-FS-TITULARES NOT EQUAL ZEROS
               OPEN OUTPUT TITULARES
           END-IF.
           MOVE SPACES       TO REG-TITULAR.
           MOVE WS-CTA       TO TIT-COD-CTA.
           MOVE WS-DOCUMENTO TO TIT-NUM-DOC.
           MOVE 1            TO TIT-ORDEM.
           SET TIT-PRINCIPAL TO TRUE.
           MOVE WS-NOME      TO TIT-NOM-CLI.
           WRITE REG-TITULAR.
           PERFORM 6510-GRAVA-COTITULAR
              THRU 6510-GRAVA-COTITULAR-FIM
              VARYING WS-IND-TIT FROM 1 BY 1
              UNTIL WS-IND-TIT GREATER THAN WS-QTD-COTITULARES.
           CLOSE TITULARES.
       6500-GRAVA-TITULARES-FIM.
           EXIT.

       6510-GRAVA-COTITULAR.
           MOVE SPACES                  TO REG-TITULAR.
           MOVE WS-CTA                  TO TIT-COD-CTA.
           MOVE WCA-NOV-DOC(WS-IND-TIT) TO TIT-NUM-DOC.
           COMPUTE TIT-ORDEM = WS-IND-TIT + 1.
           SET TIT-SECUNDARIO           TO TRUE.
           MOVE WCA-NOV-NOME(WS-IND-TIT) TO TIT-NOM-CLI.
           WRITE REG-TITULAR.
       6510-GRAVA-COTITULAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     JORNAL DE ALTERACOES CADASTRAIS, DEPOIS DA REGRAVACAO: NA
      *     ABERTURA, CADA CAMPO DA CONTA NOVA E OS COTITULARES; NA
      *     MUDANCA DE SITUACAO, O STA-CTA ANTIGO E O NOVO
      *-----------------------------------------------------------------
       7000-GRAVA-JORNAL.
           MOVE WS-CTA TO WS-JMD-CHAVE.
           MOVE SPACES TO WS-JMD-ANTIGO.
           MOVE 'ENTRADA01' TO WS-JMD-ARQUIVO.
           IF WS-OPCAO NOT EQUAL 1
               MOVE 'STA-CTA'        TO WS-JMD-CAMPO
               MOVE WS-STATUS-ANTIGO TO WS-JMD-ANTIGO
               MOVE WCA-CTA-STATUS(WS-IDX-ACHADO) TO WS-JMD-NOVO
               PERFORM 7100-JORNAL-CAMPO
                  THRU 7100-JORNAL-CAMPO-FIM
               GO TO 7000-GRAVA-JORNAL-FIM
           END-IF.

           MOVE 'COD-AGENCIA' TO WS-JMD-CAMPO.
           MOVE WS-AGENCIA    TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
           MOVE 'TIP-CTA'     TO WS-JMD-CAMPO.
           MOVE WS-TIPO       TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
           MOVE 'COD-MOEDA'   TO WS-JMD-CAMPO.
           MOVE WS-MOEDA      TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
           MOVE 'STA-CTA'     TO WS-JMD-CAMPO.
           MOVE 'A'           TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.

           MOVE 'ENTRADA02'   TO WS-JMD-ARQUIVO.
           MOVE 'E2-NOM-CLI'  TO WS-JMD-CAMPO.
           MOVE WS-NOME       TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
           MOVE 'E2-COD-CID'  TO WS-JMD-CAMPO.
           MOVE WS-CIDADE     TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
           MOVE 'E2-DAT-INI'  TO WS-JMD-CAMPO.
           MOVE WS-DAT-INI    TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
           MOVE 'E2-NUM-DOC'  TO WS-JMD-CAMPO.
           MOVE WS-DOCUMENTO  TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.

           MOVE 'TITULARES01' TO WS-JMD-ARQUIVO.
           PERFORM 7200-JORNAL-COTITULAR
              THRU 7200-JORNAL-COTITULAR-FIM
              VARYING WS-IND-TIT FROM 1 BY 1
              UNTIL WS-IND-TIT GREATER THAN WS-QTD-COTITULARES.
       7000-GRAVA-JORNAL-FIM.
           EXIT.

       7100-JORNAL-CAMPO.
           CALL 'JORNALMD' USING WS-USUARIO WS-LOG-PROGRAMA
               WS-JMD-ARQUIVO WS-JMD-CHAVE WS-JMD-CAMPO
               WS-JMD-ANTIGO WS-JMD-NOVO.
       7100-JORNAL-CAMPO-FIM.
           EXIT.

       7200-JORNAL-COTITULAR.
           MOVE SPACES TO WS-JMD-CAMPO WS-JMD-NOVO.
           STRING 'COTITULAR ' WS-IND-TIT
               DELIMITED BY SIZE INTO WS-JMD-CAMPO.
           STRING WCA-NOV-DOC(WS-IND-TIT) ' '
                  WCA-NOV-NOME(WS-IND-TIT)
               DELIMITED BY SIZE INTO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
       7200-JORNAL-COTITULAR-FIM.
           EXIT.

       8000-REGISTRA-LOG.
           MOVE 'I' TO WS-LOG-SEVERIDADE.
           MOVE SPACES TO WS-LOG-MENSAGEM.
