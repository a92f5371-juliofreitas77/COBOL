      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Conversao unica dos arquivos da cadeia para a conta de
      * seis digitos. Le cada arquivo no leiaute antigo (conta com
      * quatro digitos) - ENTRADA01, ENTRADA02, MOVIMENTO01,
      * LIMITECHQ01, CHEQUES01, CONTRATOS01, MATRCONTA01 e CARTEIRA01,
      * mais cada geracao arquivada MOVARQ01.D<AAAAMM> catalogada em
      * CATALOGO01 (mesmo leiaute do MOVIMENTO01) - e grava a versao
      * ampliada em <ARQUIVO>CV, campo a campo. Nas
      * entradas o header e repassado e o trailer sai recalculado nas
      * convencoes da critica (hash de saldos no E1 e de contas no
      * E2), depois de conferir o trailer antigo contra os dados
      * lidos. Para cada arquivo o relatorio CONVCTA01 prova que a
      * quantidade de registros, a soma dos numeros de conta e o
      * total de valores (saldos, movimentos, limites, cheques,
      * principal dos contratos) sao os mesmos antes e depois. So
      * quando todos os arquivos batem os originais sao guardados
      * como <ARQUIVO>.CTA4 e substituidos pelos convertidos; qualquer
      * divergencia encerra com RETURN-CODE 1 sem tocar nos originais.
      * Falha de sistema ao guardar ou substituir um arquivo e listada
      * no relatorio com o nome do arquivo e tambem encerra com
      * RETURN-CODE 1.
      * Arquivo ausente e apenas registrado. Rodada sobre arquivos ja
      * convertidos, a conferencia do trailer antigo diverge e nada e
      * substituido. O CADCTA01 e recarregado depois pelo CARGACAD01
      * a partir das entradas convertidas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCTA01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT ANTE1 ASSIGN TO 'ENTRADA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ANTE1.

           SELECT NOVE1 ASSIGN TO 'ENTRADA01CV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-NOVE1.

           SELECT ANTE2 ASSIGN TO 'ENTRADA02'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ANTE2.

           SELECT NOVE2 ASSIGN TO 'ENTRADA02CV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-NOVE2.

           SELECT ANTMOV ASSIGN TO DYNAMIC WS-NOME-ANTMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ANTMOV.

           SELECT NOVMOV ASSIGN TO DYNAMIC WS-NOME-NOVMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-NOVMOV.

           SELECT ANTLIM ASSIGN TO 'LIMITECHQ01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ANTLIM.

           SELECT NOVLIM ASSIGN TO 'LIMITECHQ01CV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-NOVLIM.

           SELECT ANTCHQ ASSIGN TO 'CHEQUES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ANTCHQ.

           SELECT NOVCHQ ASSIGN TO 'CHEQUES01CV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-NOVCHQ.

           SELECT ANTCTR ASSIGN TO 'CONTRATOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ANTCTR.

           SELECT NOVCTR ASSIGN TO 'CONTRATOS01CV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-NOVCTR.

           SELECT ANTMTC ASSIGN TO 'MATRCONTA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ANTMTC.

           SELECT NOVMTC ASSIGN TO 'MATRCONTA01CV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-NOVMTC.

           SELECT ANTCAR ASSIGN TO 'CARTEIRA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ANTCAR.

           SELECT NOVCAR ASSIGN TO 'CARTEIRA01CV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-NOVCAR.

           SELECT CATALOGO ASSIGN TO 'CATALOGO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CATALOGO.

           SELECT RELATORIO ASSIGN TO 'CONVCTA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

       DATA DIVISION.
      *
       FILE SECTION.
      *****LEIAUTES ANTIGOS (CONTA COM QUATRO DIGITOS), LIDOS COMO
      *****IMAGEM E DESDOBRADOS PELO REDEFINES
       FD ANTE1.
       01 REG-ANTE1                PIC X(38).
       01 REG-ANTE1-DADOS REDEFINES REG-ANTE1.
           05 AE1-COD-CTA          PIC 9(04).
           05 AE1-COD-AGENCIA      PIC X(04).
           05 AE1-TIP-CTA          PIC X(14).
           05 AE1-COD-MOEDA        PIC X(03).
           05 AE1-SLD-CTA          PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 AE1-STA-CTA          PIC X(01).
       01 REG-ANTE1-TRAILER REDEFINES REG-ANTE1.
           05 FILLER               PIC X(03).
           05 AE1-TRL-QTD          PIC 9(06).
           05 AE1-TRL-HASH         PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(15).

       FD ANTE2.
       01 REG-ANTE2                PIC X(55).
       01 REG-ANTE2-DADOS REDEFINES REG-ANTE2.
           05 AE2-COD-CTA          PIC 9(04).
           05 AE2-NOM-CLI          PIC X(25).
           05 AE2-COD-CID          PIC 9(04).
           05 AE2-DAT-INI          PIC 9(08).
           05 AE2-NUM-DOC          PIC X(14).
       01 REG-ANTE2-TRAILER REDEFINES REG-ANTE2.
           05 FILLER               PIC X(03).
           05 AE2-TRL-QTD          PIC 9(06).
           05 AE2-TRL-HASH         PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(32).

       FD ANTMOV.
       01 REG-ANTMOV.
           05 AMV-COD-CTA          PIC 9(04).
           05 AMV-DAT              PIC 9(08).
           05 AMV-TIP              PIC X(01).
           05 AMV-FORMA            PIC X(01).
           05 AMV-VAL              PIC 9(09)V99.
           05 AMV-HIST             PIC X(20).
           05 AMV-NSU              PIC 9(09).

       FD ANTLIM.
       01 REG-ANTLIM.
           05 ALM-COD-CTA          PIC 9(04).
           05 ALM-VALOR            PIC 9(06)V99.
           05 ALM-DAT-VENC         PIC 9(08).

       FD ANTCHQ.
       01 REG-ANTCHQ.
           05 ACH-COD-CTA          PIC 9(04).
           05 ACH-NUMERO           PIC 9(06).
           05 ACH-VALOR            PIC 9(09)V99.
           05 ACH-DAT-EMISSAO      PIC 9(08).
           05 ACH-STATUS           PIC X(01).

       FD ANTCTR.
       01 REG-ANTCTR.
           05 ACT-NUMERO           PIC 9(06).
           05 FILLER               PIC X(01).
           05 ACT-COD-CTA          PIC 9(04).
           05 ACT-RESTO.
               10 FILLER           PIC X(01).
               10 ACT-SISTEMA      PIC X(01).
               10 FILLER           PIC X(01).
               10 ACT-PRINCIPAL    PIC 9(09)V99.
               10 FILLER           PIC X(55).

       FD ANTMTC.
       01 REG-ANTMTC.
           05 AMC-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 AMC-COD-CTA          PIC 9(04).

       FD ANTCAR.
       01 REG-ANTCAR.
           05 ACA-COD-CTA          PIC 9(04).
           05 ACA-COD-GER          PIC X(04).

      *****LEIAUTES NOVOS (CONTA COM SEIS DIGITOS)
       FD NOVE1.
       01 REG-NOVE1.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
           05 SLD-CTA              PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 STA-CTA              PIC X(01).

       FD NOVE2.
       01 REG-NOVE2.
           05 E2-COD-CTA           PIC 9(06).
           05 E2-NOM-CLI           PIC X(25).
           05 E2-COD-CID           PIC 9(04).
           05 E2-DAT-INI           PIC 9(08).
           05 E2-NUM-DOC           PIC X(14).

       FD NOVMOV.
       01 REG-NOVMOV.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

       FD NOVLIM.
       01 REG-NOVLIM.
           05 LIM-COD-CTA          PIC 9(06).
           05 LIM-VALOR            PIC 9(06)V99.
           05 LIM-DAT-VENC         PIC 9(08).

       FD NOVCHQ.
       01 REG-NOVCHQ.
           05 CHQ-COD-CTA          PIC 9(06).
           05 CHQ-NUMERO           PIC 9(06).
           05 CHQ-VALOR            PIC 9(09)V99.
           05 CHQ-DAT-EMISSAO      PIC 9(08).
           05 CHQ-STATUS           PIC X(01).

       FD NOVCTR.
       01 REG-NOVCTR.
           05 CTR-NUMERO           PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTR-COD-CTA          PIC 9(06).
           05 CTR-RESTO.
               10 FILLER           PIC X(01).
               10 CTR-SISTEMA      PIC X(01).
               10 FILLER           PIC X(01).
               10 CTR-PRINCIPAL    PIC 9(09)V99.
               10 FILLER           PIC X(55).

       FD NOVMTC.
       01 REG-NOVMTC.
           05 MTC-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 MTC-COD-CTA          PIC 9(06).

       FD NOVCAR.
       01 REG-NOVCAR.
           05 CAR-COD-CTA          PIC 9(06).
           05 CAR-COD-GER          PIC X(04).

       FD CATALOGO.
       01 REG-CATALOGO.
           05 CAT-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 CAT-NOME             PIC X(30).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(90).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-ANTE1         PIC 9(02) VALUE ZEROS.
           05 WSN-FS-NOVE1         PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ANTE2         PIC 9(02) VALUE ZEROS.
           05 WSN-FS-NOVE2         PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ANTMOV        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-NOVMOV        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ANTLIM        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-NOVLIM        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ANTCHQ        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-NOVCHQ        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ANTCTR        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-NOVCTR        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ANTMTC        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-NOVMTC        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ANTCAR        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-NOVCAR        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CATALOGO      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.
           05 SW-TRL               PIC X(01) VALUE 'N'.
               88 SW-TRL-NAO-VISTO             VALUE 'N'.
               88 SW-TRL-VISTO                 VALUE 'S'.
           05 SW-CATALOGO          PIC X(01) VALUE 'N'.
               88 SW-CAT-FIM-NAO               VALUE 'N'.
               88 SW-CAT-FIM-SIM               VALUE 'S'.
           05 SW-GERACAO           PIC X(01) VALUE 'N'.
               88 SW-GERACAO-NOVA              VALUE 'N'.
               88 SW-GERACAO-REPETIDA          VALUE 'S'.
      *****GERACOES DEMAIS PARA A TABELA: NADA E SUBSTITUIDO, PARA NAO
      *****DEIXAR PARTE DO ARQUIVO MORTO NO LEIAUTE ANTIGO
           05 SW-CNV-ESTOURO       PIC X(01) VALUE 'N'.
               88 CNV-ESTOUROU                 VALUE 'S'.

      *****UMA LINHA POR ARQUIVO CONVERTIDO: 1-ENTRADA01 2-ENTRADA02
      *****3-MOVIMENTO01 4-LIMITECHQ01 5-CHEQUES01 6-CONTRATOS01
      *****7-MATRCONTA01 8-CARTEIRA01, E DA 9 EM DIANTE AS GERACOES
      *****MOVARQ01.D<AAAAMM> LIDAS DO CATALOGO01
       01 WCA-CONVERSAO.
           05 WCA-CNV-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-CNV-TAB OCCURS 128 TIMES.
               10 WCA-CNV-ARQ      PIC X(20).
               10 WCA-CNV-SIT      PIC X(01).
                   88 WCA-CNV-PRESENTE         VALUE 'P'.
                   88 WCA-CNV-AUSENTE          VALUE 'A'.
               10 WCA-CNV-TRL-OK   PIC X(01).
                   88 WCA-CNV-TRL-CONFERE      VALUE 'S'.
                   88 WCA-CNV-TRL-DIVERGE      VALUE 'N'.
               10 WCA-CNV-QTD-ANT  PIC 9(07).
               10 WCA-CNV-QTD-NOV  PIC 9(07).
               10 WCA-CNV-CTA-ANT  PIC 9(13).
               10 WCA-CNV-CTA-NOV  PIC 9(13).
               10 WCA-CNV-VAL-ANT  PIC S9(13)V99.
               10 WCA-CNV-VAL-NOV  PIC S9(13)V99.
       77 WS-IDX                   PIC 9(03) VALUE ZERO.
       77 WS-IDX-MOV               PIC 9(03) VALUE ZERO.
       77 WS-IDX-GER               PIC 9(03) VALUE ZERO.
       77 WS-QTD-DIVERGENTES       PIC 9(03) VALUE ZERO.
       77 WS-QTD-FALHAS            PIC 9(03) VALUE ZERO.
       77 WS-NOME-ANTMOV           PIC X(20) VALUE SPACES.
       77 WS-NOME-NOVMOV           PIC X(22) VALUE SPACES.

      *****TRAILER RECALCULADO DAS ENTRADAS, NAS CONVENCOES DA CRITICA
       01 WCA-TRAILER-SAIDA.
           05 FILLER               PIC X(03) VALUE 'TRL'.
           05 TRS-QTD              PIC 9(06) VALUE ZEROS.
           05 TRS-HASH             PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
       01 WS-TRL-QTD-INF           PIC 9(06) VALUE ZEROS.
       01 WS-TRL-HASH-INF          PIC S9(11)V99 VALUE ZEROS.
       01 WS-HASH-ANT              PIC S9(11)V99 VALUE ZEROS.
       01 WS-HASH-NOV              PIC S9(11)V99 VALUE ZEROS.

       77 WS-COMANDO               PIC X(60) VALUE SPACES.

       01 LINE-DESIGN              PIC X(90) VALUE
           '*===========================================================
      -    '=============================*'.

       01 WCA-TITULO-RELATORIO     PIC X(90) VALUE
           '*         CONVERSAO DA CONTA PARA SEIS DIGITOS - CONFERENCIA
      -    '                             *'.

       01 WCA-CABEC-COLUNAS.
           05 FILLER               PIC X(18) VALUE ' ARQUIVO'.
           05 FILLER               PIC X(08) VALUE '  ANTES'.
           05 FILLER               PIC X(08) VALUE ' DEPOIS'.
           05 FILLER               PIC X(22) VALUE
               '     VALORES ANTES'.
           05 FILLER               PIC X(22) VALUE
               '    VALORES DEPOIS'.
           05 FILLER               PIC X(10) VALUE ' SITUACAO'.

       01 WCA-LINHA-ARQUIVO.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-ARQUIVO           PIC X(17) VALUE SPACES.
           05 LA-QTD-ANT           PIC ZZZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-QTD-NOV           PIC ZZZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-VAL-ANT           PIC ZZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-VAL-NOV           PIC ZZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LA-SITUACAO          PIC X(15) VALUE SPACES.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(31) VALUE
               '   ARQUIVOS COM DIVERGENCIA ='.
           05 LT-QTD               PIC ZZ9   VALUE ZERO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LT-RESULTADO         PIC X(40) VALUE SPACES.

       01 WCA-LINHA-FALHA.
           05 FILLER               PIC X(23) VALUE
               '   FALHA DE SISTEMA AO '.
           05 LF-OPERACAO          PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LF-ARQUIVO           PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LF-SITUACAO          PIC X(31) VALUE SPACES.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'CONVCTA01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 2100-CONVERTE-E1
              THRU 2100-CONVERTE-E1-FIM
           PERFORM 2200-CONVERTE-E2
              THRU 2200-CONVERTE-E2-FIM
           MOVE 3 TO WS-IDX-MOV.
           PERFORM 2300-CONVERTE-MOV
              THRU 2300-CONVERTE-MOV-FIM
           PERFORM 2300-CONVERTE-MOV
              THRU 2300-CONVERTE-MOV-FIM
              VARYING WS-IDX-MOV FROM 9 BY 1
              UNTIL WS-IDX-MOV GREATER THAN WCA-CNV-QTD
           PERFORM 2400-CONVERTE-LIM
              THRU 2400-CONVERTE-LIM-FIM
           PERFORM 2500-CONVERTE-CHQ
              THRU 2500-CONVERTE-CHQ-FIM
           PERFORM 2600-CONVERTE-CTR
              THRU 2600-CONVERTE-CTR-FIM
           PERFORM 2700-CONVERTE-MTC
              THRU 2700-CONVERTE-MTC-FIM
           PERFORM 2800-CONVERTE-CAR
              THRU 2800-CONVERTE-CAR-FIM

           PERFORM 7000-CONFERE
              THRU 7000-CONFERE-FIM

           IF WS-QTD-DIVERGENTES EQUAL ZERO
               PERFORM 8000-EFETIVA
                  THRU 8000-EFETIVA-FIM
           END-IF

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIM

           STOP RUN.
       0000-PRINCIPAL-FIM.
      *-----------------------------------------------------------------
       1000-INICIO.
      *-----------------------------------------------------------------
           INITIALIZE WCA-CONVERSAO.
           MOVE 'ENTRADA01'   TO WCA-CNV-ARQ(1).
           MOVE 'ENTRADA02'   TO WCA-CNV-ARQ(2).
           MOVE 'MOVIMENTO01' TO WCA-CNV-ARQ(3).
           MOVE 'LIMITECHQ01' TO WCA-CNV-ARQ(4).
           MOVE 'CHEQUES01'   TO WCA-CNV-ARQ(5).
           MOVE 'CONTRATOS01' TO WCA-CNV-ARQ(6).
           MOVE 'MATRCONTA01' TO WCA-CNV-ARQ(7).
           MOVE 'CARTEIRA01'  TO WCA-CNV-ARQ(8).
           MOVE 8             TO WCA-CNV-QTD.
           PERFORM 1100-CARREGA-GERACOES
              THRU 1100-CARREGA-GERACOES-FIM.
           PERFORM 1010-LIMPA-LINHA
              THRU 1010-LIMPA-LINHA-FIM
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX GREATER THAN WCA-CNV-QTD.

           OPEN OUTPUT RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABEC-COLUNAS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       1000-INICIO-FIM.
           EXIT.

       1010-LIMPA-LINHA.
           SET WCA-CNV-AUSENTE(WS-IDX)   TO TRUE.
           SET WCA-CNV-TRL-CONFERE(WS-IDX) TO TRUE.
       1010-LIMPA-LINHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     GERACOES ARQUIVADAS DO MOVIMENTO (ARQMOV01): CADA
      *     MOVARQ01.D<AAAAMM> DO CATALOGO ENTRA UMA VEZ NA TABELA; AS
      *     GERACOES DO SAIDA01, CATALOGADAS JUNTO, SAO IGNORADAS
      *-----------------------------------------------------------------
       1100-CARREGA-GERACOES.
           OPEN INPUT CATALOGO.
           IF WSN-FS-CATALOGO NOT EQUAL ZEROS
               DISPLAY 'CONVCTA01 - CATALOGO01 AUSENTE - FS '
                       WSN-FS-CATALOGO
               GO TO 1100-CARREGA-GERACOES-FIM
           END-IF.
           SET SW-CAT-FIM-NAO TO TRUE.
           PERFORM 1110-LER-CATALOGO
              THRU 1110-LER-CATALOGO-FIM.
           PERFORM 1120-GUARDA-GERACAO
              THRU 1120-GUARDA-GERACAO-FIM
             UNTIL SW-CAT-FIM-SIM.
           CLOSE CATALOGO.
           IF CNV-ESTOUROU
               DISPLAY 'CONVCTA01 - CATALOGO COM MAIS DE 120 '
                       'GERACOES DO MOVIMENTO - NADA SERA SUBSTITUIDO'
           END-IF.
       1100-CARREGA-GERACOES-FIM.
           EXIT.

       1110-LER-CATALOGO.
           READ CATALOGO
               AT END
                   SET SW-CAT-FIM-SIM TO TRUE
           END-READ.
       1110-LER-CATALOGO-FIM.
           EXIT.

       1120-GUARDA-GERACAO.
           IF CAT-NOME(1:10) NOT EQUAL 'MOVARQ01.D'
               GO TO 1120-LER-PROXIMA
           END-IF.
           SET SW-GERACAO-NOVA TO TRUE.
           PERFORM 1130-PROCURA-GERACAO
              THRU 1130-PROCURA-GERACAO-FIM
              VARYING WS-IDX-GER FROM 9 BY 1
              UNTIL WS-IDX-GER GREATER THAN WCA-CNV-QTD
                 OR SW-GERACAO-REPETIDA.
           IF SW-GERACAO-REPETIDA
               GO TO 1120-LER-PROXIMA
           END-IF.
           IF WCA-CNV-QTD LESS THAN 128
               ADD 1 TO WCA-CNV-QTD
               MOVE CAT-NOME TO WCA-CNV-ARQ(WCA-CNV-QTD)
           ELSE
               SET CNV-ESTOUROU TO TRUE
           END-IF.
       1120-LER-PROXIMA.
           PERFORM 1110-LER-CATALOGO
              THRU 1110-LER-CATALOGO-FIM.
       1120-GUARDA-GERACAO-FIM.
           EXIT.

       1130-PROCURA-GERACAO.
           IF WCA-CNV-ARQ(WS-IDX-GER) EQUAL CAT-NOME
               SET SW-GERACAO-REPETIDA TO TRUE
           END-IF.
       1130-PROCURA-GERACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     ENTRADA01: HEADER REPASSADO, TRAILER ANTIGO CONFERIDO CONTRA
      *     OS DADOS E RECALCULADO NA SAIDA (HASH DOS SALDOS)
      *-----------------------------------------------------------------
       2100-CONVERTE-E1.
           OPEN INPUT ANTE1.
           IF WSN-FS-ANTE1 NOT EQUAL ZEROS
               DISPLAY 'CONVCTA01 - ENTRADA01 AUSENTE - FS '
                       WSN-FS-ANTE1
               GO TO 2100-CONVERTE-E1-FIM
           END-IF.
           SET WCA-CNV-PRESENTE(1) TO TRUE.
           OPEN OUTPUT NOVE1.
           SET SW-FIM-NAO       TO TRUE.
           SET SW-TRL-NAO-VISTO TO TRUE.
           MOVE ZEROS TO WS-TRL-QTD-INF WS-TRL-HASH-INF.
           PERFORM 2110-LER-E1
              THRU 2110-LER-E1-FIM.
           PERFORM 2120-GRAVA-E1
              THRU 2120-GRAVA-E1-FIM
             UNTIL SW-FIM-SIM.

           IF SW-TRL-NAO-VISTO
              OR WS-TRL-QTD-INF  NOT EQUAL WCA-CNV-QTD-ANT(1)
              OR WS-TRL-HASH-INF NOT EQUAL WCA-CNV-VAL-ANT(1)
               SET WCA-CNV-TRL-DIVERGE(1) TO TRUE
           END-IF.

           MOVE WCA-CNV-QTD-NOV(1) TO TRS-QTD.
           MOVE WCA-CNV-VAL-NOV(1) TO TRS-HASH.
           MOVE SPACES            TO REG-NOVE1.
           MOVE WCA-TRAILER-SAIDA TO REG-NOVE1.
           WRITE REG-NOVE1.
           CLOSE ANTE1
           CLOSE NOVE1.
       2100-CONVERTE-E1-FIM.
           EXIT.

       2110-LER-E1.
           READ ANTE1
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
       2110-LER-E1-FIM.
           EXIT.

       2120-GRAVA-E1.
           EVALUATE TRUE
               WHEN REG-ANTE1(1:3) EQUAL 'HDR'
                   MOVE SPACES    TO REG-NOVE1
                   MOVE REG-ANTE1 TO REG-NOVE1
                   WRITE REG-NOVE1
               WHEN REG-ANTE1(1:3) EQUAL 'TRL'
                   MOVE AE1-TRL-QTD  TO WS-TRL-QTD-INF
                   MOVE AE1-TRL-HASH TO WS-TRL-HASH-INF
                   SET SW-TRL-VISTO TO TRUE
               WHEN OTHER
                   ADD 1           TO WCA-CNV-QTD-ANT(1)
                   ADD AE1-COD-CTA TO WCA-CNV-CTA-ANT(1)
                   ADD AE1-SLD-CTA TO WCA-CNV-VAL-ANT(1)
                   MOVE AE1-COD-CTA     TO COD-CTA
                   MOVE AE1-COD-AGENCIA TO COD-AGENCIA
                   MOVE AE1-TIP-CTA     TO TIP-CTA
                   MOVE AE1-COD-MOEDA   TO COD-MOEDA
                   MOVE AE1-SLD-CTA     TO SLD-CTA
                   MOVE AE1-STA-CTA     TO STA-CTA
                   WRITE REG-NOVE1
                   ADD 1       TO WCA-CNV-QTD-NOV(1)
                   ADD COD-CTA TO WCA-CNV-CTA-NOV(1)
                   ADD SLD-CTA TO WCA-CNV-VAL-NOV(1)
           END-EVALUATE.

           PERFORM 2110-LER-E1
              THRU 2110-LER-E1-FIM.
       2120-GRAVA-E1-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     ENTRADA02: MESMO ESQUEMA, HASH DOS NUMEROS DE CONTA; O
      *     VALOR DO RELATORIO E O PROPRIO HASH
      *-----------------------------------------------------------------
       2200-CONVERTE-E2.
           OPEN INPUT ANTE2.
           IF WSN-FS-ANTE2 NOT EQUAL ZEROS
               DISPLAY 'CONVCTA01 - ENTRADA02 AUSENTE - FS '
                       WSN-FS-ANTE2
               GO TO 2200-CONVERTE-E2-FIM
           END-IF.
           SET WCA-CNV-PRESENTE(2) TO TRUE.
           OPEN OUTPUT NOVE2.
           SET SW-FIM-NAO       TO TRUE.
           SET SW-TRL-NAO-VISTO TO TRUE.
           MOVE ZEROS TO WS-TRL-QTD-INF WS-TRL-HASH-INF.
           PERFORM 2210-LER-E2
              THRU 2210-LER-E2-FIM.
           PERFORM 2220-GRAVA-E2
              THRU 2220-GRAVA-E2-FIM
             UNTIL SW-FIM-SIM.

           IF SW-TRL-NAO-VISTO
              OR WS-TRL-QTD-INF  NOT EQUAL WCA-CNV-QTD-ANT(2)
              OR WS-TRL-HASH-INF NOT EQUAL WCA-CNV-VAL-ANT(2)
               SET WCA-CNV-TRL-DIVERGE(2) TO TRUE
           END-IF.

           MOVE WCA-CNV-QTD-NOV(2) TO TRS-QTD.
           MOVE WCA-CNV-VAL-NOV(2) TO TRS-HASH.
           MOVE SPACES            TO REG-NOVE2.
           MOVE WCA-TRAILER-SAIDA TO REG-NOVE2.
           WRITE REG-NOVE2.
           CLOSE ANTE2
           CLOSE NOVE2.
       2200-CONVERTE-E2-FIM.
           EXIT.

       2210-LER-E2.
           READ ANTE2
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
       2210-LER-E2-FIM.
           EXIT.

       2220-GRAVA-E2.
           EVALUATE TRUE
               WHEN REG-ANTE2(1:3) EQUAL 'HDR'
                   MOVE SPACES    TO REG-NOVE2
                   MOVE REG-ANTE2 TO REG-NOVE2
                   WRITE REG-NOVE2
               WHEN REG-ANTE2(1:3) EQUAL 'TRL'
                   MOVE AE2-TRL-QTD  TO WS-TRL-QTD-INF
                   MOVE AE2-TRL-HASH TO WS-TRL-HASH-INF
                   SET SW-TRL-VISTO TO TRUE
               WHEN OTHER
                   ADD 1           TO WCA-CNV-QTD-ANT(2)
                   ADD AE2-COD-CTA TO WCA-CNV-CTA-ANT(2)
                   ADD AE2-COD-CTA TO WCA-CNV-VAL-ANT(2)
                   MOVE AE2-COD-CTA TO E2-COD-CTA
                   MOVE AE2-NOM-CLI TO E2-NOM-CLI
                   MOVE AE2-COD-CID TO E2-COD-CID
                   MOVE AE2-DAT-INI TO E2-DAT-INI
                   MOVE AE2-NUM-DOC TO E2-NUM-DOC
                   WRITE REG-NOVE2
                   ADD 1          TO WCA-CNV-QTD-NOV(2)
                   ADD E2-COD-CTA TO WCA-CNV-CTA-NOV(2)
                   ADD E2-COD-CTA TO WCA-CNV-VAL-NOV(2)
           END-EVALUATE.

           PERFORM 2210-LER-E2
              THRU 2210-LER-E2-FIM.
       2220-GRAVA-E2-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     MOVIMENTO01 E GERACOES MOVARQ01 (LINHA WS-IDX-MOV): VALOR =
      *     SOMA DOS LANCAMENTOS (CREDITO SOMA, DEBITO SUBTRAI)
      *-----------------------------------------------------------------
       2300-CONVERTE-MOV.
           MOVE WCA-CNV-ARQ(WS-IDX-MOV) TO WS-NOME-ANTMOV.
           MOVE SPACES TO WS-NOME-NOVMOV.
           STRING WCA-CNV-ARQ(WS-IDX-MOV) DELIMITED BY SPACE
                  'CV'                     DELIMITED BY SIZE
               INTO WS-NOME-NOVMOV.
           OPEN INPUT ANTMOV.
           IF WSN-FS-ANTMOV NOT EQUAL ZEROS
               DISPLAY 'CONVCTA01 - ' WS-NOME-ANTMOV
                       ' AUSENTE - FS ' WSN-FS-ANTMOV
               GO TO 2300-CONVERTE-MOV-FIM
           END-IF.
           SET WCA-CNV-PRESENTE(WS-IDX-MOV) TO TRUE.
           OPEN OUTPUT NOVMOV.
           SET SW-FIM-NAO TO TRUE.
           PERFORM 2310-LER-MOV
              THRU 2310-LER-MOV-FIM.
           PERFORM 2320-GRAVA-MOV
              THRU 2320-GRAVA-MOV-FIM
             UNTIL SW-FIM-SIM.
           CLOSE ANTMOV
           CLOSE NOVMOV.
       2300-CONVERTE-MOV-FIM.
           EXIT.

       2310-LER-MOV.
           READ ANTMOV
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
       2310-LER-MOV-FIM.
           EXIT.

       2320-GRAVA-MOV.
           ADD 1           TO WCA-CNV-QTD-ANT(WS-IDX-MOV).
           ADD AMV-COD-CTA TO WCA-CNV-CTA-ANT(WS-IDX-MOV).
           IF AMV-TIP EQUAL 'D'
               SUBTRACT AMV-VAL FROM WCA-CNV-VAL-ANT(WS-IDX-MOV)
           ELSE
               ADD AMV-VAL TO WCA-CNV-VAL-ANT(WS-IDX-MOV)
           END-IF.

           MOVE AMV-COD-CTA TO MOV-COD-CTA.
           MOVE AMV-DAT     TO MOV-DAT.
           MOVE AMV-TIP     TO MOV-TIP.
           MOVE AMV-FORMA   TO MOV-FORMA.
           MOVE AMV-VAL     TO MOV-VAL.
           MOVE AMV-HIST    TO MOV-HIST.
           MOVE AMV-NSU     TO MOV-NSU.
           WRITE REG-NOVMOV.

           ADD 1           TO WCA-CNV-QTD-NOV(WS-IDX-MOV).
           ADD MOV-COD-CTA TO WCA-CNV-CTA-NOV(WS-IDX-MOV).
           IF MOV-TIP EQUAL 'D'
               SUBTRACT MOV-VAL FROM WCA-CNV-VAL-NOV(WS-IDX-MOV)
           ELSE
               ADD MOV-VAL TO WCA-CNV-VAL-NOV(WS-IDX-MOV)
           END-IF.

           PERFORM 2310-LER-MOV
              THRU 2310-LER-MOV-FIM.
       2320-GRAVA-MOV-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     LIMITECHQ01: VALOR = SOMA DOS LIMITES
      *-----------------------------------------------------------------
       2400-CONVERTE-LIM.
           OPEN INPUT ANTLIM.
           IF WSN-FS-ANTLIM NOT EQUAL ZEROS
               DISPLAY 'CONVCTA01 - LIMITECHQ01 AUSENTE - FS '
                       WSN-FS-ANTLIM
               GO TO 2400-CONVERTE-LIM-FIM
           END-IF.
           SET WCA-CNV-PRESENTE(4) TO TRUE.
           OPEN OUTPUT NOVLIM.
           SET SW-FIM-NAO TO TRUE.
           PERFORM 2410-LER-LIM
              THRU 2410-LER-LIM-FIM.
           PERFORM 2420-GRAVA-LIM
              THRU 2420-GRAVA-LIM-FIM
             UNTIL SW-FIM-SIM.
           CLOSE ANTLIM
           CLOSE NOVLIM.
       2400-CONVERTE-LIM-FIM.
           EXIT.

       2410-LER-LIM.
           READ ANTLIM
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
       2410-LER-LIM-FIM.
           EXIT.

       2420-GRAVA-LIM.
           ADD 1           TO WCA-CNV-QTD-ANT(4).
           ADD ALM-COD-CTA TO WCA-CNV-CTA-ANT(4).
           ADD ALM-VALOR   TO WCA-CNV-VAL-ANT(4).

           MOVE ALM-COD-CTA  TO LIM-COD-CTA.
           MOVE ALM-VALOR    TO LIM-VALOR.
           MOVE ALM-DAT-VENC TO LIM-DAT-VENC.
           WRITE REG-NOVLIM.

           ADD 1           TO WCA-CNV-QTD-NOV(4).
           ADD LIM-COD-CTA TO WCA-CNV-CTA-NOV(4).
           ADD LIM-VALOR   TO WCA-CNV-VAL-NOV(4).

           PERFORM 2410-LER-LIM
              THRU 2410-LER-LIM-FIM.
       2420-GRAVA-LIM-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CHEQUES01: VALOR = SOMA DOS CHEQUES
      *-----------------------------------------------------------------
       2500-CONVERTE-CHQ.
           OPEN INPUT ANTCHQ.
           IF WSN-FS-ANTCHQ NOT EQUAL ZEROS
               DISPLAY 'CONVCTA01 - CHEQUES01 AUSENTE - FS '
                       WSN-FS-ANTCHQ
               GO TO 2500-CONVERTE-CHQ-FIM
           END-IF.
           SET WCA-CNV-PRESENTE(5) TO TRUE.
           OPEN OUTPUT NOVCHQ.
           SET SW-FIM-NAO TO TRUE.
           PERFORM 2510-LER-CHQ
              THRU 2510-LER-CHQ-FIM.
           PERFORM 2520-GRAVA-CHQ
              THRU 2520-GRAVA-CHQ-FIM
             UNTIL SW-FIM-SIM.
           CLOSE ANTCHQ
           CLOSE NOVCHQ.
       2500-CONVERTE-CHQ-FIM.
           EXIT.

       2510-LER-CHQ.
           READ ANTCHQ
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
       2510-LER-CHQ-FIM.
           EXIT.

       2520-GRAVA-CHQ.
           ADD 1           TO WCA-CNV-QTD-ANT(5).
           ADD ACH-COD-CTA TO WCA-CNV-CTA-ANT(5).
           ADD ACH-VALOR   TO WCA-CNV-VAL-ANT(5).

           MOVE ACH-COD-CTA     TO CHQ-COD-CTA.
           MOVE ACH-NUMERO      TO CHQ-NUMERO.
           MOVE ACH-VALOR       TO CHQ-VALOR.
           MOVE ACH-DAT-EMISSAO TO CHQ-DAT-EMISSAO.
           MOVE ACH-STATUS      TO CHQ-STATUS.
           WRITE REG-NOVCHQ.

           ADD 1           TO WCA-CNV-QTD-NOV(5).
           ADD CHQ-COD-CTA TO WCA-CNV-CTA-NOV(5).
           ADD CHQ-VALOR   TO WCA-CNV-VAL-NOV(5).

           PERFORM 2510-LER-CHQ
              THRU 2510-LER-CHQ-FIM.
       2520-GRAVA-CHQ-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CONTRATOS01: A CONTA FICA NO MEIO DO REGISTRO; O RESTO E
      *     REPASSADO INTEIRO. VALOR = SOMA DO PRINCIPAL
      *-----------------------------------------------------------------
       2600-CONVERTE-CTR.
           OPEN INPUT ANTCTR.
           IF WSN-FS-ANTCTR NOT EQUAL ZEROS
               DISPLAY 'CONVCTA01 - CONTRATOS01 AUSENTE - FS '
                       WSN-FS-ANTCTR
               GO TO 2600-CONVERTE-CTR-FIM
           END-IF.
           SET WCA-CNV-PRESENTE(6) TO TRUE.
           OPEN OUTPUT NOVCTR.
           SET SW-FIM-NAO TO TRUE.
           PERFORM 2610-LER-CTR
              THRU 2610-LER-CTR-FIM.
           PERFORM 2620-GRAVA-CTR
              THRU 2620-GRAVA-CTR-FIM
             UNTIL SW-FIM-SIM.
           CLOSE ANTCTR
           CLOSE NOVCTR.
       2600-CONVERTE-CTR-FIM.
           EXIT.

       2610-LER-CTR.
           READ ANTCTR
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
       2610-LER-CTR-FIM.
           EXIT.

       2620-GRAVA-CTR.
           ADD 1             TO WCA-CNV-QTD-ANT(6).
           ADD ACT-COD-CTA   TO WCA-CNV-CTA-ANT(6).
           ADD ACT-PRINCIPAL TO WCA-CNV-VAL-ANT(6).

           MOVE SPACES      TO REG-NOVCTR.
           MOVE ACT-NUMERO  TO CTR-NUMERO.
           MOVE ACT-COD-CTA TO CTR-COD-CTA.
           MOVE ACT-RESTO   TO CTR-RESTO.
           WRITE REG-NOVCTR.

           ADD 1             TO WCA-CNV-QTD-NOV(6).
           ADD CTR-COD-CTA   TO WCA-CNV-CTA-NOV(6).
           ADD CTR-PRINCIPAL TO WCA-CNV-VAL-NOV(6).

           PERFORM 2610-LER-CTR
              THRU 2610-LER-CTR-FIM.
       2620-GRAVA-CTR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     MATRCONTA01: SEM VALOR, CONFERE QUANTIDADE E CONTAS
      *-----------------------------------------------------------------
       2700-CONVERTE-MTC.
           OPEN INPUT ANTMTC.
           IF WSN-FS-ANTMTC NOT EQUAL ZEROS
               DISPLAY 'CONVCTA01 - MATRCONTA01 AUSENTE - FS '
                       WSN-FS-ANTMTC
               GO TO 2700-CONVERTE-MTC-FIM
           END-IF.
           SET WCA-CNV-PRESENTE(7) TO TRUE.
           OPEN OUTPUT NOVMTC.
           SET SW-FIM-NAO TO TRUE.
           PERFORM 2710-LER-MTC
              THRU 2710-LER-MTC-FIM.
           PERFORM 2720-GRAVA-MTC
              THRU 2720-GRAVA-MTC-FIM
             UNTIL SW-FIM-SIM.
           CLOSE ANTMTC
           CLOSE NOVMTC.
       2700-CONVERTE-MTC-FIM.
           EXIT.

       2710-LER-MTC.
           READ ANTMTC
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
       2710-LER-MTC-FIM.
           EXIT.

       2720-GRAVA-MTC.
           ADD 1           TO WCA-CNV-QTD-ANT(7).
           ADD AMC-COD-CTA TO WCA-CNV-CTA-ANT(7).

           MOVE SPACES        TO REG-NOVMTC.
           MOVE AMC-MATRICULA TO MTC-MATRICULA.
           MOVE AMC-COD-CTA   TO MTC-COD-CTA.
           WRITE REG-NOVMTC.

           ADD 1           TO WCA-CNV-QTD-NOV(7).
           ADD MTC-COD-CTA TO WCA-CNV-CTA-NOV(7).

           PERFORM 2710-LER-MTC
              THRU 2710-LER-MTC-FIM.
       2720-GRAVA-MTC-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CARTEIRA01: SEM VALOR, CONFERE QUANTIDADE E CONTAS
      *-----------------------------------------------------------------
       2800-CONVERTE-CAR.
           OPEN INPUT ANTCAR.
           IF WSN-FS-ANTCAR NOT EQUAL ZEROS
               DISPLAY 'CONVCTA01 - CARTEIRA01 AUSENTE - FS '
                       WSN-FS-ANTCAR
               GO TO 2800-CONVERTE-CAR-FIM
           END-IF.
           SET WCA-CNV-PRESENTE(8) TO TRUE.
           OPEN OUTPUT NOVCAR.
           SET SW-FIM-NAO TO TRUE.
           PERFORM 2810-LER-CAR
              THRU 2810-LER-CAR-FIM.
           PERFORM 2820-GRAVA-CAR
              THRU 2820-GRAVA-CAR-FIM
             UNTIL SW-FIM-SIM.
           CLOSE ANTCAR
           CLOSE NOVCAR.
       2800-CONVERTE-CAR-FIM.
           EXIT.

       2810-LER-CAR.
           READ ANTCAR
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
       2810-LER-CAR-FIM.
           EXIT.

       2820-GRAVA-CAR.
           ADD 1           TO WCA-CNV-QTD-ANT(8).
           ADD ACA-COD-CTA TO WCA-CNV-CTA-ANT(8).

           MOVE ACA-COD-CTA TO CAR-COD-CTA.
           MOVE ACA-COD-GER TO CAR-COD-GER.
           WRITE REG-NOVCAR.

           ADD 1           TO WCA-CNV-QTD-NOV(8).
           ADD CAR-COD-CTA TO WCA-CNV-CTA-NOV(8).

           PERFORM 2810-LER-CAR
              THRU 2810-LER-CAR-FIM.
       2820-GRAVA-CAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     UMA LINHA POR ARQUIVO; DIVERGE SE QUANTIDADE, SOMA DAS
      *     CONTAS OU TOTAL DE VALORES MUDAREM, OU SE O TRAILER ANTIGO
      *     NAO CONFERIR COM OS DADOS LIDOS
      *-----------------------------------------------------------------
       7000-CONFERE.
           MOVE ZERO TO WS-QTD-DIVERGENTES.
           PERFORM 7100-CONFERE-ARQUIVO
              THRU 7100-CONFERE-ARQUIVO-FIM
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX GREATER THAN WCA-CNV-QTD.
           IF CNV-ESTOUROU
               ADD 1 TO WS-QTD-DIVERGENTES
           END-IF.
       7000-CONFERE-FIM.
           EXIT.

       7100-CONFERE-ARQUIVO.
           MOVE WCA-CNV-ARQ(WS-IDX)     TO LA-ARQUIVO.
           MOVE WCA-CNV-QTD-ANT(WS-IDX) TO LA-QTD-ANT.
           MOVE WCA-CNV-QTD-NOV(WS-IDX) TO LA-QTD-NOV.
           MOVE WCA-CNV-VAL-ANT(WS-IDX) TO LA-VAL-ANT.
           MOVE WCA-CNV-VAL-NOV(WS-IDX) TO LA-VAL-NOV.

           EVALUATE TRUE
               WHEN WCA-CNV-AUSENTE(WS-IDX)
                   MOVE 'AUSENTE'       TO LA-SITUACAO
               WHEN WCA-CNV-TRL-DIVERGE(WS-IDX)
                   MOVE 'TRAILER ANTIGO' TO LA-SITUACAO
                   ADD 1 TO WS-QTD-DIVERGENTES
               WHEN WCA-CNV-QTD-ANT(WS-IDX)
                       NOT EQUAL WCA-CNV-QTD-NOV(WS-IDX)
                 OR WCA-CNV-CTA-ANT(WS-IDX)
                       NOT EQUAL WCA-CNV-CTA-NOV(WS-IDX)
                 OR WCA-CNV-VAL-ANT(WS-IDX)
                       NOT EQUAL WCA-CNV-VAL-NOV(WS-IDX)
                   MOVE 'DIVERGE'       TO LA-SITUACAO
                   ADD 1 TO WS-QTD-DIVERGENTES
               WHEN OTHER
                   MOVE 'OK'            TO LA-SITUACAO
           END-EVALUATE.

           MOVE WCA-LINHA-ARQUIVO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       7100-CONFERE-ARQUIVO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     TUDO CONFERIDO: GUARDA O ORIGINAL COMO <ARQUIVO>.CTA4 E
      *     COLOCA O CONVERTIDO NO LUGAR. CADA COMANDO TEM O RETORNO
      *     CONFERIDO; A FALHA VAI PARA O RELATORIO COM O NOME DO
      *     ARQUIVO E SE O ORIGINAL FICOU NO LUGAR OU NO .CTA4
      *-----------------------------------------------------------------
       8000-EFETIVA.
           MOVE ZERO TO WS-QTD-FALHAS.
           PERFORM 8100-SUBSTITUI-ARQUIVO
              THRU 8100-SUBSTITUI-ARQUIVO-FIM
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX GREATER THAN WCA-CNV-QTD.
       8000-EFETIVA-FIM.
           EXIT.

       8100-SUBSTITUI-ARQUIVO.
           IF WCA-CNV-AUSENTE(WS-IDX)
               GO TO 8100-SUBSTITUI-ARQUIVO-FIM
           END-IF.
           MOVE SPACES TO WS-COMANDO.
           STRING 'mv -f '                    DELIMITED BY SIZE
                  WCA-CNV-ARQ(WS-IDX)         DELIMITED BY SPACE
                  ' '                         DELIMITED BY SIZE
                  WCA-CNV-ARQ(WS-IDX)         DELIMITED BY SPACE
                  '.CTA4'                     DELIMITED BY SIZE
               INTO WS-COMANDO.
           CALL 'SYSTEM' USING WS-COMANDO.
           IF RETURN-CODE NOT EQUAL ZERO
               MOVE 'GUARDAR'              TO LF-OPERACAO
               MOVE 'ORIGINAL MANTIDO'     TO LF-SITUACAO
               PERFORM 8200-REGISTRA-FALHA
                  THRU 8200-REGISTRA-FALHA-FIM
               GO TO 8100-SUBSTITUI-ARQUIVO-FIM
           END-IF.
           MOVE SPACES TO WS-COMANDO.
           STRING 'mv -f '                    DELIMITED BY SIZE
                  WCA-CNV-ARQ(WS-IDX)         DELIMITED BY SPACE
                  'CV '                       DELIMITED BY SIZE
                  WCA-CNV-ARQ(WS-IDX)         DELIMITED BY SPACE
               INTO WS-COMANDO.
           CALL 'SYSTEM' USING WS-COMANDO.
           IF RETURN-CODE NOT EQUAL ZERO
               MOVE 'SUBSTITUIR'           TO LF-OPERACAO
               MOVE 'ORIGINAL GUARDADO NO .CTA4'
                                           TO LF-SITUACAO
               PERFORM 8200-REGISTRA-FALHA
                  THRU 8200-REGISTRA-FALHA-FIM
           END-IF.
       8100-SUBSTITUI-ARQUIVO-FIM.
           EXIT.

       8200-REGISTRA-FALHA.
           ADD 1 TO WS-QTD-FALHAS.
           MOVE WCA-CNV-ARQ(WS-IDX) TO LF-ARQUIVO.
           MOVE WCA-LINHA-FALHA     TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY 'CONVCTA01 - FALHA AO ' LF-OPERACAO ' '
                   WCA-CNV-ARQ(WS-IDX) ' - RC ' RETURN-CODE.
           MOVE ZERO TO RETURN-CODE.
       8200-REGISTRA-FALHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           MOVE WS-QTD-DIVERGENTES TO LT-QTD.
           EVALUATE TRUE
               WHEN WS-QTD-DIVERGENTES NOT EQUAL ZERO
                   MOVE 'NADA SUBSTITUIDO - ORIGINAIS MANTIDOS'
                      TO LT-RESULTADO
                   MOVE 1 TO WS-RC-FINAL
               WHEN WS-QTD-FALHAS NOT EQUAL ZERO
                   MOVE 'SUBSTITUICAO COM FALHA - VER ACIMA'
                      TO LT-RESULTADO
                   MOVE 1 TO WS-RC-FINAL
               WHEN OTHER
                   MOVE 'ARQUIVOS SUBSTITUIDOS PELOS CONVERTIDOS'
                      TO LT-RESULTADO
                   MOVE 0 TO WS-RC-FINAL
           END-EVALUATE.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.

           DISPLAY 'CONVCTA01 - ARQUIVOS COM DIVERGENCIA: '
                   WS-QTD-DIVERGENTES
                   ' FALHAS NA SUBSTITUICAO: ' WS-QTD-FALHAS.

           IF WS-RC-FINAL EQUAL ZERO
               MOVE 'I' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'CONVERSAO CONTA 6 DIGITOS - DIVERGENTES: '
                  WS-QTD-DIVERGENTES ' FALHAS: ' WS-QTD-FALHAS
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM CONVCTA01.
