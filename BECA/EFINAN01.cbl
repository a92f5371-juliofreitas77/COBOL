      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Declaracao semestral e-Financeira (movimentacao
      * financeira) para a Receita. Para o ano e o semestre pedidos,
      * varre as geracoes MOVARQ01.D<AAAAMM> do corte mensal ARQMOV01
      * e o Movimento01 vivo (como o INFORME01) e soma por conta os
      * creditos e os debitos de cada mes do semestre. O saldo no fim
      * do semestre sai do saldo corrente do Entrada01 desfazendo os
      * movimentos posteriores ao semestre, que vem das geracoes
      * seguintes e do arquivo vivo. Cada conta cruza com documento,
      * nome e agencia do cadastro (Entrada02/Entrada01) e entra
      * tambem para os cotitulares 'S' do Titulares01. Reclassifica
      * por documento: o cliente so e declarado se, em algum mes, os
      * creditos ou os debitos somados das suas contas passam do
      * limite do tipo de pessoa - CPF (11 digitos e tres brancos)
      * CTL-LIMITE-EFIN-PF, CNPJ (14 digitos) CTL-LIMITE-EFIN-PJ, do
      * Controle01 (padrao 5.000,00 e 15.000,00).
      * Grava o arquivo de envio de leiaute fixo
      * EFINAN01.B<BCO>.S<AAAAS> (HDR, um DET por conta declarada e
      * TRL com quantidade e totais de controle) e a lista de controle
      * RELEFIN01. No modo R (reenvio) le o retorno de rejeicoes
      * EFINREJ01 (documento, conta, codigo e mensagem do erro),
      * recalcula o semestre com o cadastro ja corrigido e gera
      * EFINAN01.B<BCO>.S<AAAAS>.R so com as contas rejeitadas, sem o
      * filtro de limite (ja foram declaradas); rejeicao sem conta
      * correspondente sai na lista de controle.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFINAN01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT MOVIMENTO ASSIGN TO DYNAMIC WS-NOME-MOVIMENTO
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

           SELECT REJEICOES ASSIGN TO 'EFINREJ01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-REJEICOES.

           SELECT MOVTRAB ASSIGN TO 'EFINTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVTRAB.

           SELECT CTATRAB ASSIGN TO 'EFINTRAB02'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CTATRAB.

           SELECT CLASSIFICA ASSIGN TO 'SORTWK01'.

           SELECT CLASSIFICA2 ASSIGN TO 'SORTWK02'.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT SAIDA ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-SAIDA.

           SELECT RELATORIO ASSIGN TO 'RELEFIN01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

       DATA DIVISION.
      *
       FILE SECTION.
       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
               88 MOV-CREDITO                  VALUE 'C'.
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

      *                RETORNO DE REJEICOES DA RECEITA
       FD REJEICOES.
       01 REG-REJEICAO.
           05 REJ-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 REJ-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 REJ-COD-ERRO         PIC X(04).
           05 FILLER               PIC X(01).
           05 REJ-MENSAGEM         PIC X(50).

      *****UM MOVIMENTO DO SEMESTRE (MES 1 A 6) OU POSTERIOR (MES 7)
       FD MOVTRAB.
       01 REG-MOVTRAB.
           05 MT-COD-CTA           PIC 9(06).
           05 MT-MES               PIC 9(01).
           05 MT-TIP               PIC X(01).
           05 MT-VAL               PIC 9(09)V99.

       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(13).

      *****UMA CONTA COM MOVIMENTO NO SEMESTRE, POR TITULAR
       FD CTATRAB.
       01 REG-CTATRAB.
           05 EC-NUM-DOC           PIC X(14).
           05 EC-COD-CTA           PIC 9(06).
           05 EC-NOM-CLI           PIC X(25).
           05 EC-COD-AGENCIA       PIC X(04).
      *****F = CPF   J = CNPJ
           05 EC-TIPO-PESSOA       PIC X(01).
           05 EC-MES-TAB OCCURS 6 TIMES.
               10 EC-CREDITOS      PIC 9(11)V99.
               10 EC-DEBITOS       PIC 9(11)V99.
           05 EC-SALDO-FINAL       PIC S9(11)V99
                                   SIGN LEADING SEPARATE.

       SD CLASSIFICA2.
       01 REG-CLASSIFICA2.
           05 SRT2-NUM-DOC         PIC X(14).
           05 SRT2-COD-CTA         PIC 9(06).
           05 FILLER               PIC X(200).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).
           05 CTL-TAXA-POUPANCA       PIC 9(02)V9(04).
           05 CTL-MESES-DORMENCIA     PIC 9(02).
           05 CTL-LIMITE-AML          PIC 9(09)V99.
           05 CTL-PCT-REJEITOS        PIC 9(03).
           05 CTL-FILTRO-AGENCIA      PIC X(04).
           05 CTL-FILTRO-UF           PIC X(02).
           05 CTL-FILTRO-TIPO         PIC X(14).
           05 CTL-GERACOES-RETER      PIC 9(02).
           05 CTL-REPROCESSO          PIC X(01).
           05 CTL-ORDEM-DETALHE       PIC X(01).
           05 CTL-TAXA-CHEQUE         PIC 9(02)V9(04).
           05 CTL-BASE-SALDO          PIC X(01).
           05 CTL-DIAS-CARENCIA       PIC 9(03).
           05 CTL-PCT-VARIACAO        PIC 9(03).
           05 CTL-GERA-REDUZIDO       PIC X(01).
           05 CTL-DIAS-RETENTATIVA    PIC 9(02).
           05 CTL-PRAZO-CONTESTACAO   PIC 9(03).
           05 CTL-PARC-NEGATIVACAO    PIC 9(03).
           05 CTL-DIAS-AVISO-NEG      PIC 9(03).
           05 CTL-MESES-KYC-PADRAO    PIC 9(03).
           05 CTL-MESES-KYC-AML       PIC 9(03).
           05 CTL-DIAS-AVISO-KYC      PIC 9(03).
           05 CTL-DIAS-SUPRESSAO-AML  PIC 9(03).
           05 CTL-LIMITE-ESTORNO      PIC 9(09)V99.
           05 CTL-LIMITE-NOTIFICACAO  PIC 9(09)V99.
           05 CTL-TAXA-CAPTACAO       PIC 9(02)V9(04).
           05 CTL-DIAS-INATIVIDADE    PIC 9(03).
           05 CTL-DIAS-TOLERANCIA-USU PIC 9(03).
           05 CTL-MESES-RETENCAO-LGPD PIC 9(03).
           05 CTL-TETO-FGC            PIC 9(09)V99.
           05 CTL-LIMITE-EFIN-PF      PIC 9(09)V99.
           05 CTL-LIMITE-EFIN-PJ      PIC 9(09)V99.

       FD SAIDA.
       01 REG-SAIDA                PIC X(300).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(84).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-TITULARES     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-REJEICOES     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVTRAB       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CTATRAB       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SAIDA         PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.
           05 SW-ENTRADA02         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-02                VALUE 'N'.
               88 SW-FIM-SIM-02                VALUE 'S'.
           05 SW-MOVIMENTO         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MOV               VALUE 'N'.
               88 SW-FIM-SIM-MOV               VALUE 'S'.
           05 SW-TITULARES         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-TIT               VALUE 'N'.
               88 SW-FIM-SIM-TIT               VALUE 'S'.
           05 SW-REJEICOES         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-REJ               VALUE 'N'.
               88 SW-FIM-SIM-REJ               VALUE 'S'.
           05 SW-MOVTRAB           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MT                VALUE 'N'.
               88 SW-FIM-SIM-MT                VALUE 'S'.
           05 SW-CTATRAB           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-EC                VALUE 'N'.
               88 SW-FIM-SIM-EC                VALUE 'S'.
      *****O = ENVIO ORIGINAL   R = REENVIO DOS REJEITADOS
           05 SW-MODO              PIC X(01) VALUE 'O'.
               88 SW-MODO-ORIGINAL             VALUE 'O'.
               88 SW-MODO-REENVIO              VALUE 'R'.

       01 WS-CHAVE-E1              PIC 9(07) VALUE ZEROS.
       01 WS-CHAVE-E2              PIC 9(07) VALUE ZEROS.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-LIMITE-PF            PIC 9(09)V99 VALUE 5000,00.
       01 WCA-LIMITE-PJ            PIC 9(09)V99 VALUE 15000,00.

      *****CODIGO DO BANCO DA EXECUCAO, VINDO DO HEADER DO ENTRADA01
       01 WS-COD-BANCO             PIC X(03) VALUE '001'.

      *****PERIODO DECLARADO
       77 WS-ANO-PERIODO           PIC 9(04) VALUE ZEROS.
       77 WS-SEMESTRE              PIC 9(01) VALUE ZEROS.
       01 WS-MES-INICIAL           PIC 9(06) VALUE ZEROS.
       01 WS-MES-FINAL             PIC 9(06) VALUE ZEROS.
       01 WS-MES-REFERENCIA        PIC 9(06) VALUE ZEROS.
       01 WS-MES-MOVIMENTO         PIC 9(06) VALUE ZEROS.
       01 WS-MES-VARREDURA         PIC 9(06) VALUE ZEROS.
       01 WS-MES-VARREDURA-R REDEFINES WS-MES-VARREDURA.
           05 WS-VAR-ANO           PIC 9(04).
           05 WS-VAR-MES           PIC 9(02).
       77 WS-IND-MES               PIC 9(01) VALUE ZEROS.

       01 WS-NOME-MOVIMENTO        PIC X(18) VALUE SPACES.
       01 WS-NOME-SAIDA            PIC X(30) VALUE SPACES.

      *****ACUMULADO DA CONTA EM CRUZAMENTO
       01 WCA-CONTA.
           05 WCA-CTA-MES OCCURS 6 TIMES.
               10 WCA-CTA-CREDITOS PIC 9(11)V99.
               10 WCA-CTA-DEBITOS  PIC 9(11)V99.
       01 WS-CREDITOS-POSTERIORES  PIC 9(13)V99 VALUE ZEROS.
       01 WS-DEBITOS-POSTERIORES   PIC 9(13)V99 VALUE ZEROS.
       01 WS-SALDO-FINAL           PIC S9(13)V99 VALUE ZEROS.
       77 WS-QTD-MOV-PERIODO       PIC 9(07) VALUE ZEROS.

      *****COTITULARES DE CONTA CONJUNTA (O PRINCIPAL E O DO E2)
       01 WCA-COTITULARES.
           05 WCA-COT-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-COT-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-COT-IDX.
               10 WCA-COT-CTA      PIC 9(06).
               10 WCA-COT-DOC      PIC X(14).
               10 WCA-COT-NOME     PIC X(25).
       77 WS-QTD-COT-EXCEDENTE     PIC 9(06) VALUE ZEROS.

      *****REJEICOES DO RETORNO (MODO R)
       01 WCA-REJEICOES.
           05 WCA-REJ-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-REJ-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-REJ-IDX.
               10 WCA-REJ-DOC      PIC X(14).
               10 WCA-REJ-CTA      PIC 9(06).
               10 WCA-REJ-ERRO     PIC X(04).
               10 WCA-REJ-ACHOU    PIC X(01).
       77 WS-QTD-REJ-EXCEDENTE     PIC 9(06) VALUE ZEROS.
       77 WS-REJ-ACHOU             PIC X(01) VALUE 'N'.

      *****CONTAS DO DOCUMENTO EM QUEBRA
       01 WCA-CONTAS-DOC.
           05 WCA-DOC-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-DOC-TAB OCCURS 200 TIMES
                          INDEXED BY WCA-DOC-IDX.
               10 WCA-DOC-IMAGEM   PIC X(220).
       77 WS-QTD-DOC-EXCEDENTE     PIC 9(06) VALUE ZEROS.
      *****CONTA DA TABELA EM GRAVACAO (O REGISTRO DO ARQUIVO JA TRAZ O
      *****PRIMEIRO DO DOCUMENTO SEGUINTE)
       01 WCA-CONTA-DOC.
           05 CD-NUM-DOC           PIC X(14).
           05 CD-COD-CTA           PIC 9(06).
           05 CD-NOM-CLI           PIC X(25).
           05 CD-COD-AGENCIA       PIC X(04).
           05 CD-TIPO-PESSOA       PIC X(01).
           05 CD-MES-TAB OCCURS 6 TIMES.
               10 CD-CREDITOS      PIC 9(11)V99.
               10 CD-DEBITOS       PIC 9(11)V99.
           05 CD-SALDO-FINAL       PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
       01 WCA-SOMAS-DOC.
           05 WCA-SOMA-MES OCCURS 6 TIMES.
               10 WCA-SOMA-CREDITOS PIC 9(13)V99.
               10 WCA-SOMA-DEBITOS  PIC 9(13)V99.
       01 WS-DOC-ANTERIOR          PIC X(14) VALUE SPACES.
       01 WS-NOM-ANTERIOR          PIC X(25) VALUE SPACES.
       01 WS-TIPO-ANTERIOR         PIC X(01) VALUE SPACES.
       01 WS-LIMITE-DOC            PIC 9(09)V99 VALUE ZEROS.
       01 WS-MAIOR-CREDITO         PIC 9(13)V99 VALUE ZEROS.
       01 WS-MAIOR-DEBITO          PIC 9(13)V99 VALUE ZEROS.
       77 WS-DECLARA               PIC X(01) VALUE 'N'.
       77 WS-QTD-CTA-DECLARADA     PIC 9(03) VALUE ZEROS.

       77 WS-QTD-ARQUIVOS          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CONTAS            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEM-CADASTRO      PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CLIENTES          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DECLARADOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DETALHES          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJ-AUSENTES      PIC 9(06) VALUE ZEROS.
       01 WS-TOT-CREDITOS          PIC 9(15)V99 VALUE ZEROS.
       01 WS-TOT-DEBITOS           PIC 9(15)V99 VALUE ZEROS.

      *****LEIAUTE FIXO DO ARQUIVO DE ENVIO
       01 WCA-HEADER-SAIDA.
           05 FILLER               PIC X(03) VALUE 'HDR'.
           05 HDS-COD-BANCO        PIC X(03) VALUE SPACES.
           05 HDS-ANO              PIC 9(04) VALUE ZEROS.
           05 HDS-SEMESTRE         PIC 9(01) VALUE ZEROS.
      *****O = ORIGINAL   R = REENVIO DE REJEITADOS
           05 HDS-TIPO-ENVIO       PIC X(01) VALUE SPACES.
           05 HDS-DATA-GERACAO     PIC 9(08) VALUE ZEROS.
           05 HDS-LIMITE-PF        PIC 9(09)V99 VALUE ZEROS.
           05 HDS-LIMITE-PJ        PIC 9(09)V99 VALUE ZEROS.
       01 WCA-REGISTRO-SAIDA.
           05 FILLER               PIC X(03) VALUE 'DET'.
           05 EFD-COD-BANCO        PIC X(03) VALUE SPACES.
           05 EFD-NUM-DOC          PIC X(14) VALUE SPACES.
           05 EFD-TIPO-PESSOA      PIC X(01) VALUE SPACES.
           05 EFD-NOM-CLI          PIC X(25) VALUE SPACES.
           05 EFD-COD-AGENCIA      PIC X(04) VALUE SPACES.
           05 EFD-COD-CTA          PIC 9(06) VALUE ZEROS.
           05 EFD-MES-TAB OCCURS 6 TIMES.
               10 EFD-ANOMES       PIC 9(06).
               10 EFD-CREDITOS     PIC 9(13)V99.
               10 EFD-DEBITOS      PIC 9(13)V99.
           05 EFD-SALDO-FINAL      PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
       01 WCA-TRAILER-SAIDA.
           05 FILLER               PIC X(03) VALUE 'TRL'.
           05 TRS-QTD-DETALHES     PIC 9(07) VALUE ZEROS.
           05 TRS-QTD-CLIENTES     PIC 9(07) VALUE ZEROS.
           05 TRS-TOT-CREDITOS     PIC 9(15)V99 VALUE ZEROS.
           05 TRS-TOT-DEBITOS      PIC 9(15)V99 VALUE ZEROS.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'EFINAN01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

       01 LINE-DESIGN              PIC X(84) VALUE ALL '='.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(36) VALUE
               '  E-FINANCEIRA - CONTROLE DO ENVIO '.
           05 LTI-ANO              PIC 9(04) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE '/'.
           05 LTI-SEMESTRE         PIC 9(01) VALUE ZEROS.
           05 FILLER               PIC X(12) VALUE ' SEMESTRE - '.
           05 LTI-MODO             PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE ' BANCO '.
           05 LTI-COD-BANCO        PIC X(03) VALUE SPACES.

       01 WCA-CABECALHO.
           05 FILLER               PIC X(45) VALUE
               '  DOCUMENTO      T NOME'.
           05 FILLER               PIC X(39) VALUE
               'CTA    MAIOR CRED MES     MAIOR DEB MES'.

       01 WCA-LINHA-CLIENTE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LC-NUM-DOC           PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LC-TIPO-PESSOA       PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LC-NOM-CLI           PIC X(25) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LC-QTD-CONTAS        PIC ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LC-MAIOR-CREDITO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LC-MAIOR-DEBITO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WCA-LINHA-REJEICAO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LRJ-NUM-DOC          PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE ' CTA '.
           05 LRJ-COD-CTA          PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(07) VALUE ' ERRO '.
           05 LRJ-COD-ERRO         PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(33) VALUE
               ' - SEM CONTA NO SEMESTRE/CADASTRO'.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LT-TEXTO             PIC X(36) VALUE SPACES.
           05 LT-QTD               PIC Z.ZZZ.ZZ9 VALUE ZEROS.

       01 WCA-LINHA-VALOR.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LV-TEXTO             PIC X(36) VALUE SPACES.
           05 LV-VALOR             PIC Z.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 2000-VARRE-MOVIMENTOS
              THRU 2000-VARRE-MOVIMENTOS-FIM

           PERFORM 3000-CRUZA-CONTAS
              THRU 3000-CRUZA-CONTAS-FIM

           PERFORM 4000-GRAVA-ENVIO
              THRU 4000-GRAVA-ENVIO-FIM

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIM

           STOP RUN.
       0000-PRINCIPAL-FIM.
      *-----------------------------------------------------------------
       1000-INICIO.
      *-----------------------------------------------------------------
           DISPLAY 'ANO DA DECLARACAO (AAAA)?'
           ACCEPT WS-ANO-PERIODO
           DISPLAY 'SEMESTRE (1 OU 2)?'
           ACCEPT WS-SEMESTRE
           IF WS-ANO-PERIODO EQUAL ZEROS
              OR (WS-SEMESTRE NOT EQUAL 1 AND WS-SEMESTRE NOT EQUAL 2)
               DISPLAY 'EFINAN01 - PERIODO INVALIDO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'MODO (O = ENVIO ORIGINAL, R = REENVIO DE '
                   'REJEITADOS)?'
           ACCEPT SW-MODO
           IF NOT SW-MODO-ORIGINAL AND NOT SW-MODO-REENVIO
               DISPLAY 'EFINAN01 - MODO INVALIDO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-MES-INICIAL = WS-ANO-PERIODO * 100
                                  + (WS-SEMESTRE - 1) * 6 + 1.
           COMPUTE WS-MES-FINAL = WS-MES-INICIAL + 5.

           PERFORM 1050-LE-CONTROLE
              THRU 1050-LE-CONTROLE-FIM.
           IF WCA-DATA-REFERENCIA EQUAL ZEROS
               ACCEPT WCA-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF.
           MOVE WCA-DATA-REFERENCIA(1:6) TO WS-MES-REFERENCIA.
           IF WS-MES-FINAL NOT LESS THAN WS-MES-REFERENCIA
               DISPLAY 'EFINAN01 - SEMESTRE AINDA NAO ENCERRADO NA '
                       'DATA DE REFERENCIA ' WCA-DATA-REFERENCIA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1600-CARREGA-COTITULARES
              THRU 1600-CARREGA-COTITULARES-FIM.
           IF SW-MODO-REENVIO
               PERFORM 1700-CARREGA-REJEICOES
                  THRU 1700-CARREGA-REJEICOES-FIM
           END-IF.
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
                       IF CTL-LIMITE-EFIN-PF NUMERIC
                          AND CTL-LIMITE-EFIN-PF GREATER THAN ZERO
                           MOVE CTL-LIMITE-EFIN-PF TO WCA-LIMITE-PF
                       END-IF
                       IF CTL-LIMITE-EFIN-PJ NUMERIC
                          AND CTL-LIMITE-EFIN-PJ GREATER THAN ZERO
                           MOVE CTL-LIMITE-EFIN-PJ TO WCA-LIMITE-PJ
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.
       1050-LE-CONTROLE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     COTITULARES DO TITULARES01; SEM O ARQUIVO, TODA CONTA TEM
      *     SO O TITULAR DO ENTRADA02
      *-----------------------------------------------------------------
       1600-CARREGA-COTITULARES.
           OPEN INPUT TITULARES.
           IF WSN-FS-TITULARES NOT EQUAL ZEROS
               GO TO 1600-CARREGA-COTITULARES-FIM
           END-IF.
           SET SW-FIM-NAO-TIT TO TRUE.
           PERFORM 1610-LER-TITULAR
              THRU 1610-LER-TITULAR-FIM.
           PERFORM 1620-GUARDA-COTITULAR
              THRU 1620-GUARDA-COTITULAR-FIM
             UNTIL SW-FIM-SIM-TIT.
           CLOSE TITULARES.
       1600-CARREGA-COTITULARES-FIM.
           EXIT.

       1610-LER-TITULAR.
           READ TITULARES
               AT END
                   SET SW-FIM-SIM-TIT TO TRUE
           END-READ.
       1610-LER-TITULAR-FIM.
           EXIT.

       1620-GUARDA-COTITULAR.
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
           PERFORM 1610-LER-TITULAR
              THRU 1610-LER-TITULAR-FIM.
       1620-GUARDA-COTITULAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     RETORNO DA RECEITA COM AS CONTAS REJEITADAS; SEM ELE NAO HA
      *     O QUE REENVIAR
      *-----------------------------------------------------------------
       1700-CARREGA-REJEICOES.
           OPEN INPUT REJEICOES.
           IF WSN-FS-REJEICOES NOT EQUAL ZEROS
               DISPLAY 'EFINAN01 - RETORNO EFINREJ01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-REJ TO TRUE.
           PERFORM 1710-LER-REJEICAO
              THRU 1710-LER-REJEICAO-FIM.
           PERFORM 1720-GUARDA-REJEICAO
              THRU 1720-GUARDA-REJEICAO-FIM
             UNTIL SW-FIM-SIM-REJ.
           CLOSE REJEICOES.
           IF WCA-REJ-QTD EQUAL ZEROS
               DISPLAY 'EFINAN01 - RETORNO SEM REJEICOES - NADA A '
                       'REENVIAR'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       1700-CARREGA-REJEICOES-FIM.
           EXIT.

       1710-LER-REJEICAO.
           READ REJEICOES
               AT END
                   SET SW-FIM-SIM-REJ TO TRUE
           END-READ.
       1710-LER-REJEICAO-FIM.
           EXIT.

       1720-GUARDA-REJEICAO.
           IF REJ-COD-CTA NUMERIC
              AND REJ-COD-CTA GREATER THAN ZERO
               IF WCA-REJ-QTD LESS THAN 5000
                   ADD 1 TO WCA-REJ-QTD
                   SET WCA-REJ-IDX TO WCA-REJ-QTD
                   MOVE REJ-NUM-DOC  TO WCA-REJ-DOC(WCA-REJ-IDX)
                   MOVE REJ-COD-CTA  TO WCA-REJ-CTA(WCA-REJ-IDX)
                   MOVE REJ-COD-ERRO TO WCA-REJ-ERRO(WCA-REJ-IDX)
                   MOVE 'N'          TO WCA-REJ-ACHOU(WCA-REJ-IDX)
               ELSE
                   ADD 1 TO WS-QTD-REJ-EXCEDENTE
               END-IF
           END-IF.
           PERFORM 1710-LER-REJEICAO
              THRU 1710-LER-REJEICAO-FIM.
       1720-GUARDA-REJEICAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     GERACOES ARQUIVADAS DO INICIO DO SEMESTRE ATE O MES DE
      *     REFERENCIA E O ARQUIVO VIVO: O SEMESTRE PARA AS SOMAS, O
      *     QUE VEIO DEPOIS PARA VOLTAR O SALDO AO FIM DO SEMESTRE
      *-----------------------------------------------------------------
       2000-VARRE-MOVIMENTOS.
           OPEN OUTPUT MOVTRAB.
           MOVE WS-MES-INICIAL TO WS-MES-VARREDURA.
           PERFORM 2050-VARRE-ARQUIVO-MES
              THRU 2050-VARRE-ARQUIVO-MES-FIM
             UNTIL WS-MES-VARREDURA GREATER THAN WS-MES-REFERENCIA.
           MOVE 'MOVIMENTO01' TO WS-NOME-MOVIMENTO.
           PERFORM 2100-VARRE-ARQUIVO
              THRU 2100-VARRE-ARQUIVO-FIM.
           CLOSE MOVTRAB.

           SORT CLASSIFICA
               ON ASCENDING KEY SRT-COD-CTA
               USING MOVTRAB
               GIVING MOVTRAB.
       2000-VARRE-MOVIMENTOS-FIM.
           EXIT.

       2050-VARRE-ARQUIVO-MES.
           MOVE SPACES TO WS-NOME-MOVIMENTO.
           STRING 'MOVARQ01.D' WS-MES-VARREDURA
               DELIMITED BY SIZE INTO WS-NOME-MOVIMENTO.
           PERFORM 2100-VARRE-ARQUIVO
              THRU 2100-VARRE-ARQUIVO-FIM.
           IF WS-VAR-MES EQUAL 12
               ADD 1 TO WS-VAR-ANO
               MOVE 1 TO WS-VAR-MES
           ELSE
               ADD 1 TO WS-VAR-MES
           END-IF.
       2050-VARRE-ARQUIVO-MES-FIM.
           EXIT.

      *****VARRE UM ARQUIVO DE MOVIMENTOS (GERACAO AUSENTE E PULADA)
       2100-VARRE-ARQUIVO.
           SET SW-FIM-NAO-MOV TO TRUE.
           OPEN INPUT MOVIMENTO.
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               GO TO 2100-VARRE-ARQUIVO-FIM
           END-IF.
           ADD 1 TO WS-QTD-ARQUIVOS.
           PERFORM 2110-LER-MOVIMENTO
              THRU 2110-LER-MOVIMENTO-FIM.
           PERFORM 2200-CLASSIFICA-MOVIMENTO
              THRU 2200-CLASSIFICA-MOVIMENTO-FIM
             UNTIL SW-FIM-SIM-MOV.
           CLOSE MOVIMENTO.
       2100-VARRE-ARQUIVO-FIM.
           EXIT.

       2110-LER-MOVIMENTO.
           READ MOVIMENTO
               AT END
                   SET SW-FIM-SIM-MOV TO TRUE
           END-READ.
       2110-LER-MOVIMENTO-FIM.
           EXIT.

       2200-CLASSIFICA-MOVIMENTO.
           MOVE MOV-DAT(1:6) TO WS-MES-MOVIMENTO.
           IF MOV-COD-CTA GREATER THAN ZERO
              AND (MOV-CREDITO OR MOV-DEBITO)
              AND WS-MES-MOVIMENTO NOT LESS THAN WS-MES-INICIAL
               MOVE MOV-COD-CTA TO MT-COD-CTA
               MOVE MOV-TIP     TO MT-TIP
               MOVE MOV-VAL     TO MT-VAL
               IF WS-MES-MOVIMENTO GREATER THAN WS-MES-FINAL
                   MOVE 7 TO MT-MES
               ELSE
                   COMPUTE MT-MES =
                       WS-MES-MOVIMENTO - WS-MES-INICIAL + 1
               END-IF
               WRITE REG-MOVTRAB
           END-IF.
           PERFORM 2110-LER-MOVIMENTO
              THRU 2110-LER-MOVIMENTO-FIM.
       2200-CLASSIFICA-MOVIMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CRUZA ENTRADA01 X ENTRADA02 (PULANDO HDR/TRL) COM OS
      *     MOVIMENTOS JA EM ORDEM DE CONTA; CADA CONTA COM MOVIMENTO
      *     NO SEMESTRE VAI PARA O ARQUIVO DE TRABALHO POR TITULAR
      *-----------------------------------------------------------------
       3000-CRUZA-CONTAS.
           OPEN INPUT ENTRADA
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
              OR WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               DISPLAY 'EFINAN01 - ENTRADA NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MOVTRAB.
           OPEN OUTPUT CTATRAB.
           SET SW-FIM-NAO    TO TRUE
           SET SW-FIM-NAO-02 TO TRUE
           SET SW-FIM-NAO-MT TO TRUE.
           PERFORM 3010-LER-ENTRADA
              THRU 3010-LER-ENTRADA-FIM
           PERFORM 3020-LER-ENTRADA-ARQ02
              THRU 3020-LER-ENTRADA-ARQ02-FIM
           PERFORM 3030-LER-MOVTRAB
              THRU 3030-LER-MOVTRAB-FIM.

           PERFORM 3100-CASA-CONTAS
              THRU 3100-CASA-CONTAS-FIM
             UNTIL SW-FIM-SIM AND SW-FIM-SIM-02.

      *****MOVIMENTO DE CONTA FORA DO CADASTRO NAO TEM A QUEM DECLARAR
           PERFORM 3210-SOBRA-MOVIMENTO
              THRU 3210-SOBRA-MOVIMENTO-FIM
             UNTIL SW-FIM-SIM-MT.

           CLOSE ENTRADA
           CLOSE ENTRADA02
           CLOSE MOVTRAB
           CLOSE CTATRAB.
       3000-CRUZA-CONTAS-FIM.
           EXIT.

       3010-LER-ENTRADA.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM TO TRUE
                   MOVE 9999999 TO WS-CHAVE-E1
               NOT AT END
                   MOVE COD-CTA TO WS-CHAVE-E1
           END-READ.
      *****O HEADER TRAZ O BANCO; HDR/TRL NAO SAO CONTAS
           IF NOT SW-FIM-SIM
              AND REG-ENTRADA(1:3) EQUAL 'HDR'
               IF REG-ENTRADA(22:3) NOT EQUAL SPACES
                   MOVE REG-ENTRADA(22:3) TO WS-COD-BANCO
               END-IF
               GO TO 3010-LER-ENTRADA
           END-IF.
           IF NOT SW-FIM-SIM
              AND REG-ENTRADA(1:3) EQUAL 'TRL'
               GO TO 3010-LER-ENTRADA
           END-IF.
       3010-LER-ENTRADA-FIM.
           EXIT.

       3020-LER-ENTRADA-ARQ02.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-02 TO TRUE
                   MOVE 9999999 TO WS-CHAVE-E2
               NOT AT END
                   MOVE E2-COD-CTA TO WS-CHAVE-E2
           END-READ.
           IF NOT SW-FIM-SIM-02
              AND (REG-ENTRADA-02(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA-02(1:3) EQUAL 'TRL')
               GO TO 3020-LER-ENTRADA-ARQ02
           END-IF.
       3020-LER-ENTRADA-ARQ02-FIM.
           EXIT.

       3030-LER-MOVTRAB.
           READ MOVTRAB
               AT END
                   SET SW-FIM-SIM-MT TO TRUE
           END-READ.
       3030-LER-MOVTRAB-FIM.
           EXIT.

       3100-CASA-CONTAS.
           IF WS-CHAVE-E1 EQUAL TO WS-CHAVE-E2
               PERFORM 3200-ACUMULA-CONTA
                  THRU 3200-ACUMULA-CONTA-FIM
               PERFORM 3010-LER-ENTRADA
                  THRU 3010-LER-ENTRADA-FIM
               PERFORM 3020-LER-ENTRADA-ARQ02
                  THRU 3020-LER-ENTRADA-ARQ02-FIM
           ELSE
               IF WS-CHAVE-E1 LESS THAN WS-CHAVE-E2
                   PERFORM 3010-LER-ENTRADA
                      THRU 3010-LER-ENTRADA-FIM
               ELSE
                   PERFORM 3020-LER-ENTRADA-ARQ02
                      THRU 3020-LER-ENTRADA-ARQ02-FIM
               END-IF
           END-IF.
       3100-CASA-CONTAS-FIM.
           EXIT.

      *****SOMA OS MOVIMENTOS DA CONTA POR MES DO SEMESTRE E VOLTA O
      *****SALDO CORRENTE AO FIM DO SEMESTRE
       3200-ACUMULA-CONTA.
           PERFORM 3210-SOBRA-MOVIMENTO
              THRU 3210-SOBRA-MOVIMENTO-FIM
             UNTIL SW-FIM-SIM-MT
                OR MT-COD-CTA NOT LESS THAN COD-CTA.

           INITIALIZE WCA-CONTA.
           MOVE ZEROS TO WS-CREDITOS-POSTERIORES
                         WS-DEBITOS-POSTERIORES
                         WS-QTD-MOV-PERIODO.
           PERFORM 3220-SOMA-MOVIMENTO
              THRU 3220-SOMA-MOVIMENTO-FIM
             UNTIL SW-FIM-SIM-MT
                OR MT-COD-CTA NOT EQUAL COD-CTA.

           IF WS-QTD-MOV-PERIODO EQUAL ZEROS
               GO TO 3200-ACUMULA-CONTA-FIM
           END-IF.
           ADD 1 TO WS-QTD-CONTAS.
           COMPUTE WS-SALDO-FINAL = SLD-CTA
                                  - WS-CREDITOS-POSTERIORES
                                  + WS-DEBITOS-POSTERIORES.

           MOVE SPACES          TO REG-CTATRAB.
           MOVE E2-COD-CTA      TO EC-COD-CTA.
           MOVE COD-AGENCIA     TO EC-COD-AGENCIA.
           PERFORM 3230-COPIA-MESES
              THRU 3230-COPIA-MESES-FIM
              VARYING WS-IND-MES FROM 1 BY 1
              UNTIL WS-IND-MES GREATER THAN 6.
           MOVE WS-SALDO-FINAL  TO EC-SALDO-FINAL.

           MOVE E2-NUM-DOC      TO EC-NUM-DOC.
           MOVE E2-NOM-CLI      TO EC-NOM-CLI.
           PERFORM 3300-GRAVA-CONTA
              THRU 3300-GRAVA-CONTA-FIM.
      *****CONTA CONJUNTA: A MESMA CONTA PARA CADA COTITULAR
           PERFORM 3240-CONTA-COTITULAR
              THRU 3240-CONTA-COTITULAR-FIM
              VARYING WCA-COT-IDX FROM 1 BY 1
              UNTIL WCA-COT-IDX GREATER THAN WCA-COT-QTD.
       3200-ACUMULA-CONTA-FIM.
           EXIT.

       3210-SOBRA-MOVIMENTO.
           ADD 1 TO WS-QTD-SEM-CADASTRO.
           PERFORM 3030-LER-MOVTRAB
              THRU 3030-LER-MOVTRAB-FIM.
       3210-SOBRA-MOVIMENTO-FIM.
           EXIT.

       3220-SOMA-MOVIMENTO.
           IF MT-MES EQUAL 7
               IF MT-TIP EQUAL 'C'
                   ADD MT-VAL TO WS-CREDITOS-POSTERIORES
               ELSE
                   ADD MT-VAL TO WS-DEBITOS-POSTERIORES
               END-IF
           ELSE
               ADD 1 TO WS-QTD-MOV-PERIODO
               IF MT-TIP EQUAL 'C'
                   ADD MT-VAL TO WCA-CTA-CREDITOS(MT-MES)
               ELSE
                   ADD MT-VAL TO WCA-CTA-DEBITOS(MT-MES)
               END-IF
           END-IF.
           PERFORM 3030-LER-MOVTRAB
              THRU 3030-LER-MOVTRAB-FIM.
       3220-SOMA-MOVIMENTO-FIM.
           EXIT.

       3230-COPIA-MESES.
           MOVE WCA-CTA-CREDITOS(WS-IND-MES)
              TO EC-CREDITOS(WS-IND-MES).
           MOVE WCA-CTA-DEBITOS(WS-IND-MES)
              TO EC-DEBITOS(WS-IND-MES).
       3230-COPIA-MESES-FIM.
           EXIT.

       3240-CONTA-COTITULAR.
           IF WCA-COT-CTA(WCA-COT-IDX) EQUAL E2-COD-CTA
               MOVE WCA-COT-DOC(WCA-COT-IDX)  TO EC-NUM-DOC
               MOVE WCA-COT-NOME(WCA-COT-IDX) TO EC-NOM-CLI
               PERFORM 3300-GRAVA-CONTA
                  THRU 3300-GRAVA-CONTA-FIM
           END-IF.
       3240-CONTA-COTITULAR-FIM.
           EXIT.

      *****CPF TEM 11 DIGITOS E TRES BRANCOS; CNPJ OCUPA OS 14
       3300-GRAVA-CONTA.
           IF EC-NUM-DOC(12:3) EQUAL SPACES
               MOVE 'F' TO EC-TIPO-PESSOA
           ELSE
               MOVE 'J' TO EC-TIPO-PESSOA
           END-IF.
           WRITE REG-CTATRAB.
       3300-GRAVA-CONTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     RECLASSIFICA POR DOCUMENTO E GRAVA O ARQUIVO DE ENVIO COM
      *     AS CONTAS DOS CLIENTES DECLARADOS
      *-----------------------------------------------------------------
       4000-GRAVA-ENVIO.
           SORT CLASSIFICA2
               ON ASCENDING KEY SRT2-NUM-DOC
                                SRT2-COD-CTA
               USING CTATRAB
               GIVING CTATRAB.

           MOVE SPACES TO WS-NOME-SAIDA.
           IF SW-MODO-REENVIO
               STRING 'EFINAN01.B' WS-COD-BANCO '.S' WS-ANO-PERIODO
                      WS-SEMESTRE '.R'
                   DELIMITED BY SIZE INTO WS-NOME-SAIDA
               MOVE 'REENVIO ' TO LTI-MODO
           ELSE
               STRING 'EFINAN01.B' WS-COD-BANCO '.S' WS-ANO-PERIODO
                      WS-SEMESTRE
                   DELIMITED BY SIZE INTO WS-NOME-SAIDA
               MOVE 'ORIGINAL' TO LTI-MODO
           END-IF.

           OPEN OUTPUT SAIDA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-COD-BANCO   TO HDS-COD-BANCO.
           MOVE WS-ANO-PERIODO TO HDS-ANO.
           MOVE WS-SEMESTRE    TO HDS-SEMESTRE.
           MOVE SW-MODO        TO HDS-TIPO-ENVIO.
           MOVE WS-DATA-HOJE   TO HDS-DATA-GERACAO.
           MOVE WCA-LIMITE-PF  TO HDS-LIMITE-PF.
           MOVE WCA-LIMITE-PJ  TO HDS-LIMITE-PJ.
           MOVE SPACES           TO REG-SAIDA.
           MOVE WCA-HEADER-SAIDA TO REG-SAIDA.
           WRITE REG-SAIDA.

           OPEN OUTPUT RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-ANO-PERIODO TO LTI-ANO.
           MOVE WS-SEMESTRE    TO LTI-SEMESTRE.
           MOVE WS-COD-BANCO   TO LTI-COD-BANCO.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABECALHO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           OPEN INPUT CTATRAB.
           SET SW-FIM-NAO-EC TO TRUE.
           PERFORM 4100-LER-CTATRAB
              THRU 4100-LER-CTATRAB-FIM.
           PERFORM 4200-QUEBRA-DOCUMENTO
              THRU 4200-QUEBRA-DOCUMENTO-FIM
             UNTIL SW-FIM-SIM-EC.
           CLOSE CTATRAB.

           MOVE WS-QTD-DETALHES   TO TRS-QTD-DETALHES.
           MOVE WS-QTD-DECLARADOS TO TRS-QTD-CLIENTES.
           MOVE WS-TOT-CREDITOS   TO TRS-TOT-CREDITOS.
           MOVE WS-TOT-DEBITOS    TO TRS-TOT-DEBITOS.
           MOVE SPACES            TO REG-SAIDA.
           MOVE WCA-TRAILER-SAIDA TO REG-SAIDA.
           WRITE REG-SAIDA.
           CLOSE SAIDA.

           IF SW-MODO-REENVIO
               PERFORM 4600-REJEICAO-AUSENTE
                  THRU 4600-REJEICAO-AUSENTE-FIM
                  VARYING WCA-REJ-IDX FROM 1 BY 1
                  UNTIL WCA-REJ-IDX GREATER THAN WCA-REJ-QTD
           END-IF.
           PERFORM 4700-TOTAIS-RELATORIO
              THRU 4700-TOTAIS-RELATORIO-FIM.
           CLOSE RELATORIO.
       4000-GRAVA-ENVIO-FIM.
           EXIT.

       4100-LER-CTATRAB.
           READ CTATRAB
               AT END
                   SET SW-FIM-SIM-EC TO TRUE
           END-READ.
       4100-LER-CTATRAB-FIM.
           EXIT.

       4200-QUEBRA-DOCUMENTO.
           MOVE EC-NUM-DOC     TO WS-DOC-ANTERIOR.
           MOVE EC-NOM-CLI     TO WS-NOM-ANTERIOR.
           MOVE EC-TIPO-PESSOA TO WS-TIPO-ANTERIOR.
           MOVE ZEROS TO WCA-DOC-QTD.
           INITIALIZE WCA-SOMAS-DOC.
           PERFORM 4210-GUARDA-CONTA
              THRU 4210-GUARDA-CONTA-FIM
             UNTIL SW-FIM-SIM-EC
                OR EC-NUM-DOC NOT EQUAL WS-DOC-ANTERIOR.
           ADD 1 TO WS-QTD-CLIENTES.

      *****DOCUMENTO EM BRANCO NAO TEM COMO SER DECLARADO
           IF WS-DOC-ANTERIOR EQUAL SPACES
               GO TO 4200-QUEBRA-DOCUMENTO-FIM
           END-IF.

           IF WS-TIPO-ANTERIOR EQUAL 'F'
               MOVE WCA-LIMITE-PF TO WS-LIMITE-DOC
           ELSE
               MOVE WCA-LIMITE-PJ TO WS-LIMITE-DOC
           END-IF.
           MOVE 'N' TO WS-DECLARA.
           MOVE ZEROS TO WS-MAIOR-CREDITO WS-MAIOR-DEBITO.
           PERFORM 4300-TESTA-LIMITE
              THRU 4300-TESTA-LIMITE-FIM
              VARYING WS-IND-MES FROM 1 BY 1
              UNTIL WS-IND-MES GREATER THAN 6.
           IF SW-MODO-REENVIO
               MOVE 'S' TO WS-DECLARA
           END-IF.
           IF WS-DECLARA NOT EQUAL 'S'
               GO TO 4200-QUEBRA-DOCUMENTO-FIM
           END-IF.

           MOVE ZEROS TO WS-QTD-CTA-DECLARADA.
           PERFORM 4400-GRAVA-DETALHE
              THRU 4400-GRAVA-DETALHE-FIM
              VARYING WCA-DOC-IDX FROM 1 BY 1
              UNTIL WCA-DOC-IDX GREATER THAN WCA-DOC-QTD.
           IF WS-QTD-CTA-DECLARADA GREATER THAN ZERO
               ADD 1 TO WS-QTD-DECLARADOS
               MOVE WS-DOC-ANTERIOR      TO LC-NUM-DOC
               MOVE WS-TIPO-ANTERIOR     TO LC-TIPO-PESSOA
               MOVE WS-NOM-ANTERIOR      TO LC-NOM-CLI
               MOVE WS-QTD-CTA-DECLARADA TO LC-QTD-CONTAS
               MOVE WS-MAIOR-CREDITO     TO LC-MAIOR-CREDITO
               MOVE WS-MAIOR-DEBITO      TO LC-MAIOR-DEBITO
               MOVE WCA-LINHA-CLIENTE TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
       4200-QUEBRA-DOCUMENTO-FIM.
           EXIT.

       4210-GUARDA-CONTA.
           PERFORM 4220-SOMA-MES
              THRU 4220-SOMA-MES-FIM
              VARYING WS-IND-MES FROM 1 BY 1
              UNTIL WS-IND-MES GREATER THAN 6.
           IF WCA-DOC-QTD LESS THAN 200
               ADD 1 TO WCA-DOC-QTD
               SET WCA-DOC-IDX TO WCA-DOC-QTD
               MOVE REG-CTATRAB TO WCA-DOC-IMAGEM(WCA-DOC-IDX)
           ELSE
               ADD 1 TO WS-QTD-DOC-EXCEDENTE
           END-IF.
           PERFORM 4100-LER-CTATRAB
              THRU 4100-LER-CTATRAB-FIM.
       4210-GUARDA-CONTA-FIM.
           EXIT.

       4220-SOMA-MES.
           ADD EC-CREDITOS(WS-IND-MES)
              TO WCA-SOMA-CREDITOS(WS-IND-MES).
           ADD EC-DEBITOS(WS-IND-MES)
              TO WCA-SOMA-DEBITOS(WS-IND-MES).
       4220-SOMA-MES-FIM.
           EXIT.

      *****BASTA UM MES COM CREDITOS OU DEBITOS ACIMA DO LIMITE
       4300-TESTA-LIMITE.
           IF WCA-SOMA-CREDITOS(WS-IND-MES) GREATER THAN WS-LIMITE-DOC
              OR WCA-SOMA-DEBITOS(WS-IND-MES) GREATER THAN WS-LIMITE-DOC
               MOVE 'S' TO WS-DECLARA
           END-IF.
           IF WCA-SOMA-CREDITOS(WS-IND-MES) GREATER THAN
              WS-MAIOR-CREDITO
               MOVE WCA-SOMA-CREDITOS(WS-IND-MES) TO WS-MAIOR-CREDITO
           END-IF.
           IF WCA-SOMA-DEBITOS(WS-IND-MES) GREATER THAN
              WS-MAIOR-DEBITO
               MOVE WCA-SOMA-DEBITOS(WS-IND-MES) TO WS-MAIOR-DEBITO
           END-IF.
       4300-TESTA-LIMITE-FIM.
           EXIT.

      *****NO REENVIO SO SAI A CONTA DO DOCUMENTO QUE FOI REJEITADA
       4400-GRAVA-DETALHE.
           MOVE WCA-DOC-IMAGEM(WCA-DOC-IDX) TO WCA-CONTA-DOC.
           IF SW-MODO-REENVIO
               MOVE 'N' TO WS-REJ-ACHOU
               PERFORM 4500-PROCURA-REJEICAO
                  THRU 4500-PROCURA-REJEICAO-FIM
                  VARYING WCA-REJ-IDX FROM 1 BY 1
                  UNTIL WCA-REJ-IDX GREATER THAN WCA-REJ-QTD
               IF WS-REJ-ACHOU NOT EQUAL 'S'
                   GO TO 4400-GRAVA-DETALHE-FIM
               END-IF
           END-IF.

           MOVE WS-COD-BANCO   TO EFD-COD-BANCO.
           MOVE CD-NUM-DOC     TO EFD-NUM-DOC.
           MOVE CD-TIPO-PESSOA TO EFD-TIPO-PESSOA.
           MOVE CD-NOM-CLI     TO EFD-NOM-CLI.
           MOVE CD-COD-AGENCIA TO EFD-COD-AGENCIA.
           MOVE CD-COD-CTA     TO EFD-COD-CTA.
           MOVE WS-MES-INICIAL TO WS-MES-VARREDURA.
           PERFORM 4410-DETALHE-MES
              THRU 4410-DETALHE-MES-FIM
              VARYING WS-IND-MES FROM 1 BY 1
              UNTIL WS-IND-MES GREATER THAN 6.
           MOVE CD-SALDO-FINAL TO EFD-SALDO-FINAL.
           MOVE SPACES             TO REG-SAIDA.
           MOVE WCA-REGISTRO-SAIDA TO REG-SAIDA.
           WRITE REG-SAIDA.
           ADD 1 TO WS-QTD-DETALHES WS-QTD-CTA-DECLARADA.
       4400-GRAVA-DETALHE-FIM.
           EXIT.

       4410-DETALHE-MES.
           MOVE WS-MES-VARREDURA         TO EFD-ANOMES(WS-IND-MES).
           MOVE CD-CREDITOS(WS-IND-MES)  TO EFD-CREDITOS(WS-IND-MES).
           MOVE CD-DEBITOS(WS-IND-MES)   TO EFD-DEBITOS(WS-IND-MES).
           ADD CD-CREDITOS(WS-IND-MES)   TO WS-TOT-CREDITOS.
           ADD CD-DEBITOS(WS-IND-MES)    TO WS-TOT-DEBITOS.
           ADD 1 TO WS-MES-VARREDURA.
       4410-DETALHE-MES-FIM.
           EXIT.

       4500-PROCURA-REJEICAO.
           IF WCA-REJ-DOC(WCA-REJ-IDX) EQUAL CD-NUM-DOC
              AND WCA-REJ-CTA(WCA-REJ-IDX) EQUAL CD-COD-CTA
               MOVE 'S' TO WS-REJ-ACHOU WCA-REJ-ACHOU(WCA-REJ-IDX)
           END-IF.
       4500-PROCURA-REJEICAO-FIM.
           EXIT.

      *****REJEICAO SEM CONTA COM MOVIMENTO NO SEMESTRE PARA REENVIAR
       4600-REJEICAO-AUSENTE.
           IF WCA-REJ-ACHOU(WCA-REJ-IDX) NOT EQUAL 'S'
               ADD 1 TO WS-QTD-REJ-AUSENTES
               MOVE WCA-REJ-DOC(WCA-REJ-IDX)  TO LRJ-NUM-DOC
               MOVE WCA-REJ-CTA(WCA-REJ-IDX)  TO LRJ-COD-CTA
               MOVE WCA-REJ-ERRO(WCA-REJ-IDX) TO LRJ-COD-ERRO
               MOVE WCA-LINHA-REJEICAO TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
       4600-REJEICAO-AUSENTE-FIM.
           EXIT.

       4700-TOTAIS-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'ARQUIVOS DE MOVIMENTO VARRIDOS' TO LT-TEXTO.
           MOVE WS-QTD-ARQUIVOS TO LT-QTD.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'CONTAS COM MOVIMENTO NO SEMESTRE' TO LT-TEXTO.
           MOVE WS-QTD-CONTAS TO LT-QTD.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'CLIENTES AVALIADOS' TO LT-TEXTO.
           MOVE WS-QTD-CLIENTES TO LT-QTD.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'CLIENTES DECLARADOS' TO LT-TEXTO.
           MOVE WS-QTD-DECLARADOS TO LT-QTD.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'REGISTROS DE CONTA NO ENVIO' TO LT-TEXTO.
           MOVE WS-QTD-DETALHES TO LT-QTD.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'TOTAL DE CREDITOS DECLARADOS' TO LV-TEXTO.
           MOVE WS-TOT-CREDITOS TO LV-VALOR.
           MOVE WCA-LINHA-VALOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'TOTAL DE DEBITOS DECLARADOS' TO LV-TEXTO.
           MOVE WS-TOT-DEBITOS TO LV-VALOR.
           MOVE WCA-LINHA-VALOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'MOVIMENTOS SEM CONTA NO CADASTRO' TO LT-TEXTO.
           MOVE WS-QTD-SEM-CADASTRO TO LT-QTD.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF SW-MODO-REENVIO
               MOVE 'REJEICOES SEM CONTA PARA REENVIO' TO LT-TEXTO
               MOVE WS-QTD-REJ-AUSENTES TO LT-QTD
               MOVE WCA-LINHA-TOTAL TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
       4700-TOTAIS-RELATORIO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           DISPLAY 'EFINAN01 - ' WS-NOME-SAIDA ' - '
                   WS-QTD-DECLARADOS ' CLIENTES, '
                   WS-QTD-DETALHES ' CONTAS'.
           IF WS-QTD-COT-EXCEDENTE GREATER THAN ZERO
               DISPLAY 'EFINAN01 - TITULARES01 COM MAIS DE 2000 '
                       'COTITULARES - ' WS-QTD-COT-EXCEDENTE
                       ' FORA DA DECLARACAO'
           END-IF.
           IF WS-QTD-DOC-EXCEDENTE GREATER THAN ZERO
               DISPLAY 'EFINAN01 - DOCUMENTO COM MAIS DE 200 CONTAS - '
                       WS-QTD-DOC-EXCEDENTE ' CONTAS FORA DO ENVIO'
           END-IF.
           IF WS-QTD-REJ-EXCEDENTE GREATER THAN ZERO
               DISPLAY 'EFINAN01 - RETORNO COM MAIS DE 5000 '
                       'REJEICOES - ' WS-QTD-REJ-EXCEDENTE
                       ' NAO REENVIADAS'
           END-IF.

           MOVE 0 TO WS-RC-FINAL.
           IF (WSN-FS-CTATRAB NOT EQUAL 00 AND
                WSN-FS-CTATRAB NOT EQUAL 10)   OR
               WSN-FS-SAIDA     NOT EQUAL 00   OR
               WSN-FS-RELATORIO NOT EQUAL 00   OR
               WS-QTD-COT-EXCEDENTE GREATER THAN ZERO OR
               WS-QTD-DOC-EXCEDENTE GREATER THAN ZERO OR
               WS-QTD-REJ-EXCEDENTE GREATER THAN ZERO
               DISPLAY 'EFINAN01 - ENCERRADO COM ERRO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-RC-FINAL EQUAL ZERO
               MOVE 'I' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'E-FINANCEIRA ' WS-ANO-PERIODO '/' WS-SEMESTRE
                  ' ' SW-MODO ' - ' WS-QTD-DECLARADOS ' CLIENTES '
                  WS-QTD-DETALHES ' CONTAS'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM EFINAN01.
