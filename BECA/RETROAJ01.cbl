      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Ajuste retroativo dos movimentos com data-valor em mes
      * ja fechado. Um credito que a agencia manda atrasado, com
      * MOV-DAT dentro de um mes encerrado, entra hoje no Movimento01,
      * mas os juros de cheque especial (JUROSCHQ01), o IOF sobre o
      * saldo devedor, os juros da poupanca (JUROSPOUP01) e o saldo
      * medio (SALDOMED01) daquele mes ja foram apurados sem ele.
      * O lote acha no Movimento01 os movimentos com data-valor
      * anterior ao mes aberto (CTL-DATA-REFERENCIA do Controle01)
      * que ainda nao tem vinculo em AJRETRO01 e, para cada conta
      * afetada, reconstitui o saldo dia a dia dos meses fechados
      * desde a data-valor: o fechamento de cada mes e o saldo atual
      * desfeito do liquido do Movimento01 e das geracoes arquivadas
      * MOVARQ01.D<AAAAMM> posteriores (convencao do ARQMOV01), e os
      * deltas diarios saem da geracao do proprio mes, na mesma
      * caminhada do JUROSCHQ01. Cada dia e recalculado com e sem o
      * movimento atrasado, com a taxa e a aliquota de IOF em vigor
      * naquele dia (rotina comum TAXAVIG, sem vigencia vale o
      * Controle01), e o fechamento do mes com a taxa media da
      * poupanca. A diferenca de cada movimento atrasado e lancada no
      * Movimento01 com NSU proprio da GERANSU e historico com o NSU
      * original ('AJ JUROS', 'AJ IOF' e 'AJ POUP'; credito quando o
      * cliente pagou a mais ou recebeu a menos, debito no caso
      * contrario), o vinculo original -> ajustes e anexado ao
      * AJRETRO01 (que impede o segundo ajuste do mesmo NSU) e o
      * saldo medio do mes gravado em SALDOMED01 e corrigido. O
      * relatorio RELRETRO01 lista por agencia cada ajuste feito.
      * A reconstituicao vai no maximo 12 meses para tras; movimento
      * mais antigo e ajustado a partir do primeiro mes da janela e
      * sai marcado no relatorio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROAJ01.
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

           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

           SELECT ARQUIVOMORTO ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ARQUIVOMORTO.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT VINCULOS ASSIGN TO 'AJRETRO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-VINCULOS.

           SELECT SALDOMED ASSIGN TO 'SALDOMED01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-SALDOMED.

           SELECT SMTRAB ASSIGN TO 'SMTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-SMTRAB.

           SELECT RELATORIO ASSIGN TO 'RELRETRO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
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
               88 STA-CTA-ATIVA                VALUE 'A'.

       FD ENTRADA02.
       01 REG-ENTRADA-02.
           05 E2-COD-CTA           PIC 9(06).
           05 E2-NOM-CLI           PIC X(25).
           05 E2-COD-CID           PIC 9(04).
           05 E2-DAT-INI           PIC 9(08).
           05 E2-NUM-DOC           PIC X(14).

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
               88 MOV-CREDITO                  VALUE 'C'.
           05 MOV-FORMA            PIC X(01).
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

      *                GERACAO ARQUIVADA DE UM MES FECHADO (ARQMOV01)
       FD ARQUIVOMORTO.
       01 REG-ARQUIVOMORTO.
           05 ARQ-COD-CTA          PIC 9(06).
           05 ARQ-DAT              PIC 9(08).
           05 ARQ-TIP              PIC X(01).
               88 ARQ-CREDITO                  VALUE 'C'.
           05 ARQ-FORMA            PIC X(01).
           05 ARQ-VAL              PIC 9(09)V99.
           05 ARQ-HIST             PIC X(20).
           05 ARQ-NSU              PIC 9(09).

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
      *****TAXA DIARIA DO CHEQUE ESPECIAL (PERCENTUAL AO DIA)
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
      *****ALIQUOTAS DO IOF DE CREDITO (PERCENTUAL AO DIA E ADICIONAL)
           05 CTL-IOF-DIARIO-PF       PIC 9(02)V9(04).
           05 CTL-IOF-DIARIO-PJ       PIC 9(02)V9(04).
           05 CTL-IOF-ADICIONAL       PIC 9(02)V9(04).

      *                VINCULO ORIGINAL -> AJUSTES, UM POR NSU
       FD VINCULOS.
       01 REG-VINCULO.
           05 VIN-NSU-ORIGINAL     PIC 9(09).
           05 FILLER               PIC X(01).
           05 VIN-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 VIN-DAT-ORIGINAL     PIC 9(08).
           05 FILLER               PIC X(01).
           05 VIN-TIP-ORIGINAL     PIC X(01).
           05 FILLER               PIC X(01).
           05 VIN-VAL              PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 VIN-DAT-AJUSTE       PIC 9(08).
           05 FILLER               PIC X(01).
      *****AJUSTES EM FAVOR DO CLIENTE POSITIVOS, CONTRA ELE NEGATIVOS
           05 VIN-AJ-JUROS         PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 VIN-NSU-JUROS        PIC 9(09).
           05 FILLER               PIC X(01).
           05 VIN-AJ-IOF           PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 VIN-NSU-IOF          PIC 9(09).
           05 FILLER               PIC X(01).
           05 VIN-AJ-POUP          PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 VIN-NSU-POUP         PIC 9(09).
           05 FILLER               PIC X(01).
      *****'S' = DATA-VALOR ANTERIOR A JANELA DE 12 MESES
           05 VIN-LIMITADO         PIC X(01).

       FD SALDOMED.
       01 REG-SALDOMED.
           05 SM-COD-CTA           PIC 9(06).
           05 FILLER               PIC X(01).
           05 SM-DATA-REF          PIC 9(08).
           05 FILLER               PIC X(01).
           05 SM-SALDO-MEDIO       PIC S9(09)V99
                                   SIGN LEADING SEPARATE.

       FD SMTRAB.
       01 REG-SMTRAB               PIC X(28).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ARQUIVOMORTO  PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-VINCULOS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SALDOMED      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SMTRAB        PIC 9(02) VALUE ZEROS.
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
           05 SW-ARQUIVO           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-ARQ               VALUE 'N'.
               88 SW-FIM-SIM-ARQ               VALUE 'S'.
           05 SW-VINCULO           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-VIN               VALUE 'N'.
               88 SW-FIM-SIM-VIN               VALUE 'S'.
           05 SW-SALDOMED          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-SM                VALUE 'N'.
               88 SW-FIM-SIM-SM                VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WS-MES-ABERTO            PIC 9(06) VALUE ZEROS.
       01 WS-MES-MAIS-ANTIGO       PIC 9(06) VALUE ZEROS.
       01 WCA-TAXA-CHEQUE          PIC 9(02)V9(04) VALUE ZEROS.
       01 WCA-TAXA-POUPANCA        PIC 9(02)V9(04) VALUE ZEROS.
       01 WCA-IOF-DIARIO-PF        PIC 9(02)V9(04) VALUE 0,0082.
       01 WCA-IOF-DIARIO-PJ        PIC 9(02)V9(04) VALUE 0,0041.
       01 WCA-IOF-DIARIO           PIC 9(02)V9(04) VALUE ZEROS.

      *****NSUS JA AJUSTADOS, CARREGADOS DO AJRETRO01
       01 WCA-VINCULOS.
           05 WCA-VIN-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-VIN-NSU          PIC 9(09) OCCURS 20000 TIMES
                                   VALUE ZEROS.
       77 WS-IDX-VIN               PIC 9(05) VALUE ZEROS.
       01 WS-VIN-ACHOU             PIC X(01) VALUE 'N'.
           88 WS-VIN-ACHOU-SIM                 VALUE 'S'.
           88 WS-VIN-ACHOU-NAO                 VALUE 'N'.

      ****** MOVIMENTOS COM DATA-VALOR EM MES FECHADO ******************
       01 WCA-RETROATIVOS.
           05 WCA-RET-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-RET-TAB OCCURS 200 TIMES.
               10 WCA-RET-COD-CTA  PIC 9(06).
               10 WCA-RET-DAT      PIC 9(08).
               10 WCA-RET-TIP      PIC X(01).
               10 WCA-RET-VAL      PIC 9(09)V99.
               10 WCA-RET-NSU      PIC 9(09).
               10 WCA-RET-CTA      PIC 9(03).
               10 WCA-RET-MES      PIC 9(02).
               10 WCA-RET-DIA      PIC 9(02).
               10 WCA-RET-LIMITADO PIC X(01).
               10 WCA-RET-AJ-JUROS PIC S9(09)V99.
               10 WCA-RET-AJ-IOF   PIC S9(09)V99.
               10 WCA-RET-AJ-POUP  PIC S9(09)V99.
               10 WCA-RET-NSU-JUROS PIC 9(09).
               10 WCA-RET-NSU-IOF  PIC 9(09).
               10 WCA-RET-NSU-POUP PIC 9(09).
       77 WS-IDX-RET               PIC 9(03) VALUE ZEROS.
       77 WS-QTD-EXCEDENTE         PIC 9(06) VALUE ZEROS.

      ****** MESES FECHADOS RECONSTITUIDOS (DO MAIS ANTIGO AO ULTIMO) **
       01 WCA-JANELA.
           05 WCA-JAN-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-JAN-TAB OCCURS 12 TIMES.
               10 WCA-JAN-MES      PIC 9(06).
               10 WCA-JAN-DIAS     PIC 9(02).
               10 WCA-JAN-TAXA-POUP PIC 9(02)V9(04).
               10 WCA-JAN-TAXA-CHQ PIC 9(02)V9(04) OCCURS 31 TIMES.
       77 WS-IDX-MES               PIC 9(02) VALUE ZEROS.
       77 WS-IDX-DIA               PIC 9(02) VALUE ZEROS.
       77 WS-QTD-MESES             PIC 9(02) VALUE ZEROS.
       77 WS-QTD-SEM-ARQUIVO       PIC 9(02) VALUE ZEROS.
       01 WS-MES-CALC              PIC 9(06) VALUE ZEROS.
       01 WS-MES-CALC-R REDEFINES WS-MES-CALC.
           05 WS-MES-CALC-ANO      PIC 9(04).
           05 WS-MES-CALC-MES      PIC 9(02).
       01 WCA-DIAS-MES.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 28.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC 9(02) VALUE 31.
       01 WCA-DIAS-MES-R REDEFINES WCA-DIAS-MES.
           05 WCA-DIAS-MES-N       PIC 9(02) OCCURS 12 TIMES.
       01 WS-ANO-BISSEXTO          PIC S9(04) VALUE ZEROS.
       01 WS-BISSEXTO              PIC X(01) VALUE 'N'.

      *****TAXAS EM VIGOR POR DIA (ROTINA COMUM TAXAVIG)
       01 WS-PARAMETRO-VIG         PIC X(20) VALUE SPACES.
       01 WS-DATA-VIG              PIC 9(08) VALUE ZEROS.
       01 WS-VALOR-VIG             PIC 9(07)V9(04) VALUE ZEROS.
       01 WS-ACHOU-VIG             PIC X(01) VALUE 'N'.
       01 WS-SOMA-TAXAS            PIC 9(04)V9(04) VALUE ZEROS.

      ****** CONTAS AFETADAS: SALDOS E DELTAS DIARIOS DA JANELA ********
      *****POSICAO DA CONTA NA TABELA, INDEXADA PELO NUMERO DA CONTA
       01 WCA-MAPA-CONTAS.
           05 WCA-MAPA-CTA         PIC 9(03) OCCURS 999999 TIMES
                                   VALUE ZEROS.
       01 WCA-CONTAS.
           05 WCA-CTA-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-CTA-TAB OCCURS 100 TIMES.
               10 WCA-CTA-COD      PIC 9(06).
               10 WCA-CTA-AGENCIA  PIC X(04).
               10 WCA-CTA-TIPO     PIC X(14).
               10 WCA-CTA-SITUACAO PIC X(01).
               10 WCA-CTA-PESSOA   PIC X(01).
               10 WCA-CTA-SALDO    PIC S9(11)V99.
               10 WCA-CTA-LIQ-ABERTO PIC S9(11)V99.
               10 WCA-CTA-AJ-MEDIA PIC S9(09)V99.
               10 WCA-CTA-MES OCCURS 12 TIMES.
      *****FECHAMENTO DO MES, LIQUIDO DA GERACAO INTEIRA E LIQUIDO DOS
      *****MOVIMENTOS DATADOS NO PROPRIO MES (O QUE O JUROSCHQ01 DESFAZ)
                   15 WCA-CTA-FECHAMENTO PIC S9(11)V99.
                   15 WCA-CTA-LIQ-GERACAO PIC S9(11)V99.
                   15 WCA-CTA-LIQ-MES PIC S9(11)V99.
                   15 WCA-CTA-DELTA PIC S9(11)V99 OCCURS 31 TIMES.
      *****ATRASADOS JA AJUSTADOS NESTA EXECUCAO, PELA DATA-VALOR
                   15 WCA-CTA-ATRASO PIC S9(11)V99 OCCURS 31 TIMES.
       77 WS-IDX-CTA               PIC 9(03) VALUE ZEROS.

      *****RECALCULO DIA A DIA
       01 WS-VALOR-SINAL           PIC S9(11)V99 VALUE ZEROS.
       01 WS-SALDO-DIA             PIC S9(11)V99 VALUE ZEROS.
       01 WS-ATRASO-ACUM           PIC S9(11)V99 VALUE ZEROS.
       01 WS-SALDO-ANTES           PIC S9(11)V99 VALUE ZEROS.
       01 WS-SALDO-DEPOIS          PIC S9(11)V99 VALUE ZEROS.
       01 WS-DEVEDOR-ANTES         PIC 9(11)V99 VALUE ZEROS.
       01 WS-DEVEDOR-DEPOIS        PIC 9(11)V99 VALUE ZEROS.
       01 WS-CREDOR-ANTES          PIC 9(11)V99 VALUE ZEROS.
       01 WS-CREDOR-DEPOIS         PIC 9(11)V99 VALUE ZEROS.
       01 WS-JUROS-CALCULO         PIC S9(09)V9(06) VALUE ZEROS.
       01 WS-IOF-CALCULO           PIC S9(09)V9(06) VALUE ZEROS.
       01 WS-POUP-CALCULO          PIC S9(09)V9(06) VALUE ZEROS.
       01 WS-SOMA-ATRASO           PIC S9(13)V99 VALUE ZEROS.
       01 WS-DIA-MEDIA             PIC 9(02) VALUE ZEROS.
       01 WS-MES-MEDIA             PIC 9(02) VALUE ZEROS.

      *****LANCAMENTO DOS AJUSTES
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.
       01 WS-VALOR-AJUSTE          PIC S9(09)V99 VALUE ZEROS.
       01 WS-HIST-AJUSTE           PIC X(10) VALUE SPACES.
       01 WS-NOME-ARQUIVO          PIC X(20) VALUE SPACES.
       77 WS-QTD-AJUSTADOS         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LANCAMENTOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SALDOMED          PIC 9(06) VALUE ZEROS.
       01 WS-TOTAL-JUROS           PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-IOF             PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-POUP            PIC S9(11)V99 VALUE ZEROS.

      ****** AJUSTES POR AGENCIA ***************************************
       01 WCA-AGENCIAS.
           05 WCA-AG-QTD           PIC 9(03)      VALUE ZEROS.
           05 WCA-AG-TAB OCCURS 100 TIMES
                         INDEXED BY WCA-AG-IDX.
               10 WCA-AG-COD       PIC X(04)      VALUE SPACES.
               10 WCA-AG-QTD-MOVS  PIC 9(04)      VALUE ZEROS.
               10 WCA-AG-JUROS     PIC S9(11)V99  VALUE ZEROS.
               10 WCA-AG-IOF       PIC S9(11)V99  VALUE ZEROS.
               10 WCA-AG-POUP      PIC S9(11)V99  VALUE ZEROS.
       01 WCA-AG-ACHOU             PIC X(01)      VALUE 'N'.
           88 WCA-AG-ACHOU-SIM                    VALUE 'S'.
           88 WCA-AG-ACHOU-NAO                    VALUE 'N'.

       01 LINE-DESIGN              PIC X(132) VALUE ALL '='.

       01 WCA-TITULO.
           05 FILLER               PIC X(52) VALUE
           '   AJUSTES RETROATIVOS DE DATA-VALOR EM MES FECHADO '.
           05 FILLER               PIC X(15) VALUE '- REFERENCIA '.
           05 TT-DATA-REF          PIC 9(08) VALUE ZEROS.

       01 WCA-CABECALHO.
           05 FILLER               PIC X(52) VALUE
           '   AG   CONTA  NSU ORIGINAL DATA-VALOR T        VALO'.
           05 FILLER               PIC X(60) VALUE
           'R   AJ JUROS CHQ      AJ IOF     AJ JUROS POUP'.

       01 WCA-LINHA-DETALHE.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LD-AGENCIA           PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-NSU               PIC 9(09) VALUE ZEROS.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 LD-DATA              PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-TIP               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-VALOR             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-JUROS             PIC -ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-IOF               PIC -ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 LD-POUP              PIC -ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-OBSERVACAO        PIC X(24) VALUE SPACES.

       01 WCA-LINHA-AGENCIA.
           05 FILLER               PIC X(05) VALUE '   AG'.
           05 LA-COD-AGENCIA       PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE ' - QTD ='.
           05 LA-QTD-MOVS          PIC ZZZ9  VALUE ZEROS.
           05 FILLER               PIC X(09) VALUE '  JUROS '.
           05 LA-JUROS             PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(07) VALUE '  IOF '.
           05 LA-IOF               PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(08) VALUE '  POUP '.
           05 LA-POUP              PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(18) VALUE
               '   TOTAL GERAL ='.
           05 LT-QTD               PIC ZZZ9  VALUE ZEROS.
           05 FILLER               PIC X(09) VALUE '  JUROS '.
           05 LT-JUROS             PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(07) VALUE '  IOF '.
           05 LT-IOF               PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(08) VALUE '  POUP '.
           05 LT-POUP              PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-VAZIO.
           05 FILLER               PIC X(60) VALUE
               '   NENHUM MOVIMENTO COM DATA-VALOR EM MES FECHADO'.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'RETROAJ01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      ******************************************************************
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           IF WCA-RET-QTD GREATER THAN ZERO
               PERFORM 2000-MONTA-JANELA
                  THRU 2000-MONTA-JANELA-FIM
               PERFORM 2100-CARREGA-CONTAS
                  THRU 2100-CARREGA-CONTAS-FIM
               PERFORM 2200-CARREGA-PESSOAS
                  THRU 2200-CARREGA-PESSOAS-FIM
               PERFORM 2300-SOMA-MES-ABERTO
                  THRU 2300-SOMA-MES-ABERTO-FIM
               PERFORM 2400-CARREGA-GERACAO
                  THRU 2400-CARREGA-GERACAO-FIM
                  VARYING WS-IDX-MES FROM 1 BY 1
                  UNTIL WS-IDX-MES GREATER THAN WCA-JAN-QTD
               PERFORM 2500-FECHAMENTOS
                  THRU 2500-FECHAMENTOS-FIM
                  VARYING WS-IDX-CTA FROM 1 BY 1
                  UNTIL WS-IDX-CTA GREATER THAN WCA-CTA-QTD
               PERFORM 3000-CALCULA-AJUSTE
                  THRU 3000-CALCULA-AJUSTE-FIM
                  VARYING WS-IDX-RET FROM 1 BY 1
                  UNTIL WS-IDX-RET GREATER THAN WCA-RET-QTD
               PERFORM 4000-LANCA-AJUSTES
                  THRU 4000-LANCA-AJUSTES-FIM
               PERFORM 5000-CORRIGE-SALDO-MEDIO
                  THRU 5000-CORRIGE-SALDO-MEDIO-FIM
           END-IF

           PERFORM 6000-GRAVA-RELATORIO
              THRU 6000-GRAVA-RELATORIO-FIM

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
               DISPLAY 'RETROAJ01 - DATA DE REFERENCIA NAO INFORMADA '
                       'EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WCA-DATA-REFERENCIA(1:6) TO WS-MES-ABERTO.
           MOVE WS-MES-ABERTO            TO WS-MES-MAIS-ANTIGO.

           PERFORM 1100-CARREGA-VINCULOS
              THRU 1100-CARREGA-VINCULOS-FIM.

           OPEN INPUT MOVIMENTO.
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               DISPLAY 'RETROAJ01 - MOVIMENTO01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-MOV TO TRUE.
           PERFORM 1300-LER-MOVIMENTO
              THRU 1300-LER-MOVIMENTO-FIM.
           PERFORM 1400-SELECIONA-RETROATIVO
              THRU 1400-SELECIONA-RETROATIVO-FIM
             UNTIL SW-FIM-SIM-MOV.
           CLOSE MOVIMENTO.

           IF WS-QTD-EXCEDENTE GREATER THAN ZERO
               DISPLAY 'RETROAJ01 - ' WS-QTD-EXCEDENTE
                       ' MOVIMENTO(S) FICAM PARA A PROXIMA EXECUCAO '
                       '(TABELA CHEIA)'
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
                       IF CTL-DATA-REFERENCIA NUMERIC
                           MOVE CTL-DATA-REFERENCIA
                              TO WCA-DATA-REFERENCIA
                       END-IF
                       IF CTL-TAXA-POUPANCA NUMERIC
                           MOVE CTL-TAXA-POUPANCA
                              TO WCA-TAXA-POUPANCA
                       END-IF
                       IF CTL-TAXA-CHEQUE NUMERIC
                           MOVE CTL-TAXA-CHEQUE TO WCA-TAXA-CHEQUE
                       END-IF
                       IF CTL-IOF-DIARIO-PF NUMERIC
                          AND CTL-IOF-DIARIO-PF GREATER THAN ZERO
                           MOVE CTL-IOF-DIARIO-PF
                              TO WCA-IOF-DIARIO-PF
                       END-IF
                       IF CTL-IOF-DIARIO-PJ NUMERIC
                          AND CTL-IOF-DIARIO-PJ GREATER THAN ZERO
                           MOVE CTL-IOF-DIARIO-PJ
                              TO WCA-IOF-DIARIO-PJ
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.
       1050-LE-CONTROLE-FIM.
           EXIT.

      *****NSUS QUE JA TEM AJUSTE NAO ENTRAM DE NOVO
       1100-CARREGA-VINCULOS.
           OPEN INPUT VINCULOS.
           IF WSN-FS-VINCULOS NOT EQUAL ZEROS
               GO TO 1100-CARREGA-VINCULOS-FIM
           END-IF.
           SET SW-FIM-NAO-VIN TO TRUE.
           PERFORM 1110-LER-VINCULO
              THRU 1110-LER-VINCULO-FIM.
           PERFORM 1120-GUARDA-VINCULO
              THRU 1120-GUARDA-VINCULO-FIM
             UNTIL SW-FIM-SIM-VIN.
           CLOSE VINCULOS.
       1100-CARREGA-VINCULOS-FIM.
           EXIT.

       1110-LER-VINCULO.
           READ VINCULOS
               AT END
                   SET SW-FIM-SIM-VIN TO TRUE
           END-READ.
       1110-LER-VINCULO-FIM.
           EXIT.

       1120-GUARDA-VINCULO.
           IF WCA-VIN-QTD LESS THAN 20000
              AND VIN-NSU-ORIGINAL NUMERIC
               ADD 1 TO WCA-VIN-QTD
               MOVE VIN-NSU-ORIGINAL TO WCA-VIN-NSU(WCA-VIN-QTD)
           END-IF.
           PERFORM 1110-LER-VINCULO
              THRU 1110-LER-VINCULO-FIM.
       1120-GUARDA-VINCULO-FIM.
           EXIT.

       1300-LER-MOVIMENTO.
           READ MOVIMENTO
               AT END
                   SET SW-FIM-SIM-MOV TO TRUE
           END-READ.
       1300-LER-MOVIMENTO-FIM.
           EXIT.

      *****DATA-VALOR ANTES DO MES ABERTO E SEM VINCULO DE AJUSTE
       1400-SELECIONA-RETROATIVO.
           IF MOV-DAT NOT NUMERIC OR MOV-VAL NOT NUMERIC
              OR MOV-NSU NOT NUMERIC OR MOV-COD-CTA NOT NUMERIC
              OR MOV-COD-CTA EQUAL ZEROS
              OR MOV-DAT(1:6) NOT LESS THAN WS-MES-ABERTO
               GO TO 1400-SELECIONA-RETROATIVO-LER
           END-IF.
           SET WS-VIN-ACHOU-NAO TO TRUE.
           PERFORM 1410-PROCURA-VINCULO
              THRU 1410-PROCURA-VINCULO-FIM
              VARYING WS-IDX-VIN FROM 1 BY 1
              UNTIL WS-IDX-VIN GREATER THAN WCA-VIN-QTD
                 OR WS-VIN-ACHOU-SIM.
           IF WS-VIN-ACHOU-SIM
               GO TO 1400-SELECIONA-RETROATIVO-LER
           END-IF.

           IF WCA-RET-QTD NOT LESS THAN 200
              OR (WCA-MAPA-CTA(MOV-COD-CTA) EQUAL ZEROS
                  AND WCA-CTA-QTD NOT LESS THAN 100)
               ADD 1 TO WS-QTD-EXCEDENTE
               GO TO 1400-SELECIONA-RETROATIVO-LER
           END-IF.
           IF WCA-MAPA-CTA(MOV-COD-CTA) EQUAL ZEROS
               ADD 1 TO WCA-CTA-QTD
               MOVE WCA-CTA-QTD TO WCA-MAPA-CTA(MOV-COD-CTA)
               INITIALIZE WCA-CTA-TAB(WCA-CTA-QTD)
               MOVE MOV-COD-CTA TO WCA-CTA-COD(WCA-CTA-QTD)
               MOVE 'F'         TO WCA-CTA-PESSOA(WCA-CTA-QTD)
           END-IF.
           ADD 1 TO WCA-RET-QTD.
           INITIALIZE WCA-RET-TAB(WCA-RET-QTD).
           MOVE MOV-COD-CTA TO WCA-RET-COD-CTA(WCA-RET-QTD).
           MOVE MOV-DAT     TO WCA-RET-DAT(WCA-RET-QTD).
           MOVE MOV-TIP     TO WCA-RET-TIP(WCA-RET-QTD).
           MOVE MOV-VAL     TO WCA-RET-VAL(WCA-RET-QTD).
           MOVE MOV-NSU     TO WCA-RET-NSU(WCA-RET-QTD).
           MOVE WCA-MAPA-CTA(MOV-COD-CTA)
              TO WCA-RET-CTA(WCA-RET-QTD).
           MOVE 'N'         TO WCA-RET-LIMITADO(WCA-RET-QTD).
           IF MOV-DAT(1:6) LESS THAN WS-MES-MAIS-ANTIGO
               MOVE MOV-DAT(1:6) TO WS-MES-MAIS-ANTIGO
           END-IF.
       1400-SELECIONA-RETROATIVO-LER.
           PERFORM 1300-LER-MOVIMENTO
              THRU 1300-LER-MOVIMENTO-FIM.
       1400-SELECIONA-RETROATIVO-FIM.
           EXIT.

       1410-PROCURA-VINCULO.
           IF WCA-VIN-NSU(WS-IDX-VIN) EQUAL MOV-NSU
               SET WS-VIN-ACHOU-SIM TO TRUE
           END-IF.
       1410-PROCURA-VINCULO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     JANELA DE MESES FECHADOS: DO MES DA DATA-VALOR MAIS ANTIGA
      *     (NO MAXIMO 12 MESES PARA TRAS) ATE O ULTIMO MES FECHADO,
      *     COM OS DIAS DE CADA MES E AS TAXAS EM VIGOR EM CADA DIA
      *-----------------------------------------------------------------
       2000-MONTA-JANELA.
           MOVE WS-MES-ABERTO TO WS-MES-CALC.
           MOVE ZEROS         TO WS-QTD-MESES.
           PERFORM 2010-RECUA-MES
              THRU 2010-RECUA-MES-FIM
             UNTIL WS-MES-CALC NOT GREATER THAN WS-MES-MAIS-ANTIGO
                OR WS-QTD-MESES EQUAL 12.
           MOVE WS-QTD-MESES TO WCA-JAN-QTD.
           PERFORM 2020-MONTA-MES
              THRU 2020-MONTA-MES-FIM
              VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES GREATER THAN WCA-JAN-QTD.
           PERFORM 2050-POSICIONA-RETROATIVO
              THRU 2050-POSICIONA-RETROATIVO-FIM
              VARYING WS-IDX-RET FROM 1 BY 1
              UNTIL WS-IDX-RET GREATER THAN WCA-RET-QTD.
       2000-MONTA-JANELA-FIM.
           EXIT.

       2010-RECUA-MES.
           IF WS-MES-CALC-MES EQUAL 1
               SUBTRACT 1 FROM WS-MES-CALC-ANO
               MOVE 12 TO WS-MES-CALC-MES
           ELSE
               SUBTRACT 1 FROM WS-MES-CALC-MES
           END-IF.
           ADD 1 TO WS-QTD-MESES.
       2010-RECUA-MES-FIM.
           EXIT.

       2020-MONTA-MES.
           MOVE WS-MES-CALC TO WCA-JAN-MES(WS-IDX-MES).
           MOVE WCA-DIAS-MES-N(WS-MES-CALC-MES)
              TO WCA-JAN-DIAS(WS-IDX-MES).
           IF WS-MES-CALC-MES EQUAL 2
               MOVE WS-MES-CALC-ANO TO WS-ANO-BISSEXTO
               CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO WS-BISSEXTO
               IF WS-BISSEXTO EQUAL 'S'
                   MOVE 29 TO WCA-JAN-DIAS(WS-IDX-MES)
               END-IF
           END-IF.
           MOVE ZEROS TO WS-SOMA-TAXAS.
           PERFORM 2030-TAXAS-DO-DIA
              THRU 2030-TAXAS-DO-DIA-FIM
              VARYING WS-IDX-DIA FROM 1 BY 1
              UNTIL WS-IDX-DIA GREATER THAN WCA-JAN-DIAS(WS-IDX-MES).
           COMPUTE WCA-JAN-TAXA-POUP(WS-IDX-MES) ROUNDED =
               WS-SOMA-TAXAS / WCA-JAN-DIAS(WS-IDX-MES).

           IF WS-MES-CALC-MES EQUAL 12
               ADD 1 TO WS-MES-CALC-ANO
               MOVE 1 TO WS-MES-CALC-MES
           ELSE
               ADD 1 TO WS-MES-CALC-MES
           END-IF.
       2020-MONTA-MES-FIM.
           EXIT.

      *****SEM VIGENCIA GRAVADA VALE A TAXA DO CONTROLE01
       2030-TAXAS-DO-DIA.
           COMPUTE WS-DATA-VIG = WS-MES-CALC * 100 + WS-IDX-DIA.
           MOVE 'TAXA CHQ ESPECIAL' TO WS-PARAMETRO-VIG.
           CALL 'TAXAVIG' USING WS-PARAMETRO-VIG WS-DATA-VIG
                                WS-VALOR-VIG WS-ACHOU-VIG.
           IF WS-ACHOU-VIG EQUAL 'S'
               MOVE WS-VALOR-VIG
                  TO WCA-JAN-TAXA-CHQ(WS-IDX-MES WS-IDX-DIA)
           ELSE
               MOVE WCA-TAXA-CHEQUE
                  TO WCA-JAN-TAXA-CHQ(WS-IDX-MES WS-IDX-DIA)
           END-IF.
           MOVE 'TAXA POUPANCA' TO WS-PARAMETRO-VIG.
           CALL 'TAXAVIG' USING WS-PARAMETRO-VIG WS-DATA-VIG
                                WS-VALOR-VIG WS-ACHOU-VIG.
           IF WS-ACHOU-VIG EQUAL 'S'
               ADD WS-VALOR-VIG      TO WS-SOMA-TAXAS
           ELSE
               ADD WCA-TAXA-POUPANCA TO WS-SOMA-TAXAS
           END-IF.
       2030-TAXAS-DO-DIA-FIM.
           EXIT.

      *****MES E DIA DA JANELA EM QUE O MOVIMENTO PASSA A VALER; O QUE
      *****FICOU ANTES DA JANELA VALE DESDE O PRIMEIRO DIA DELA
       2050-POSICIONA-RETROATIVO.
           MOVE 'S' TO WCA-RET-LIMITADO(WS-IDX-RET).
           MOVE 1   TO WCA-RET-MES(WS-IDX-RET) WCA-RET-DIA(WS-IDX-RET).
           PERFORM 2060-PROCURA-MES
              THRU 2060-PROCURA-MES-FIM
              VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES GREATER THAN WCA-JAN-QTD.
       2050-POSICIONA-RETROATIVO-FIM.
           EXIT.

       2060-PROCURA-MES.
           IF WCA-JAN-MES(WS-IDX-MES) NOT EQUAL
              WCA-RET-DAT(WS-IDX-RET)(1:6)
               GO TO 2060-PROCURA-MES-FIM
           END-IF.
           MOVE 'N'        TO WCA-RET-LIMITADO(WS-IDX-RET).
           MOVE WS-IDX-MES TO WCA-RET-MES(WS-IDX-RET).
           MOVE WCA-RET-DAT(WS-IDX-RET)(7:2) TO WCA-RET-DIA(WS-IDX-RET).
           IF WCA-RET-DIA(WS-IDX-RET) EQUAL ZEROS
               MOVE 1 TO WCA-RET-DIA(WS-IDX-RET)
           END-IF.
           IF WCA-RET-DIA(WS-IDX-RET) GREATER THAN
              WCA-JAN-DIAS(WS-IDX-MES)
               MOVE WCA-JAN-DIAS(WS-IDX-MES) TO WCA-RET-DIA(WS-IDX-RET)
           END-IF.
       2060-PROCURA-MES-FIM.
           EXIT.

      *****SALDO ATUAL, TIPO, SITUACAO E AGENCIA DAS CONTAS AFETADAS
       2100-CARREGA-CONTAS.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'RETROAJ01 - ENTRADA NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO TO TRUE.
           PERFORM 2110-LER-ENTRADA
              THRU 2110-LER-ENTRADA-FIM.
           PERFORM 2120-GUARDA-CONTA
              THRU 2120-GUARDA-CONTA-FIM
             UNTIL SW-FIM-SIM.
           CLOSE ENTRADA.
       2100-CARREGA-CONTAS-FIM.
           EXIT.

       2110-LER-ENTRADA.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
      *****PULA OS REGISTROS DE CONTROLE HDR/TRL DA ENTRADA
           IF NOT SW-FIM-SIM
              AND (REG-ENTRADA(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA(1:3) EQUAL 'TRL')
               GO TO 2110-LER-ENTRADA
           END-IF.
       2110-LER-ENTRADA-FIM.
           EXIT.

       2120-GUARDA-CONTA.
           IF COD-CTA NUMERIC AND COD-CTA GREATER THAN ZEROS
              AND SLD-CTA NUMERIC
               IF WCA-MAPA-CTA(COD-CTA) GREATER THAN ZEROS
                   MOVE WCA-MAPA-CTA(COD-CTA) TO WS-IDX-CTA
                   MOVE COD-AGENCIA TO WCA-CTA-AGENCIA(WS-IDX-CTA)
                   MOVE TIP-CTA     TO WCA-CTA-TIPO(WS-IDX-CTA)
                   MOVE STA-CTA     TO WCA-CTA-SITUACAO(WS-IDX-CTA)
                   MOVE SLD-CTA     TO WCA-CTA-SALDO(WS-IDX-CTA)
               END-IF
           END-IF.
           PERFORM 2110-LER-ENTRADA
              THRU 2110-LER-ENTRADA-FIM.
       2120-GUARDA-CONTA-FIM.
           EXIT.

      *****CNPJ OCUPA OS 14 DIGITOS; CPF TEM 11 E TRES BRANCOS
       2200-CARREGA-PESSOAS.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               GO TO 2200-CARREGA-PESSOAS-FIM
           END-IF.
           SET SW-FIM-NAO-02 TO TRUE.
           PERFORM 2210-LER-ENTRADA02
              THRU 2210-LER-ENTRADA02-FIM.
           PERFORM 2220-GUARDA-PESSOA
              THRU 2220-GUARDA-PESSOA-FIM
             UNTIL SW-FIM-SIM-02.
           CLOSE ENTRADA02.
       2200-CARREGA-PESSOAS-FIM.
           EXIT.

       2210-LER-ENTRADA02.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-02 TO TRUE
           END-READ.
       2210-LER-ENTRADA02-FIM.
           EXIT.

       2220-GUARDA-PESSOA.
           IF REG-ENTRADA-02(1:3) NOT EQUAL 'HDR'
              AND REG-ENTRADA-02(1:3) NOT EQUAL 'TRL'
              AND E2-COD-CTA NUMERIC
              AND E2-COD-CTA GREATER THAN ZERO
               IF WCA-MAPA-CTA(E2-COD-CTA) GREATER THAN ZEROS
                  AND E2-NUM-DOC(12:3) NOT EQUAL SPACES
                   MOVE WCA-MAPA-CTA(E2-COD-CTA) TO WS-IDX-CTA
                   MOVE 'J' TO WCA-CTA-PESSOA(WS-IDX-CTA)
               END-IF
           END-IF.
           PERFORM 2210-LER-ENTRADA02
              THRU 2210-LER-ENTRADA02-FIM.
       2220-GUARDA-PESSOA-FIM.
           EXIT.

      *****LIQUIDO DE TUDO QUE ESTA NO MOVIMENTO01 (MES ABERTO E OS
      *****ATRASADOS), JA REFLETIDO NO SALDO ATUAL DA CONTA
       2300-SOMA-MES-ABERTO.
           OPEN INPUT MOVIMENTO.
           SET SW-FIM-NAO-MOV TO TRUE.
           PERFORM 1300-LER-MOVIMENTO
              THRU 1300-LER-MOVIMENTO-FIM.
           PERFORM 2310-SOMA-MOVIMENTO
              THRU 2310-SOMA-MOVIMENTO-FIM
             UNTIL SW-FIM-SIM-MOV.
           CLOSE MOVIMENTO.
       2300-SOMA-MES-ABERTO-FIM.
           EXIT.

       2310-SOMA-MOVIMENTO.
           IF MOV-COD-CTA NUMERIC AND MOV-COD-CTA GREATER THAN ZEROS
              AND MOV-VAL NUMERIC
               IF WCA-MAPA-CTA(MOV-COD-CTA) GREATER THAN ZEROS
                   MOVE WCA-MAPA-CTA(MOV-COD-CTA) TO WS-IDX-CTA
                   IF MOV-CREDITO
                       ADD MOV-VAL
                          TO WCA-CTA-LIQ-ABERTO(WS-IDX-CTA)
                   ELSE
                       SUBTRACT MOV-VAL
                          FROM WCA-CTA-LIQ-ABERTO(WS-IDX-CTA)
                   END-IF
               END-IF
           END-IF.
           PERFORM 1300-LER-MOVIMENTO
              THRU 1300-LER-MOVIMENTO-FIM.
       2310-SOMA-MOVIMENTO-FIM.
           EXIT.

      *****GERACAO ARQUIVADA DO MES: O LIQUIDO DA GERACAO INTEIRA
      *****DESFAZ O FECHAMENTO E OS DATADOS NO MES FAZEM OS DELTAS
       2400-CARREGA-GERACAO.
           MOVE SPACES TO WS-NOME-ARQUIVO.
           STRING 'MOVARQ01.D' WCA-JAN-MES(WS-IDX-MES)
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO.
           OPEN INPUT ARQUIVOMORTO.
           IF WSN-FS-ARQUIVOMORTO NOT EQUAL ZEROS
               DISPLAY 'RETROAJ01 - GERACAO ' WS-NOME-ARQUIVO
                       ' NAO ENCONTRADA, MES SEM MOVIMENTOS'
               ADD 1 TO WS-QTD-SEM-ARQUIVO
               GO TO 2400-CARREGA-GERACAO-FIM
           END-IF.
           SET SW-FIM-NAO-ARQ TO TRUE.
           PERFORM 2410-LER-ARQUIVO
              THRU 2410-LER-ARQUIVO-FIM.
           PERFORM 2420-ACUMULA-ARQUIVO
              THRU 2420-ACUMULA-ARQUIVO-FIM
             UNTIL SW-FIM-SIM-ARQ.
           CLOSE ARQUIVOMORTO.
       2400-CARREGA-GERACAO-FIM.
           EXIT.

       2410-LER-ARQUIVO.
           READ ARQUIVOMORTO
               AT END
                   SET SW-FIM-SIM-ARQ TO TRUE
           END-READ.
       2410-LER-ARQUIVO-FIM.
           EXIT.

       2420-ACUMULA-ARQUIVO.
           IF ARQ-COD-CTA NOT NUMERIC OR ARQ-COD-CTA EQUAL ZEROS
              OR ARQ-VAL NOT NUMERIC
               GO TO 2420-ACUMULA-ARQUIVO-LER
           END-IF.
           IF WCA-MAPA-CTA(ARQ-COD-CTA) EQUAL ZEROS
               GO TO 2420-ACUMULA-ARQUIVO-LER
           END-IF.
           MOVE WCA-MAPA-CTA(ARQ-COD-CTA) TO WS-IDX-CTA.
           IF ARQ-CREDITO
               MOVE ARQ-VAL TO WS-VALOR-SINAL
           ELSE
               COMPUTE WS-VALOR-SINAL = ARQ-VAL * -1
           END-IF.
           ADD WS-VALOR-SINAL
              TO WCA-CTA-LIQ-GERACAO(WS-IDX-CTA WS-IDX-MES).
           IF ARQ-DAT NUMERIC
              AND ARQ-DAT(1:6) EQUAL WCA-JAN-MES(WS-IDX-MES)
              AND ARQ-DAT(7:2) GREATER THAN '00'
              AND ARQ-DAT(7:2) NOT GREATER THAN '31'
               MOVE ARQ-DAT(7:2) TO WS-IDX-DIA
               ADD WS-VALOR-SINAL
                  TO WCA-CTA-LIQ-MES(WS-IDX-CTA WS-IDX-MES)
               ADD WS-VALOR-SINAL
                  TO WCA-CTA-DELTA(WS-IDX-CTA WS-IDX-MES WS-IDX-DIA)
           END-IF.
       2420-ACUMULA-ARQUIVO-LER.
           PERFORM 2410-LER-ARQUIVO
              THRU 2410-LER-ARQUIVO-FIM.
       2420-ACUMULA-ARQUIVO-FIM.
           EXIT.

      *****O ULTIMO MES FECHOU COM O SALDO ATUAL MENOS O MOVIMENTO01;
      *****CADA MES ANTERIOR, COM O FECHAMENTO SEGUINTE MENOS A GERACAO
       2500-FECHAMENTOS.
           MOVE WCA-JAN-QTD TO WS-IDX-MES.
           COMPUTE WCA-CTA-FECHAMENTO(WS-IDX-CTA WS-IDX-MES) =
               WCA-CTA-SALDO(WS-IDX-CTA)
             - WCA-CTA-LIQ-ABERTO(WS-IDX-CTA).
           PERFORM 2510-FECHAMENTO-ANTERIOR
              THRU 2510-FECHAMENTO-ANTERIOR-FIM
             UNTIL WS-IDX-MES LESS THAN 2.
       2500-FECHAMENTOS-FIM.
           EXIT.

       2510-FECHAMENTO-ANTERIOR.
           COMPUTE WCA-CTA-FECHAMENTO(WS-IDX-CTA WS-IDX-MES - 1) =
               WCA-CTA-FECHAMENTO(WS-IDX-CTA WS-IDX-MES)
             - WCA-CTA-LIQ-GERACAO(WS-IDX-CTA WS-IDX-MES).
           SUBTRACT 1 FROM WS-IDX-MES.
       2510-FECHAMENTO-ANTERIOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     EFEITO DE UM MOVIMENTO ATRASADO: CAMINHA OS MESES DA JANELA
      *     DIA A DIA COM OS ATRASADOS JA AJUSTADOS E COMPARA O DEVEDOR
      *     DO DIA SEM E COM O MOVIMENTO; NA POUPANCA, O FECHAMENTO
      *-----------------------------------------------------------------
       3000-CALCULA-AJUSTE.
           MOVE WCA-RET-CTA(WS-IDX-RET) TO WS-IDX-CTA.
           IF WCA-RET-TIP(WS-IDX-RET) EQUAL 'C'
               MOVE WCA-RET-VAL(WS-IDX-RET) TO WS-VALOR-SINAL
           ELSE
               COMPUTE WS-VALOR-SINAL = WCA-RET-VAL(WS-IDX-RET) * -1
           END-IF.
           IF WCA-CTA-PESSOA(WS-IDX-CTA) EQUAL 'J'
               MOVE WCA-IOF-DIARIO-PJ TO WCA-IOF-DIARIO
           ELSE
               MOVE WCA-IOF-DIARIO-PF TO WCA-IOF-DIARIO
           END-IF.
           MOVE ZEROS TO WS-JUROS-CALCULO WS-IOF-CALCULO
                         WS-POUP-CALCULO WS-ATRASO-ACUM.

           IF WCA-CTA-SITUACAO(WS-IDX-CTA) EQUAL 'A'
              AND (WCA-CTA-TIPO(WS-IDX-CTA) EQUAL 'Conta Corrente'
               OR  WCA-CTA-TIPO(WS-IDX-CTA) EQUAL 'Poupanca')
               PERFORM 3100-CALCULA-MES
                  THRU 3100-CALCULA-MES-FIM
                  VARYING WS-IDX-MES FROM 1 BY 1
                  UNTIL WS-IDX-MES GREATER THAN WCA-JAN-QTD
           END-IF.

           COMPUTE WCA-RET-AJ-JUROS(WS-IDX-RET) ROUNDED =
               WS-JUROS-CALCULO.
           COMPUTE WCA-RET-AJ-IOF(WS-IDX-RET) ROUNDED =
               WS-IOF-CALCULO.
           COMPUTE WCA-RET-AJ-POUP(WS-IDX-RET) ROUNDED =
               WS-POUP-CALCULO.

      *****O PROXIMO ATRASADO DA CONTA JA CAMINHA COM ESTE DENTRO
           ADD WS-VALOR-SINAL TO WCA-CTA-ATRASO(WS-IDX-CTA
               WCA-RET-MES(WS-IDX-RET) WCA-RET-DIA(WS-IDX-RET)).
       3000-CALCULA-AJUSTE-FIM.
           EXIT.

      *****ABERTURA DO MES COMO O JUROSCHQ01 A DESFEZ DO FECHAMENTO
       3100-CALCULA-MES.
           COMPUTE WS-SALDO-DIA =
               WCA-CTA-FECHAMENTO(WS-IDX-CTA WS-IDX-MES)
             - WCA-CTA-LIQ-MES(WS-IDX-CTA WS-IDX-MES).
           PERFORM 3110-CALCULA-DIA
              THRU 3110-CALCULA-DIA-FIM
              VARYING WS-IDX-DIA FROM 1 BY 1
              UNTIL WS-IDX-DIA GREATER THAN WCA-JAN-DIAS(WS-IDX-MES).

      *****POUPANCA: JUROS DO MES SOBRE O FECHAMENTO POSITIVO
           IF WCA-CTA-TIPO(WS-IDX-CTA) EQUAL 'Poupanca'
              AND WS-IDX-MES NOT LESS THAN WCA-RET-MES(WS-IDX-RET)
               COMPUTE WS-SALDO-ANTES = WS-SALDO-DIA + WS-ATRASO-ACUM
               COMPUTE WS-SALDO-DEPOIS = WS-SALDO-ANTES + WS-VALOR-SINAL
               MOVE ZEROS TO WS-CREDOR-ANTES WS-CREDOR-DEPOIS
               IF WS-SALDO-ANTES GREATER THAN ZERO
                   MOVE WS-SALDO-ANTES TO WS-CREDOR-ANTES
               END-IF
               IF WS-SALDO-DEPOIS GREATER THAN ZERO
                   MOVE WS-SALDO-DEPOIS TO WS-CREDOR-DEPOIS
               END-IF
               COMPUTE WS-POUP-CALCULO = WS-POUP-CALCULO
                   + (WS-CREDOR-DEPOIS - WS-CREDOR-ANTES)
                   * WCA-JAN-TAXA-POUP(WS-IDX-MES) / 100
           END-IF.
       3100-CALCULA-MES-FIM.
           EXIT.

      *****CONTA CORRENTE: JUROS E IOF DO DIA SOBRE O VALOR DEVEDOR
       3110-CALCULA-DIA.
           ADD WCA-CTA-DELTA(WS-IDX-CTA WS-IDX-MES WS-IDX-DIA)
              TO WS-SALDO-DIA.
           ADD WCA-CTA-ATRASO(WS-IDX-CTA WS-IDX-MES WS-IDX-DIA)
              TO WS-ATRASO-ACUM.
           IF WCA-CTA-TIPO(WS-IDX-CTA) NOT EQUAL 'Conta Corrente'
              OR WS-IDX-MES LESS THAN WCA-RET-MES(WS-IDX-RET)
               GO TO 3110-CALCULA-DIA-FIM
           END-IF.
           IF WS-IDX-MES EQUAL WCA-RET-MES(WS-IDX-RET)
              AND WS-IDX-DIA LESS THAN WCA-RET-DIA(WS-IDX-RET)
               GO TO 3110-CALCULA-DIA-FIM
           END-IF.
           COMPUTE WS-SALDO-ANTES  = WS-SALDO-DIA + WS-ATRASO-ACUM.
           COMPUTE WS-SALDO-DEPOIS = WS-SALDO-ANTES + WS-VALOR-SINAL.
           MOVE ZEROS TO WS-DEVEDOR-ANTES WS-DEVEDOR-DEPOIS.
           IF WS-SALDO-ANTES LESS THAN ZERO
               COMPUTE WS-DEVEDOR-ANTES = WS-SALDO-ANTES * -1
           END-IF.
           IF WS-SALDO-DEPOIS LESS THAN ZERO
               COMPUTE WS-DEVEDOR-DEPOIS = WS-SALDO-DEPOIS * -1
           END-IF.
           COMPUTE WS-JUROS-CALCULO = WS-JUROS-CALCULO
               + (WS-DEVEDOR-ANTES - WS-DEVEDOR-DEPOIS)
               * WCA-JAN-TAXA-CHQ(WS-IDX-MES WS-IDX-DIA) / 100.
           COMPUTE WS-IOF-CALCULO = WS-IOF-CALCULO
               + (WS-DEVEDOR-ANTES - WS-DEVEDOR-DEPOIS)
               * WCA-IOF-DIARIO / 100.
       3110-CALCULA-DIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     LANCAMENTO DOS AJUSTES NO MOVIMENTO01 E DO VINCULO NO
      *     AJRETRO01 (TAMBEM PARA O ATRASADO SEM EFEITO, QUE ASSIM NAO
      *     VOLTA NA PROXIMA EXECUCAO)
      *-----------------------------------------------------------------
       4000-LANCA-AJUSTES.
           OPEN EXTEND MOVIMENTO.
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               OPEN OUTPUT MOVIMENTO
           END-IF.
           OPEN EXTEND VINCULOS.
           IF WSN-FS-VINCULOS NOT EQUAL ZEROS
               OPEN OUTPUT VINCULOS
           END-IF.
           PERFORM 4100-LANCA-RETROATIVO
              THRU 4100-LANCA-RETROATIVO-FIM
              VARYING WS-IDX-RET FROM 1 BY 1
              UNTIL WS-IDX-RET GREATER THAN WCA-RET-QTD.
           CLOSE MOVIMENTO.
           CLOSE VINCULOS.
       4000-LANCA-AJUSTES-FIM.
           EXIT.

       4100-LANCA-RETROATIVO.
           MOVE WCA-RET-CTA(WS-IDX-RET) TO WS-IDX-CTA.
           IF WCA-RET-AJ-JUROS(WS-IDX-RET) NOT EQUAL ZEROS
               MOVE WCA-RET-AJ-JUROS(WS-IDX-RET) TO WS-VALOR-AJUSTE
               MOVE 'AJ JUROS'                   TO WS-HIST-AJUSTE
               PERFORM 4200-GRAVA-MOVIMENTO
                  THRU 4200-GRAVA-MOVIMENTO-FIM
               MOVE WS-NSU TO WCA-RET-NSU-JUROS(WS-IDX-RET)
           END-IF.
           IF WCA-RET-AJ-IOF(WS-IDX-RET) NOT EQUAL ZEROS
               MOVE WCA-RET-AJ-IOF(WS-IDX-RET) TO WS-VALOR-AJUSTE
               MOVE 'AJ IOF'                   TO WS-HIST-AJUSTE
               PERFORM 4200-GRAVA-MOVIMENTO
                  THRU 4200-GRAVA-MOVIMENTO-FIM
               MOVE WS-NSU TO WCA-RET-NSU-IOF(WS-IDX-RET)
           END-IF.
           IF WCA-RET-AJ-POUP(WS-IDX-RET) NOT EQUAL ZEROS
               MOVE WCA-RET-AJ-POUP(WS-IDX-RET) TO WS-VALOR-AJUSTE
               MOVE 'AJ POUP'                   TO WS-HIST-AJUSTE
               PERFORM 4200-GRAVA-MOVIMENTO
                  THRU 4200-GRAVA-MOVIMENTO-FIM
               MOVE WS-NSU TO WCA-RET-NSU-POUP(WS-IDX-RET)
           END-IF.
           IF WCA-RET-AJ-JUROS(WS-IDX-RET) NOT EQUAL ZEROS
              OR WCA-RET-AJ-IOF(WS-IDX-RET) NOT EQUAL ZEROS
              OR WCA-RET-AJ-POUP(WS-IDX-RET) NOT EQUAL ZEROS
               ADD 1 TO WS-QTD-AJUSTADOS
           END-IF.
           ADD WCA-RET-AJ-JUROS(WS-IDX-RET) TO WS-TOTAL-JUROS.
           ADD WCA-RET-AJ-IOF(WS-IDX-RET)   TO WS-TOTAL-IOF.
           ADD WCA-RET-AJ-POUP(WS-IDX-RET)  TO WS-TOTAL-POUP.

           MOVE SPACES                       TO REG-VINCULO.
           MOVE WCA-RET-NSU(WS-IDX-RET)      TO VIN-NSU-ORIGINAL.
           MOVE WCA-RET-COD-CTA(WS-IDX-RET)  TO VIN-COD-CTA.
           MOVE WCA-RET-DAT(WS-IDX-RET)      TO VIN-DAT-ORIGINAL.
           MOVE WCA-RET-TIP(WS-IDX-RET)      TO VIN-TIP-ORIGINAL.
           MOVE WCA-RET-VAL(WS-IDX-RET)      TO VIN-VAL.
           MOVE WCA-DATA-REFERENCIA          TO VIN-DAT-AJUSTE.
           MOVE WCA-RET-AJ-JUROS(WS-IDX-RET) TO VIN-AJ-JUROS.
           MOVE WCA-RET-NSU-JUROS(WS-IDX-RET) TO VIN-NSU-JUROS.
           MOVE WCA-RET-AJ-IOF(WS-IDX-RET)   TO VIN-AJ-IOF.
           MOVE WCA-RET-NSU-IOF(WS-IDX-RET)  TO VIN-NSU-IOF.
           MOVE WCA-RET-AJ-POUP(WS-IDX-RET)  TO VIN-AJ-POUP.
           MOVE WCA-RET-NSU-POUP(WS-IDX-RET) TO VIN-NSU-POUP.
           MOVE WCA-RET-LIMITADO(WS-IDX-RET) TO VIN-LIMITADO.
           WRITE REG-VINCULO.
       4100-LANCA-RETROATIVO-FIM.
           EXIT.

      *****AJUSTE POSITIVO E CREDITO AO CLIENTE, NEGATIVO E DEBITO; O
      *****HISTORICO LEVA O NSU DO MOVIMENTO ATRASADO
       4200-GRAVA-MOVIMENTO.
           CALL 'GERANSU' USING WS-NSU.
           MOVE SPACES                      TO REG-MOVIMENTO.
           MOVE WCA-RET-COD-CTA(WS-IDX-RET) TO MOV-COD-CTA.
           MOVE WCA-DATA-REFERENCIA         TO MOV-DAT.
           IF WS-VALOR-AJUSTE GREATER THAN ZERO
               MOVE 'C' TO MOV-TIP
               MOVE WS-VALOR-AJUSTE TO MOV-VAL
           ELSE
               MOVE 'D' TO MOV-TIP
               COMPUTE MOV-VAL = WS-VALOR-AJUSTE * -1
           END-IF.
           MOVE 'T'                         TO MOV-FORMA.
           STRING WS-HIST-AJUSTE DELIMITED BY '  '
                  ' '                      DELIMITED BY SIZE
                  WCA-RET-NSU(WS-IDX-RET)  DELIMITED BY SIZE
               INTO MOV-HIST.
           MOVE WS-NSU                      TO MOV-NSU.
           WRITE REG-MOVIMENTO.
           ADD 1 TO WS-QTD-LANCAMENTOS.
       4200-GRAVA-MOVIMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     SALDO MEDIO DO MES GRAVADO EM SALDOMED01, QUANDO O MES
      *     APURADO CAI NA JANELA: SOMA A MEDIA DOS ATRASADOS NOS DIAS
      *     ATE A DATA DA APURACAO
      *-----------------------------------------------------------------
       5000-CORRIGE-SALDO-MEDIO.
           OPEN INPUT SALDOMED.
           IF WSN-FS-SALDOMED NOT EQUAL ZEROS
               GO TO 5000-CORRIGE-SALDO-MEDIO-FIM
           END-IF.
           READ SALDOMED
               AT END
                   MOVE ZEROS TO SM-DATA-REF
           END-READ.
           CLOSE SALDOMED.
           IF SM-DATA-REF NOT NUMERIC
              OR SM-DATA-REF(7:2) EQUAL '00'
               GO TO 5000-CORRIGE-SALDO-MEDIO-FIM
           END-IF.
           MOVE ZEROS TO WS-MES-MEDIA.
           PERFORM 5010-PROCURA-MES-MEDIA
              THRU 5010-PROCURA-MES-MEDIA-FIM
              VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES GREATER THAN WCA-JAN-QTD.
           IF WS-MES-MEDIA EQUAL ZEROS
               GO TO 5000-CORRIGE-SALDO-MEDIO-FIM
           END-IF.
           MOVE SM-DATA-REF(7:2) TO WS-DIA-MEDIA.
           IF WS-DIA-MEDIA GREATER THAN WCA-JAN-DIAS(WS-MES-MEDIA)
               MOVE WCA-JAN-DIAS(WS-MES-MEDIA) TO WS-DIA-MEDIA
           END-IF.
           PERFORM 5100-MEDIA-DA-CONTA
              THRU 5100-MEDIA-DA-CONTA-FIM
              VARYING WS-IDX-CTA FROM 1 BY 1
              UNTIL WS-IDX-CTA GREATER THAN WCA-CTA-QTD.

      *****COPIA PARA O TRABALHO E REGRAVA COM A MEDIA CORRIGIDA
           OPEN INPUT SALDOMED.
           OPEN OUTPUT SMTRAB.
           SET SW-FIM-NAO-SM TO TRUE.
           PERFORM 5200-LER-SALDOMED
              THRU 5200-LER-SALDOMED-FIM.
           PERFORM 5210-COPIA-SALDOMED
              THRU 5210-COPIA-SALDOMED-FIM
             UNTIL SW-FIM-SIM-SM.
           CLOSE SALDOMED.
           CLOSE SMTRAB.

           OPEN INPUT SMTRAB.
           OPEN OUTPUT SALDOMED.
           SET SW-FIM-NAO-SM TO TRUE.
           PERFORM 5300-LER-SMTRAB
              THRU 5300-LER-SMTRAB-FIM.
           PERFORM 5310-REGRAVA-SALDOMED
              THRU 5310-REGRAVA-SALDOMED-FIM
             UNTIL SW-FIM-SIM-SM.
           CLOSE SMTRAB.
           CLOSE SALDOMED.
       5000-CORRIGE-SALDO-MEDIO-FIM.
           EXIT.

       5010-PROCURA-MES-MEDIA.
           IF WCA-JAN-MES(WS-IDX-MES) EQUAL SM-DATA-REF(1:6)
               MOVE WS-IDX-MES TO WS-MES-MEDIA
           END-IF.
       5010-PROCURA-MES-MEDIA-FIM.
           EXIT.

      *****ATRASADOS ACUMULADOS DESDE O INICIO DA JANELA; NO MES DA
      *****APURACAO SOMA O ACUMULADO DE CADA DIA ATE A DATA
       5100-MEDIA-DA-CONTA.
           MOVE ZEROS TO WS-ATRASO-ACUM WS-SOMA-ATRASO.
           PERFORM 5110-ACUMULA-MES
              THRU 5110-ACUMULA-MES-FIM
              VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES NOT LESS THAN WS-MES-MEDIA.
           MOVE WS-MES-MEDIA TO WS-IDX-MES.
           PERFORM 5120-ACUMULA-DIA-MEDIA
              THRU 5120-ACUMULA-DIA-MEDIA-FIM
              VARYING WS-IDX-DIA FROM 1 BY 1
              UNTIL WS-IDX-DIA GREATER THAN WS-DIA-MEDIA.
           COMPUTE WCA-CTA-AJ-MEDIA(WS-IDX-CTA) ROUNDED =
               WS-SOMA-ATRASO / WS-DIA-MEDIA.
       5100-MEDIA-DA-CONTA-FIM.
           EXIT.

       5110-ACUMULA-MES.
           PERFORM 5111-ACUMULA-DIA
              THRU 5111-ACUMULA-DIA-FIM
              VARYING WS-IDX-DIA FROM 1 BY 1
              UNTIL WS-IDX-DIA GREATER THAN 31.
       5110-ACUMULA-MES-FIM.
           EXIT.

       5111-ACUMULA-DIA.
           ADD WCA-CTA-ATRASO(WS-IDX-CTA WS-IDX-MES WS-IDX-DIA)
              TO WS-ATRASO-ACUM.
       5111-ACUMULA-DIA-FIM.
           EXIT.

       5120-ACUMULA-DIA-MEDIA.
           ADD WCA-CTA-ATRASO(WS-IDX-CTA WS-IDX-MES WS-IDX-DIA)
              TO WS-ATRASO-ACUM.
           ADD WS-ATRASO-ACUM TO WS-SOMA-ATRASO.
       5120-ACUMULA-DIA-MEDIA-FIM.
           EXIT.

       5200-LER-SALDOMED.
           READ SALDOMED
               AT END
                   SET SW-FIM-SIM-SM TO TRUE
           END-READ.
       5200-LER-SALDOMED-FIM.
           EXIT.

       5210-COPIA-SALDOMED.
           MOVE REG-SALDOMED TO REG-SMTRAB.
           WRITE REG-SMTRAB.
           PERFORM 5200-LER-SALDOMED
              THRU 5200-LER-SALDOMED-FIM.
       5210-COPIA-SALDOMED-FIM.
           EXIT.

       5300-LER-SMTRAB.
           READ SMTRAB
               AT END
                   SET SW-FIM-SIM-SM TO TRUE
           END-READ.
       5300-LER-SMTRAB-FIM.
           EXIT.

       5310-REGRAVA-SALDOMED.
           MOVE REG-SMTRAB TO REG-SALDOMED.
           IF SM-COD-CTA NUMERIC AND SM-COD-CTA GREATER THAN ZEROS
              AND SM-SALDO-MEDIO NUMERIC
               IF WCA-MAPA-CTA(SM-COD-CTA) GREATER THAN ZEROS
                   MOVE WCA-MAPA-CTA(SM-COD-CTA) TO WS-IDX-CTA
                   IF WCA-CTA-AJ-MEDIA(WS-IDX-CTA) NOT EQUAL ZEROS
                       ADD WCA-CTA-AJ-MEDIA(WS-IDX-CTA)
                          TO SM-SALDO-MEDIO
                       ADD 1 TO WS-QTD-SALDOMED
                   END-IF
               END-IF
           END-IF.
           WRITE REG-SALDOMED.
           PERFORM 5300-LER-SMTRAB
              THRU 5300-LER-SMTRAB-FIM.
       5310-REGRAVA-SALDOMED-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     RELATORIO DAS AGENCIAS: CADA AJUSTE FEITO, AGRUPADO POR
      *     AGENCIA, COM O TOTAL DA AGENCIA E O GERAL
      *-----------------------------------------------------------------
       6000-GRAVA-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE LINE-DESIGN         TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-DATA-REFERENCIA TO TT-DATA-REF.
           MOVE WCA-TITULO          TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN         TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF WCA-RET-QTD EQUAL ZEROS
               MOVE WCA-LINHA-VAZIO TO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO 6000-GRAVA-RELATORIO-FIM
           END-IF.

           PERFORM 6100-MONTA-AGENCIA
              THRU 6100-MONTA-AGENCIA-FIM
              VARYING WS-IDX-RET FROM 1 BY 1
              UNTIL WS-IDX-RET GREATER THAN WCA-RET-QTD.

           MOVE WCA-CABECALHO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 6200-IMPRIME-AGENCIA
              THRU 6200-IMPRIME-AGENCIA-FIM
              VARYING WCA-AG-IDX FROM 1 BY 1
              UNTIL WCA-AG-IDX GREATER THAN WCA-AG-QTD.

           MOVE WCA-RET-QTD     TO LT-QTD.
           MOVE WS-TOTAL-JUROS  TO LT-JUROS.
           MOVE WS-TOTAL-IOF    TO LT-IOF.
           MOVE WS-TOTAL-POUP   TO LT-POUP.
           MOVE LINE-DESIGN     TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       6000-GRAVA-RELATORIO-FIM.
           EXIT.

       6100-MONTA-AGENCIA.
           MOVE WCA-RET-CTA(WS-IDX-RET) TO WS-IDX-CTA.
           SET WCA-AG-ACHOU-NAO TO TRUE.
           PERFORM 6110-PROCURA-AGENCIA
              THRU 6110-PROCURA-AGENCIA-FIM
              VARYING WCA-AG-IDX FROM 1 BY 1
              UNTIL WCA-AG-IDX GREATER THAN WCA-AG-QTD
                 OR WCA-AG-ACHOU-SIM.
           IF WCA-AG-ACHOU-SIM
               SET WCA-AG-IDX DOWN BY 1
           ELSE
               ADD 1 TO WCA-AG-QTD
               SET WCA-AG-IDX TO WCA-AG-QTD
               MOVE WCA-CTA-AGENCIA(WS-IDX-CTA)
                  TO WCA-AG-COD(WCA-AG-IDX)
           END-IF.
           ADD 1 TO WCA-AG-QTD-MOVS(WCA-AG-IDX).
           ADD WCA-RET-AJ-JUROS(WS-IDX-RET) TO WCA-AG-JUROS(WCA-AG-IDX).
           ADD WCA-RET-AJ-IOF(WS-IDX-RET)   TO WCA-AG-IOF(WCA-AG-IDX).
           ADD WCA-RET-AJ-POUP(WS-IDX-RET)  TO WCA-AG-POUP(WCA-AG-IDX).
       6100-MONTA-AGENCIA-FIM.
           EXIT.

       6110-PROCURA-AGENCIA.
           IF WCA-AG-COD(WCA-AG-IDX) EQUAL WCA-CTA-AGENCIA(WS-IDX-CTA)
               SET WCA-AG-ACHOU-SIM TO TRUE
           END-IF.
       6110-PROCURA-AGENCIA-FIM.
           EXIT.

       6200-IMPRIME-AGENCIA.
           PERFORM 6210-IMPRIME-DETALHE
              THRU 6210-IMPRIME-DETALHE-FIM
              VARYING WS-IDX-RET FROM 1 BY 1
              UNTIL WS-IDX-RET GREATER THAN WCA-RET-QTD.
           MOVE WCA-AG-COD(WCA-AG-IDX)      TO LA-COD-AGENCIA.
           MOVE WCA-AG-QTD-MOVS(WCA-AG-IDX) TO LA-QTD-MOVS.
           MOVE WCA-AG-JUROS(WCA-AG-IDX)    TO LA-JUROS.
           MOVE WCA-AG-IOF(WCA-AG-IDX)      TO LA-IOF.
           MOVE WCA-AG-POUP(WCA-AG-IDX)     TO LA-POUP.
           MOVE WCA-LINHA-AGENCIA           TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       6200-IMPRIME-AGENCIA-FIM.
           EXIT.

       6210-IMPRIME-DETALHE.
           MOVE WCA-RET-CTA(WS-IDX-RET) TO WS-IDX-CTA.
           IF WCA-CTA-AGENCIA(WS-IDX-CTA) NOT EQUAL
              WCA-AG-COD(WCA-AG-IDX)
               GO TO 6210-IMPRIME-DETALHE-FIM
           END-IF.
           MOVE WCA-CTA-AGENCIA(WS-IDX-CTA)  TO LD-AGENCIA.
           MOVE WCA-RET-COD-CTA(WS-IDX-RET)  TO LD-COD-CTA.
           MOVE WCA-RET-NSU(WS-IDX-RET)      TO LD-NSU.
           MOVE WCA-RET-DAT(WS-IDX-RET)      TO LD-DATA.
           MOVE WCA-RET-TIP(WS-IDX-RET)      TO LD-TIP.
           MOVE WCA-RET-VAL(WS-IDX-RET)      TO LD-VALOR.
           MOVE WCA-RET-AJ-JUROS(WS-IDX-RET) TO LD-JUROS.
           MOVE WCA-RET-AJ-IOF(WS-IDX-RET)   TO LD-IOF.
           MOVE WCA-RET-AJ-POUP(WS-IDX-RET)  TO LD-POUP.
           MOVE SPACES                       TO LD-OBSERVACAO.
           IF WCA-CTA-TIPO(WS-IDX-CTA) EQUAL SPACES
               MOVE 'CONTA NAO ENCONTRADA' TO LD-OBSERVACAO
           END-IF.
           IF WCA-RET-LIMITADO(WS-IDX-RET) EQUAL 'S'
               MOVE 'LIMITADO A 12 MESES' TO LD-OBSERVACAO
           END-IF.
           MOVE WCA-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       6210-IMPRIME-DETALHE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           DISPLAY 'RETROAJ01 - MOVIMENTOS ATRASADOS: ' WCA-RET-QTD
                   ' COM AJUSTE: ' WS-QTD-AJUSTADOS
           DISPLAY 'RETROAJ01 - LANCAMENTOS DE AJUSTE: '
                   WS-QTD-LANCAMENTOS
                   ' SALDOS MEDIOS CORRIGIDOS: ' WS-QTD-SALDOMED
           CLOSE RELATORIO.

           MOVE 0 TO WS-RC-FINAL.
           IF WSN-FS-RELATORIO NOT EQUAL 00
              OR WS-QTD-SEM-ARQUIVO GREATER THAN ZERO
               DISPLAY 'RETROAJ01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-RC-FINAL EQUAL ZERO
               MOVE 'I' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'AJUSTE RETROATIVO - ' WCA-RET-QTD
                  ' ATRASADOS, ' WS-QTD-LANCAMENTOS ' LANCAMENTOS'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM RETROAJ01.
