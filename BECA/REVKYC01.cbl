      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Agenda mensal da revisao cadastral (KYC) dos clientes.
      * O registro KYCREG01 guarda, por documento E2-NUM-DOC (titular
      * do Entrada02 ou cotitular do Titulares01), a data da ultima
      * revisao, o intervalo em meses, a proxima revisao e a situacao
      * (R em dia, P a vencer, V vencida). Cliente novo entra com a
      * abertura da conta (E2-DAT-INI) como primeira revisao. O
      * intervalo vem do segmento do cliente (SEGMENTOS01, do
      * SEGMCLI01) pela coluna de meses de revisao das regras
      * REGRASSEG01; sem segmento ou sem meses na regra vale
      * CTL-MESES-KYC-PADRAO (060 quando nao informado), e cliente
      * com ocorrencia do AMLSCREEN01 (EXCTRAB01) em qualquer conta
      * revisa a cada CTL-MESES-KYC-AML meses (012 quando nao
      * informado). Revisao vencida ate CTL-DIAS-AVISO-KYC dias
      * corridos apos a referencia (030 quando nao informado) esta
      * a vencer. O relatorio REVKYC01 lista as pendencias por
      * agencia e gerente da carteira (Carteira01); o arquivo de
      * trabalho KYCTRAB01 leva o lembrete ao cliente pela mala
      * direta MAILEXT01. Cliente com revisao vencida fica marcado
      * 'V' no registro, e o EMPRESTA01 e o MANUCHQ01 recusam
      * produto novo para as contas dele ate a revisao ser
      * registrada no MANUKYC01. Conta encerrada ('F') nao entra.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVKYC01.
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

           SELECT GERENTES ASSIGN TO 'GERENTES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-GERENTES.

           SELECT CARTEIRA ASSIGN TO 'CARTEIRA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CARTEIRA.

           SELECT SEGMENTOS ASSIGN TO 'SEGMENTOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-SEGMENTOS.

           SELECT REGRAS ASSIGN TO 'REGRASSEG01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-REGRAS.

      *        OCORRENCIAS DA ULTIMA TRIAGEM DO AMLSCREEN01
           SELECT EXCTRAB ASSIGN TO 'EXCTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-EXCTRAB.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

      *        REGISTRO DA REVISAO CADASTRAL POR DOCUMENTO
           SELECT CADKYC ASSIGN TO 'KYCREG01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CADKYC.

      *        PENDENCIAS POR CONTA (RELATORIO E MALA DIRETA)
           SELECT KYCTRAB ASSIGN TO 'KYCTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-KYCTRAB.

           SELECT CLASSIFICA ASSIGN TO 'SORTWK01'.

           SELECT RELATORIO ASSIGN TO 'REVKYC01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

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

       FD GERENTES.
       01 REG-GERENTE.
           05 GER-COD              PIC X(04).
           05 GER-NOM              PIC X(25).
           05 GER-COD-AGENCIA      PIC X(04).

       FD CARTEIRA.
       01 REG-CARTEIRA.
           05 CAR-COD-CTA          PIC 9(06).
           05 CAR-COD-GER          PIC X(04).

       FD SEGMENTOS.
       01 REG-SEGMENTO.
           05 SGM-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 SGM-SEGMENTO         PIC X(10).

      *                REGRAS DE SEGMENTO (LEIAUTE DO SEGMCLI01)
       FD REGRAS.
       01 REG-REGRAS.
           05 SEG-NOME             PIC X(10).
           05 FILLER               PIC X(01).
           05 SEG-MIN-SALDO        PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 SEG-MIN-CONTAS       PIC 9(03).
           05 FILLER               PIC X(01).
           05 SEG-MIN-PCT-INV      PIC 9(03).
           05 FILLER               PIC X(01).
           05 SEG-MESES-KYC        PIC 9(03).

       FD EXCTRAB.
       01 REG-EXCTRAB.
           05 EX-COD-AGENCIA       PIC X(04).
           05 EX-COD-CTA           PIC 9(06).
           05 EX-DAT               PIC 9(08).
           05 EX-OCORRENCIA        PIC X(30).
           05 EX-VAL               PIC 9(09)V99.

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
      *****INTERVALOS DA REVISAO CADASTRAL E DIAS DO AVISO
           05 CTL-MESES-KYC-PADRAO    PIC 9(03).
           05 CTL-MESES-KYC-AML       PIC 9(03).
           05 CTL-DIAS-AVISO-KYC      PIC 9(03).

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
               88 KYC-EM-DIA                   VALUE 'R'.
               88 KYC-A-VENCER                 VALUE 'P'.
               88 KYC-VENCIDA                  VALUE 'V'.
           05 FILLER               PIC X(01).
           05 KYC-SEGMENTO         PIC X(10).
           05 FILLER               PIC X(01).
           05 KYC-AML              PIC X(01).

       FD KYCTRAB.
       01 REG-KYCTRAB.
           05 KT-COD-AGENCIA       PIC X(04).
           05 KT-COD-GER           PIC X(04).
           05 KT-NUM-DOC           PIC X(14).
           05 KT-COD-CTA           PIC 9(06).
           05 KT-NOM-CLI           PIC X(25).
           05 KT-DAT-PROXIMA       PIC 9(08).
           05 KT-SITUACAO          PIC X(01).
      *****S = PRIMEIRA CONTA DO DOCUMENTO, A QUE LEVA O LEMBRETE
           05 KT-AVISO             PIC X(01).

       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-COD-AGENCIA      PIC X(04).
           05 SRT-COD-GER          PIC X(04).
           05 SRT-NUM-DOC          PIC X(14).
           05 SRT-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(35).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(84).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-TITULARES     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-GERENTES      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CARTEIRA      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SEGMENTOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-REGRAS        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-EXCTRAB       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CADKYC        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-KYCTRAB       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

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
           05 SW-GERENTES          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-GER               VALUE 'N'.
               88 SW-FIM-SIM-GER               VALUE 'S'.
           05 SW-CARTEIRA          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CAR               VALUE 'N'.
               88 SW-FIM-SIM-CAR               VALUE 'S'.
           05 SW-SEGMENTOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-SEG               VALUE 'N'.
               88 SW-FIM-SIM-SEG               VALUE 'S'.
           05 SW-REGRAS            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-REG               VALUE 'N'.
               88 SW-FIM-SIM-REG               VALUE 'S'.
           05 SW-EXCTRAB           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-EXC               VALUE 'N'.
               88 SW-FIM-SIM-EXC               VALUE 'S'.
           05 SW-CADKYC            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-KYC               VALUE 'N'.
               88 SW-FIM-SIM-KYC               VALUE 'S'.
           05 SW-KYCTRAB           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-KT                VALUE 'N'.
               88 SW-FIM-SIM-KT                VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.

      *****PARAMETROS DA REVISAO (SEM O CONTROLE, VALORES DE CASA)
       01 WCA-MESES-PADRAO         PIC 9(03) VALUE 060.
       01 WCA-MESES-AML            PIC 9(03) VALUE 012.
       01 WCA-DIAS-AVISO           PIC 9(03) VALUE 030.

      *****AGENCIA, SITUACAO, GERENTE E OCORRENCIA AML POR CONTA,
      *****INDEXADOS PELO NUMERO DA CONTA
       01 WCA-CONTAS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES.
               10 WCA-CTA-AG       PIC X(04) VALUE SPACES.
               10 WCA-CTA-STA      PIC X(01) VALUE SPACES.
               10 WCA-CTA-GER      PIC X(04) VALUE SPACES.
               10 WCA-CTA-AML      PIC X(01) VALUE 'N'.

      *****COTITULARES DE CONTA CONJUNTA (O PRINCIPAL E O DO E2)
       01 WCA-COTITULARES.
           05 WCA-COT-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-COT-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-COT-IDX.
               10 WCA-COT-CTA      PIC 9(06).
               10 WCA-COT-DOC      PIC X(14).
               10 WCA-COT-NOME     PIC X(25).
       77 WS-QTD-COT-EXCEDENTE     PIC 9(06) VALUE ZEROS.

      *****CADASTRO DE GERENTES PARA O CABECALHO DO BLOCO
       01 WCA-GERENTES.
           05 WCA-GER-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-GER-TAB OCCURS 200 TIMES
                          INDEXED BY WCA-GER-IDX.
               10 WCA-GER-COD      PIC X(04).
               10 WCA-GER-NOM      PIC X(25).
       77 WS-GER-ACHOU             PIC X(01) VALUE 'N'.
           88 GERENTE-ACHADO           VALUE 'S'.
       77 WS-IDX-GER               PIC 9(03) VALUE ZEROS.
       01 WS-COD-GER               PIC X(04) VALUE SPACES.

      *****SEGMENTO POR DOCUMENTO, DA SEGMENTACAO SEGMCLI01
       01 WCA-SEGMENTOS.
           05 WCA-SEG-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-SEG-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-SEG-IDX.
               10 WCA-SEG-DOC      PIC X(14).
               10 WCA-SEG-NOME     PIC X(10).
       01 WCA-SEG-ACHOU            PIC X(01) VALUE 'N'.
           88 SEGMENTO-ACHADO                  VALUE 'S'.
       77 WS-IDX-SEG               PIC 9(04) VALUE ZEROS.

      *****MESES DE REVISAO POR SEGMENTO (REGRASSEG01)
       01 WCA-REGRAS.
           05 WCA-REG-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-REG-TAB OCCURS 10 TIMES
                          INDEXED BY WCA-REG-IDX.
               10 WCA-REG-NOME     PIC X(10).
               10 WCA-REG-MESES    PIC 9(03).
       01 WCA-REG-ACHOU            PIC X(01) VALUE 'N'.
           88 REGRA-ACHADA                     VALUE 'S'.
       77 WS-IDX-REG               PIC 9(02) VALUE ZEROS.

      *****REGISTRO DA REVISAO CARREGADO EM MEMORIA
       01 WCA-CADKYC.
           05 WCA-KYC-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-KYC-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-KYC-IDX.
               10 WCA-KYC-DOC      PIC X(14).
               10 WCA-KYC-REVISAO  PIC 9(08).
               10 WCA-KYC-MESES    PIC 9(03).
               10 WCA-KYC-PROXIMA  PIC 9(08).
               10 WCA-KYC-SIT      PIC X(01).
               10 WCA-KYC-SEG      PIC X(10).
               10 WCA-KYC-AML      PIC X(01).
      *****S = DOCUMENTO COM CONTA NAO ENCERRADA NESTA RODADA
               10 WCA-KYC-VISTO    PIC X(01).
      *****S = LEMBRETE JA GRAVADO NO KYCTRAB01
               10 WCA-KYC-AVISO    PIC X(01).
       77 WS-KYC-ACHOU             PIC X(01) VALUE 'N'.
           88 KYC-ACHADO               VALUE 'S'.
       77 WS-IDX-KYC               PIC 9(04) VALUE ZEROS.
       77 WS-QTD-KYC-EXCEDENTE     PIC 9(06) VALUE ZEROS.

      *****DOCUMENTO E NOME DO TITULAR EM TRATAMENTO
       01 WS-DOC                   PIC X(14) VALUE SPACES.
       01 WS-NOME                  PIC X(25) VALUE SPACES.
       01 WS-CTA                   PIC 9(06) VALUE ZEROS.
       01 WS-DAT-ABERTURA          PIC 9(08) VALUE ZEROS.

      *****PROXIMA REVISAO: ULTIMA REVISAO + N MESES
       01 WS-DATA-BASE             PIC 9(08) VALUE ZEROS.
       01 WS-DATA-BASE-R REDEFINES WS-DATA-BASE.
           05 BAS-ANO              PIC 9(04).
           05 BAS-MES              PIC 9(02).
           05 BAS-DIA              PIC 9(02).
       01 WS-DATA-PROXIMA          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-PROXIMA-R REDEFINES WS-DATA-PROXIMA.
           05 PRX-ANO              PIC 9(04).
           05 PRX-MES              PIC 9(02).
           05 PRX-DIA              PIC 9(02).
       01 WS-MESES-TOTAIS          PIC 9(07) VALUE ZEROS.
       01 WS-MESES-REVISAO         PIC 9(03) VALUE ZEROS.
       01 WS-ULT-DIA-MES           PIC 9(02) VALUE ZEROS.
       01 WS-ANO-BISSEXTO          PIC S9(04) VALUE ZEROS.
       01 WS-BISSEXTO              PIC X(01) VALUE 'A'.
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

      *****LIMITE DO AVISO: REFERENCIA + N DIAS CORRIDOS
       01 WS-DATA-LIMITE           PIC 9(08) VALUE ZEROS.
       01 WS-DATA-LIMITE-R REDEFINES WS-DATA-LIMITE.
           05 LIM-ANO              PIC 9(04).
           05 LIM-MES              PIC 9(02).
           05 LIM-DIA              PIC 9(02).
       01 WS-CONTA-DIAS            PIC 9(03) VALUE ZEROS.

       77 WS-QTD-CLIENTES          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EM-DIA            PIC 9(06) VALUE ZEROS.
       77 WS-QTD-A-VENCER          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-VENCIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PENDENCIAS        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-AG-PENDENCIAS     PIC 9(06) VALUE ZEROS.
       01 WS-AGENCIA-ANTERIOR      PIC X(04) VALUE SPACES.
       01 WS-GERENTE-ANTERIOR      PIC X(04) VALUE SPACES.

       01 LINE-DESIGN              PIC X(84)
               VALUES
           '*===========================================================
      -    '=======================*'.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(48) VALUE
               '*       REVISAO CADASTRAL (KYC) - PENDENCIAS EM'.
           05 TR-DATA-REF          PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(28) VALUE
               '                           *'.

       01 WCA-CABEC-AGENCIA.
           05 FILLER               PIC X(09) VALUE ' AGENCIA '.
           05 CA-AG                PIC X(04) VALUE SPACES.

       01 WCA-CABEC-GERENTE.
           05 FILLER               PIC X(11) VALUE '   GERENTE '.
           05 CG-COD-GER           PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(03) VALUE ' - '.
           05 CG-NOM-GER           PIC X(25) VALUE SPACES.

       01 WCA-LINHA-CLIENTE.
           05 FILLER               PIC X(10) VALUE '      DOC '.
           05 LD-NUM-DOC           PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-NOM-CLI           PIC X(25) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE ' CTA '.
           05 LD-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(06) VALUE '  REV '.
           05 LD-DAT-PROXIMA       PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-SITUACAO          PIC X(08) VALUE SPACES.

       01 WCA-LINHA-TOTAL-AG.
           05 FILLER               PIC X(28) VALUE
               '   PENDENCIAS DA AGENCIA ='.
           05 LTA-QTD              PIC ZZZ.ZZ9 VALUE ZEROS.

       01 WCA-LINHA-TOTAL-GERAL.
           05 FILLER               PIC X(14) VALUE '   CLIENTES ='.
           05 LTG-CLIENTES         PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(12) VALUE '  EM DIA ='.
           05 LTG-EM-DIA           PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(14) VALUE '  A VENCER ='.
           05 LTG-A-VENCER         PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(14) VALUE '  VENCIDOS ='.
           05 LTG-VENCIDOS         PIC ZZZ.ZZ9 VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'REVKYC01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 2000-MARCA-CLIENTES
              THRU 2000-MARCA-CLIENTES-FIM

           PERFORM 3000-APURA-REVISOES
              THRU 3000-APURA-REVISOES-FIM

           PERFORM 4000-EXTRAI-PENDENCIAS
              THRU 4000-EXTRAI-PENDENCIAS-FIM

           PERFORM 5000-GRAVA-RELATORIO
              THRU 5000-GRAVA-RELATORIO-FIM

           PERFORM 6000-REGRAVA-CADKYC
              THRU 6000-REGRAVA-CADKYC-FIM

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
           MOVE WCA-DATA-REFERENCIA TO TR-DATA-REF.

      *****REVISAO QUE VENCE ATE O LIMITE DO AVISO ESTA A VENCER
           MOVE WCA-DATA-REFERENCIA TO WS-DATA-LIMITE.
           PERFORM 3400-SOMA-DIA
              THRU 3400-SOMA-DIA-FIM
              VARYING WS-CONTA-DIAS FROM 1 BY 1
              UNTIL WS-CONTA-DIAS GREATER THAN WCA-DIAS-AVISO.

           PERFORM 1100-CARREGA-CONTAS
              THRU 1100-CARREGA-CONTAS-FIM.
           PERFORM 1200-CARREGA-GERENTES
              THRU 1200-CARREGA-GERENTES-FIM.
           PERFORM 1300-CARREGA-CARTEIRA
              THRU 1300-CARREGA-CARTEIRA-FIM.
           PERFORM 1400-CARREGA-OCORRENCIAS
              THRU 1400-CARREGA-OCORRENCIAS-FIM.
           PERFORM 1500-CARREGA-COTITULARES
              THRU 1500-CARREGA-COTITULARES-FIM.
           PERFORM 1600-CARREGA-SEGMENTOS
              THRU 1600-CARREGA-SEGMENTOS-FIM.
           PERFORM 1700-CARREGA-REGRAS
              THRU 1700-CARREGA-REGRAS-FIM.
           PERFORM 1800-CARREGA-CADKYC
              THRU 1800-CARREGA-CADKYC-FIM.
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
                       IF CTL-MESES-KYC-PADRAO NUMERIC
                          AND CTL-MESES-KYC-PADRAO GREATER THAN ZERO
                           MOVE CTL-MESES-KYC-PADRAO
                              TO WCA-MESES-PADRAO
                       END-IF
                       IF CTL-MESES-KYC-AML NUMERIC
                          AND CTL-MESES-KYC-AML GREATER THAN ZERO
                           MOVE CTL-MESES-KYC-AML TO WCA-MESES-AML
                       END-IF
                       IF CTL-DIAS-AVISO-KYC NUMERIC
                           MOVE CTL-DIAS-AVISO-KYC TO WCA-DIAS-AVISO
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.
       1050-LE-CONTROLE-FIM.
           EXIT.

      ****************AGENCIA E SITUACAO DE CADA CONTA*****************
       1100-CARREGA-CONTAS.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'REVKYC01 - ENTRADA NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO TO TRUE.
           PERFORM 1110-LER-ENTRADA
              THRU 1110-LER-ENTRADA-FIM.
           PERFORM 1120-GUARDA-CONTA
              THRU 1120-GUARDA-CONTA-FIM
             UNTIL SW-FIM-SIM.
           CLOSE ENTRADA.
       1100-CARREGA-CONTAS-FIM.
           EXIT.

       1110-LER-ENTRADA.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
      *****PULA OS REGISTROS DE CONTROLE HDR/TRL DA ENTRADA
           IF NOT SW-FIM-SIM
              AND (REG-ENTRADA(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA(1:3) EQUAL 'TRL')
               GO TO 1110-LER-ENTRADA
           END-IF.
       1110-LER-ENTRADA-FIM.
           EXIT.

       1120-GUARDA-CONTA.
           IF COD-CTA GREATER THAN ZERO
               MOVE COD-AGENCIA TO WCA-CTA-AG(COD-CTA)
               MOVE STA-CTA     TO WCA-CTA-STA(COD-CTA)
           END-IF.
           PERFORM 1110-LER-ENTRADA
              THRU 1110-LER-ENTRADA-FIM.
       1120-GUARDA-CONTA-FIM.
           EXIT.

       1200-CARREGA-GERENTES.
           OPEN INPUT GERENTES.
           IF WSN-FS-GERENTES NOT EQUAL ZEROS
               GO TO 1200-CARREGA-GERENTES-FIM
           END-IF.
           SET SW-FIM-NAO-GER TO TRUE.
           PERFORM 1210-LER-GERENTE
              THRU 1210-LER-GERENTE-FIM.
           PERFORM 1220-GUARDA-GERENTE
              THRU 1220-GUARDA-GERENTE-FIM
             UNTIL SW-FIM-SIM-GER.
           CLOSE GERENTES.
       1200-CARREGA-GERENTES-FIM.
           EXIT.

       1210-LER-GERENTE.
           READ GERENTES
               AT END
                   SET SW-FIM-SIM-GER TO TRUE
           END-READ.
       1210-LER-GERENTE-FIM.
           EXIT.

       1220-GUARDA-GERENTE.
           IF WCA-GER-QTD LESS THAN 200
               ADD 1 TO WCA-GER-QTD
               SET WCA-GER-IDX TO WCA-GER-QTD
               MOVE GER-COD TO WCA-GER-COD(WCA-GER-IDX)
               MOVE GER-NOM TO WCA-GER-NOM(WCA-GER-IDX)
           END-IF.
           PERFORM 1210-LER-GERENTE
              THRU 1210-LER-GERENTE-FIM.
       1220-GUARDA-GERENTE-FIM.
           EXIT.

       1300-CARREGA-CARTEIRA.
           OPEN INPUT CARTEIRA.
           IF WSN-FS-CARTEIRA NOT EQUAL ZEROS
               GO TO 1300-CARREGA-CARTEIRA-FIM
           END-IF.
           SET SW-FIM-NAO-CAR TO TRUE.
           PERFORM 1310-LER-CARTEIRA
              THRU 1310-LER-CARTEIRA-FIM.
           PERFORM 1320-GUARDA-CARTEIRA
              THRU 1320-GUARDA-CARTEIRA-FIM
             UNTIL SW-FIM-SIM-CAR.
           CLOSE CARTEIRA.
       1300-CARREGA-CARTEIRA-FIM.
           EXIT.

       1310-LER-CARTEIRA.
           READ CARTEIRA
               AT END
                   SET SW-FIM-SIM-CAR TO TRUE
           END-READ.
       1310-LER-CARTEIRA-FIM.
           EXIT.

       1320-GUARDA-CARTEIRA.
           IF CAR-COD-CTA GREATER THAN ZERO
               MOVE CAR-COD-GER TO WCA-CTA-GER(CAR-COD-CTA)
           END-IF.
           PERFORM 1310-LER-CARTEIRA
              THRU 1310-LER-CARTEIRA-FIM.
       1320-GUARDA-CARTEIRA-FIM.
           EXIT.

      *****CONTA COM OCORRENCIA NA ULTIMA TRIAGEM DE AML
       1400-CARREGA-OCORRENCIAS.
           OPEN INPUT EXCTRAB.
           IF WSN-FS-EXCTRAB NOT EQUAL ZEROS
               GO TO 1400-CARREGA-OCORRENCIAS-FIM
           END-IF.
           SET SW-FIM-NAO-EXC TO TRUE.
           PERFORM 1410-LER-EXCTRAB
              THRU 1410-LER-EXCTRAB-FIM.
           PERFORM 1420-GUARDA-OCORRENCIA
              THRU 1420-GUARDA-OCORRENCIA-FIM
             UNTIL SW-FIM-SIM-EXC.
           CLOSE EXCTRAB.
       1400-CARREGA-OCORRENCIAS-FIM.
           EXIT.

       1410-LER-EXCTRAB.
           READ EXCTRAB
               AT END
                   SET SW-FIM-SIM-EXC TO TRUE
           END-READ.
       1410-LER-EXCTRAB-FIM.
           EXIT.

       1420-GUARDA-OCORRENCIA.
           IF EX-COD-CTA NUMERIC
              AND EX-COD-CTA GREATER THAN ZERO
               MOVE 'S' TO WCA-CTA-AML(EX-COD-CTA)
           END-IF.
           PERFORM 1410-LER-EXCTRAB
              THRU 1410-LER-EXCTRAB-FIM.
       1420-GUARDA-OCORRENCIA-FIM.
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
               DISPLAY 'REVKYC01 - TITULARES01 COM MAIS DE 2000 '
                       'COTITULARES - ' WS-QTD-COT-EXCEDENTE
                       ' FORA DA REVISAO'
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

      *****SEGMENTO POR DOCUMENTO (SEM O ARQUIVO VALE O PADRAO)
       1600-CARREGA-SEGMENTOS.
           OPEN INPUT SEGMENTOS.
           IF WSN-FS-SEGMENTOS NOT EQUAL ZEROS
               GO TO 1600-CARREGA-SEGMENTOS-FIM
           END-IF.
           SET SW-FIM-NAO-SEG TO TRUE.
           PERFORM 1610-LER-SEGMENTO
              THRU 1610-LER-SEGMENTO-FIM.
           PERFORM 1620-GUARDA-SEGMENTO
              THRU 1620-GUARDA-SEGMENTO-FIM
             UNTIL SW-FIM-SIM-SEG.
           CLOSE SEGMENTOS.
       1600-CARREGA-SEGMENTOS-FIM.
           EXIT.

       1610-LER-SEGMENTO.
           READ SEGMENTOS
               AT END
                   SET SW-FIM-SIM-SEG TO TRUE
           END-READ.
       1610-LER-SEGMENTO-FIM.
           EXIT.

       1620-GUARDA-SEGMENTO.
           IF WCA-SEG-QTD LESS THAN 2000
               ADD 1 TO WCA-SEG-QTD
               SET WCA-SEG-IDX TO WCA-SEG-QTD
               MOVE SGM-NUM-DOC  TO WCA-SEG-DOC(WCA-SEG-IDX)
               MOVE SGM-SEGMENTO TO WCA-SEG-NOME(WCA-SEG-IDX)
           END-IF.
           PERFORM 1610-LER-SEGMENTO
              THRU 1610-LER-SEGMENTO-FIM.
       1620-GUARDA-SEGMENTO-FIM.
           EXIT.

      *****MESES DE REVISAO DE CADA SEGMENTO; REGRA SEM A COLUNA
      *****(OU COM ZERO) FICA COM O PADRAO DO CONTROLE
       1700-CARREGA-REGRAS.
           OPEN INPUT REGRAS.
           IF WSN-FS-REGRAS NOT EQUAL ZEROS
               GO TO 1700-CARREGA-REGRAS-FIM
           END-IF.
           SET SW-FIM-NAO-REG TO TRUE.
           PERFORM 1710-LER-REGRA
              THRU 1710-LER-REGRA-FIM.
           PERFORM 1720-GUARDA-REGRA
              THRU 1720-GUARDA-REGRA-FIM
             UNTIL SW-FIM-SIM-REG.
           CLOSE REGRAS.
       1700-CARREGA-REGRAS-FIM.
           EXIT.

       1710-LER-REGRA.
           READ REGRAS
               AT END
                   SET SW-FIM-SIM-REG TO TRUE
           END-READ.
       1710-LER-REGRA-FIM.
           EXIT.

       1720-GUARDA-REGRA.
           IF WCA-REG-QTD LESS THAN 10
               ADD 1 TO WCA-REG-QTD
               SET WCA-REG-IDX TO WCA-REG-QTD
               MOVE SEG-NOME TO WCA-REG-NOME(WCA-REG-IDX)
               IF SEG-MESES-KYC NUMERIC
                   MOVE SEG-MESES-KYC TO WCA-REG-MESES(WCA-REG-IDX)
               ELSE
                   MOVE ZEROS TO WCA-REG-MESES(WCA-REG-IDX)
               END-IF
           END-IF.
           PERFORM 1710-LER-REGRA
              THRU 1710-LER-REGRA-FIM.
       1720-GUARDA-REGRA-FIM.
           EXIT.

      *****COM A TABELA CHEIA O LOTE ABORTA: A REGRAVACAO FINAL DO
      *****KYCREG01 SO E SEGURA SE ELE COUBE INTEIRO
       1800-CARREGA-CADKYC.
           OPEN INPUT CADKYC.
           IF WSN-FS-CADKYC NOT EQUAL ZEROS
               DISPLAY 'REVKYC01 - KYCREG01 AUSENTE - REGISTRO NOVO '
                       'SERA CRIADO'
               GO TO 1800-CARREGA-CADKYC-FIM
           END-IF.
           SET SW-FIM-NAO-KYC TO TRUE.
           PERFORM 1810-LER-CADKYC
              THRU 1810-LER-CADKYC-FIM.
           PERFORM 1820-GUARDA-CADKYC
              THRU 1820-GUARDA-CADKYC-FIM
             UNTIL SW-FIM-SIM-KYC.
           CLOSE CADKYC.
       1800-CARREGA-CADKYC-FIM.
           EXIT.

       1810-LER-CADKYC.
           READ CADKYC
               AT END
                   SET SW-FIM-SIM-KYC TO TRUE
           END-READ.
       1810-LER-CADKYC-FIM.
           EXIT.

       1820-GUARDA-CADKYC.
           IF WCA-KYC-QTD NOT LESS THAN 5000
               DISPLAY 'REVKYC01 - KYCREG01 COM MAIS DE 5000 '
                       'REGISTROS - ABORTADO PARA NAO REGRAVAR '
                       'REGISTRO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-KYC-QTD.
           SET WCA-KYC-IDX TO WCA-KYC-QTD.
           MOVE KYC-NUM-DOC     TO WCA-KYC-DOC(WCA-KYC-IDX).
           MOVE KYC-DAT-REVISAO TO WCA-KYC-REVISAO(WCA-KYC-IDX).
           MOVE KYC-MESES       TO WCA-KYC-MESES(WCA-KYC-IDX).
           MOVE KYC-DAT-PROXIMA TO WCA-KYC-PROXIMA(WCA-KYC-IDX).
           MOVE KYC-SITUACAO    TO WCA-KYC-SIT(WCA-KYC-IDX).
           MOVE KYC-SEGMENTO    TO WCA-KYC-SEG(WCA-KYC-IDX).
      *****A MARCA DE AML E REFEITA A CADA RODADA
           MOVE 'N'             TO WCA-KYC-AML(WCA-KYC-IDX).
           MOVE 'N'             TO WCA-KYC-VISTO(WCA-KYC-IDX).
           MOVE 'N'             TO WCA-KYC-AVISO(WCA-KYC-IDX).
           PERFORM 1810-LER-CADKYC
              THRU 1810-LER-CADKYC-FIM.
       1820-GUARDA-CADKYC-FIM.
           EXIT.

       1900-LER-ENTRADA02.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-02 TO TRUE
           END-READ.
           IF NOT SW-FIM-SIM-02
              AND (REG-ENTRADA-02(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA-02(1:3) EQUAL 'TRL')
               GO TO 1900-LER-ENTRADA02
           END-IF.
       1900-LER-ENTRADA02-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     TITULARES DAS CONTAS NAO ENCERRADAS: CLIENTE NOVO ENTRA NO
      *     REGISTRO COM A ABERTURA DA CONTA COMO PRIMEIRA REVISAO, E
      *     OCORRENCIA DE AML EM QUALQUER CONTA MARCA O DOCUMENTO
      *-----------------------------------------------------------------
       2000-MARCA-CLIENTES.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               DISPLAY 'REVKYC01 - ENTRADA02 NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-02 TO TRUE.
           PERFORM 1900-LER-ENTRADA02
              THRU 1900-LER-ENTRADA02-FIM.
           PERFORM 2100-MARCA-CONTA
              THRU 2100-MARCA-CONTA-FIM
             UNTIL SW-FIM-SIM-02.
           CLOSE ENTRADA02.
           IF WS-QTD-KYC-EXCEDENTE GREATER THAN ZERO
               DISPLAY 'REVKYC01 - KYCREG01 CHEIO - '
                       WS-QTD-KYC-EXCEDENTE
                       ' DOCUMENTOS FORA DO REGISTRO'
           END-IF.
       2000-MARCA-CLIENTES-FIM.
           EXIT.

       2100-MARCA-CONTA.
           IF E2-COD-CTA EQUAL ZEROS
              OR WCA-CTA-STA(E2-COD-CTA) EQUAL SPACES
              OR WCA-CTA-STA(E2-COD-CTA) EQUAL 'F'
               GO TO 2100-LER-PROXIMA
           END-IF.
           MOVE E2-COD-CTA TO WS-CTA.
           IF E2-DAT-INI NUMERIC AND E2-DAT-INI GREATER THAN ZERO
               MOVE E2-DAT-INI TO WS-DAT-ABERTURA
           ELSE
               MOVE WCA-DATA-REFERENCIA TO WS-DAT-ABERTURA
           END-IF.
           MOVE E2-NUM-DOC TO WS-DOC.
           PERFORM 2200-MARCA-DOCUMENTO
              THRU 2200-MARCA-DOCUMENTO-FIM.
           PERFORM 2150-MARCA-COTITULAR
              THRU 2150-MARCA-COTITULAR-FIM
              VARYING WCA-COT-IDX FROM 1 BY 1
              UNTIL WCA-COT-IDX GREATER THAN WCA-COT-QTD.
       2100-LER-PROXIMA.
           PERFORM 1900-LER-ENTRADA02
              THRU 1900-LER-ENTRADA02-FIM.
       2100-MARCA-CONTA-FIM.
           EXIT.

       2150-MARCA-COTITULAR.
           IF WCA-COT-CTA(WCA-COT-IDX) EQUAL WS-CTA
               MOVE WCA-COT-DOC(WCA-COT-IDX) TO WS-DOC
               PERFORM 2200-MARCA-DOCUMENTO
                  THRU 2200-MARCA-DOCUMENTO-FIM
           END-IF.
       2150-MARCA-COTITULAR-FIM.
           EXIT.

       2200-MARCA-DOCUMENTO.
           IF WS-DOC EQUAL SPACES
               GO TO 2200-MARCA-DOCUMENTO-FIM
           END-IF.
           PERFORM 2300-PROCURA-KYC
              THRU 2300-PROCURA-KYC-FIM.
           IF NOT KYC-ACHADO
               IF WCA-KYC-QTD NOT LESS THAN 5000
                   ADD 1 TO WS-QTD-KYC-EXCEDENTE
                   GO TO 2200-MARCA-DOCUMENTO-FIM
               END-IF
               ADD 1 TO WCA-KYC-QTD
               SET WCA-KYC-IDX TO WCA-KYC-QTD
               MOVE WS-DOC          TO WCA-KYC-DOC(WCA-KYC-IDX)
               MOVE WS-DAT-ABERTURA TO WCA-KYC-REVISAO(WCA-KYC-IDX)
               MOVE ZEROS           TO WCA-KYC-MESES(WCA-KYC-IDX)
                                       WCA-KYC-PROXIMA(WCA-KYC-IDX)
               MOVE 'R'             TO WCA-KYC-SIT(WCA-KYC-IDX)
               MOVE SPACES          TO WCA-KYC-SEG(WCA-KYC-IDX)
               MOVE 'N'             TO WCA-KYC-AML(WCA-KYC-IDX)
                                       WCA-KYC-AVISO(WCA-KYC-IDX)
           ELSE
               SET WCA-KYC-IDX TO WS-IDX-KYC
           END-IF.
           MOVE 'S' TO WCA-KYC-VISTO(WCA-KYC-IDX).
           IF WCA-CTA-AML(WS-CTA) EQUAL 'S'
               MOVE 'S' TO WCA-KYC-AML(WCA-KYC-IDX)
           END-IF.
       2200-MARCA-DOCUMENTO-FIM.
           EXIT.

       2300-PROCURA-KYC.
           MOVE 'N' TO WS-KYC-ACHOU.
           PERFORM 2310-TESTA-KYC
              THRU 2310-TESTA-KYC-FIM
               VARYING WCA-KYC-IDX FROM 1 BY 1
               UNTIL WCA-KYC-IDX GREATER THAN WCA-KYC-QTD
                  OR KYC-ACHADO.
       2300-PROCURA-KYC-FIM.
           EXIT.

       2310-TESTA-KYC.
           IF WS-DOC EQUAL WCA-KYC-DOC(WCA-KYC-IDX)
               MOVE 'S' TO WS-KYC-ACHOU
               SET WS-IDX-KYC TO WCA-KYC-IDX
           END-IF.
       2310-TESTA-KYC-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     INTERVALO, PROXIMA REVISAO E SITUACAO DE CADA CLIENTE COM
      *     CONTA NAO ENCERRADA; OS DEMAIS FICAM COMO ESTAVAM
      *-----------------------------------------------------------------
       3000-APURA-REVISOES.
           PERFORM 3100-APURA-CLIENTE
              THRU 3100-APURA-CLIENTE-FIM
              VARYING WCA-KYC-IDX FROM 1 BY 1
              UNTIL WCA-KYC-IDX GREATER THAN WCA-KYC-QTD.
       3000-APURA-REVISOES-FIM.
           EXIT.

       3100-APURA-CLIENTE.
           IF WCA-KYC-VISTO(WCA-KYC-IDX) NOT EQUAL 'S'
               GO TO 3100-APURA-CLIENTE-FIM
           END-IF.
           ADD 1 TO WS-QTD-CLIENTES.

      *****SEGMENTO ATUAL DO CLIENTE
           MOVE SPACES TO WCA-KYC-SEG(WCA-KYC-IDX).
           MOVE WCA-KYC-DOC(WCA-KYC-IDX) TO WS-DOC.
           MOVE 'N' TO WCA-SEG-ACHOU.
           PERFORM 3110-PROCURA-SEGMENTO
              THRU 3110-PROCURA-SEGMENTO-FIM
              VARYING WCA-SEG-IDX FROM 1 BY 1
              UNTIL WCA-SEG-IDX GREATER THAN WCA-SEG-QTD
                 OR SEGMENTO-ACHADO.
           IF SEGMENTO-ACHADO
               SET WCA-SEG-IDX TO WS-IDX-SEG
               MOVE WCA-SEG-NOME(WCA-SEG-IDX)
                  TO WCA-KYC-SEG(WCA-KYC-IDX)
           END-IF.

      *****AML PREVALECE; DEPOIS O SEGMENTO; POR ULTIMO O PADRAO
           MOVE WCA-MESES-PADRAO TO WS-MESES-REVISAO.
           IF WCA-KYC-SEG(WCA-KYC-IDX) NOT EQUAL SPACES
               MOVE 'N' TO WCA-REG-ACHOU
               PERFORM 3120-PROCURA-REGRA
                  THRU 3120-PROCURA-REGRA-FIM
                  VARYING WCA-REG-IDX FROM 1 BY 1
                  UNTIL WCA-REG-IDX GREATER THAN WCA-REG-QTD
                     OR REGRA-ACHADA
               IF REGRA-ACHADA
                   SET WCA-REG-IDX TO WS-IDX-REG
                   IF WCA-REG-MESES(WCA-REG-IDX) GREATER THAN ZERO
                       MOVE WCA-REG-MESES(WCA-REG-IDX)
                          TO WS-MESES-REVISAO
                   END-IF
               END-IF
           END-IF.
           IF WCA-KYC-AML(WCA-KYC-IDX) EQUAL 'S'
               MOVE WCA-MESES-AML TO WS-MESES-REVISAO
           END-IF.
           MOVE WS-MESES-REVISAO TO WCA-KYC-MESES(WCA-KYC-IDX).

           MOVE WCA-KYC-REVISAO(WCA-KYC-IDX) TO WS-DATA-BASE.
           PERFORM 3200-SOMA-MESES
              THRU 3200-SOMA-MESES-FIM.
           MOVE WS-DATA-PROXIMA TO WCA-KYC-PROXIMA(WCA-KYC-IDX).

           EVALUATE TRUE
               WHEN WS-DATA-PROXIMA LESS THAN WCA-DATA-REFERENCIA
                   MOVE 'V' TO WCA-KYC-SIT(WCA-KYC-IDX)
                   ADD 1 TO WS-QTD-VENCIDOS
               WHEN WS-DATA-PROXIMA NOT GREATER THAN WS-DATA-LIMITE
                   MOVE 'P' TO WCA-KYC-SIT(WCA-KYC-IDX)
                   ADD 1 TO WS-QTD-A-VENCER
               WHEN OTHER
                   MOVE 'R' TO WCA-KYC-SIT(WCA-KYC-IDX)
                   ADD 1 TO WS-QTD-EM-DIA
           END-EVALUATE.
       3100-APURA-CLIENTE-FIM.
           EXIT.

       3110-PROCURA-SEGMENTO.
           IF WS-DOC EQUAL WCA-SEG-DOC(WCA-SEG-IDX)
               MOVE 'S' TO WCA-SEG-ACHOU
               SET WS-IDX-SEG TO WCA-SEG-IDX
           END-IF.
       3110-PROCURA-SEGMENTO-FIM.
           EXIT.

       3120-PROCURA-REGRA.
           IF WCA-KYC-SEG(WCA-KYC-IDX) EQUAL WCA-REG-NOME(WCA-REG-IDX)
               MOVE 'S' TO WCA-REG-ACHOU
               SET WS-IDX-REG TO WCA-REG-IDX
           END-IF.
       3120-PROCURA-REGRA-FIM.
           EXIT.

      *****PROXIMA REVISAO NO MESMO DIA N MESES DEPOIS (ULTIMO DIA DO
      *****MES QUANDO ELE NAO EXISTE)
       3200-SOMA-MESES.
           IF WS-DATA-BASE NOT NUMERIC
              OR BAS-MES LESS THAN 01 OR BAS-MES GREATER THAN 12
               MOVE ZEROS TO WS-DATA-PROXIMA
               GO TO 3200-SOMA-MESES-FIM
           END-IF.
           COMPUTE WS-MESES-TOTAIS =
               (BAS-ANO * 12) + BAS-MES + WS-MESES-REVISAO.
           COMPUTE PRX-ANO = (WS-MESES-TOTAIS - 1) / 12.
           COMPUTE PRX-MES =
               WS-MESES-TOTAIS - (PRX-ANO * 12).
           MOVE BAS-DIA TO PRX-DIA.

           MOVE WCA-DIAS-MES-N(PRX-MES) TO WS-ULT-DIA-MES.
           IF PRX-MES EQUAL 02
               MOVE PRX-ANO TO WS-ANO-BISSEXTO
               CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO WS-BISSEXTO
               IF WS-BISSEXTO EQUAL 'S'
                   MOVE 29 TO WS-ULT-DIA-MES
               END-IF
           END-IF.
           IF PRX-DIA GREATER THAN WS-ULT-DIA-MES
               MOVE WS-ULT-DIA-MES TO PRX-DIA
           END-IF.
       3200-SOMA-MESES-FIM.
           EXIT.

      *****UM DIA CORRIDO A MAIS NA DATA LIMITE
       3400-SOMA-DIA.
           MOVE WCA-DIAS-MES-N(LIM-MES) TO WS-ULT-DIA-MES.
           IF LIM-MES EQUAL 02
               MOVE LIM-ANO TO WS-ANO-BISSEXTO
               CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO WS-BISSEXTO
               IF WS-BISSEXTO EQUAL 'S'
                   MOVE 29 TO WS-ULT-DIA-MES
               END-IF
           END-IF.
           IF LIM-DIA LESS THAN WS-ULT-DIA-MES
               ADD 1 TO LIM-DIA
               GO TO 3400-SOMA-DIA-FIM
           END-IF.
           MOVE 01 TO LIM-DIA.
           IF LIM-MES LESS THAN 12
               ADD 1 TO LIM-MES
           ELSE
               MOVE 01 TO LIM-MES
               ADD 1 TO LIM-ANO
           END-IF.
       3400-SOMA-DIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     UMA PENDENCIA POR CONTA E TITULAR A VENCER OU VENCIDO; A
      *     PRIMEIRA CONTA DE CADA DOCUMENTO LEVA O LEMBRETE
      *-----------------------------------------------------------------
       4000-EXTRAI-PENDENCIAS.
           OPEN INPUT ENTRADA02.
           OPEN OUTPUT KYCTRAB.
           SET SW-FIM-NAO-02 TO TRUE.
           PERFORM 1900-LER-ENTRADA02
              THRU 1900-LER-ENTRADA02-FIM.
           PERFORM 4100-PENDENCIAS-CONTA
              THRU 4100-PENDENCIAS-CONTA-FIM
             UNTIL SW-FIM-SIM-02.
           CLOSE ENTRADA02.
           CLOSE KYCTRAB.
       4000-EXTRAI-PENDENCIAS-FIM.
           EXIT.

       4100-PENDENCIAS-CONTA.
           IF E2-COD-CTA EQUAL ZEROS
              OR WCA-CTA-STA(E2-COD-CTA) EQUAL SPACES
              OR WCA-CTA-STA(E2-COD-CTA) EQUAL 'F'
               GO TO 4100-LER-PROXIMA
           END-IF.
           MOVE E2-COD-CTA TO WS-CTA.
           MOVE E2-NUM-DOC TO WS-DOC.
           MOVE E2-NOM-CLI TO WS-NOME.
           PERFORM 4200-GRAVA-PENDENCIA
              THRU 4200-GRAVA-PENDENCIA-FIM.
           PERFORM 4150-PENDENCIA-COTITULAR
              THRU 4150-PENDENCIA-COTITULAR-FIM
              VARYING WCA-COT-IDX FROM 1 BY 1
              UNTIL WCA-COT-IDX GREATER THAN WCA-COT-QTD.
       4100-LER-PROXIMA.
           PERFORM 1900-LER-ENTRADA02
              THRU 1900-LER-ENTRADA02-FIM.
       4100-PENDENCIAS-CONTA-FIM.
           EXIT.

       4150-PENDENCIA-COTITULAR.
           IF WCA-COT-CTA(WCA-COT-IDX) EQUAL WS-CTA
               MOVE WCA-COT-DOC(WCA-COT-IDX)  TO WS-DOC
               MOVE WCA-COT-NOME(WCA-COT-IDX) TO WS-NOME
               PERFORM 4200-GRAVA-PENDENCIA
                  THRU 4200-GRAVA-PENDENCIA-FIM
           END-IF.
       4150-PENDENCIA-COTITULAR-FIM.
           EXIT.

       4200-GRAVA-PENDENCIA.
           IF WS-DOC EQUAL SPACES
               GO TO 4200-GRAVA-PENDENCIA-FIM
           END-IF.
           PERFORM 2300-PROCURA-KYC
              THRU 2300-PROCURA-KYC-FIM.
           IF NOT KYC-ACHADO
               GO TO 4200-GRAVA-PENDENCIA-FIM
           END-IF.
           SET WCA-KYC-IDX TO WS-IDX-KYC.
           IF WCA-KYC-SIT(WCA-KYC-IDX) NOT EQUAL 'P'
              AND WCA-KYC-SIT(WCA-KYC-IDX) NOT EQUAL 'V'
               GO TO 4200-GRAVA-PENDENCIA-FIM
           END-IF.

           MOVE SPACES TO REG-KYCTRAB.
           MOVE WCA-CTA-AG(WS-CTA) TO KT-COD-AGENCIA.
           IF WCA-CTA-GER(WS-CTA) EQUAL SPACES
               MOVE '????' TO KT-COD-GER
           ELSE
               MOVE WCA-CTA-GER(WS-CTA) TO KT-COD-GER
           END-IF.
           MOVE WS-DOC  TO KT-NUM-DOC.
           MOVE WS-CTA  TO KT-COD-CTA.
           MOVE WS-NOME TO KT-NOM-CLI.
           MOVE WCA-KYC-PROXIMA(WCA-KYC-IDX) TO KT-DAT-PROXIMA.
           MOVE WCA-KYC-SIT(WCA-KYC-IDX)     TO KT-SITUACAO.
           IF WCA-KYC-AVISO(WCA-KYC-IDX) EQUAL 'S'
               MOVE 'N' TO KT-AVISO
           ELSE
               MOVE 'S' TO KT-AVISO
               MOVE 'S' TO WCA-KYC-AVISO(WCA-KYC-IDX)
           END-IF.
           WRITE REG-KYCTRAB.
           ADD 1 TO WS-QTD-PENDENCIAS.
       4200-GRAVA-PENDENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CLASSIFICA POR AGENCIA, GERENTE E DOCUMENTO E IMPRIME UM
      *     BLOCO POR AGENCIA COM UM SUB-BLOCO POR GERENTE
      *-----------------------------------------------------------------
       5000-GRAVA-RELATORIO.
           SORT CLASSIFICA
               ON ASCENDING KEY SRT-COD-AGENCIA
                                SRT-COD-GER
                                SRT-NUM-DOC
                                SRT-COD-CTA
               USING KYCTRAB
               GIVING KYCTRAB.

           OPEN OUTPUT RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           OPEN INPUT KYCTRAB.
           SET SW-FIM-NAO-KT TO TRUE.
           MOVE HIGH-VALUES TO WS-AGENCIA-ANTERIOR.
           PERFORM 5100-LER-KYCTRAB
              THRU 5100-LER-KYCTRAB-FIM.
           PERFORM 5200-IMPRIME-PENDENCIA
              THRU 5200-IMPRIME-PENDENCIA-FIM
             UNTIL SW-FIM-SIM-KT.
           IF WS-AGENCIA-ANTERIOR NOT EQUAL HIGH-VALUES
               PERFORM 5400-TOTAL-AGENCIA
                  THRU 5400-TOTAL-AGENCIA-FIM
           END-IF.
           CLOSE KYCTRAB.

           MOVE WS-QTD-CLIENTES TO LTG-CLIENTES.
           MOVE WS-QTD-EM-DIA   TO LTG-EM-DIA.
           MOVE WS-QTD-A-VENCER TO LTG-A-VENCER.
           MOVE WS-QTD-VENCIDOS TO LTG-VENCIDOS.
           MOVE WCA-LINHA-TOTAL-GERAL TO REG-RELATORIO.
           WRITE REG-RELATORIO BEFORE 2 LINES.
       5000-GRAVA-RELATORIO-FIM.
           EXIT.

       5100-LER-KYCTRAB.
           READ KYCTRAB
               AT END
                   SET SW-FIM-SIM-KT TO TRUE
           END-READ.
       5100-LER-KYCTRAB-FIM.
           EXIT.

       5200-IMPRIME-PENDENCIA.
           IF KT-COD-AGENCIA NOT EQUAL WS-AGENCIA-ANTERIOR
               IF WS-AGENCIA-ANTERIOR NOT EQUAL HIGH-VALUES
                   PERFORM 5400-TOTAL-AGENCIA
                      THRU 5400-TOTAL-AGENCIA-FIM
               END-IF
               MOVE KT-COD-AGENCIA TO WS-AGENCIA-ANTERIOR CA-AG
               MOVE WCA-CABEC-AGENCIA TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE HIGH-VALUES TO WS-GERENTE-ANTERIOR
           END-IF.
           IF KT-COD-GER NOT EQUAL WS-GERENTE-ANTERIOR
               MOVE KT-COD-GER TO WS-GERENTE-ANTERIOR
               PERFORM 5300-CABECALHO-GERENTE
                  THRU 5300-CABECALHO-GERENTE-FIM
           END-IF.

           MOVE KT-NUM-DOC     TO LD-NUM-DOC.
           MOVE KT-NOM-CLI     TO LD-NOM-CLI.
           MOVE KT-COD-CTA     TO LD-COD-CTA.
           MOVE KT-DAT-PROXIMA TO LD-DAT-PROXIMA.
           IF KT-SITUACAO EQUAL 'V'
               MOVE 'VENCIDA'  TO LD-SITUACAO
           ELSE
               MOVE 'A VENCER' TO LD-SITUACAO
           END-IF.
           MOVE WCA-LINHA-CLIENTE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WS-QTD-AG-PENDENCIAS.

           PERFORM 5100-LER-KYCTRAB
              THRU 5100-LER-KYCTRAB-FIM.
       5200-IMPRIME-PENDENCIA-FIM.
           EXIT.

       5300-CABECALHO-GERENTE.
           MOVE KT-COD-GER TO CG-COD-GER WS-COD-GER.
           MOVE 'N' TO WS-GER-ACHOU.
           PERFORM 5310-PROCURA-GERENTE
              THRU 5310-PROCURA-GERENTE-FIM
               VARYING WCA-GER-IDX FROM 1 BY 1
               UNTIL WCA-GER-IDX GREATER THAN WCA-GER-QTD
                  OR GERENTE-ACHADO.
           IF GERENTE-ACHADO
               SET WCA-GER-IDX TO WS-IDX-GER
               MOVE WCA-GER-NOM(WCA-GER-IDX) TO CG-NOM-GER
           ELSE
               MOVE 'SEM GERENTE' TO CG-NOM-GER
           END-IF.
           MOVE WCA-CABEC-GERENTE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       5300-CABECALHO-GERENTE-FIM.
           EXIT.

       5310-PROCURA-GERENTE.
           IF WS-COD-GER EQUAL WCA-GER-COD(WCA-GER-IDX)
               MOVE 'S' TO WS-GER-ACHOU
               SET WS-IDX-GER TO WCA-GER-IDX
           END-IF.
       5310-PROCURA-GERENTE-FIM.
           EXIT.

       5400-TOTAL-AGENCIA.
           MOVE WS-QTD-AG-PENDENCIAS TO LTA-QTD.
           MOVE WCA-LINHA-TOTAL-AG TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ZEROS TO WS-QTD-AG-PENDENCIAS.
       5400-TOTAL-AGENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     REGRAVA O REGISTRO DA REVISAO COM A SITUACAO DA RODADA
      *-----------------------------------------------------------------
       6000-REGRAVA-CADKYC.
           OPEN OUTPUT CADKYC.
           PERFORM 6100-GRAVA-CADKYC
              THRU 6100-GRAVA-CADKYC-FIM
               VARYING WCA-KYC-IDX FROM 1 BY 1
               UNTIL WCA-KYC-IDX GREATER THAN WCA-KYC-QTD.
           CLOSE CADKYC.
       6000-REGRAVA-CADKYC-FIM.
           EXIT.

       6100-GRAVA-CADKYC.
           MOVE SPACES TO REG-CADKYC.
           MOVE WCA-KYC-DOC(WCA-KYC-IDX)     TO KYC-NUM-DOC.
           MOVE WCA-KYC-REVISAO(WCA-KYC-IDX) TO KYC-DAT-REVISAO.
           MOVE WCA-KYC-MESES(WCA-KYC-IDX)   TO KYC-MESES.
           MOVE WCA-KYC-PROXIMA(WCA-KYC-IDX) TO KYC-DAT-PROXIMA.
           MOVE WCA-KYC-SIT(WCA-KYC-IDX)     TO KYC-SITUACAO.
           MOVE WCA-KYC-SEG(WCA-KYC-IDX)     TO KYC-SEGMENTO.
           MOVE WCA-KYC-AML(WCA-KYC-IDX)     TO KYC-AML.
           WRITE REG-CADKYC.
       6100-GRAVA-CADKYC-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           DISPLAY 'REVKYC01 - CLIENTES: ' WS-QTD-CLIENTES
                   ' A VENCER: ' WS-QTD-A-VENCER
                   ' VENCIDOS: ' WS-QTD-VENCIDOS
           CLOSE RELATORIO.

           MOVE 0 TO WS-RC-FINAL.
           IF WSN-FS-RELATORIO NOT EQUAL 00
              OR WSN-FS-CADKYC NOT EQUAL 00
              OR (WSN-FS-KYCTRAB NOT EQUAL 00 AND
                  WSN-FS-KYCTRAB NOT EQUAL 10)
               DISPLAY 'REVKYC01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

      *****REVISAO VENCIDA E BLOQUEIO DE PRODUTO: FICA NO LOG COMO
      *****ALERTA PARA O CADASTRO
           IF WS-QTD-VENCIDOS GREATER THAN ZERO
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF.
           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'REVISAO KYC - ' WS-QTD-A-VENCER ' A VENCER, '
                  WS-QTD-VENCIDOS ' VENCIDOS'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM REVKYC01.
