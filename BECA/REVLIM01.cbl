      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Revisao mensal dos limites de cheque especial do
      * LimiteChq01. Para cada limite junta o uso do mes (dias
      * devedores e maior saldo devedor do DIASDEV01, do JUROSCHQ01),
      * os creditos de salario do PAGSAL01 no Movimento01 dos ultimos
      * meses, as parcelas em atraso do CONTRATOS01 e a faixa de
      * pontuacao do titular no SCORECLI01, e propoe renovacao,
      * aumento, reducao ou cancelamento pelas regras do REGRASLIM01
      * (sem o arquivo valem os valores de casa). Aumento, reducao e
      * cancelamento sao propostos em qualquer mes; a simples
      * renovacao so para limite que vence dentro da janela de
      * revisao. As propostas saem em PROPLIM01 com situacao 'P',
      * para os gerentes aprovarem na opcao de revisao do MANULIM01,
      * que aplica as aprovadas no LimiteChq01 com registro no
      * LOGOPER. Limite de conta ativa que vence nos proximos dias do
      * aviso sai tambem em LIMVTRAB01, lido pelo MAILEXT01 como
      * alerta 'LV' de vencimento para o cliente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVLIM01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT LIMITES ASSIGN TO 'LIMITECHQ01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-LIMITES.

           SELECT REGRAS ASSIGN TO 'REGRASLIM01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-REGRAS.

           SELECT ENTRADA ASSIGN TO 'ENTRADA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA.

           SELECT ENTRADA02 ASSIGN TO 'ENTRADA02'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA02.

           SELECT CARTEIRA ASSIGN TO 'CARTEIRA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CARTEIRA.

           SELECT DIASDEV ASSIGN TO 'DIASDEV01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-DIASDEV.

           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

           SELECT CONTRATOS ASSIGN TO 'CONTRATOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTRATOS.

           SELECT SCORES ASSIGN TO 'SCORECLI01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-SCORES.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT PROPOSTAS ASSIGN TO 'PROPLIM01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-PROPOSTAS.

           SELECT VENCIMENTOS ASSIGN TO 'LIMVTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-VENCIMENTOS.

       DATA DIVISION.
      *
       FILE SECTION.
       FD LIMITES.
       01 REG-LIMITE.
           05 LIM-COD-CTA          PIC 9(06).
           05 LIM-VALOR            PIC 9(06)V99.
           05 LIM-DAT-VENC         PIC 9(08).

      *****REGRAS DA REVISAO (UM REGISTRO; CAMPO NUMERICO ZERADO OU
      *****INVALIDO FICA COM O VALOR DE CASA). FAIXAS = LETRAS DE
      *****FAIXA DO SCORECLI01 QUE DISPARAM A ACAO (BRANCO = NENHUMA)
       FD REGRAS.
       01 REG-REGRAS.
           05 RGL-DIAS-JANELA      PIC 9(03).
           05 FILLER               PIC X(01).
           05 RGL-DIAS-AVISO       PIC 9(03).
           05 FILLER               PIC X(01).
           05 RGL-MESES-VALIDADE   PIC 9(02).
           05 FILLER               PIC X(01).
           05 RGL-MESES-SALARIO    PIC 9(02).
           05 FILLER               PIC X(01).
           05 RGL-PCT-USO-AUMENTO  PIC 9(03).
           05 FILLER               PIC X(01).
           05 RGL-PCT-AUMENTO      PIC 9(03).
           05 FILLER               PIC X(01).
           05 RGL-PCT-REDUCAO      PIC 9(03).
           05 FILLER               PIC X(01).
           05 RGL-DIAS-USO-REDUCAO PIC 9(02).
           05 FILLER               PIC X(01).
           05 RGL-ATRASO-CANCELA   PIC 9(03).
           05 FILLER               PIC X(01).
           05 RGL-FAIXAS-AUMENTO   PIC X(05).
           05 FILLER               PIC X(01).
           05 RGL-FAIXAS-REDUCAO   PIC X(05).
           05 FILLER               PIC X(01).
           05 RGL-FAIXAS-CANCELA   PIC X(05).

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

       FD CARTEIRA.
       01 REG-CARTEIRA.
           05 CAR-COD-CTA          PIC 9(06).
           05 CAR-COD-GER          PIC X(04).

      *****DIAS DEVEDORES E PICO DE USO DA CONTA NO MES (JUROSCHQ01)
       FD DIASDEV.
       01 REG-DIASDEV.
           05 DDV-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 DDV-DATA-REF         PIC 9(08).
           05 DDV-DATA-REF-R REDEFINES DDV-DATA-REF.
               10 DDV-COMPETENCIA  PIC 9(06).
               10 FILLER           PIC 9(02).
           05 FILLER               PIC X(01).
           05 DDV-DIAS             PIC 9(02).
           05 FILLER               PIC X(01).
           05 DDV-JUROS            PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 DDV-PICO             PIC 9(09)V99.

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-DAT-R REDEFINES MOV-DAT.
               10 MOV-COMPETENCIA  PIC 9(06).
               10 FILLER           PIC 9(02).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

       FD CONTRATOS.
       01 REG-CONTRATO.
           05 CTR-NUMERO           PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTR-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTR-SISTEMA          PIC X(01).
           05 FILLER               PIC X(01).
           05 CTR-PRINCIPAL        PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 CTR-TAXA             PIC 9(02)V9(04).
           05 FILLER               PIC X(01).
           05 CTR-PRAZO            PIC 9(03).
           05 FILLER               PIC X(01).
           05 CTR-DATA-INI         PIC 9(08).
           05 FILLER               PIC X(01).
           05 CTR-PAGAS            PIC 9(03).
           05 FILLER               PIC X(01).
           05 CTR-ATRASO           PIC 9(03).
           05 FILLER               PIC X(01).
           05 CTR-STATUS           PIC X(01).
           05 FILLER               PIC X(01).
      *****'C' CONSIGNADO (PARCELA DESCONTADA NA FOLHA), BRANCO COMUM
           05 CTR-MODALIDADE       PIC X(01).
               88 CTR-CONSIGNADO               VALUE 'C'.
           05 FILLER               PIC X(01).
           05 CTR-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTR-CET-MENSAL       PIC 9(03)V9(04).
           05 FILLER               PIC X(01).
           05 CTR-CET-ANUAL        PIC 9(05)V99.

      *****PONTUACAO POR DOCUMENTO, EM ORDEM DE DOCUMENTO (SCORECLI01)
       FD SCORES.
       01 REG-SCORE.
           05 SCR-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 SCR-DATA-REF         PIC 9(08).
           05 FILLER               PIC X(01).
           05 SCR-PONTOS           PIC 9(04).
           05 FILLER               PIC X(01).
           05 SCR-FAIXA            PIC X(01).
           05 FILLER               PIC X(44).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      *****PROPOSTAS DA REVISAO. ACAO N = RENOVAR, A = AUMENTAR,
      *****R = REDUZIR, C = CANCELAR; SITUACAO P = PENDENTE,
      *****A = APROVADA E APLICADA, R = RECUSADA (MANULIM01)
       FD PROPOSTAS.
       01 REG-PROPOSTA.
           05 PLM-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 PLM-COD-AGENCIA      PIC X(04).
           05 FILLER               PIC X(01).
           05 PLM-COD-GER          PIC X(04).
           05 FILLER               PIC X(01).
           05 PLM-NOM-CLI          PIC X(25).
           05 FILLER               PIC X(01).
           05 PLM-ACAO             PIC X(01).
           05 FILLER               PIC X(01).
           05 PLM-VALOR-ATUAL      PIC 9(06)V99.
           05 FILLER               PIC X(01).
           05 PLM-VENC-ATUAL       PIC 9(08).
           05 FILLER               PIC X(01).
           05 PLM-VALOR-NOVO       PIC 9(06)V99.
           05 FILLER               PIC X(01).
           05 PLM-VENC-NOVO        PIC 9(08).
           05 FILLER               PIC X(01).
           05 PLM-MOTIVO           PIC X(30).
           05 FILLER               PIC X(01).
           05 PLM-DIAS-DEVEDOR     PIC 9(02).
           05 FILLER               PIC X(01).
           05 PLM-PICO             PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 PLM-SALARIOS         PIC 9(03).
           05 FILLER               PIC X(01).
           05 PLM-PARC-ATRASO      PIC 9(04).
           05 FILLER               PIC X(01).
           05 PLM-FAIXA            PIC X(01).
           05 FILLER               PIC X(01).
           05 PLM-DATA-REF         PIC 9(08).
           05 FILLER               PIC X(01).
           05 PLM-SITUACAO         PIC X(01).
               88 PLM-PENDENTE                 VALUE 'P'.
           05 FILLER               PIC X(01).
           05 PLM-USUARIO          PIC X(20).

      *****LIMITES A VENCER NOS PROXIMOS DIAS DO AVISO (MAILEXT01)
       FD VENCIMENTOS.
       01 REG-VENCIMENTO.
           05 LV-COD-AGENCIA       PIC X(04).
           05 LV-COD-CTA           PIC 9(06).
           05 LV-NOM-CLI           PIC X(25).
           05 LV-VALOR             PIC 9(06)V99.
           05 LV-DAT-VENC          PIC 9(08).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-LIMITES       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-REGRAS        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CARTEIRA      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-DIASDEV       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTRATOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SCORES        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-PROPOSTAS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-VENCIMENTOS   PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-LIMITES           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-LIM               VALUE 'N'.
               88 SW-FIM-SIM-LIM               VALUE 'S'.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-ENT               VALUE 'N'.
               88 SW-FIM-SIM-ENT               VALUE 'S'.
           05 SW-ENTRADA02         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-02                VALUE 'N'.
               88 SW-FIM-SIM-02                VALUE 'S'.
           05 SW-CARTEIRA          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CAR               VALUE 'N'.
               88 SW-FIM-SIM-CAR               VALUE 'S'.
           05 SW-DIASDEV           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-DDV               VALUE 'N'.
               88 SW-FIM-SIM-DDV               VALUE 'S'.
           05 SW-MOVIMENTO         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MOV               VALUE 'N'.
               88 SW-FIM-SIM-MOV               VALUE 'S'.
           05 SW-CONTRATOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CTR               VALUE 'N'.
               88 SW-FIM-SIM-CTR               VALUE 'S'.
           05 SW-SCORES            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-SCR               VALUE 'N'.
               88 SW-FIM-SIM-SCR               VALUE 'S'.
           05 SW-PROPOSTAS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-PRO               VALUE 'N'.
               88 SW-FIM-SIM-PRO               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-DATA-REFERENCIA-R REDEFINES WCA-DATA-REFERENCIA.
           05 REF-ANO              PIC 9(04).
           05 REF-MES              PIC 9(02).
           05 FILLER               PIC 9(02).
       01 WCA-COMPETENCIA          PIC 9(06) VALUE ZEROS.

      *****REGRAS DA REVISAO (SEM O REGRASLIM01, VALORES DE CASA)
       01 WCA-REGRAS.
           05 WCA-DIAS-JANELA      PIC 9(03) VALUE 060.
           05 WCA-DIAS-AVISO       PIC 9(03) VALUE 030.
           05 WCA-MESES-VALIDADE   PIC 9(02) VALUE 12.
           05 WCA-MESES-SALARIO    PIC 9(02) VALUE 03.
           05 WCA-PCT-USO-AUMENTO  PIC 9(03) VALUE 080.
           05 WCA-PCT-AUMENTO      PIC 9(03) VALUE 020.
           05 WCA-PCT-REDUCAO      PIC 9(03) VALUE 050.
           05 WCA-DIAS-USO-REDUCAO PIC 9(02) VALUE 20.
           05 WCA-ATRASO-CANCELA   PIC 9(03) VALUE 003.
           05 WCA-FAIXAS-AUMENTO   PIC X(05) VALUE 'AB'.
           05 WCA-FAIXAS-REDUCAO   PIC X(05) VALUE 'C'.
           05 WCA-FAIXAS-CANCELA   PIC X(05) VALUE 'D'.

      *****DATAS LIMITE DA JANELA DE RENOVACAO E DO AVISO, E A
      *****PRIMEIRA COMPETENCIA DOS CREDITOS DE SALARIO
       01 WS-DATA-JANELA           PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AVISO            PIC 9(08) VALUE ZEROS.
       01 WS-COMP-SALARIO          PIC 9(06) VALUE ZEROS.
       01 WS-COMP-SALARIO-R REDEFINES WS-COMP-SALARIO.
           05 CSL-ANO              PIC 9(04).
           05 CSL-MES              PIC 9(02).

      *****POSICAO DE CADA CONTA COM LIMITE NA TABELA, INDEXADA PELO
      *****NUMERO DA CONTA
       01 WCA-PONTEIROS.
           05 WCA-PTR-CTA          PIC 9(04) OCCURS 999999 TIMES
                                   VALUE ZEROS.

      *****LIMITES E DADOS DE USO DE CADA CONTA
       01 WCA-LIMITES.
           05 WCA-LIM-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-LIM-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-LIM-IDX.
               10 WCA-LIM-CTA      PIC 9(06).
               10 WCA-LIM-VAL      PIC 9(06)V99.
               10 WCA-LIM-VENC     PIC 9(08).
               10 WCA-LIM-AGENCIA  PIC X(04).
               10 WCA-LIM-STATUS   PIC X(01).
               10 WCA-LIM-NOME     PIC X(25).
               10 WCA-LIM-DOC      PIC X(14).
               10 WCA-LIM-GER      PIC X(04).
               10 WCA-LIM-DIAS     PIC 9(02).
               10 WCA-LIM-PICO     PIC 9(09)V99.
               10 WCA-LIM-SALARIOS PIC 9(03).
               10 WCA-LIM-ATRASO   PIC 9(04).
       77 WS-QTD-LIM-REPETIDO      PIC 9(04) VALUE ZEROS.

      *****FAIXA DE PONTUACAO POR DOCUMENTO (SCORECLI01)
       01 WCA-PONTUACOES.
           05 WCA-SCO-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-SCO-TAB OCCURS 20000 TIMES
                          ASCENDING KEY IS WCA-SCO-DOC
                          INDEXED BY WCA-SCO-IDX.
               10 WCA-SCO-DOC      PIC X(14) VALUE HIGH-VALUES.
               10 WCA-SCO-FAIXA    PIC X(01) VALUE SPACES.
       01 WS-SCO-ULTIMO-DOC        PIC X(14) VALUE LOW-VALUES.

      *****PROPOSTA DA CONTA EM TRATAMENTO
       01 WS-ACAO                  PIC X(01) VALUE SPACES.
       01 WS-MOTIVO                PIC X(30) VALUE SPACES.
       01 WS-FAIXA                 PIC X(01) VALUE SPACES.
       01 WS-PCT-USO               PIC 9(05) VALUE ZEROS.
       01 WS-VALOR-NOVO            PIC 9(07)V99 VALUE ZEROS.
       01 WS-LISTA-FAIXAS          PIC X(05) VALUE SPACES.
       77 WS-QTD-NA-LISTA          PIC 9(02) VALUE ZEROS.

      *****VENCIMENTO NOVO: BASE + N MESES
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
       01 WS-MESES-SOMA            PIC 9(03) VALUE ZEROS.
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

      *****DATA LIMITE: REFERENCIA + N DIAS CORRIDOS
       01 WS-DATA-LIMITE           PIC 9(08) VALUE ZEROS.
       01 WS-DATA-LIMITE-R REDEFINES WS-DATA-LIMITE.
           05 LIM-ANO              PIC 9(04).
           05 LIM-MES              PIC 9(02).
           05 LIM-DIA              PIC 9(02).
       01 WS-CONTA-DIAS            PIC 9(03) VALUE ZEROS.

       77 WS-QTD-LIMITES           PIC 9(06) VALUE ZEROS.
       77 WS-QTD-RENOVAR           PIC 9(06) VALUE ZEROS.
       77 WS-QTD-AUMENTAR          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REDUZIR           PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CANCELAR          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-AVISOS            PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DECIDIDAS         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DDV-OUTRA-COMP    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-FONTES-AUSENTES   PIC 9(02) VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'REVLIM01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 3000-REVISA-LIMITE
              THRU 3000-REVISA-LIMITE-FIM
              VARYING WCA-LIM-IDX FROM 1 BY 1
              UNTIL WCA-LIM-IDX GREATER THAN WCA-LIM-QTD

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
           MOVE WCA-DATA-REFERENCIA(1:6) TO WCA-COMPETENCIA.

           PERFORM 1060-LE-REGRAS
              THRU 1060-LE-REGRAS-FIM.
           PERFORM 1080-VERIFICA-PROPOSTAS
              THRU 1080-VERIFICA-PROPOSTAS-FIM.

      *****FIM DA JANELA DE RENOVACAO E FIM DO PERIODO DO AVISO
           MOVE WCA-DATA-REFERENCIA TO WS-DATA-LIMITE.
           PERFORM 5400-SOMA-DIA
              THRU 5400-SOMA-DIA-FIM
              VARYING WS-CONTA-DIAS FROM 1 BY 1
              UNTIL WS-CONTA-DIAS GREATER THAN WCA-DIAS-JANELA.
           MOVE WS-DATA-LIMITE TO WS-DATA-JANELA.
           MOVE WCA-DATA-REFERENCIA TO WS-DATA-LIMITE.
           PERFORM 5400-SOMA-DIA
              THRU 5400-SOMA-DIA-FIM
              VARYING WS-CONTA-DIAS FROM 1 BY 1
              UNTIL WS-CONTA-DIAS GREATER THAN WCA-DIAS-AVISO.
           MOVE WS-DATA-LIMITE TO WS-DATA-AVISO.

      *****SALARIO CONTA DESDE A COMPETENCIA DE N-1 MESES ATRAS
           COMPUTE WS-MESES-TOTAIS =
               (REF-ANO * 12) + REF-MES - WCA-MESES-SALARIO + 1.
           COMPUTE CSL-ANO = (WS-MESES-TOTAIS - 1) / 12.
           COMPUTE CSL-MES = WS-MESES-TOTAIS - (CSL-ANO * 12).

           PERFORM 1100-CARREGA-LIMITES
              THRU 1100-CARREGA-LIMITES-FIM.
           PERFORM 1200-CARREGA-CONTAS
              THRU 1200-CARREGA-CONTAS-FIM.
           PERFORM 1300-CARREGA-TITULARES
              THRU 1300-CARREGA-TITULARES-FIM.
           PERFORM 1400-CARREGA-CARTEIRA
              THRU 1400-CARREGA-CARTEIRA-FIM.
           PERFORM 1500-CARREGA-DIAS-DEVEDOR
              THRU 1500-CARREGA-DIAS-DEVEDOR-FIM.
           PERFORM 1600-CARREGA-SALARIOS
              THRU 1600-CARREGA-SALARIOS-FIM.
           PERFORM 1700-CARREGA-CONTRATOS
              THRU 1700-CARREGA-CONTRATOS-FIM.
           PERFORM 1800-CARREGA-PONTUACOES
              THRU 1800-CARREGA-PONTUACOES-FIM.

           OPEN OUTPUT PROPOSTAS.
           OPEN OUTPUT VENCIMENTOS.
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

      ****************REGRAS DA REVISAO (REGRASLIM01)*******************
       1060-LE-REGRAS.
           OPEN INPUT REGRAS.
           IF WSN-FS-REGRAS NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-REGRAS
               GO TO 1060-LE-REGRAS-FIM
           END-IF.
           READ REGRAS
               AT END
                   CLOSE REGRAS
                   GO TO 1060-LE-REGRAS-FIM
           END-READ.
           CLOSE REGRAS.
           IF RGL-DIAS-JANELA NUMERIC
              AND RGL-DIAS-JANELA GREATER THAN ZERO
               MOVE RGL-DIAS-JANELA TO WCA-DIAS-JANELA
           END-IF.
           IF RGL-DIAS-AVISO NUMERIC
              AND RGL-DIAS-AVISO GREATER THAN ZERO
               MOVE RGL-DIAS-AVISO TO WCA-DIAS-AVISO
           END-IF.
           IF RGL-MESES-VALIDADE NUMERIC
              AND RGL-MESES-VALIDADE GREATER THAN ZERO
               MOVE RGL-MESES-VALIDADE TO WCA-MESES-VALIDADE
           END-IF.
           IF RGL-MESES-SALARIO NUMERIC
              AND RGL-MESES-SALARIO GREATER THAN ZERO
               MOVE RGL-MESES-SALARIO TO WCA-MESES-SALARIO
           END-IF.
           IF RGL-PCT-USO-AUMENTO NUMERIC
              AND RGL-PCT-USO-AUMENTO GREATER THAN ZERO
               MOVE RGL-PCT-USO-AUMENTO TO WCA-PCT-USO-AUMENTO
           END-IF.
           IF RGL-PCT-AUMENTO NUMERIC
              AND RGL-PCT-AUMENTO GREATER THAN ZERO
               MOVE RGL-PCT-AUMENTO TO WCA-PCT-AUMENTO
           END-IF.
           IF RGL-PCT-REDUCAO NUMERIC
              AND RGL-PCT-REDUCAO GREATER THAN ZERO
              AND RGL-PCT-REDUCAO LESS THAN 100
               MOVE RGL-PCT-REDUCAO TO WCA-PCT-REDUCAO
           END-IF.
           IF RGL-DIAS-USO-REDUCAO NUMERIC
              AND RGL-DIAS-USO-REDUCAO GREATER THAN ZERO
               MOVE RGL-DIAS-USO-REDUCAO TO WCA-DIAS-USO-REDUCAO
           END-IF.
           IF RGL-ATRASO-CANCELA NUMERIC
              AND RGL-ATRASO-CANCELA GREATER THAN ZERO
               MOVE RGL-ATRASO-CANCELA TO WCA-ATRASO-CANCELA
           END-IF.
           MOVE RGL-FAIXAS-AUMENTO TO WCA-FAIXAS-AUMENTO.
           MOVE RGL-FAIXAS-REDUCAO TO WCA-FAIXAS-REDUCAO.
           MOVE RGL-FAIXAS-CANCELA TO WCA-FAIXAS-CANCELA.
       1060-LE-REGRAS-FIM.
           EXIT.

      *****PROPOSTAS DA MESMA REFERENCIA JA DECIDIDAS NO MANULIM01 NAO
      *****PODEM SER REGERADAS: O LIMITE APLICADO SERIA REVISTO DE NOVO
       1080-VERIFICA-PROPOSTAS.
           OPEN INPUT PROPOSTAS.
           IF WSN-FS-PROPOSTAS NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-PROPOSTAS
               GO TO 1080-VERIFICA-PROPOSTAS-FIM
           END-IF.
           SET SW-FIM-NAO-PRO TO TRUE.
           PERFORM 1090-LER-PROPOSTA
              THRU 1090-LER-PROPOSTA-FIM
             UNTIL SW-FIM-SIM-PRO.
           CLOSE PROPOSTAS.
           IF WS-QTD-DECIDIDAS GREATER THAN ZERO
               DISPLAY 'REVLIM01 - PROPLIM01 DA REFERENCIA '
                       WCA-DATA-REFERENCIA ' JA TEM '
                       WS-QTD-DECIDIDAS ' PROPOSTAS DECIDIDAS - '
                       'REVISAO NAO REGERADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       1080-VERIFICA-PROPOSTAS-FIM.
           EXIT.

       1090-LER-PROPOSTA.
           READ PROPOSTAS
               AT END
                   SET SW-FIM-SIM-PRO TO TRUE
               NOT AT END
                   IF PLM-DATA-REF EQUAL WCA-DATA-REFERENCIA
                      AND NOT PLM-PENDENTE
                       ADD 1 TO WS-QTD-DECIDIDAS
                   END-IF
           END-READ.
       1090-LER-PROPOSTA-FIM.
           EXIT.

      ****************LIMITES CONCEDIDOS (LIMITECHQ01)******************
       1100-CARREGA-LIMITES.
           OPEN INPUT LIMITES.
           IF WSN-FS-LIMITES NOT EQUAL ZEROS
               DISPLAY 'REVLIM01 - LIMITECHQ01 AUSENTE - NENHUM '
                       'LIMITE A REVISAR'
               MOVE ZEROS TO WSN-FS-LIMITES
               GO TO 1100-CARREGA-LIMITES-FIM
           END-IF.
           SET SW-FIM-NAO-LIM TO TRUE.
           PERFORM 1110-LER-LIMITE
              THRU 1110-LER-LIMITE-FIM.
           PERFORM 1120-GUARDA-LIMITE
              THRU 1120-GUARDA-LIMITE-FIM
             UNTIL SW-FIM-SIM-LIM.
           CLOSE LIMITES.
       1100-CARREGA-LIMITES-FIM.
           EXIT.

       1110-LER-LIMITE.
           READ LIMITES
               AT END
                   SET SW-FIM-SIM-LIM TO TRUE
           END-READ.
       1110-LER-LIMITE-FIM.
           EXIT.

      *****O MANULIM01 MANTEM UM REGISTRO POR CONTA E NO MAXIMO 2000
       1120-GUARDA-LIMITE.
           IF LIM-COD-CTA EQUAL ZEROS
              OR LIM-COD-CTA NOT NUMERIC
               GO TO 1120-GUARDA-LIMITE-LEITURA
           END-IF.
           IF WCA-PTR-CTA(LIM-COD-CTA) GREATER THAN ZERO
               ADD 1 TO WS-QTD-LIM-REPETIDO
               GO TO 1120-GUARDA-LIMITE-LEITURA
           END-IF.
           IF WCA-LIM-QTD NOT LESS THAN 2000
               DISPLAY 'REVLIM01 - LIMITECHQ01 COM MAIS DE 2000 '
                       'REGISTROS'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-LIM-QTD.
           MOVE WCA-LIM-QTD TO WCA-PTR-CTA(LIM-COD-CTA).
           SET WCA-LIM-IDX TO WCA-LIM-QTD.
           MOVE LIM-COD-CTA  TO WCA-LIM-CTA(WCA-LIM-IDX).
           MOVE LIM-VALOR    TO WCA-LIM-VAL(WCA-LIM-IDX).
           MOVE LIM-DAT-VENC TO WCA-LIM-VENC(WCA-LIM-IDX).
           MOVE SPACES TO WCA-LIM-AGENCIA(WCA-LIM-IDX)
                          WCA-LIM-STATUS(WCA-LIM-IDX)
                          WCA-LIM-NOME(WCA-LIM-IDX)
                          WCA-LIM-DOC(WCA-LIM-IDX).
           MOVE '????' TO WCA-LIM-GER(WCA-LIM-IDX).
           MOVE ZEROS  TO WCA-LIM-DIAS(WCA-LIM-IDX)
                          WCA-LIM-PICO(WCA-LIM-IDX)
                          WCA-LIM-SALARIOS(WCA-LIM-IDX)
                          WCA-LIM-ATRASO(WCA-LIM-IDX).
       1120-GUARDA-LIMITE-LEITURA.
           PERFORM 1110-LER-LIMITE
              THRU 1110-LER-LIMITE-FIM.
       1120-GUARDA-LIMITE-FIM.
           EXIT.

      ****************AGENCIA E SITUACAO DA CONTA (ENTRADA01)***********
       1200-CARREGA-CONTAS.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'REVLIM01 - ENTRADA01 NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-ENT TO TRUE.
           PERFORM 1210-LER-ENTRADA
              THRU 1210-LER-ENTRADA-FIM.
           PERFORM 1220-GUARDA-CONTA
              THRU 1220-GUARDA-CONTA-FIM
             UNTIL SW-FIM-SIM-ENT.
           CLOSE ENTRADA.
       1200-CARREGA-CONTAS-FIM.
           EXIT.

       1210-LER-ENTRADA.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM-ENT TO TRUE
           END-READ.
      *****PULA OS REGISTROS DE CONTROLE HDR/TRL DA ENTRADA
           IF NOT SW-FIM-SIM-ENT
              AND (REG-ENTRADA(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA(1:3) EQUAL 'TRL')
               GO TO 1210-LER-ENTRADA
           END-IF.
       1210-LER-ENTRADA-FIM.
           EXIT.

       1220-GUARDA-CONTA.
           IF COD-CTA GREATER THAN ZERO
              AND WCA-PTR-CTA(COD-CTA) GREATER THAN ZERO
               SET WCA-LIM-IDX TO WCA-PTR-CTA(COD-CTA)
               MOVE COD-AGENCIA TO WCA-LIM-AGENCIA(WCA-LIM-IDX)
               MOVE STA-CTA     TO WCA-LIM-STATUS(WCA-LIM-IDX)
           END-IF.
           PERFORM 1210-LER-ENTRADA
              THRU 1210-LER-ENTRADA-FIM.
       1220-GUARDA-CONTA-FIM.
           EXIT.

      ****************NOME E DOCUMENTO DO TITULAR (ENTRADA02)***********
       1300-CARREGA-TITULARES.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               DISPLAY 'REVLIM01 - ENTRADA02 NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-02 TO TRUE.
           PERFORM 1310-LER-ENTRADA02
              THRU 1310-LER-ENTRADA02-FIM.
           PERFORM 1320-GUARDA-TITULAR
              THRU 1320-GUARDA-TITULAR-FIM
             UNTIL SW-FIM-SIM-02.
           CLOSE ENTRADA02.
       1300-CARREGA-TITULARES-FIM.
           EXIT.

       1310-LER-ENTRADA02.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-02 TO TRUE
           END-READ.
           IF NOT SW-FIM-SIM-02
              AND (REG-ENTRADA-02(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA-02(1:3) EQUAL 'TRL')
               GO TO 1310-LER-ENTRADA02
           END-IF.
       1310-LER-ENTRADA02-FIM.
           EXIT.

       1320-GUARDA-TITULAR.
           IF E2-COD-CTA GREATER THAN ZERO
              AND WCA-PTR-CTA(E2-COD-CTA) GREATER THAN ZERO
               SET WCA-LIM-IDX TO WCA-PTR-CTA(E2-COD-CTA)
               MOVE E2-NOM-CLI TO WCA-LIM-NOME(WCA-LIM-IDX)
               MOVE E2-NUM-DOC TO WCA-LIM-DOC(WCA-LIM-IDX)
           END-IF.
           PERFORM 1310-LER-ENTRADA02
              THRU 1310-LER-ENTRADA02-FIM.
       1320-GUARDA-TITULAR-FIM.
           EXIT.

      ****************GERENTE DA CONTA (CARTEIRA01)*********************
       1400-CARREGA-CARTEIRA.
           OPEN INPUT CARTEIRA.
           IF WSN-FS-CARTEIRA NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-CARTEIRA
               GO TO 1400-CARREGA-CARTEIRA-FIM
           END-IF.
           SET SW-FIM-NAO-CAR TO TRUE.
           PERFORM 1410-LER-CARTEIRA
              THRU 1410-LER-CARTEIRA-FIM.
           PERFORM 1420-GUARDA-CARTEIRA
              THRU 1420-GUARDA-CARTEIRA-FIM
             UNTIL SW-FIM-SIM-CAR.
           CLOSE CARTEIRA.
       1400-CARREGA-CARTEIRA-FIM.
           EXIT.

       1410-LER-CARTEIRA.
           READ CARTEIRA
               AT END
                   SET SW-FIM-SIM-CAR TO TRUE
           END-READ.
       1410-LER-CARTEIRA-FIM.
           EXIT.

       1420-GUARDA-CARTEIRA.
           IF CAR-COD-CTA NUMERIC
              AND CAR-COD-CTA GREATER THAN ZERO
               IF WCA-PTR-CTA(CAR-COD-CTA) GREATER THAN ZERO
                   SET WCA-LIM-IDX TO WCA-PTR-CTA(CAR-COD-CTA)
                   MOVE CAR-COD-GER TO WCA-LIM-GER(WCA-LIM-IDX)
               END-IF
           END-IF.
           PERFORM 1410-LER-CARTEIRA
              THRU 1410-LER-CARTEIRA-FIM.
       1420-GUARDA-CARTEIRA-FIM.
           EXIT.

      *****FONTE AUSENTE DEIXA O DADO ZERADO PARA TODOS E FICA NO LOG
       1500-CARREGA-DIAS-DEVEDOR.
           OPEN INPUT DIASDEV.
           IF WSN-FS-DIASDEV NOT EQUAL ZEROS
               DISPLAY 'REVLIM01 - DIASDEV01 AUSENTE'
               MOVE ZEROS TO WSN-FS-DIASDEV
               ADD 1 TO WS-QTD-FONTES-AUSENTES
               GO TO 1500-CARREGA-DIAS-DEVEDOR-FIM
           END-IF.
           SET SW-FIM-NAO-DDV TO TRUE.
           PERFORM 1510-LER-DIAS-DEVEDOR
              THRU 1510-LER-DIAS-DEVEDOR-FIM.
           PERFORM 1520-GUARDA-DIAS-DEVEDOR
              THRU 1520-GUARDA-DIAS-DEVEDOR-FIM
             UNTIL SW-FIM-SIM-DDV.
           CLOSE DIASDEV.
       1500-CARREGA-DIAS-DEVEDOR-FIM.
           EXIT.

       1510-LER-DIAS-DEVEDOR.
           READ DIASDEV
               AT END
                   SET SW-FIM-SIM-DDV TO TRUE
           END-READ.
       1510-LER-DIAS-DEVEDOR-FIM.
           EXIT.

       1520-GUARDA-DIAS-DEVEDOR.
           IF DDV-COMPETENCIA NOT EQUAL WCA-COMPETENCIA
               ADD 1 TO WS-QTD-DDV-OUTRA-COMP
           ELSE
               IF DDV-COD-CTA GREATER THAN ZERO
                  AND WCA-PTR-CTA(DDV-COD-CTA) GREATER THAN ZERO
                   SET WCA-LIM-IDX TO WCA-PTR-CTA(DDV-COD-CTA)
                   MOVE DDV-DIAS TO WCA-LIM-DIAS(WCA-LIM-IDX)
                   IF DDV-PICO NUMERIC
                       MOVE DDV-PICO TO WCA-LIM-PICO(WCA-LIM-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 1510-LER-DIAS-DEVEDOR
              THRU 1510-LER-DIAS-DEVEDOR-FIM.
       1520-GUARDA-DIAS-DEVEDOR-FIM.
           EXIT.

      *****CREDITOS DE SALARIO (PAGSAL01) DAS ULTIMAS COMPETENCIAS
       1600-CARREGA-SALARIOS.
           OPEN INPUT MOVIMENTO.
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               DISPLAY 'REVLIM01 - MOVIMENTO01 AUSENTE'
               MOVE ZEROS TO WSN-FS-MOVIMENTO
               ADD 1 TO WS-QTD-FONTES-AUSENTES
               GO TO 1600-CARREGA-SALARIOS-FIM
           END-IF.
           SET SW-FIM-NAO-MOV TO TRUE.
           PERFORM 1610-LER-MOVIMENTO
              THRU 1610-LER-MOVIMENTO-FIM.
           PERFORM 1620-GUARDA-SALARIO
              THRU 1620-GUARDA-SALARIO-FIM
             UNTIL SW-FIM-SIM-MOV.
           CLOSE MOVIMENTO.
       1600-CARREGA-SALARIOS-FIM.
           EXIT.

       1610-LER-MOVIMENTO.
           READ MOVIMENTO
               AT END
                   SET SW-FIM-SIM-MOV TO TRUE
           END-READ.
       1610-LER-MOVIMENTO-FIM.
           EXIT.

       1620-GUARDA-SALARIO.
           IF MOV-TIP EQUAL 'C'
              AND MOV-HIST EQUAL 'CREDITO SALARIO'
              AND MOV-COMPETENCIA NOT LESS THAN WS-COMP-SALARIO
              AND MOV-COMPETENCIA NOT GREATER THAN WCA-COMPETENCIA
              AND MOV-COD-CTA GREATER THAN ZERO
               IF WCA-PTR-CTA(MOV-COD-CTA) GREATER THAN ZERO
                   SET WCA-LIM-IDX TO WCA-PTR-CTA(MOV-COD-CTA)
                   IF WCA-LIM-SALARIOS(WCA-LIM-IDX) LESS THAN 999
                       ADD 1 TO WCA-LIM-SALARIOS(WCA-LIM-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 1610-LER-MOVIMENTO
              THRU 1610-LER-MOVIMENTO-FIM.
       1620-GUARDA-SALARIO-FIM.
           EXIT.

      *****PARCELAS EM ATRASO DE TODOS OS CONTRATOS DA CONTA
       1700-CARREGA-CONTRATOS.
           OPEN INPUT CONTRATOS.
           IF WSN-FS-CONTRATOS NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-CONTRATOS
               GO TO 1700-CARREGA-CONTRATOS-FIM
           END-IF.
           SET SW-FIM-NAO-CTR TO TRUE.
           PERFORM 1710-LER-CONTRATO
              THRU 1710-LER-CONTRATO-FIM.
           PERFORM 1720-GUARDA-CONTRATO
              THRU 1720-GUARDA-CONTRATO-FIM
             UNTIL SW-FIM-SIM-CTR.
           CLOSE CONTRATOS.
       1700-CARREGA-CONTRATOS-FIM.
           EXIT.

       1710-LER-CONTRATO.
           READ CONTRATOS
               AT END
                   SET SW-FIM-SIM-CTR TO TRUE
           END-READ.
       1710-LER-CONTRATO-FIM.
           EXIT.

       1720-GUARDA-CONTRATO.
           IF CTR-COD-CTA GREATER THAN ZERO
              AND CTR-ATRASO NUMERIC
               IF WCA-PTR-CTA(CTR-COD-CTA) GREATER THAN ZERO
                   SET WCA-LIM-IDX TO WCA-PTR-CTA(CTR-COD-CTA)
                   ADD CTR-ATRASO TO WCA-LIM-ATRASO(WCA-LIM-IDX)
               END-IF
           END-IF.
           PERFORM 1710-LER-CONTRATO
              THRU 1710-LER-CONTRATO-FIM.
       1720-GUARDA-CONTRATO-FIM.
           EXIT.

      *****FAIXA POR DOCUMENTO; ARQUIVO FORA DE ORDEM E DESPREZADO E
      *****AS REGRAS DE FAIXA NAO SE APLICAM
       1800-CARREGA-PONTUACOES.
           OPEN INPUT SCORES.
           IF WSN-FS-SCORES NOT EQUAL ZEROS
               DISPLAY 'REVLIM01 - SCORECLI01 AUSENTE'
               MOVE ZEROS TO WSN-FS-SCORES
               ADD 1 TO WS-QTD-FONTES-AUSENTES
               GO TO 1800-CARREGA-PONTUACOES-FIM
           END-IF.
           SET SW-FIM-NAO-SCR TO TRUE.
           PERFORM 1810-LER-PONTUACAO
              THRU 1810-LER-PONTUACAO-FIM.
           PERFORM 1820-GUARDA-PONTUACAO
              THRU 1820-GUARDA-PONTUACAO-FIM
             UNTIL SW-FIM-SIM-SCR.
           CLOSE SCORES.
       1800-CARREGA-PONTUACOES-FIM.
           EXIT.

       1810-LER-PONTUACAO.
           READ SCORES
               AT END
                   SET SW-FIM-SIM-SCR TO TRUE
           END-READ.
       1810-LER-PONTUACAO-FIM.
           EXIT.

       1820-GUARDA-PONTUACAO.
           IF SCR-NUM-DOC NOT GREATER THAN WS-SCO-ULTIMO-DOC
               DISPLAY 'REVLIM01 - SCORECLI01 FORA DE ORDEM - '
                       'REVISAO SEM AS REGRAS DE FAIXA'
               MOVE ZEROS TO WCA-SCO-QTD
               ADD 1 TO WS-QTD-FONTES-AUSENTES
               SET SW-FIM-SIM-SCR TO TRUE
               GO TO 1820-GUARDA-PONTUACAO-FIM
           END-IF.
           MOVE SCR-NUM-DOC TO WS-SCO-ULTIMO-DOC.
           IF WCA-SCO-QTD LESS THAN 20000
               ADD 1 TO WCA-SCO-QTD
               SET WCA-SCO-IDX TO WCA-SCO-QTD
               MOVE SCR-NUM-DOC TO WCA-SCO-DOC(WCA-SCO-IDX)
               MOVE SCR-FAIXA   TO WCA-SCO-FAIXA(WCA-SCO-IDX)
           END-IF.
           PERFORM 1810-LER-PONTUACAO
              THRU 1810-LER-PONTUACAO-FIM.
       1820-GUARDA-PONTUACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     UM LIMITE POR VOLTA: A PRIMEIRA REGRA QUE SE APLICA DA A
      *     ACAO (CANCELAR, REDUZIR, AUMENTAR); SEM NENHUMA, O LIMITE
      *     DENTRO DA JANELA DE VENCIMENTO E PROPOSTO PARA RENOVACAO
      *-----------------------------------------------------------------
       3000-REVISA-LIMITE.
           ADD 1 TO WS-QTD-LIMITES.
           MOVE SPACES TO WS-ACAO WS-MOTIVO WS-FAIXA.
           MOVE ZEROS  TO WS-PCT-USO.
           IF WCA-LIM-VAL(WCA-LIM-IDX) GREATER THAN ZERO
               IF WCA-LIM-PICO(WCA-LIM-IDX) NOT LESS THAN
                  WCA-LIM-VAL(WCA-LIM-IDX) * 999 / 100
                   MOVE 999 TO WS-PCT-USO
               ELSE
                   COMPUTE WS-PCT-USO =
                       WCA-LIM-PICO(WCA-LIM-IDX) * 100
                       / WCA-LIM-VAL(WCA-LIM-IDX)
               END-IF
           END-IF.
           IF WCA-SCO-QTD GREATER THAN ZERO
              AND WCA-LIM-DOC(WCA-LIM-IDX) NOT EQUAL SPACES
               SEARCH ALL WCA-SCO-TAB
                   AT END
                       CONTINUE
                   WHEN WCA-SCO-DOC(WCA-SCO-IDX) EQUAL
                        WCA-LIM-DOC(WCA-LIM-IDX)
                       MOVE WCA-SCO-FAIXA(WCA-SCO-IDX) TO WS-FAIXA
               END-SEARCH
           END-IF.

           PERFORM 3100-REGRA-CANCELAR
              THRU 3100-REGRA-CANCELAR-FIM.
           IF WS-ACAO EQUAL SPACES
               PERFORM 3200-REGRA-REDUZIR
                  THRU 3200-REGRA-REDUZIR-FIM
           END-IF.
           IF WS-ACAO EQUAL SPACES
               PERFORM 3300-REGRA-AUMENTAR
                  THRU 3300-REGRA-AUMENTAR-FIM
           END-IF.
           IF WS-ACAO EQUAL SPACES
              AND WCA-LIM-VENC(WCA-LIM-IDX) NOT GREATER THAN
                  WS-DATA-JANELA
               MOVE 'N' TO WS-ACAO
               IF WCA-LIM-VENC(WCA-LIM-IDX) LESS THAN
                  WCA-DATA-REFERENCIA
                   MOVE 'LIMITE VENCIDO - RENOVAR'  TO WS-MOTIVO
               ELSE
                   MOVE 'RENOVACAO NO VENCIMENTO'   TO WS-MOTIVO
               END-IF
           END-IF.

           IF WS-ACAO NOT EQUAL SPACES
               PERFORM 4000-GRAVA-PROPOSTA
                  THRU 4000-GRAVA-PROPOSTA-FIM
           END-IF.

      *****AVISO AO CLIENTE: LIMITE DE CONTA ATIVA QUE VENCE ATE O FIM
      *****DO PERIODO DO AVISO
           IF WCA-LIM-STATUS(WCA-LIM-IDX) EQUAL 'A'
              AND WCA-LIM-VENC(WCA-LIM-IDX) NOT LESS THAN
                  WCA-DATA-REFERENCIA
              AND WCA-LIM-VENC(WCA-LIM-IDX) NOT GREATER THAN
                  WS-DATA-AVISO
               PERFORM 4500-GRAVA-VENCIMENTO
                  THRU 4500-GRAVA-VENCIMENTO-FIM
           END-IF.
       3000-REVISA-LIMITE-FIM.
           EXIT.

       3100-REGRA-CANCELAR.
           IF WCA-LIM-STATUS(WCA-LIM-IDX) EQUAL SPACES
               MOVE 'C'                          TO WS-ACAO
               MOVE 'CONTA INEXISTENTE'          TO WS-MOTIVO
               GO TO 3100-REGRA-CANCELAR-FIM
           END-IF.
           IF WCA-LIM-STATUS(WCA-LIM-IDX) NOT EQUAL 'A'
               MOVE 'C'                          TO WS-ACAO
               MOVE 'CONTA NAO ATIVA'            TO WS-MOTIVO
               GO TO 3100-REGRA-CANCELAR-FIM
           END-IF.
           IF WCA-LIM-ATRASO(WCA-LIM-IDX) NOT LESS THAN
              WCA-ATRASO-CANCELA
               MOVE 'C'                          TO WS-ACAO
               MOVE 'PARCELAS EM ATRASO'         TO WS-MOTIVO
               GO TO 3100-REGRA-CANCELAR-FIM
           END-IF.
           MOVE WCA-FAIXAS-CANCELA TO WS-LISTA-FAIXAS.
           PERFORM 3900-FAIXA-NA-LISTA
              THRU 3900-FAIXA-NA-LISTA-FIM.
           IF WS-QTD-NA-LISTA GREATER THAN ZERO
               MOVE 'C'                          TO WS-ACAO
               MOVE 'FAIXA DE SCORE - CANCELAR'  TO WS-MOTIVO
           END-IF.
       3100-REGRA-CANCELAR-FIM.
           EXIT.

       3200-REGRA-REDUZIR.
           IF WCA-LIM-ATRASO(WCA-LIM-IDX) GREATER THAN ZERO
               MOVE 'R'                          TO WS-ACAO
               MOVE 'ATRASO EM CONTRATO'         TO WS-MOTIVO
               GO TO 3200-REGRA-REDUZIR-FIM
           END-IF.
           MOVE WCA-FAIXAS-REDUCAO TO WS-LISTA-FAIXAS.
           PERFORM 3900-FAIXA-NA-LISTA
              THRU 3900-FAIXA-NA-LISTA-FIM.
           IF WS-QTD-NA-LISTA GREATER THAN ZERO
               MOVE 'R'                          TO WS-ACAO
               MOVE 'FAIXA DE SCORE - REDUZIR'   TO WS-MOTIVO
               GO TO 3200-REGRA-REDUZIR-FIM
           END-IF.
           IF WCA-LIM-SALARIOS(WCA-LIM-IDX) EQUAL ZEROS
              AND WCA-LIM-DIAS(WCA-LIM-IDX) NOT LESS THAN
                  WCA-DIAS-USO-REDUCAO
               MOVE 'R'                          TO WS-ACAO
               MOVE 'USO CONSTANTE SEM SALARIO'  TO WS-MOTIVO
           END-IF.
       3200-REGRA-REDUZIR-FIM.
           EXIT.

      *****AUMENTO SO COM SALARIO CREDITADO, USO ALTO DO LIMITE E
      *****FAIXA DE PONTUACAO ENTRE AS DE AUMENTO
       3300-REGRA-AUMENTAR.
           IF WCA-LIM-SALARIOS(WCA-LIM-IDX) EQUAL ZEROS
              OR WCA-LIM-VAL(WCA-LIM-IDX) EQUAL ZEROS
              OR WS-PCT-USO LESS THAN WCA-PCT-USO-AUMENTO
               GO TO 3300-REGRA-AUMENTAR-FIM
           END-IF.
           MOVE WCA-FAIXAS-AUMENTO TO WS-LISTA-FAIXAS.
           PERFORM 3900-FAIXA-NA-LISTA
              THRU 3900-FAIXA-NA-LISTA-FIM.
           IF WS-QTD-NA-LISTA GREATER THAN ZERO
               MOVE 'A'                          TO WS-ACAO
               MOVE 'USO ALTO COM SALARIO'       TO WS-MOTIVO
           END-IF.
       3300-REGRA-AUMENTAR-FIM.
           EXIT.

      *****A FAIXA DO TITULAR ESTA NA LISTA DE LETRAS DA REGRA?
       3900-FAIXA-NA-LISTA.
           MOVE ZEROS TO WS-QTD-NA-LISTA.
           IF WS-FAIXA NOT EQUAL SPACES
              AND WS-LISTA-FAIXAS NOT EQUAL SPACES
               INSPECT WS-LISTA-FAIXAS TALLYING WS-QTD-NA-LISTA
                   FOR ALL WS-FAIXA
           END-IF.
       3900-FAIXA-NA-LISTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     PROPOSTA PENDENTE: VALOR NOVO PELO PERCENTUAL DA ACAO E
      *     VENCIMENTO NOVO N MESES DEPOIS DO ATUAL (OU DA REFERENCIA,
      *     PARA LIMITE JA VENCIDO); CANCELAMENTO ZERA OS DOIS
      *-----------------------------------------------------------------
       4000-GRAVA-PROPOSTA.
           EVALUATE WS-ACAO
               WHEN 'A'
                   COMPUTE WS-VALOR-NOVO ROUNDED =
                       WCA-LIM-VAL(WCA-LIM-IDX) +
                       (WCA-LIM-VAL(WCA-LIM-IDX) * WCA-PCT-AUMENTO
                        / 100)
                   IF WS-VALOR-NOVO GREATER THAN 999999,99
                       MOVE 999999,99 TO WS-VALOR-NOVO
                   END-IF
                   ADD 1 TO WS-QTD-AUMENTAR
               WHEN 'R'
                   COMPUTE WS-VALOR-NOVO ROUNDED =
                       WCA-LIM-VAL(WCA-LIM-IDX) -
                       (WCA-LIM-VAL(WCA-LIM-IDX) * WCA-PCT-REDUCAO
                        / 100)
                   ADD 1 TO WS-QTD-REDUZIR
               WHEN 'C'
                   MOVE ZEROS TO WS-VALOR-NOVO
                   ADD 1 TO WS-QTD-CANCELAR
               WHEN OTHER
                   MOVE WCA-LIM-VAL(WCA-LIM-IDX) TO WS-VALOR-NOVO
                   ADD 1 TO WS-QTD-RENOVAR
           END-EVALUATE.

           MOVE ZEROS TO WS-DATA-PROXIMA.
           IF WS-ACAO NOT EQUAL 'C'
               IF WCA-LIM-VENC(WCA-LIM-IDX) GREATER THAN
                  WCA-DATA-REFERENCIA
                   MOVE WCA-LIM-VENC(WCA-LIM-IDX) TO WS-DATA-BASE
               ELSE
                   MOVE WCA-DATA-REFERENCIA       TO WS-DATA-BASE
               END-IF
               MOVE WCA-MESES-VALIDADE TO WS-MESES-SOMA
               PERFORM 5200-SOMA-MESES
                  THRU 5200-SOMA-MESES-FIM
           END-IF.

           MOVE SPACES                        TO REG-PROPOSTA.
           MOVE WCA-LIM-CTA(WCA-LIM-IDX)      TO PLM-COD-CTA.
           MOVE WCA-LIM-AGENCIA(WCA-LIM-IDX)  TO PLM-COD-AGENCIA.
           MOVE WCA-LIM-GER(WCA-LIM-IDX)      TO PLM-COD-GER.
           MOVE WCA-LIM-NOME(WCA-LIM-IDX)     TO PLM-NOM-CLI.
           MOVE WS-ACAO                       TO PLM-ACAO.
           MOVE WCA-LIM-VAL(WCA-LIM-IDX)      TO PLM-VALOR-ATUAL.
           MOVE WCA-LIM-VENC(WCA-LIM-IDX)     TO PLM-VENC-ATUAL.
           MOVE WS-VALOR-NOVO                 TO PLM-VALOR-NOVO.
           MOVE WS-DATA-PROXIMA               TO PLM-VENC-NOVO.
           MOVE WS-MOTIVO                     TO PLM-MOTIVO.
           MOVE WCA-LIM-DIAS(WCA-LIM-IDX)     TO PLM-DIAS-DEVEDOR.
           MOVE WCA-LIM-PICO(WCA-LIM-IDX)     TO PLM-PICO.
           MOVE WCA-LIM-SALARIOS(WCA-LIM-IDX) TO PLM-SALARIOS.
           MOVE WCA-LIM-ATRASO(WCA-LIM-IDX)   TO PLM-PARC-ATRASO.
           MOVE WS-FAIXA                      TO PLM-FAIXA.
           MOVE WCA-DATA-REFERENCIA           TO PLM-DATA-REF.
           MOVE 'P'                           TO PLM-SITUACAO.
           WRITE REG-PROPOSTA.
       4000-GRAVA-PROPOSTA-FIM.
           EXIT.

       4500-GRAVA-VENCIMENTO.
           MOVE SPACES                       TO REG-VENCIMENTO.
           MOVE WCA-LIM-AGENCIA(WCA-LIM-IDX) TO LV-COD-AGENCIA.
           MOVE WCA-LIM-CTA(WCA-LIM-IDX)     TO LV-COD-CTA.
           MOVE WCA-LIM-NOME(WCA-LIM-IDX)    TO LV-NOM-CLI.
           MOVE WCA-LIM-VAL(WCA-LIM-IDX)     TO LV-VALOR.
           MOVE WCA-LIM-VENC(WCA-LIM-IDX)    TO LV-DAT-VENC.
           WRITE REG-VENCIMENTO.
           ADD 1 TO WS-QTD-AVISOS.
       4500-GRAVA-VENCIMENTO-FIM.
           EXIT.

      *****MESMO DIA N MESES DEPOIS (ULTIMO DIA DO MES QUANDO ELE NAO
      *****EXISTE)
       5200-SOMA-MESES.
           IF WS-DATA-BASE NOT NUMERIC
              OR BAS-MES LESS THAN 01 OR BAS-MES GREATER THAN 12
               MOVE ZEROS TO WS-DATA-PROXIMA
               GO TO 5200-SOMA-MESES-FIM
           END-IF.
           COMPUTE WS-MESES-TOTAIS =
               (BAS-ANO * 12) + BAS-MES + WS-MESES-SOMA.
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
       5200-SOMA-MESES-FIM.
           EXIT.

      *****UM DIA CORRIDO A MAIS NA DATA LIMITE
       5400-SOMA-DIA.
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
               GO TO 5400-SOMA-DIA-FIM
           END-IF.
           MOVE 01 TO LIM-DIA.
           IF LIM-MES LESS THAN 12
               ADD 1 TO LIM-MES
           ELSE
               MOVE 01 TO LIM-MES
               ADD 1 TO LIM-ANO
           END-IF.
       5400-SOMA-DIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           DISPLAY 'REVLIM01 - LIMITES REVISTOS: ' WS-QTD-LIMITES
           DISPLAY 'REVLIM01 - PROPOSTAS: RENOVAR ' WS-QTD-RENOVAR
                   ' AUMENTAR ' WS-QTD-AUMENTAR
                   ' REDUZIR ' WS-QTD-REDUZIR
                   ' CANCELAR ' WS-QTD-CANCELAR
           DISPLAY 'REVLIM01 - AVISOS DE VENCIMENTO: ' WS-QTD-AVISOS
           IF WS-QTD-LIM-REPETIDO GREATER THAN ZERO
               DISPLAY 'REVLIM01 - ' WS-QTD-LIM-REPETIDO
                       ' LIMITES REPETIDOS IGNORADOS'
           END-IF
           IF WS-QTD-DDV-OUTRA-COMP GREATER THAN ZERO
               DISPLAY 'REVLIM01 - ' WS-QTD-DDV-OUTRA-COMP
                       ' DIAS DEVEDORES DE OUTRA COMPETENCIA IGNORADOS'
           END-IF
           CLOSE PROPOSTAS
           CLOSE VENCIMENTOS.

           MOVE 0 TO WS-RC-FINAL.
           IF WSN-FS-PROPOSTAS   NOT EQUAL 00 OR
              WSN-FS-VENCIMENTOS NOT EQUAL 00
               DISPLAY 'REVLIM01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-QTD-FONTES-AUSENTES GREATER THAN ZERO
              OR WS-QTD-LIM-REPETIDO GREATER THAN ZERO
              OR WS-QTD-DDV-OUTRA-COMP GREATER THAN ZERO
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF.
           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'REVISAO DE LIMITES - ' WS-QTD-LIMITES
                  ' LIMITES, ' WS-QTD-AVISOS ' A VENCER'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM REVLIM01.
