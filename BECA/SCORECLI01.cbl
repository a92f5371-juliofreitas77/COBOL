      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Pontuacao interna de credito mensal por documento de
      * cliente. Junta as contas de cada titular (documento do
      * Entrada02) e pontua pelos dados que o banco ja guarda: soma
      * dos saldos medios do SALDOMED01, maior numero de dias
      * devedores no mes do DIASDEV01 (JUROSCHQ01), parcelas em atraso
      * dos contratos do CONTRATOS01, cheques devolvidos do Cheques01,
      * idade do relacionamento (a abertura mais antiga E2-DAT-INI) e
      * o segmento do SEGMENTOS01. Os pesos e as faixas ficam no
      * arquivo de parametros PARSCORE01: pontuacao base, pontos por
      * faixa de cada fator (vale a linha de maior limite que nao
      * passa do valor do cliente), pontos por segmento e as faixas
      * de pontuacao (letra da faixa pela pontuacao minima). A
      * pontuacao e a faixa de cada documento saem em SCORECLI01, em
      * ordem de documento, lidas pelo EMPRESTA01 com as regras de
      * faixa do REGRASEMP01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORECLI01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO 'PARSCORE01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-PARAMETROS.

           SELECT ENTRADA ASSIGN TO 'ENTRADA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA.

           SELECT ENTRADA02 ASSIGN TO 'ENTRADA02'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA02.

           SELECT SALDOMEDIO ASSIGN TO 'SALDOMED01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-SALDOMEDIO.

           SELECT DIASDEV ASSIGN TO 'DIASDEV01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-DIASDEV.

           SELECT CONTRATOS ASSIGN TO 'CONTRATOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTRATOS.

           SELECT CHEQUES ASSIGN TO 'Cheques01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CHEQUES.

           SELECT SEGMENTOS ASSIGN TO 'SEGMENTOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-SEGMENTOS.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT SCORETRAB ASSIGN TO 'SCORTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-SCORETRAB.

           SELECT CLASSIFICA ASSIGN TO 'SORTWK01'.

           SELECT SCORES ASSIGN TO 'SCORECLI01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-SCORES.

       DATA DIVISION.
      *
       FILE SECTION.
      *****PARAMETROS DA PONTUACAO. TIPO B = PONTUACAO BASE (PONTOS);
      *****S = SALDO MEDIO, D = DIAS DEVEDORES, A = PARCELAS EM
      *****ATRASO, C = CHEQUES DEVOLVIDOS, I = IDADE DO RELACIONAMENTO
      *****EM MESES (PONTOS DA LINHA DE MAIOR LIMITE QUE NAO PASSA DO
      *****VALOR); G = SEGMENTO (CHAVE = NOME DO SEGMENTO); F = FAIXA
      *****(CHAVE = LETRA DA FAIXA, LIMITE = PONTUACAO MINIMA)
       FD PARAMETROS.
       01 REG-PARAMETRO.
           05 PSC-TIPO             PIC X(01).
               88 PSC-TIPO-OK      VALUE 'B' 'S' 'D' 'A' 'C' 'I'
                                         'G' 'F'.
           05 FILLER               PIC X(01).
           05 PSC-CHAVE            PIC X(10).
           05 FILLER               PIC X(01).
           05 PSC-LIMITE           PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 PSC-PONTOS           PIC S9(04)
                                   SIGN LEADING SEPARATE.

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

       FD SALDOMEDIO.
       01 REG-SALDOMEDIO.
           05 SM-COD-CTA           PIC 9(06).
           05 FILLER               PIC X(01).
           05 SM-DATA-REF          PIC 9(08).
           05 SM-DATA-REF-R REDEFINES SM-DATA-REF.
               10 SM-COMPETENCIA   PIC 9(06).
               10 FILLER           PIC 9(02).
           05 FILLER               PIC X(01).
           05 SM-SALDO-MEDIO       PIC S9(09)V99
                                   SIGN LEADING SEPARATE.

      *****DIAS DEVEDORES DA CONTA NO MES (JUROSCHQ01)
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

       FD CHEQUES.
       01 REG-CHEQUE.
           05 CHQ-COD-CTA          PIC 9(06).
           05 CHQ-NUMERO           PIC 9(06).
           05 CHQ-VALOR            PIC 9(09)V99.
           05 CHQ-DAT-EMISSAO      PIC 9(08).
           05 CHQ-STATUS           PIC X(01).
               88 CHQ-DEVOLVIDO                VALUE 'D'.

       FD SEGMENTOS.
       01 REG-SEGMENTO.
           05 SGM-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 SGM-SEGMENTO         PIC X(10).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      *****FATORES DE CADA CONTA, PARA QUEBRAR POR DOCUMENTO
       FD SCORETRAB.
       01 REG-SCORETRAB.
           05 ST-NUM-DOC           PIC X(14).
           05 ST-COD-CTA           PIC 9(06).
           05 ST-DAT-INI           PIC 9(08).
           05 ST-SALDO-MEDIO       PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 ST-DIAS-DEVEDOR      PIC 9(02).
           05 ST-PARC-ATRASO       PIC 9(04).
           05 ST-CHQ-DEVOL         PIC 9(04).

       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-NUM-DOC          PIC X(14).
           05 SRT-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(32).

      *****PONTUACAO POR DOCUMENTO, EM ORDEM DE DOCUMENTO
       FD SCORES.
       01 REG-SCORE.
           05 SCR-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 SCR-DATA-REF         PIC 9(08).
           05 FILLER               PIC X(01).
           05 SCR-PONTOS           PIC 9(04).
           05 FILLER               PIC X(01).
           05 SCR-FAIXA            PIC X(01).
           05 FILLER               PIC X(01).
           05 SCR-SEGMENTO         PIC X(10).
           05 FILLER               PIC X(01).
           05 SCR-SALDO-MEDIO      PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 SCR-DIAS-DEVEDOR     PIC 9(02).
           05 FILLER               PIC X(01).
           05 SCR-PARC-ATRASO      PIC 9(04).
           05 FILLER               PIC X(01).
           05 SCR-CHQ-DEVOL        PIC 9(04).
           05 FILLER               PIC X(01).
           05 SCR-IDADE-MESES      PIC 9(04).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-PARAMETROS    PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SALDOMEDIO    PIC 9(02) VALUE ZEROS.
           05 WSN-FS-DIASDEV       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTRATOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CHEQUES       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SEGMENTOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SCORETRAB     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SCORES        PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-PARAMETROS        PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-PAR               VALUE 'N'.
               88 SW-FIM-SIM-PAR               VALUE 'S'.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-ENT               VALUE 'N'.
               88 SW-FIM-SIM-ENT               VALUE 'S'.
           05 SW-ENTRADA02         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-02                VALUE 'N'.
               88 SW-FIM-SIM-02                VALUE 'S'.
           05 SW-SALDOMEDIO        PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-SM                VALUE 'N'.
               88 SW-FIM-SIM-SM                VALUE 'S'.
           05 SW-DIASDEV           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-DDV               VALUE 'N'.
               88 SW-FIM-SIM-DDV               VALUE 'S'.
           05 SW-CONTRATOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CTR               VALUE 'N'.
               88 SW-FIM-SIM-CTR               VALUE 'S'.
           05 SW-CHEQUES           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CHQ               VALUE 'N'.
               88 SW-FIM-SIM-CHQ               VALUE 'S'.
           05 SW-SEGMENTOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-SEG               VALUE 'N'.
               88 SW-FIM-SIM-SEG               VALUE 'S'.
           05 SW-SCORETRAB         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-ST                VALUE 'N'.
               88 SW-FIM-SIM-ST                VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-DATA-REFERENCIA-R REDEFINES WCA-DATA-REFERENCIA.
           05 REF-ANO              PIC 9(04).
           05 REF-MES              PIC 9(02).
           05 FILLER               PIC 9(02).
       01 WCA-COMPETENCIA          PIC 9(06) VALUE ZEROS.

      *****TABELA DE PARAMETROS DA PONTUACAO
       01 WCA-PARAMETROS.
           05 WCA-PAR-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-PAR-TAB OCCURS 200 TIMES
                          INDEXED BY WCA-PAR-IDX.
               10 WCA-PAR-TIPO     PIC X(01).
               10 WCA-PAR-CHAVE    PIC X(10).
               10 WCA-PAR-LIMITE   PIC S9(11)V99.
               10 WCA-PAR-PONTOS   PIC S9(04).
       01 WCA-PONTOS-BASE          PIC S9(04) VALUE ZEROS.
       77 WS-QTD-FAIXAS            PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PAR-INVALIDO      PIC 9(03) VALUE ZEROS.

      *****POSICAO DE CADA CONTA NA TABELA DE FATORES, INDEXADA PELO
      *****NUMERO DA CONTA
       01 WCA-PONTEIROS.
           05 WCA-PTR-CTA          PIC 9(05) OCCURS 999999 TIMES
                                   VALUE ZEROS.

      *****FATORES POR CONTA
       01 WCA-CONTAS.
           05 WCA-CTA-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-CTA-TAB OCCURS 20000 TIMES
                          INDEXED BY WCA-CTA-IDX.
               10 WCA-CTA-COD      PIC 9(06).
               10 WCA-CTA-DOC      PIC X(14).
               10 WCA-CTA-DAT-INI  PIC 9(08).
               10 WCA-CTA-SALDO    PIC S9(11)V99.
               10 WCA-CTA-DIAS     PIC 9(02).
               10 WCA-CTA-ATRASO   PIC 9(04).
               10 WCA-CTA-CHQ      PIC 9(04).

      *****SEGMENTO POR DOCUMENTO
       01 WCA-SEGMENTOS.
           05 WCA-SEG-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-SEG-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-SEG-IDX.
               10 WCA-SEG-DOC      PIC X(14).
               10 WCA-SEG-NOME     PIC X(10).
       77 WS-SEG-ACHOU             PIC X(01) VALUE 'N'.
           88 SEGMENTO-ACHADO          VALUE 'S'.

      *****QUANTIDADE DE DOCUMENTOS POR FAIXA, PARA O LOG
       01 WCA-DISTRIBUICAO.
           05 WCA-DIS-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-DIS-TAB OCCURS 20 TIMES
                          INDEXED BY WCA-DIS-IDX.
               10 WCA-DIS-FAIXA    PIC X(01).
               10 WCA-DIS-DOCS     PIC 9(06).
       77 WS-DIS-ACHOU             PIC X(01) VALUE 'N'.
           88 DISTRIBUICAO-ACHADA      VALUE 'S'.

      *****ACUMULADOS DO DOCUMENTO NA QUEBRA
       01 WS-DOC-ANTERIOR          PIC X(14) VALUE SPACES.
       01 WS-PRIMEIRA-CONTA        PIC X(01) VALUE 'S'.
           88 PRIMEIRA-CONTA                   VALUE 'S'.
       01 WS-DOC-SALDO             PIC S9(11)V99 VALUE ZEROS.
       01 WS-DOC-DIAS              PIC 9(02) VALUE ZEROS.
       01 WS-DOC-ATRASO            PIC 9(04) VALUE ZEROS.
       01 WS-DOC-CHQ               PIC 9(04) VALUE ZEROS.
       01 WS-DOC-DAT-INI           PIC 9(08) VALUE ZEROS.
       01 WS-DOC-SEGMENTO          PIC X(10) VALUE SPACES.
       01 WS-IDADE-MESES           PIC S9(06) VALUE ZEROS.
       01 WS-DATA-INI-AUX          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-INI-R REDEFINES WS-DATA-INI-AUX.
           05 INI-ANO              PIC 9(04).
           05 INI-MES              PIC 9(02).
           05 FILLER               PIC 9(02).

      *****PONTUACAO DO DOCUMENTO E DO FATOR DA VEZ
       01 WS-PONTUACAO             PIC S9(05) VALUE ZEROS.
       01 WS-FAIXA                 PIC X(01) VALUE SPACES.
       01 WS-FATOR-TIPO            PIC X(01) VALUE SPACES.
       01 WS-FATOR-VALOR           PIC S9(11)V99 VALUE ZEROS.
       01 WS-FATOR-PONTOS          PIC S9(04) VALUE ZEROS.
       01 WS-MELHOR-LIMITE         PIC S9(11)V99 VALUE ZEROS.
       77 WS-FATOR-ACHOU           PIC X(01) VALUE 'N'.
           88 FATOR-ACHADO             VALUE 'S'.

       77 WS-QTD-DOCUMENTOS        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-FAIXA         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SM-OUTRA-COMP     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DDV-OUTRA-COMP    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-FONTES-AUSENTES   PIC 9(02) VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'SCORECLI01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 3000-GRAVA-TRABALHO
              THRU 3000-GRAVA-TRABALHO-FIM

           PERFORM 4000-PROCESSO
              THRU 4000-PROCESSO-FIM
             UNTIL SW-FIM-SIM-ST

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

           PERFORM 1100-CARREGA-PARAMETROS
              THRU 1100-CARREGA-PARAMETROS-FIM.
           PERFORM 1200-CARREGA-CONTAS
              THRU 1200-CARREGA-CONTAS-FIM.
           PERFORM 1300-CARREGA-TITULARES
              THRU 1300-CARREGA-TITULARES-FIM.
           PERFORM 1400-CARREGA-SALDO-MEDIO
              THRU 1400-CARREGA-SALDO-MEDIO-FIM.
           PERFORM 1500-CARREGA-DIAS-DEVEDOR
              THRU 1500-CARREGA-DIAS-DEVEDOR-FIM.
           PERFORM 1600-CARREGA-CONTRATOS
              THRU 1600-CARREGA-CONTRATOS-FIM.
           PERFORM 1700-CARREGA-CHEQUES
              THRU 1700-CARREGA-CHEQUES-FIM.
           PERFORM 1800-CARREGA-SEGMENTOS
              THRU 1800-CARREGA-SEGMENTOS-FIM.
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

      ****************PESOS E FAIXAS DA PONTUACAO***********************
       1100-CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WSN-FS-PARAMETROS NOT EQUAL ZEROS
               DISPLAY 'SCORECLI01 - PARSCORE01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-PAR TO TRUE.
           PERFORM 1110-LER-PARAMETRO
              THRU 1110-LER-PARAMETRO-FIM.
           PERFORM 1120-GUARDA-PARAMETRO
              THRU 1120-GUARDA-PARAMETRO-FIM
             UNTIL SW-FIM-SIM-PAR.
           CLOSE PARAMETROS.
           IF WS-QTD-PAR-INVALIDO GREATER THAN ZERO
               DISPLAY 'SCORECLI01 - ' WS-QTD-PAR-INVALIDO
                       ' LINHAS DO PARSCORE01 IGNORADAS'
           END-IF.
           IF WS-QTD-FAIXAS EQUAL ZEROS
               DISPLAY 'SCORECLI01 - PARSCORE01 SEM FAIXAS (TIPO F)'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-CARREGA-PARAMETROS-FIM.
           EXIT.

       1110-LER-PARAMETRO.
           READ PARAMETROS
               AT END
                   SET SW-FIM-SIM-PAR TO TRUE
           END-READ.
       1110-LER-PARAMETRO-FIM.
           EXIT.

       1120-GUARDA-PARAMETRO.
           IF NOT PSC-TIPO-OK
              OR PSC-LIMITE NOT NUMERIC
              OR PSC-PONTOS NOT NUMERIC
               ADD 1 TO WS-QTD-PAR-INVALIDO
               GO TO 1120-GUARDA-PARAMETRO-LEITURA
           END-IF.
           IF PSC-TIPO EQUAL 'B'
               MOVE PSC-PONTOS TO WCA-PONTOS-BASE
               GO TO 1120-GUARDA-PARAMETRO-LEITURA
           END-IF.
           IF WCA-PAR-QTD NOT LESS THAN 200
               ADD 1 TO WS-QTD-PAR-INVALIDO
               GO TO 1120-GUARDA-PARAMETRO-LEITURA
           END-IF.
           ADD 1 TO WCA-PAR-QTD.
           SET WCA-PAR-IDX TO WCA-PAR-QTD.
           MOVE PSC-TIPO   TO WCA-PAR-TIPO(WCA-PAR-IDX).
           MOVE PSC-CHAVE  TO WCA-PAR-CHAVE(WCA-PAR-IDX).
           MOVE PSC-LIMITE TO WCA-PAR-LIMITE(WCA-PAR-IDX).
           MOVE PSC-PONTOS TO WCA-PAR-PONTOS(WCA-PAR-IDX).
           IF PSC-TIPO EQUAL 'F'
               ADD 1 TO WS-QTD-FAIXAS
           END-IF.
       1120-GUARDA-PARAMETRO-LEITURA.
           PERFORM 1110-LER-PARAMETRO
              THRU 1110-LER-PARAMETRO-FIM.
       1120-GUARDA-PARAMETRO-FIM.
           EXIT.

      ****************BASE DE CONTAS (ENTRADA01)************************
       1200-CARREGA-CONTAS.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'SCORECLI01 - ENTRADA01 NAO ENCONTRADA'
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
              AND WCA-PTR-CTA(COD-CTA) EQUAL ZEROS
               IF WCA-CTA-QTD NOT LESS THAN 20000
                   DISPLAY 'SCORECLI01 - ENTRADA01 COM MAIS DE 20000 '
                           'CONTAS'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WCA-CTA-QTD
               MOVE WCA-CTA-QTD TO WCA-PTR-CTA(COD-CTA)
               SET WCA-CTA-IDX TO WCA-CTA-QTD
               MOVE COD-CTA TO WCA-CTA-COD(WCA-CTA-IDX)
               MOVE SPACES  TO WCA-CTA-DOC(WCA-CTA-IDX)
               MOVE ZEROS   TO WCA-CTA-DAT-INI(WCA-CTA-IDX)
                               WCA-CTA-SALDO(WCA-CTA-IDX)
                               WCA-CTA-DIAS(WCA-CTA-IDX)
                               WCA-CTA-ATRASO(WCA-CTA-IDX)
                               WCA-CTA-CHQ(WCA-CTA-IDX)
           END-IF.
           PERFORM 1210-LER-ENTRADA
              THRU 1210-LER-ENTRADA-FIM.
       1220-GUARDA-CONTA-FIM.
           EXIT.

      ****************TITULAR E ABERTURA DE CADA CONTA******************
       1300-CARREGA-TITULARES.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               DISPLAY 'SCORECLI01 - ENTRADA02 NAO ENCONTRADA'
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
               SET WCA-CTA-IDX TO WCA-PTR-CTA(E2-COD-CTA)
               MOVE E2-NUM-DOC TO WCA-CTA-DOC(WCA-CTA-IDX)
               IF E2-DAT-INI NUMERIC
                   MOVE E2-DAT-INI TO WCA-CTA-DAT-INI(WCA-CTA-IDX)
               END-IF
           END-IF.
           PERFORM 1310-LER-ENTRADA02
              THRU 1310-LER-ENTRADA02-FIM.
       1320-GUARDA-TITULAR-FIM.
           EXIT.

      *****FONTE AUSENTE DEIXA O FATOR ZERADO PARA TODOS E FICA NO LOG
       1400-CARREGA-SALDO-MEDIO.
           OPEN INPUT SALDOMEDIO.
           IF WSN-FS-SALDOMEDIO NOT EQUAL ZEROS
               DISPLAY 'SCORECLI01 - SALDOMED01 AUSENTE'
               MOVE ZEROS TO WSN-FS-SALDOMEDIO
               ADD 1 TO WS-QTD-FONTES-AUSENTES
               GO TO 1400-CARREGA-SALDO-MEDIO-FIM
           END-IF.
           SET SW-FIM-NAO-SM TO TRUE.
           PERFORM 1410-LER-SALDO-MEDIO
              THRU 1410-LER-SALDO-MEDIO-FIM.
           PERFORM 1420-GUARDA-SALDO-MEDIO
              THRU 1420-GUARDA-SALDO-MEDIO-FIM
             UNTIL SW-FIM-SIM-SM.
           CLOSE SALDOMEDIO.
       1400-CARREGA-SALDO-MEDIO-FIM.
           EXIT.

       1410-LER-SALDO-MEDIO.
           READ SALDOMEDIO
               AT END
                   SET SW-FIM-SIM-SM TO TRUE
           END-READ.
       1410-LER-SALDO-MEDIO-FIM.
           EXIT.

       1420-GUARDA-SALDO-MEDIO.
           IF SM-COMPETENCIA NOT EQUAL WCA-COMPETENCIA
               ADD 1 TO WS-QTD-SM-OUTRA-COMP
           ELSE
               IF SM-COD-CTA GREATER THAN ZERO
                  AND WCA-PTR-CTA(SM-COD-CTA) GREATER THAN ZERO
                   SET WCA-CTA-IDX TO WCA-PTR-CTA(SM-COD-CTA)
                   MOVE SM-SALDO-MEDIO TO WCA-CTA-SALDO(WCA-CTA-IDX)
               END-IF
           END-IF.
           PERFORM 1410-LER-SALDO-MEDIO
              THRU 1410-LER-SALDO-MEDIO-FIM.
       1420-GUARDA-SALDO-MEDIO-FIM.
           EXIT.

       1500-CARREGA-DIAS-DEVEDOR.
           OPEN INPUT DIASDEV.
           IF WSN-FS-DIASDEV NOT EQUAL ZEROS
               DISPLAY 'SCORECLI01 - DIASDEV01 AUSENTE'
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
                   SET WCA-CTA-IDX TO WCA-PTR-CTA(DDV-COD-CTA)
                   MOVE DDV-DIAS TO WCA-CTA-DIAS(WCA-CTA-IDX)
               END-IF
           END-IF.
           PERFORM 1510-LER-DIAS-DEVEDOR
              THRU 1510-LER-DIAS-DEVEDOR-FIM.
       1520-GUARDA-DIAS-DEVEDOR-FIM.
           EXIT.

      *****PARCELAS EM ATRASO DE TODOS OS CONTRATOS DA CONTA
       1600-CARREGA-CONTRATOS.
           OPEN INPUT CONTRATOS.
           IF WSN-FS-CONTRATOS NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-CONTRATOS
               GO TO 1600-CARREGA-CONTRATOS-FIM
           END-IF.
           SET SW-FIM-NAO-CTR TO TRUE.
           PERFORM 1610-LER-CONTRATO
              THRU 1610-LER-CONTRATO-FIM.
           PERFORM 1620-GUARDA-CONTRATO
              THRU 1620-GUARDA-CONTRATO-FIM
             UNTIL SW-FIM-SIM-CTR.
           CLOSE CONTRATOS.
       1600-CARREGA-CONTRATOS-FIM.
           EXIT.

       1610-LER-CONTRATO.
           READ CONTRATOS
               AT END
                   SET SW-FIM-SIM-CTR TO TRUE
           END-READ.
       1610-LER-CONTRATO-FIM.
           EXIT.

       1620-GUARDA-CONTRATO.
           IF CTR-COD-CTA GREATER THAN ZERO
              AND CTR-ATRASO NUMERIC
              AND WCA-PTR-CTA(CTR-COD-CTA) GREATER THAN ZERO
               SET WCA-CTA-IDX TO WCA-PTR-CTA(CTR-COD-CTA)
               ADD CTR-ATRASO TO WCA-CTA-ATRASO(WCA-CTA-IDX)
           END-IF.
           PERFORM 1610-LER-CONTRATO
              THRU 1610-LER-CONTRATO-FIM.
       1620-GUARDA-CONTRATO-FIM.
           EXIT.

      *****CHEQUES COM SITUACAO 'D' (DEVOLVIDO PELO COMPCHQ01)
       1700-CARREGA-CHEQUES.
           OPEN INPUT CHEQUES.
           IF WSN-FS-CHEQUES NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-CHEQUES
               GO TO 1700-CARREGA-CHEQUES-FIM
           END-IF.
           SET SW-FIM-NAO-CHQ TO TRUE.
           PERFORM 1710-LER-CHEQUE
              THRU 1710-LER-CHEQUE-FIM.
           PERFORM 1720-GUARDA-CHEQUE
              THRU 1720-GUARDA-CHEQUE-FIM
             UNTIL SW-FIM-SIM-CHQ.
           CLOSE CHEQUES.
       1700-CARREGA-CHEQUES-FIM.
           EXIT.

       1710-LER-CHEQUE.
           READ CHEQUES
               AT END
                   SET SW-FIM-SIM-CHQ TO TRUE
           END-READ.
       1710-LER-CHEQUE-FIM.
           EXIT.

       1720-GUARDA-CHEQUE.
           IF CHQ-DEVOLVIDO
              AND CHQ-COD-CTA GREATER THAN ZERO
              AND WCA-PTR-CTA(CHQ-COD-CTA) GREATER THAN ZERO
               SET WCA-CTA-IDX TO WCA-PTR-CTA(CHQ-COD-CTA)
               ADD 1 TO WCA-CTA-CHQ(WCA-CTA-IDX)
           END-IF.
           PERFORM 1710-LER-CHEQUE
              THRU 1710-LER-CHEQUE-FIM.
       1720-GUARDA-CHEQUE-FIM.
           EXIT.

       1800-CARREGA-SEGMENTOS.
           OPEN INPUT SEGMENTOS.
           IF WSN-FS-SEGMENTOS NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-SEGMENTOS
               GO TO 1800-CARREGA-SEGMENTOS-FIM
           END-IF.
           SET SW-FIM-NAO-SEG TO TRUE.
           PERFORM 1810-LER-SEGMENTO
              THRU 1810-LER-SEGMENTO-FIM.
           PERFORM 1820-GUARDA-SEGMENTO
              THRU 1820-GUARDA-SEGMENTO-FIM
             UNTIL SW-FIM-SIM-SEG.
           CLOSE SEGMENTOS.
       1800-CARREGA-SEGMENTOS-FIM.
           EXIT.

       1810-LER-SEGMENTO.
           READ SEGMENTOS
               AT END
                   SET SW-FIM-SIM-SEG TO TRUE
           END-READ.
       1810-LER-SEGMENTO-FIM.
           EXIT.

       1820-GUARDA-SEGMENTO.
           IF WCA-SEG-QTD LESS THAN 2000
               ADD 1 TO WCA-SEG-QTD
               SET WCA-SEG-IDX TO WCA-SEG-QTD
               MOVE SGM-NUM-DOC  TO WCA-SEG-DOC(WCA-SEG-IDX)
               MOVE SGM-SEGMENTO TO WCA-SEG-NOME(WCA-SEG-IDX)
           END-IF.
           PERFORM 1810-LER-SEGMENTO
              THRU 1810-LER-SEGMENTO-FIM.
       1820-GUARDA-SEGMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     FATORES DE CADA CONTA COM TITULAR, CLASSIFICADOS POR
      *     DOCUMENTO PARA A QUEBRA
      *-----------------------------------------------------------------
       3000-GRAVA-TRABALHO.
           OPEN OUTPUT SCORETRAB.
           PERFORM 3100-GRAVA-CONTA
              THRU 3100-GRAVA-CONTA-FIM
              VARYING WCA-CTA-IDX FROM 1 BY 1
              UNTIL WCA-CTA-IDX GREATER THAN WCA-CTA-QTD.
           CLOSE SCORETRAB.

           SORT CLASSIFICA
               ON ASCENDING KEY SRT-NUM-DOC
                                SRT-COD-CTA
               USING SCORETRAB
               GIVING SCORETRAB.

           OPEN INPUT SCORETRAB.
           OPEN OUTPUT SCORES.
           SET SW-FIM-NAO-ST TO TRUE.
           PERFORM 3200-LER-TRABALHO
              THRU 3200-LER-TRABALHO-FIM.
       3000-GRAVA-TRABALHO-FIM.
           EXIT.

       3100-GRAVA-CONTA.
           IF WCA-CTA-DOC(WCA-CTA-IDX) EQUAL SPACES
               GO TO 3100-GRAVA-CONTA-FIM
           END-IF.
           MOVE SPACES TO REG-SCORETRAB.
           MOVE WCA-CTA-DOC(WCA-CTA-IDX)     TO ST-NUM-DOC.
           MOVE WCA-CTA-COD(WCA-CTA-IDX)     TO ST-COD-CTA.
           MOVE WCA-CTA-DAT-INI(WCA-CTA-IDX) TO ST-DAT-INI.
           MOVE WCA-CTA-SALDO(WCA-CTA-IDX)   TO ST-SALDO-MEDIO.
           MOVE WCA-CTA-DIAS(WCA-CTA-IDX)    TO ST-DIAS-DEVEDOR.
           MOVE WCA-CTA-ATRASO(WCA-CTA-IDX)  TO ST-PARC-ATRASO.
           MOVE WCA-CTA-CHQ(WCA-CTA-IDX)     TO ST-CHQ-DEVOL.
           WRITE REG-SCORETRAB.
       3100-GRAVA-CONTA-FIM.
           EXIT.

       3200-LER-TRABALHO.
           READ SCORETRAB
               AT END
                   SET SW-FIM-SIM-ST TO TRUE
           END-READ.
       3200-LER-TRABALHO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     UMA CONTA POR VOLTA; NA TROCA DE DOCUMENTO PONTUA E GRAVA
      *     O DOCUMENTO ANTERIOR
      *-----------------------------------------------------------------
       4000-PROCESSO.
           IF PRIMEIRA-CONTA
              OR ST-NUM-DOC NOT EQUAL WS-DOC-ANTERIOR
               IF NOT PRIMEIRA-CONTA
                   PERFORM 4200-PONTUA-DOCUMENTO
                      THRU 4200-PONTUA-DOCUMENTO-FIM
               END-IF
               MOVE 'N' TO WS-PRIMEIRA-CONTA
               MOVE ST-NUM-DOC TO WS-DOC-ANTERIOR
               MOVE ZEROS TO WS-DOC-SALDO WS-DOC-DIAS WS-DOC-ATRASO
                             WS-DOC-CHQ
               MOVE 99999999 TO WS-DOC-DAT-INI
           END-IF.

           ADD ST-SALDO-MEDIO TO WS-DOC-SALDO.
           ADD ST-PARC-ATRASO TO WS-DOC-ATRASO.
           ADD ST-CHQ-DEVOL   TO WS-DOC-CHQ.
           IF ST-DIAS-DEVEDOR GREATER THAN WS-DOC-DIAS
               MOVE ST-DIAS-DEVEDOR TO WS-DOC-DIAS
           END-IF.
           IF ST-DAT-INI GREATER THAN ZEROS
              AND ST-DAT-INI LESS THAN WS-DOC-DAT-INI
               MOVE ST-DAT-INI TO WS-DOC-DAT-INI
           END-IF.

           PERFORM 3200-LER-TRABALHO
              THRU 3200-LER-TRABALHO-FIM.
           IF SW-FIM-SIM-ST
               PERFORM 4200-PONTUA-DOCUMENTO
                  THRU 4200-PONTUA-DOCUMENTO-FIM
           END-IF.
       4000-PROCESSO-FIM.
           EXIT.

      *****PONTUACAO = BASE + PONTOS DE CADA FATOR + PONTOS DO
      *****SEGMENTO, SEM FICAR NEGATIVA
       4200-PONTUA-DOCUMENTO.
           MOVE ZEROS TO WS-IDADE-MESES.
           IF WS-DOC-DAT-INI NOT EQUAL 99999999
               MOVE WS-DOC-DAT-INI TO WS-DATA-INI-AUX
               COMPUTE WS-IDADE-MESES =
                   ((REF-ANO * 12) + REF-MES)
                   - ((INI-ANO * 12) + INI-MES)
               IF WS-IDADE-MESES LESS THAN ZERO
                   MOVE ZEROS TO WS-IDADE-MESES
               END-IF
           END-IF.
           PERFORM 4250-SEGMENTO-DOCUMENTO
              THRU 4250-SEGMENTO-DOCUMENTO-FIM.

           MOVE WCA-PONTOS-BASE TO WS-PONTUACAO.
           MOVE 'S'            TO WS-FATOR-TIPO.
           MOVE WS-DOC-SALDO   TO WS-FATOR-VALOR.
           PERFORM 4300-PONTOS-FATOR
              THRU 4300-PONTOS-FATOR-FIM.
           MOVE 'D'            TO WS-FATOR-TIPO.
           MOVE WS-DOC-DIAS    TO WS-FATOR-VALOR.
           PERFORM 4300-PONTOS-FATOR
              THRU 4300-PONTOS-FATOR-FIM.
           MOVE 'A'            TO WS-FATOR-TIPO.
           MOVE WS-DOC-ATRASO  TO WS-FATOR-VALOR.
           PERFORM 4300-PONTOS-FATOR
              THRU 4300-PONTOS-FATOR-FIM.
           MOVE 'C'            TO WS-FATOR-TIPO.
           MOVE WS-DOC-CHQ     TO WS-FATOR-VALOR.
           PERFORM 4300-PONTOS-FATOR
              THRU 4300-PONTOS-FATOR-FIM.
           MOVE 'I'            TO WS-FATOR-TIPO.
           MOVE WS-IDADE-MESES TO WS-FATOR-VALOR.
           PERFORM 4300-PONTOS-FATOR
              THRU 4300-PONTOS-FATOR-FIM.

           PERFORM 4400-PONTOS-SEGMENTO
              THRU 4400-PONTOS-SEGMENTO-FIM
              VARYING WCA-PAR-IDX FROM 1 BY 1
              UNTIL WCA-PAR-IDX GREATER THAN WCA-PAR-QTD.
           IF WS-PONTUACAO LESS THAN ZERO
               MOVE ZEROS TO WS-PONTUACAO
           END-IF.
           IF WS-PONTUACAO GREATER THAN 9999
               MOVE 9999 TO WS-PONTUACAO
           END-IF.

      *****FAIXA: A DE MAIOR PONTUACAO MINIMA QUE O DOCUMENTO ALCANCA
           MOVE 'F'          TO WS-FATOR-TIPO.
           MOVE WS-PONTUACAO TO WS-FATOR-VALOR.
           MOVE SPACES       TO WS-FAIXA.
           PERFORM 4300-PONTOS-FATOR
              THRU 4300-PONTOS-FATOR-FIM.

           PERFORM 4500-GRAVA-SCORE
              THRU 4500-GRAVA-SCORE-FIM.
       4200-PONTUA-DOCUMENTO-FIM.
           EXIT.

       4250-SEGMENTO-DOCUMENTO.
           MOVE SPACES TO WS-DOC-SEGMENTO.
           MOVE 'N' TO WS-SEG-ACHOU.
           IF WCA-SEG-QTD GREATER THAN ZERO
               PERFORM 4260-PROCURA-SEGMENTO
                  THRU 4260-PROCURA-SEGMENTO-FIM
                  VARYING WCA-SEG-IDX FROM 1 BY 1
                  UNTIL WCA-SEG-IDX GREATER THAN WCA-SEG-QTD
                     OR SEGMENTO-ACHADO
           END-IF.
       4250-SEGMENTO-DOCUMENTO-FIM.
           EXIT.

       4260-PROCURA-SEGMENTO.
           IF WS-DOC-ANTERIOR EQUAL WCA-SEG-DOC(WCA-SEG-IDX)
               MOVE 'S' TO WS-SEG-ACHOU
               MOVE WCA-SEG-NOME(WCA-SEG-IDX) TO WS-DOC-SEGMENTO
           END-IF.
       4260-PROCURA-SEGMENTO-FIM.
           EXIT.

      *****VALE A LINHA DO FATOR COM O MAIOR LIMITE QUE NAO PASSA DO
      *****VALOR DO DOCUMENTO; SEM LINHA QUE CAIBA, O FATOR NAO PONTUA
       4300-PONTOS-FATOR.
           MOVE 'N' TO WS-FATOR-ACHOU.
           MOVE ZEROS TO WS-FATOR-PONTOS.
           PERFORM 4310-TESTA-FAIXA-FATOR
              THRU 4310-TESTA-FAIXA-FATOR-FIM
              VARYING WCA-PAR-IDX FROM 1 BY 1
              UNTIL WCA-PAR-IDX GREATER THAN WCA-PAR-QTD.
           IF WS-FATOR-TIPO NOT EQUAL 'F'
               ADD WS-FATOR-PONTOS TO WS-PONTUACAO
           END-IF.
       4300-PONTOS-FATOR-FIM.
           EXIT.

       4310-TESTA-FAIXA-FATOR.
           IF WCA-PAR-TIPO(WCA-PAR-IDX) NOT EQUAL WS-FATOR-TIPO
              OR WCA-PAR-LIMITE(WCA-PAR-IDX) GREATER THAN
                 WS-FATOR-VALOR
               GO TO 4310-TESTA-FAIXA-FATOR-FIM
           END-IF.
           IF FATOR-ACHADO
              AND WCA-PAR-LIMITE(WCA-PAR-IDX) NOT GREATER THAN
                  WS-MELHOR-LIMITE
               GO TO 4310-TESTA-FAIXA-FATOR-FIM
           END-IF.
           MOVE 'S' TO WS-FATOR-ACHOU.
           MOVE WCA-PAR-LIMITE(WCA-PAR-IDX) TO WS-MELHOR-LIMITE.
           MOVE WCA-PAR-PONTOS(WCA-PAR-IDX) TO WS-FATOR-PONTOS.
           MOVE WCA-PAR-CHAVE(WCA-PAR-IDX)(1:1) TO WS-FAIXA.
       4310-TESTA-FAIXA-FATOR-FIM.
           EXIT.

       4400-PONTOS-SEGMENTO.
           IF WCA-PAR-TIPO(WCA-PAR-IDX) EQUAL 'G'
              AND WCA-PAR-CHAVE(WCA-PAR-IDX) EQUAL WS-DOC-SEGMENTO
              AND WS-DOC-SEGMENTO NOT EQUAL SPACES
               ADD WCA-PAR-PONTOS(WCA-PAR-IDX) TO WS-PONTUACAO
           END-IF.
       4400-PONTOS-SEGMENTO-FIM.
           EXIT.

       4500-GRAVA-SCORE.
           MOVE SPACES              TO REG-SCORE.
           MOVE WS-DOC-ANTERIOR     TO SCR-NUM-DOC.
           MOVE WCA-DATA-REFERENCIA TO SCR-DATA-REF.
           MOVE WS-PONTUACAO        TO SCR-PONTOS.
           MOVE WS-FAIXA            TO SCR-FAIXA.
           MOVE WS-DOC-SEGMENTO     TO SCR-SEGMENTO.
           MOVE WS-DOC-SALDO        TO SCR-SALDO-MEDIO.
           MOVE WS-DOC-DIAS         TO SCR-DIAS-DEVEDOR.
           MOVE WS-DOC-ATRASO       TO SCR-PARC-ATRASO.
           MOVE WS-DOC-CHQ          TO SCR-CHQ-DEVOL.
           MOVE WS-IDADE-MESES      TO SCR-IDADE-MESES.
           WRITE REG-SCORE.
           ADD 1 TO WS-QTD-DOCUMENTOS.
           IF WS-FAIXA EQUAL SPACES
               ADD 1 TO WS-QTD-SEM-FAIXA
           ELSE
               PERFORM 4600-CONTA-FAIXA
                  THRU 4600-CONTA-FAIXA-FIM
           END-IF.
       4500-GRAVA-SCORE-FIM.
           EXIT.

       4600-CONTA-FAIXA.
           MOVE 'N' TO WS-DIS-ACHOU.
           IF WCA-DIS-QTD GREATER THAN ZERO
               PERFORM 4610-PROCURA-FAIXA
                  THRU 4610-PROCURA-FAIXA-FIM
                  VARYING WCA-DIS-IDX FROM 1 BY 1
                  UNTIL WCA-DIS-IDX GREATER THAN WCA-DIS-QTD
                     OR DISTRIBUICAO-ACHADA
           END-IF.
           IF NOT DISTRIBUICAO-ACHADA
              AND WCA-DIS-QTD LESS THAN 20
               ADD 1 TO WCA-DIS-QTD
               SET WCA-DIS-IDX TO WCA-DIS-QTD
               MOVE WS-FAIXA TO WCA-DIS-FAIXA(WCA-DIS-IDX)
               MOVE 1        TO WCA-DIS-DOCS(WCA-DIS-IDX)
           END-IF.
       4600-CONTA-FAIXA-FIM.
           EXIT.

       4610-PROCURA-FAIXA.
           IF WS-FAIXA EQUAL WCA-DIS-FAIXA(WCA-DIS-IDX)
               MOVE 'S' TO WS-DIS-ACHOU
               ADD 1 TO WCA-DIS-DOCS(WCA-DIS-IDX)
           END-IF.
       4610-PROCURA-FAIXA-FIM.
           EXIT.

       4700-MOSTRA-FAIXA.
           DISPLAY 'SCORECLI01 - FAIXA ' WCA-DIS-FAIXA(WCA-DIS-IDX)
                   ': ' WCA-DIS-DOCS(WCA-DIS-IDX) ' DOCUMENTOS'.
       4700-MOSTRA-FAIXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           DISPLAY 'SCORECLI01 - DOCUMENTOS PONTUADOS: '
                   WS-QTD-DOCUMENTOS
                   ' SEM FAIXA: ' WS-QTD-SEM-FAIXA
           PERFORM 4700-MOSTRA-FAIXA
              THRU 4700-MOSTRA-FAIXA-FIM
              VARYING WCA-DIS-IDX FROM 1 BY 1
              UNTIL WCA-DIS-IDX GREATER THAN WCA-DIS-QTD
           IF WS-QTD-SM-OUTRA-COMP GREATER THAN ZERO
               DISPLAY 'SCORECLI01 - ' WS-QTD-SM-OUTRA-COMP
                       ' SALDOS MEDIOS DE OUTRA COMPETENCIA IGNORADOS'
           END-IF
           IF WS-QTD-DDV-OUTRA-COMP GREATER THAN ZERO
               DISPLAY 'SCORECLI01 - ' WS-QTD-DDV-OUTRA-COMP
                       ' DIAS DEVEDORES DE OUTRA COMPETENCIA IGNORADOS'
           END-IF
           CLOSE SCORETRAB
           CLOSE SCORES.

           MOVE 0 TO WS-RC-FINAL.
           IF WSN-FS-SCORES NOT EQUAL 00
               DISPLAY 'SCORECLI01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-QTD-FONTES-AUSENTES GREATER THAN ZERO
              OR WS-QTD-SEM-FAIXA GREATER THAN ZERO
              OR WS-QTD-SM-OUTRA-COMP GREATER THAN ZERO
              OR WS-QTD-DDV-OUTRA-COMP GREATER THAN ZERO
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF.
           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'PONTUACAO DE CREDITO - ' WS-QTD-DOCUMENTOS
                  ' DOCUMENTOS, ' WS-QTD-SEM-FAIXA ' SEM FAIXA'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM SCORECLI01.
