      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Negativacao de devedores nos biros de credito e baixa
      * da negativacao. Le CONTRATOS01 (posicoes da cobranca
      * COBRAEMP01): contrato ativo com CTL-PARC-NEGATIVACAO ou mais
      * parcelas em atraso (03 quando nao informado) recebe o aviso
      * previo ao devedor - extrato de cartas NEGAVISO01 com o
      * endereco do cadastro de contatos Contato01 (documento e nome
      * via Entrada02), com a data limite de CTL-DIAS-AVISO-NEG dias
      * corridos (010 quando nao informado). Sem documento ou sem
      * endereco o aviso nao sai e o contrato nao e negativado (sai no
      * relatorio para a correcao cadastral). Vencida a data limite
      * com o atraso mantido, o contrato entra no arquivo de remessa
      * NEGREM01 (leiaute fixo: header, detalhe de inclusao ou de
      * exclusao, trailer) com o documento E2-NUM-DOC do devedor.
      * Contrato negativado que a cobranca pos em dia (sem parcela em
      * atraso), quitado ('Q') ou fora do cadastro sai na remessa como
      * exclusao na mesma rodada em que e detectado - o lote roda na
      * cadeia diaria, dentro do prazo legal de baixa. Aviso de
      * contrato posto em dia antes da data limite e cancelado.
      * O registro NEGREG01 guarda, por contrato, o documento, a
      * situacao (A avisado, N negativado, B baixado) e as datas do
      * aviso, da data limite, da inclusao e da baixa - quais
      * documentos estao negativados e desde quando. O header do
      * registro leva a data da ultima rodada: a mesma data nao roda
      * duas vezes (a remessa do dia ja foi gerada).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATIVA01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN TO 'CONTRATOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTRATOS.

           SELECT ENTRADA02 ASSIGN TO 'ENTRADA02'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA02.

           SELECT CONTATOS ASSIGN TO 'CONTATO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTATOS.

      *        REGISTRO DAS NEGATIVACOES: SITUACAO E DATAS POR CONTRATO
           SELECT REGISTRO ASSIGN TO 'NEGREG01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-REGISTRO.

           SELECT AVISOS ASSIGN TO 'NEGAVISO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-AVISOS.

           SELECT REMESSA ASSIGN TO 'NEGREM01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-REMESSA.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT RELATORIO ASSIGN TO 'NEGATIVA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

       DATA DIVISION.
      *
       FILE SECTION.
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

       FD ENTRADA02.
       01 REG-ENTRADA-02.
           05 E2-COD-CTA           PIC 9(06).
           05 E2-NOM-CLI           PIC X(25).
           05 E2-COD-CID           PIC 9(04).
           05 E2-DAT-INI           PIC 9(08).
           05 E2-NUM-DOC           PIC X(14).

       FD CONTATOS.
       01 REG-CONTATO.
           05 CON-NUM-DOC          PIC X(14).
           05 CON-ENDERECO         PIC X(30).
           05 CON-CEP              PIC 9(08).
           05 CON-FONE             PIC X(12).
           05 CON-EMAIL            PIC X(30).

       FD REGISTRO.
       01 REG-REGISTRO             PIC X(89).

      *****EXTRATO DE CARTAS DO AVISO PREVIO, COM OS DADOS DE CONTATO
       FD AVISOS.
       01 REG-AVISO.
           05 NAV-TIPO             PIC X(02).
           05 FILLER               PIC X(01).
           05 NAV-NUMERO           PIC 9(06).
           05 FILLER               PIC X(01).
           05 NAV-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 NAV-NOM-CLI          PIC X(25).
           05 FILLER               PIC X(01).
           05 NAV-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 NAV-ENDERECO         PIC X(30).
           05 FILLER               PIC X(01).
           05 NAV-CEP              PIC 9(08).
           05 FILLER               PIC X(01).
           05 NAV-EMAIL            PIC X(30).
           05 FILLER               PIC X(01).
           05 NAV-VALOR            PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 NAV-DATA-VENC        PIC 9(08).
           05 FILLER               PIC X(01).
           05 NAV-DATA-LIMITE      PIC 9(08).

       FD REMESSA.
       01 REG-REMESSA              PIC X(100).

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
      *****PARCELAS EM ATRASO PARA NEGATIVAR E DIAS DO AVISO PREVIO
           05 CTL-PARC-NEGATIVACAO    PIC 9(03).
           05 CTL-DIAS-AVISO-NEG      PIC 9(03).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(84).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-CONTRATOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTATOS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-REGISTRO      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-AVISOS        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-REMESSA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-CONTRATOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CTR               VALUE 'N'.
               88 SW-FIM-SIM-CTR               VALUE 'S'.
           05 SW-ENTRADA02         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-02                VALUE 'N'.
               88 SW-FIM-SIM-02                VALUE 'S'.
           05 SW-CONTATOS          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CON               VALUE 'N'.
               88 SW-FIM-SIM-CON               VALUE 'S'.
           05 SW-REGISTRO          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-REG               VALUE 'N'.
               88 SW-FIM-SIM-REG               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-PARC-NEGATIVACAO     PIC 9(03) VALUE 003.
       01 WCA-DIAS-AVISO           PIC 9(03) VALUE 010.

      *****DOCUMENTO E NOME POR CONTA, DE ENTRADA02
       01 WCA-CONTAS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES.
               10 WCA-CTA-DOC      PIC X(14) VALUE SPACES.
               10 WCA-CTA-NOME     PIC X(25) VALUE SPACES.

      *****CADASTRO DE CONTATOS CARREGADO EM MEMORIA
       01 WCA-CONTATOS.
           05 WCA-CON-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-CON-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-CON-IDX.
               10 WCA-CON-DOC      PIC X(14).
               10 WCA-CON-END      PIC X(30).
               10 WCA-CON-CEP      PIC 9(08).
               10 WCA-CON-EMAIL    PIC X(30).
       01 WS-CON-ACHOU             PIC X(01) VALUE 'N'.
           88 CONTATO-ACHADO           VALUE 'S'.
       77 WS-IDX-ACHADO            PIC 9(04) VALUE ZEROS.
       01 WS-DOC                   PIC X(14) VALUE SPACES.

      ****** REGISTRO NEGREG01 (HDR COM A DATA DA RODADA + CONTRATOS) **
       01 WCA-REGISTRO.
           05 NRG-NUMERO           PIC 9(06).
           05 FILLER               PIC X(01).
           05 NRG-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 NRG-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 NRG-SITUACAO         PIC X(01).
           05 FILLER               PIC X(01).
           05 NRG-DATA-AVISO       PIC 9(08).
           05 FILLER               PIC X(01).
           05 NRG-DATA-LIMITE      PIC 9(08).
           05 FILLER               PIC X(01).
           05 NRG-DATA-INCLUSAO    PIC 9(08).
           05 FILLER               PIC X(01).
           05 NRG-DATA-BAIXA       PIC 9(08).
           05 FILLER               PIC X(01).
           05 NRG-DATA-VENC        PIC 9(08).
           05 FILLER               PIC X(01).
           05 NRG-VALOR            PIC 9(11)V99.
       01 WCA-REGISTRO-HDR REDEFINES WCA-REGISTRO.
           05 NRH-TIPO             PIC X(03).
           05 FILLER               PIC X(01).
           05 NRH-DATA             PIC 9(08).
           05 FILLER               PIC X(77).

      *****REGISTRO CARREGADO EM MEMORIA; SITUACAO 'X' = AVISO
      *****CANCELADO NESTA RODADA (NAO VOLTA AO ARQUIVO)
       01 WCA-NEGATIVACOES.
           05 WCA-NRG-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-NRG-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-NRG-IDX.
               10 WCA-NRG-NUMERO   PIC 9(06).
               10 WCA-NRG-CTA      PIC 9(06).
               10 WCA-NRG-DOC      PIC X(14).
               10 WCA-NRG-SITUACAO PIC X(01).
                   88 NRG-AVISADO              VALUE 'A'.
                   88 NRG-NEGATIVADO           VALUE 'N'.
                   88 NRG-BAIXADO              VALUE 'B'.
                   88 NRG-CANCELADO            VALUE 'X'.
               10 WCA-NRG-AVISO    PIC 9(08).
               10 WCA-NRG-LIMITE   PIC 9(08).
               10 WCA-NRG-INCLUSAO PIC 9(08).
               10 WCA-NRG-BAIXA    PIC 9(08).
               10 WCA-NRG-VENC     PIC 9(08).
               10 WCA-NRG-VALOR    PIC 9(11)V99.
               10 WCA-NRG-VISTO    PIC X(01).
       01 WS-NRG-ACHOU             PIC X(01) VALUE 'N'.
           88 NRG-ACHADO                       VALUE 'S'.

      ****** REMESSA AOS BIROS (LEIAUTE FIXO DE 100 POSICOES) **********
       01 WCA-REM-HEADER.
           05 RMH-TIPO             PIC X(01) VALUE '0'.
           05 RMH-DATA             PIC 9(08) VALUE ZEROS.
           05 RMH-REMETENTE        PIC X(20) VALUE 'BECA'.
           05 FILLER               PIC X(71) VALUE SPACES.

       01 WCA-REM-DETALHE.
           05 RMD-TIPO             PIC X(01) VALUE '1'.
      *****I = INCLUSAO, E = EXCLUSAO
           05 RMD-OPERACAO         PIC X(01) VALUE SPACES.
           05 RMD-NUM-DOC          PIC X(14) VALUE SPACES.
           05 RMD-NOM-CLI          PIC X(25) VALUE SPACES.
           05 RMD-CONTRATO         PIC 9(06) VALUE ZEROS.
           05 RMD-DATA-VENC        PIC 9(08) VALUE ZEROS.
           05 RMD-VALOR            PIC 9(11)V99 VALUE ZEROS.
           05 RMD-DATA-INCLUSAO    PIC 9(08) VALUE ZEROS.
           05 RMD-DATA-BAIXA       PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(16) VALUE SPACES.

       01 WCA-REM-TRAILER.
           05 RMT-TIPO             PIC X(01) VALUE '9'.
           05 RMT-QTD-INCLUSOES    PIC 9(06) VALUE ZEROS.
           05 RMT-QTD-EXCLUSOES    PIC 9(06) VALUE ZEROS.
           05 RMT-VALOR-INCLUSOES  PIC 9(13)V99 VALUE ZEROS.
           05 FILLER               PIC X(72) VALUE SPACES.

      *****PLANO DEVOLVIDO PELO MOTOR COMUM CALCEMP
       01 WS-SISTEMA               PIC X(01) VALUE 'P'.
       01 WCA-PLANO.
           05 WCA-PLN-TAB OCCURS 120 TIMES.
               10 WCA-PLN-PARCELA  PIC 9(11)V99.
               10 WCA-PLN-JUROS    PIC 9(11)V99.
               10 WCA-PLN-AMORT    PIC 9(11)V99.
               10 WCA-PLN-SALDO    PIC S9(11)V99.
       01 WS-TOTAL-PAGO            PIC 9(12)V99 VALUE ZEROS.
       01 WS-TOTAL-JUROS           PIC 9(12)V99 VALUE ZEROS.

      *****SITUACAO DO CONTRATO NA RODADA
       01 WS-SITUACAO-CTR          PIC X(01) VALUE SPACES.
           88 CTR-INADIMPLENTE                 VALUE 'I'.
           88 CTR-EM-DIA                       VALUE 'D'.
       01 WS-VALOR-DIVIDA          PIC 9(11)V99 VALUE ZEROS.
       01 WS-PARCELA-NUM           PIC 9(03) VALUE ZEROS.
       01 WS-PARCELA-ULT           PIC 9(03) VALUE ZEROS.
       01 WS-ACAO                  PIC X(20) VALUE SPACES.

      *****VENCIMENTO NOMINAL DE UMA PARCELA (DIA DA CONTRATACAO NO
      *****MES DA PARCELA, AJUSTADO AO FIM DO MES CURTO)
       01 WS-DATA-INI-AUX          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-INI-R REDEFINES WS-DATA-INI-AUX.
           05 INI-ANO              PIC 9(04).
           05 INI-MES              PIC 9(02).
           05 INI-DIA              PIC 9(02).
       01 WS-PARCELA-ALVO          PIC 9(03) VALUE ZEROS.
       01 WS-MESES-TOTAIS          PIC 9(06) VALUE ZEROS.
       01 WS-DATA-VENC             PIC 9(08) VALUE ZEROS.
       01 WS-DATA-VENC-R REDEFINES WS-DATA-VENC.
           05 VEN-ANO              PIC 9(04).
           05 VEN-MES              PIC 9(02).
           05 VEN-DIA              PIC 9(02).
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

      *****DATA LIMITE DO AVISO: REFERENCIA + N DIAS CORRIDOS
       01 WS-DATA-LIMITE           PIC 9(08) VALUE ZEROS.
       01 WS-DATA-LIMITE-R REDEFINES WS-DATA-LIMITE.
           05 LIM-ANO              PIC 9(04).
           05 LIM-MES              PIC 9(02).
           05 LIM-DIA              PIC 9(02).
       01 WS-CONTA-DIAS            PIC 9(03) VALUE ZEROS.

       77 WS-QTD-AVISOS            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-INCLUSOES         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EXCLUSOES         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CANCELADOS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-CADASTRO      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EM-AVISO          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NEGATIVADOS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REG-EXCEDENTE     PIC 9(05) VALUE ZEROS.

       01 LINE-DESIGN              PIC X(84)
               VALUES
           '*===========================================================
      -    '=======================*'.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(48) VALUE
               '*       NEGATIVACAO E BAIXA NOS BIROS DE CREDITO'.
           05 FILLER               PIC X(04) VALUE ' EM '.
           05 TR-DATA-REF          PIC 9999/99/99.
           05 FILLER               PIC X(22) VALUE
               '                     *'.

       01 WCA-LINHA-CONTRATO.
           05 FILLER               PIC X(08) VALUE '     CTR'.
           05 LC-NUMERO            PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(06) VALUE '  CTA '.
           05 LC-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(06) VALUE '  DOC '.
           05 LC-NUM-DOC           PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LC-ACAO              PIC X(20) VALUE SPACES.
           05 LC-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-CABEC-NEGATIVADOS.
           05 FILLER               PIC X(39) VALUE
               '   DOCUMENTOS NEGATIVADOS APOS A RODADA'.
           05 FILLER               PIC X(45) VALUE SPACES.

       01 WCA-LINHA-NEGATIVADO.
           05 FILLER               PIC X(08) VALUE '     CTR'.
           05 LN-NUMERO            PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(06) VALUE '  DOC '.
           05 LN-NUM-DOC           PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE '  DESDE '.
           05 LN-INCLUSAO          PIC 9999/99/99.
           05 FILLER               PIC X(04) VALUE ' R$'.
           05 LN-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-TOTAL-1.
           05 FILLER               PIC X(12) VALUE '   AVISOS ='.
           05 LT-AVISOS            PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(14) VALUE '  INCLUSOES ='.
           05 LT-INCLUSOES         PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(14) VALUE '  EXCLUSOES ='.
           05 LT-EXCLUSOES         PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(15) VALUE '  CANCELADOS ='.
           05 LT-CANCELADOS        PIC ZZZZ9 VALUE ZEROS.

       01 WCA-LINHA-TOTAL-2.
           05 FILLER               PIC X(18) VALUE '   SEM CADASTRO ='.
           05 LT-SEM-CADASTRO      PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(13) VALUE '  EM AVISO ='.
           05 LT-EM-AVISO          PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(16) VALUE '  NEGATIVADOS ='.
           05 LT-NEGATIVADOS       PIC ZZZZ9 VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'NEGATIVA01'.
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
             UNTIL SW-FIM-SIM-CTR

           PERFORM 3500-FORA-DO-CADASTRO
              THRU 3500-FORA-DO-CADASTRO-FIM
              VARYING WCA-NRG-IDX FROM 1 BY 1
              UNTIL WCA-NRG-IDX GREATER THAN WCA-NRG-QTD

           PERFORM 5000-REGRAVA-REGISTRO
              THRU 5000-REGRAVA-REGISTRO-FIM

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
               DISPLAY 'NEGATIVA01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-CARREGA-REGISTRO
              THRU 1100-CARREGA-REGISTRO-FIM.
           PERFORM 1300-CARREGA-DOCUMENTOS
              THRU 1300-CARREGA-DOCUMENTOS-FIM.
           PERFORM 1500-CARREGA-CONTATOS
              THRU 1500-CARREGA-CONTATOS-FIM.

           OPEN INPUT CONTRATOS.
           IF WSN-FS-CONTRATOS NOT EQUAL ZEROS
               DISPLAY 'NEGATIVA01 - CONTRATOS01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT AVISOS
           OPEN OUTPUT REMESSA
           OPEN OUTPUT RELATORIO.
           MOVE WCA-DATA-REFERENCIA TO RMH-DATA.
           WRITE REG-REMESSA FROM WCA-REM-HEADER.

           MOVE WCA-DATA-REFERENCIA TO TR-DATA-REF.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           SET SW-FIM-NAO-CTR TO TRUE.
           PERFORM 1700-LER-CONTRATO
              THRU 1700-LER-CONTRATO-FIM.
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
                       IF CTL-PARC-NEGATIVACAO NUMERIC
                          AND CTL-PARC-NEGATIVACAO GREATER THAN ZERO
                           MOVE CTL-PARC-NEGATIVACAO
                              TO WCA-PARC-NEGATIVACAO
                       END-IF
                       IF CTL-DIAS-AVISO-NEG NUMERIC
                          AND CTL-DIAS-AVISO-NEG GREATER THAN ZERO
                           MOVE CTL-DIAS-AVISO-NEG
                              TO WCA-DIAS-AVISO
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.
       1050-LE-CONTROLE-FIM.
           EXIT.

      *****SEM NEGREG01 E A PRIMEIRA RODADA; HEADER COM A DATA DE
      *****REFERENCIA (OU POSTERIOR) E RODADA REPETIDA
       1100-CARREGA-REGISTRO.
           OPEN INPUT REGISTRO.
           IF WSN-FS-REGISTRO NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-REGISTRO
               GO TO 1100-CARREGA-REGISTRO-FIM
           END-IF.
           SET SW-FIM-NAO-REG TO TRUE.
           PERFORM 1110-LER-REGISTRO
              THRU 1110-LER-REGISTRO-FIM.
           IF NOT SW-FIM-SIM-REG
              AND NRH-TIPO EQUAL 'HDR'
               IF NRH-DATA NOT LESS THAN WCA-DATA-REFERENCIA
                   DISPLAY 'NEGATIVA01 - REMESSA JA GERADA EM '
                           NRH-DATA ' (RODADA REPETIDA?)'
                   CLOSE REGISTRO
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1110-LER-REGISTRO
                  THRU 1110-LER-REGISTRO-FIM
           END-IF.
           PERFORM 1120-GUARDA-REGISTRO
              THRU 1120-GUARDA-REGISTRO-FIM
             UNTIL SW-FIM-SIM-REG.
           CLOSE REGISTRO.
       1100-CARREGA-REGISTRO-FIM.
           EXIT.

       1110-LER-REGISTRO.
           READ REGISTRO INTO WCA-REGISTRO
               AT END
                   SET SW-FIM-SIM-REG TO TRUE
           END-READ.
       1110-LER-REGISTRO-FIM.
           EXIT.

       1120-GUARDA-REGISTRO.
           IF WCA-NRG-QTD LESS THAN 5000
               ADD 1 TO WCA-NRG-QTD
               SET WCA-NRG-IDX TO WCA-NRG-QTD
               MOVE NRG-NUMERO        TO WCA-NRG-NUMERO(WCA-NRG-IDX)
               MOVE NRG-COD-CTA       TO WCA-NRG-CTA(WCA-NRG-IDX)
               MOVE NRG-NUM-DOC       TO WCA-NRG-DOC(WCA-NRG-IDX)
               MOVE NRG-SITUACAO      TO WCA-NRG-SITUACAO(WCA-NRG-IDX)
               MOVE NRG-DATA-AVISO    TO WCA-NRG-AVISO(WCA-NRG-IDX)
               MOVE NRG-DATA-LIMITE   TO WCA-NRG-LIMITE(WCA-NRG-IDX)
               MOVE NRG-DATA-INCLUSAO TO WCA-NRG-INCLUSAO(WCA-NRG-IDX)
               MOVE NRG-DATA-BAIXA    TO WCA-NRG-BAIXA(WCA-NRG-IDX)
               MOVE NRG-DATA-VENC     TO WCA-NRG-VENC(WCA-NRG-IDX)
               MOVE NRG-VALOR         TO WCA-NRG-VALOR(WCA-NRG-IDX)
               MOVE 'N'               TO WCA-NRG-VISTO(WCA-NRG-IDX)
           ELSE
               DISPLAY 'NEGATIVA01 - NEGREG01 COM MAIS DE 5000 '
                       'CONTRATOS - AUMENTE A TABELA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-LER-REGISTRO
              THRU 1110-LER-REGISTRO-FIM.
       1120-GUARDA-REGISTRO-FIM.
           EXIT.

       1300-CARREGA-DOCUMENTOS.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               GO TO 1300-CARREGA-DOCUMENTOS-FIM
           END-IF.
           SET SW-FIM-NAO-02 TO TRUE.
           PERFORM 1310-LER-ENTRADA02
              THRU 1310-LER-ENTRADA02-FIM.
           PERFORM 1320-GUARDA-DOCUMENTO
              THRU 1320-GUARDA-DOCUMENTO-FIM
             UNTIL SW-FIM-SIM-02.
           CLOSE ENTRADA02.
       1300-CARREGA-DOCUMENTOS-FIM.
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

       1320-GUARDA-DOCUMENTO.
           IF E2-COD-CTA GREATER THAN ZERO
               MOVE E2-NUM-DOC TO WCA-CTA-DOC(E2-COD-CTA)
               MOVE E2-NOM-CLI TO WCA-CTA-NOME(E2-COD-CTA)
           END-IF.
           PERFORM 1310-LER-ENTRADA02
              THRU 1310-LER-ENTRADA02-FIM.
       1320-GUARDA-DOCUMENTO-FIM.
           EXIT.

       1500-CARREGA-CONTATOS.
           OPEN INPUT CONTATOS.
           IF WSN-FS-CONTATOS NOT EQUAL ZEROS
               GO TO 1500-CARREGA-CONTATOS-FIM
           END-IF.
           SET SW-FIM-NAO-CON TO TRUE.
           PERFORM 1510-LER-CONTATO
              THRU 1510-LER-CONTATO-FIM.
           PERFORM 1520-GUARDA-CONTATO
              THRU 1520-GUARDA-CONTATO-FIM
             UNTIL SW-FIM-SIM-CON.
           CLOSE CONTATOS.
       1500-CARREGA-CONTATOS-FIM.
           EXIT.

       1510-LER-CONTATO.
           READ CONTATOS
               AT END
                   SET SW-FIM-SIM-CON TO TRUE
           END-READ.
       1510-LER-CONTATO-FIM.
           EXIT.

       1520-GUARDA-CONTATO.
           IF WCA-CON-QTD LESS THAN 2000
               ADD 1 TO WCA-CON-QTD
               SET WCA-CON-IDX TO WCA-CON-QTD
               MOVE CON-NUM-DOC  TO WCA-CON-DOC(WCA-CON-IDX)
               MOVE CON-ENDERECO TO WCA-CON-END(WCA-CON-IDX)
               MOVE CON-CEP      TO WCA-CON-CEP(WCA-CON-IDX)
               MOVE CON-EMAIL    TO WCA-CON-EMAIL(WCA-CON-IDX)
           END-IF.
           PERFORM 1510-LER-CONTATO
              THRU 1510-LER-CONTATO-FIM.
       1520-GUARDA-CONTATO-FIM.
           EXIT.

       1700-LER-CONTRATO.
           READ CONTRATOS
               AT END
                   SET SW-FIM-SIM-CTR TO TRUE
           END-READ.
       1700-LER-CONTRATO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CADA CONTRATO CONTRA O REGISTRO: INADIMPLENTE SEM REGISTRO
      *     (OU JA BAIXADO) RECEBE O AVISO; AVISADO COM A DATA LIMITE
      *     VENCIDA E NEGATIVADO; NEGATIVADO POSTO EM DIA E BAIXADO;
      *     AVISADO POSTO EM DIA TEM O AVISO CANCELADO
      *-----------------------------------------------------------------
       3000-PROCESSO.
           MOVE SPACES TO WS-SITUACAO-CTR.
           IF CTR-STATUS EQUAL 'Q'
              OR (CTR-STATUS EQUAL 'A' AND CTR-ATRASO EQUAL ZEROS)
               SET CTR-EM-DIA TO TRUE
           END-IF.
           IF CTR-STATUS EQUAL 'A'
              AND CTR-ATRASO NOT LESS THAN WCA-PARC-NEGATIVACAO
               SET CTR-INADIMPLENTE TO TRUE
           END-IF.

           MOVE 'N' TO WS-NRG-ACHOU.
           SET WCA-NRG-IDX TO 1.
           SEARCH WCA-NRG-TAB
               AT END
                   CONTINUE
               WHEN WCA-NRG-IDX GREATER THAN WCA-NRG-QTD
                   CONTINUE
               WHEN WCA-NRG-NUMERO(WCA-NRG-IDX) EQUAL CTR-NUMERO
                   MOVE 'S' TO WS-NRG-ACHOU
                   MOVE 'S' TO WCA-NRG-VISTO(WCA-NRG-IDX)
           END-SEARCH.

           IF NOT NRG-ACHADO
               IF CTR-INADIMPLENTE
                   PERFORM 3100-AVISO-PREVIO
                      THRU 3100-AVISO-PREVIO-FIM
               END-IF
               GO TO 3000-PROCESSO-LEITURA
           END-IF.

           MOVE WCA-NRG-DOC(WCA-NRG-IDX) TO WS-DOC.
           EVALUATE TRUE
               WHEN NRG-BAIXADO(WCA-NRG-IDX)
                   IF CTR-INADIMPLENTE
                       PERFORM 3100-AVISO-PREVIO
                          THRU 3100-AVISO-PREVIO-FIM
                   END-IF
               WHEN NRG-AVISADO(WCA-NRG-IDX)
                   IF CTR-EM-DIA
                       PERFORM 3400-CANCELA-AVISO
                          THRU 3400-CANCELA-AVISO-FIM
                   ELSE
                       IF WCA-DATA-REFERENCIA NOT LESS THAN
                          WCA-NRG-LIMITE(WCA-NRG-IDX)
                           PERFORM 3200-INCLUSAO
                              THRU 3200-INCLUSAO-FIM
                       ELSE
                           ADD 1 TO WS-QTD-EM-AVISO
                       END-IF
                   END-IF
               WHEN NRG-NEGATIVADO(WCA-NRG-IDX)
                   IF CTR-EM-DIA
                       PERFORM 3300-EXCLUSAO
                          THRU 3300-EXCLUSAO-FIM
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3000-PROCESSO-LEITURA.
           PERFORM 1700-LER-CONTRATO
              THRU 1700-LER-CONTRATO-FIM.
       3000-PROCESSO-FIM.
           EXIT.

      *****AVISO PREVIO: SO COM DOCUMENTO E ENDERECO; O CONTRATO ENTRA
      *****NO REGISTRO (OU REABRE A LINHA BAIXADA) COMO AVISADO
       3100-AVISO-PREVIO.
           MOVE SPACES TO WS-ACAO.
           MOVE SPACES TO WS-DOC.
           IF CTR-COD-CTA GREATER THAN ZERO
               MOVE WCA-CTA-DOC(CTR-COD-CTA) TO WS-DOC
           END-IF.
           MOVE 'N' TO WS-CON-ACHOU.
           IF WS-DOC EQUAL SPACES
               MOVE 'SEM DOCUMENTO' TO WS-ACAO
           ELSE
               PERFORM 4500-PROCURA-CONTATO
                  THRU 4500-PROCURA-CONTATO-FIM
                   VARYING WCA-CON-IDX FROM 1 BY 1
                   UNTIL WCA-CON-IDX GREATER THAN WCA-CON-QTD
                      OR CONTATO-ACHADO
               IF NOT CONTATO-ACHADO
                   MOVE 'SEM ENDERECO' TO WS-ACAO
               END-IF
           END-IF.
           PERFORM 4000-APURA-DIVIDA
              THRU 4000-APURA-DIVIDA-FIM.
           IF WS-ACAO NOT EQUAL SPACES
               ADD 1 TO WS-QTD-SEM-CADASTRO
               PERFORM 3900-IMPRIME-CONTRATO
                  THRU 3900-IMPRIME-CONTRATO-FIM
               GO TO 3100-AVISO-PREVIO-FIM
           END-IF.

           IF NOT NRG-ACHADO
               IF WCA-NRG-QTD NOT LESS THAN 5000
                   ADD 1 TO WS-QTD-REG-EXCEDENTE
                   GO TO 3100-AVISO-PREVIO-FIM
               END-IF
               ADD 1 TO WCA-NRG-QTD
               SET WCA-NRG-IDX TO WCA-NRG-QTD
               MOVE CTR-NUMERO TO WCA-NRG-NUMERO(WCA-NRG-IDX)
               MOVE 'S'        TO WCA-NRG-VISTO(WCA-NRG-IDX)
           END-IF.

           MOVE WCA-DATA-REFERENCIA TO WS-DATA-LIMITE.
           PERFORM 4400-SOMA-DIA
              THRU 4400-SOMA-DIA-FIM
              VARYING WS-CONTA-DIAS FROM 1 BY 1
              UNTIL WS-CONTA-DIAS GREATER THAN WCA-DIAS-AVISO.

           MOVE CTR-COD-CTA     TO WCA-NRG-CTA(WCA-NRG-IDX).
           MOVE WS-DOC          TO WCA-NRG-DOC(WCA-NRG-IDX).
           MOVE 'A'             TO WCA-NRG-SITUACAO(WCA-NRG-IDX).
           MOVE WCA-DATA-REFERENCIA TO WCA-NRG-AVISO(WCA-NRG-IDX).
           MOVE WS-DATA-LIMITE  TO WCA-NRG-LIMITE(WCA-NRG-IDX).
           MOVE ZEROS           TO WCA-NRG-INCLUSAO(WCA-NRG-IDX)
                                   WCA-NRG-BAIXA(WCA-NRG-IDX).
           MOVE WS-DATA-VENC    TO WCA-NRG-VENC(WCA-NRG-IDX).
           MOVE WS-VALOR-DIVIDA TO WCA-NRG-VALOR(WCA-NRG-IDX).

           SET WCA-CON-IDX TO WS-IDX-ACHADO.
           MOVE SPACES          TO REG-AVISO.
           MOVE 'AV'            TO NAV-TIPO.
           MOVE CTR-NUMERO      TO NAV-NUMERO.
           MOVE CTR-COD-CTA     TO NAV-COD-CTA.
           MOVE WCA-CTA-NOME(CTR-COD-CTA) TO NAV-NOM-CLI.
           MOVE WS-DOC          TO NAV-NUM-DOC.
           MOVE WCA-CON-END(WCA-CON-IDX)   TO NAV-ENDERECO.
           MOVE WCA-CON-CEP(WCA-CON-IDX)   TO NAV-CEP.
           MOVE WCA-CON-EMAIL(WCA-CON-IDX) TO NAV-EMAIL.
           MOVE WS-VALOR-DIVIDA TO NAV-VALOR.
           MOVE WS-DATA-VENC    TO NAV-DATA-VENC.
           MOVE WS-DATA-LIMITE  TO NAV-DATA-LIMITE.
           WRITE REG-AVISO.
           ADD 1 TO WS-QTD-AVISOS.

           MOVE 'AVISO PREVIO' TO WS-ACAO.
           PERFORM 3900-IMPRIME-CONTRATO
              THRU 3900-IMPRIME-CONTRATO-FIM.
       3100-AVISO-PREVIO-FIM.
           EXIT.

      *****DATA LIMITE VENCIDA COM O ATRASO MANTIDO: INCLUSAO NA
      *****REMESSA COM A DIVIDA ATUALIZADA
       3200-INCLUSAO.
           PERFORM 4000-APURA-DIVIDA
              THRU 4000-APURA-DIVIDA-FIM.
           MOVE 'N'                 TO WCA-NRG-SITUACAO(WCA-NRG-IDX).
           MOVE WCA-DATA-REFERENCIA TO WCA-NRG-INCLUSAO(WCA-NRG-IDX).
           MOVE WS-DATA-VENC        TO WCA-NRG-VENC(WCA-NRG-IDX).
           MOVE WS-VALOR-DIVIDA     TO WCA-NRG-VALOR(WCA-NRG-IDX).

           MOVE 'I' TO RMD-OPERACAO.
           PERFORM 3800-GRAVA-DETALHE
              THRU 3800-GRAVA-DETALHE-FIM.
           ADD 1 TO WS-QTD-INCLUSOES.
           ADD WS-VALOR-DIVIDA TO RMT-VALOR-INCLUSOES.

           MOVE 'INCLUSAO' TO WS-ACAO.
           PERFORM 3900-IMPRIME-CONTRATO
              THRU 3900-IMPRIME-CONTRATO-FIM.
       3200-INCLUSAO-FIM.
           EXIT.

      *****NEGATIVADO POSTO EM DIA, QUITADO OU FORA DO CADASTRO: A
      *****EXCLUSAO SAI NA REMESSA DA PROPRIA RODADA
       3300-EXCLUSAO.
           MOVE 'B'                 TO WCA-NRG-SITUACAO(WCA-NRG-IDX).
           MOVE WCA-DATA-REFERENCIA TO WCA-NRG-BAIXA(WCA-NRG-IDX).
           MOVE WCA-NRG-VENC(WCA-NRG-IDX)  TO WS-DATA-VENC.
           MOVE WCA-NRG-VALOR(WCA-NRG-IDX) TO WS-VALOR-DIVIDA.

           MOVE 'E' TO RMD-OPERACAO.
           PERFORM 3800-GRAVA-DETALHE
              THRU 3800-GRAVA-DETALHE-FIM.
           ADD 1 TO WS-QTD-EXCLUSOES.

           MOVE 'EXCLUSAO (BAIXA)' TO WS-ACAO.
           PERFORM 3900-IMPRIME-CONTRATO
              THRU 3900-IMPRIME-CONTRATO-FIM.
       3300-EXCLUSAO-FIM.
           EXIT.

       3400-CANCELA-AVISO.
           MOVE 'X' TO WCA-NRG-SITUACAO(WCA-NRG-IDX).
           MOVE WCA-NRG-VALOR(WCA-NRG-IDX) TO WS-VALOR-DIVIDA.
           ADD 1 TO WS-QTD-CANCELADOS.
           MOVE 'AVISO CANCELADO' TO WS-ACAO.
           PERFORM 3900-IMPRIME-CONTRATO
              THRU 3900-IMPRIME-CONTRATO-FIM.
       3400-CANCELA-AVISO-FIM.
           EXIT.

      *****LINHA DO REGISTRO SEM CONTRATO EM CONTRATOS01 NESTA RODADA
       3500-FORA-DO-CADASTRO.
           IF WCA-NRG-VISTO(WCA-NRG-IDX) EQUAL 'S'
               GO TO 3500-FORA-DO-CADASTRO-FIM
           END-IF.
           MOVE WCA-NRG-NUMERO(WCA-NRG-IDX) TO CTR-NUMERO.
           MOVE WCA-NRG-CTA(WCA-NRG-IDX)    TO CTR-COD-CTA.
           MOVE WCA-NRG-DOC(WCA-NRG-IDX)    TO WS-DOC.
           EVALUATE TRUE
               WHEN NRG-NEGATIVADO(WCA-NRG-IDX)
                   PERFORM 3300-EXCLUSAO
                      THRU 3300-EXCLUSAO-FIM
               WHEN NRG-AVISADO(WCA-NRG-IDX)
                   PERFORM 3400-CANCELA-AVISO
                      THRU 3400-CANCELA-AVISO-FIM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3500-FORA-DO-CADASTRO-FIM.
           EXIT.

      *****DETALHE DA REMESSA: DOCUMENTO DO REGISTRO, NOME DE ENTRADA02
       3800-GRAVA-DETALHE.
           MOVE WCA-NRG-DOC(WCA-NRG-IDX) TO RMD-NUM-DOC.
           MOVE SPACES TO RMD-NOM-CLI.
           IF CTR-COD-CTA GREATER THAN ZERO
               MOVE WCA-CTA-NOME(CTR-COD-CTA) TO RMD-NOM-CLI
           END-IF.
           MOVE CTR-NUMERO          TO RMD-CONTRATO.
           MOVE WS-DATA-VENC        TO RMD-DATA-VENC.
           MOVE WS-VALOR-DIVIDA     TO RMD-VALOR.
           MOVE WCA-NRG-INCLUSAO(WCA-NRG-IDX) TO RMD-DATA-INCLUSAO.
           MOVE WCA-NRG-BAIXA(WCA-NRG-IDX)    TO RMD-DATA-BAIXA.
           WRITE REG-REMESSA FROM WCA-REM-DETALHE.
       3800-GRAVA-DETALHE-FIM.
           EXIT.

       3900-IMPRIME-CONTRATO.
           MOVE CTR-NUMERO      TO LC-NUMERO.
           MOVE CTR-COD-CTA     TO LC-COD-CTA.
           MOVE WS-DOC          TO LC-NUM-DOC.
           MOVE WS-ACAO         TO LC-ACAO.
           MOVE WS-VALOR-DIVIDA TO LC-VALOR.
           MOVE WCA-LINHA-CONTRATO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       3900-IMPRIME-CONTRATO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     DIVIDA VENCIDA: PARCELAS EM ATRASO (PAGAS + 1 ATE PAGAS +
      *     ATRASO) PELO VALOR CHEIO DO PLANO; VENCIMENTO NOMINAL DA
      *     MAIS ANTIGA
      *-----------------------------------------------------------------
       4000-APURA-DIVIDA.
           MOVE ZEROS TO WS-VALOR-DIVIDA WS-DATA-VENC.
           IF CTR-ATRASO EQUAL ZEROS
               GO TO 4000-APURA-DIVIDA-FIM
           END-IF.
           MOVE CTR-SISTEMA TO WS-SISTEMA.
           CALL 'CALCEMP' USING WS-SISTEMA CTR-PRINCIPAL CTR-TAXA
               CTR-PRAZO WCA-PLANO WS-TOTAL-PAGO WS-TOTAL-JUROS.
           COMPUTE WS-PARCELA-ULT = CTR-PAGAS + CTR-ATRASO.
           IF WS-PARCELA-ULT GREATER THAN CTR-PRAZO
               MOVE CTR-PRAZO TO WS-PARCELA-ULT
           END-IF.
           PERFORM 4100-SOMA-PARCELA
              THRU 4100-SOMA-PARCELA-FIM
              VARYING WS-PARCELA-NUM FROM CTR-PAGAS BY 1
              UNTIL WS-PARCELA-NUM NOT LESS THAN WS-PARCELA-ULT.

           MOVE CTR-DATA-INI TO WS-DATA-INI-AUX.
           COMPUTE WS-PARCELA-ALVO = CTR-PAGAS + 1.
           PERFORM 4200-APURA-VENCIMENTO
              THRU 4200-APURA-VENCIMENTO-FIM.
       4000-APURA-DIVIDA-FIM.
           EXIT.

       4100-SOMA-PARCELA.
           ADD WCA-PLN-PARCELA(WS-PARCELA-NUM + 1) TO WS-VALOR-DIVIDA.
       4100-SOMA-PARCELA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     VENCIMENTO NOMINAL DA PARCELA ALVO (MESMA REGRA DO
      *     COBRAEMP01, SEM O ROLAMENTO PARA DIA UTIL)
      *-----------------------------------------------------------------
       4200-APURA-VENCIMENTO.
           COMPUTE WS-MESES-TOTAIS =
               (INI-ANO * 12) + INI-MES + WS-PARCELA-ALVO.
           COMPUTE VEN-ANO = (WS-MESES-TOTAIS - 1) / 12.
           COMPUTE VEN-MES =
               WS-MESES-TOTAIS - (VEN-ANO * 12).
           MOVE INI-DIA TO VEN-DIA.

           MOVE WCA-DIAS-MES-N(VEN-MES) TO WS-ULT-DIA-MES.
           IF VEN-MES EQUAL 02
               MOVE VEN-ANO TO WS-ANO-BISSEXTO
               CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO WS-BISSEXTO
               IF WS-BISSEXTO EQUAL 'S'
                   MOVE 29 TO WS-ULT-DIA-MES
               END-IF
           END-IF.
           IF VEN-DIA GREATER THAN WS-ULT-DIA-MES
               MOVE WS-ULT-DIA-MES TO VEN-DIA
           END-IF.
       4200-APURA-VENCIMENTO-FIM.
           EXIT.

      *****UM DIA CORRIDO A MAIS NA DATA LIMITE
       4400-SOMA-DIA.
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
               GO TO 4400-SOMA-DIA-FIM
           END-IF.
           MOVE 01 TO LIM-DIA.
           IF LIM-MES LESS THAN 12
               ADD 1 TO LIM-MES
           ELSE
               MOVE 01 TO LIM-MES
               ADD 1 TO LIM-ANO
           END-IF.
       4400-SOMA-DIA-FIM.
           EXIT.

       4500-PROCURA-CONTATO.
           IF WS-DOC EQUAL WCA-CON-DOC(WCA-CON-IDX)
               MOVE 'S' TO WS-CON-ACHOU
               SET WS-IDX-ACHADO TO WCA-CON-IDX
           END-IF.
       4500-PROCURA-CONTATO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     REGRAVA O REGISTRO COM A DATA DA RODADA; AVISO CANCELADO
      *     SAI, BAIXADO FICA COMO HISTORICO. OS NEGATIVADOS SAEM NO
      *     RELATORIO COM A DATA DA INCLUSAO
      *-----------------------------------------------------------------
       5000-REGRAVA-REGISTRO.
           MOVE WS-QTD-INCLUSOES TO RMT-QTD-INCLUSOES.
           MOVE WS-QTD-EXCLUSOES TO RMT-QTD-EXCLUSOES.
           WRITE REG-REMESSA FROM WCA-REM-TRAILER.

           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABEC-NEGATIVADOS TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           OPEN OUTPUT REGISTRO.
           MOVE SPACES TO WCA-REGISTRO.
           MOVE 'HDR' TO NRH-TIPO.
           MOVE WCA-DATA-REFERENCIA TO NRH-DATA.
           WRITE REG-REGISTRO FROM WCA-REGISTRO.
           PERFORM 5100-GRAVA-REGISTRO
              THRU 5100-GRAVA-REGISTRO-FIM
              VARYING WCA-NRG-IDX FROM 1 BY 1
              UNTIL WCA-NRG-IDX GREATER THAN WCA-NRG-QTD.
           CLOSE REGISTRO.
       5000-REGRAVA-REGISTRO-FIM.
           EXIT.

       5100-GRAVA-REGISTRO.
           IF NRG-CANCELADO(WCA-NRG-IDX)
               GO TO 5100-GRAVA-REGISTRO-FIM
           END-IF.
           MOVE SPACES TO WCA-REGISTRO.
           MOVE WCA-NRG-NUMERO(WCA-NRG-IDX)   TO NRG-NUMERO.
           MOVE WCA-NRG-CTA(WCA-NRG-IDX)      TO NRG-COD-CTA.
           MOVE WCA-NRG-DOC(WCA-NRG-IDX)      TO NRG-NUM-DOC.
           MOVE WCA-NRG-SITUACAO(WCA-NRG-IDX) TO NRG-SITUACAO.
           MOVE WCA-NRG-AVISO(WCA-NRG-IDX)    TO NRG-DATA-AVISO.
           MOVE WCA-NRG-LIMITE(WCA-NRG-IDX)   TO NRG-DATA-LIMITE.
           MOVE WCA-NRG-INCLUSAO(WCA-NRG-IDX) TO NRG-DATA-INCLUSAO.
           MOVE WCA-NRG-BAIXA(WCA-NRG-IDX)    TO NRG-DATA-BAIXA.
           MOVE WCA-NRG-VENC(WCA-NRG-IDX)     TO NRG-DATA-VENC.
           MOVE WCA-NRG-VALOR(WCA-NRG-IDX)    TO NRG-VALOR.
           WRITE REG-REGISTRO FROM WCA-REGISTRO.

           IF NRG-NEGATIVADO(WCA-NRG-IDX)
               ADD 1 TO WS-QTD-NEGATIVADOS
               MOVE WCA-NRG-NUMERO(WCA-NRG-IDX)   TO LN-NUMERO
               MOVE WCA-NRG-DOC(WCA-NRG-IDX)      TO LN-NUM-DOC
               MOVE WCA-NRG-INCLUSAO(WCA-NRG-IDX) TO LN-INCLUSAO
               MOVE WCA-NRG-VALOR(WCA-NRG-IDX)    TO LN-VALOR
               MOVE WCA-LINHA-NEGATIVADO TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
       5100-GRAVA-REGISTRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           MOVE WS-QTD-AVISOS       TO LT-AVISOS.
           MOVE WS-QTD-INCLUSOES    TO LT-INCLUSOES.
           MOVE WS-QTD-EXCLUSOES    TO LT-EXCLUSOES.
           MOVE WS-QTD-CANCELADOS   TO LT-CANCELADOS.
           MOVE WCA-LINHA-TOTAL-1   TO REG-RELATORIO.
           WRITE REG-RELATORIO BEFORE 2 LINES.
           MOVE WS-QTD-SEM-CADASTRO TO LT-SEM-CADASTRO.
           MOVE WS-QTD-EM-AVISO     TO LT-EM-AVISO.
           MOVE WS-QTD-NEGATIVADOS  TO LT-NEGATIVADOS.
           MOVE WCA-LINHA-TOTAL-2   TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           DISPLAY 'NEGATIVA01 - AVISOS: ' WS-QTD-AVISOS
                   ' INCLUSOES: ' WS-QTD-INCLUSOES
                   ' EXCLUSOES: ' WS-QTD-EXCLUSOES
                   ' NEGATIVADOS: ' WS-QTD-NEGATIVADOS
           IF WS-QTD-REG-EXCEDENTE GREATER THAN ZERO
               DISPLAY 'NEGATIVA01 - REGISTRO CHEIO - '
                       WS-QTD-REG-EXCEDENTE ' AVISOS NAO EMITIDOS'
           END-IF
           CLOSE CONTRATOS
           CLOSE AVISOS
           CLOSE REMESSA
           CLOSE RELATORIO.

           MOVE 0 TO WS-RC-FINAL.
           IF WSN-FS-AVISOS    NOT EQUAL 00 OR
              WSN-FS-REMESSA   NOT EQUAL 00 OR
              WSN-FS-RELATORIO NOT EQUAL 00 OR
              WSN-FS-REGISTRO  NOT EQUAL 00
               DISPLAY 'NEGATIVA01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-QTD-SEM-CADASTRO GREATER THAN ZERO
              OR WS-QTD-REG-EXCEDENTE GREATER THAN ZERO
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF.
           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'NEGATIVACAO - ' WS-QTD-AVISOS ' AVISOS '
                  WS-QTD-INCLUSOES ' INCL ' WS-QTD-EXCLUSOES ' EXCL'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM NEGATIVA01.
