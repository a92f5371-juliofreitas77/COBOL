      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Lote de amortizacao antecipada e quitacao de
      * emprestimos. Le os pedidos das agencias em PEDAMORT01 (contrato,
      * opcao e valor): 'Q' quita o contrato; 'P' amortiza o valor e
      * reduz o prazo; 'V' amortiza o valor e reduz a parcela, mantendo
      * o prazo restante. O valor de quitacao na data de referencia e
      * apurado como no QUITEMP01 (parcelas vencidas em aberto pelo
      * valor cheio + saldo devedor com juros pro rata dia). Pedido com
      * valor que cobre a quitacao quita o contrato. O debito vai para
      * Movimento01 com NSU, respeitando saldo mais limite de cheque
      * especial (LimiteChq01), como no COBRAEMP01, descontado o valor
      * bloqueado judicialmente (Bloqueios01, situacao 'A'), como no
      * TRANSF01; o pedido barrado pelo bloqueio sai no relatorio como
      * nao executado. Na quitacao o contrato vira 'Q' na hora. Na
      * amortizacao o valor paga primeiro o juro pro rata da parte
      * amortizada e o contrato e rebaseado: principal = novo saldo,
      * prazo = parcelas restantes (ou o menor prazo cuja parcela nao
      * passe da atual), inicio = vencimento da ultima parcela paga e
      * parcelas pagas zeradas - assim a cobranca mensal segue
      * regenerando o plano pelo CALCEMP sem mudanca. O plano da conta
      * em PLANOSEMP01 e regravado: na amortizacao, pelo plano novo; na
      * quitacao, sem as parcelas que nao venceram.
      * Pedido com origem 'F' vem do RESCISAO01: o valor ja foi
      * descontado nas verbas rescisorias do funcionario e nao e
      * debitado em conta. 'Q' quita o contrato pelo valor descontado;
      * o valor menor que a quitacao paga primeiro as parcelas
      * vencidas pelo valor cheio e o resto amortiza como no 'V'. O
      * contrato deixa de ser consignado e o saldo que sobrar passa a
      * ser cobrado na conta pelo COBRAEMP01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTEMP01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO 'PEDAMORT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-PEDIDOS.

           SELECT CONTRATOS ASSIGN TO 'CONTRATOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTRATOS.

           SELECT PLANOS ASSIGN TO 'PLANOSEMP01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-PLANOS.

           SELECT ENTRADA ASSIGN TO 'ENTRADA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA.

           SELECT LIMITES ASSIGN TO 'LIMITECHQ01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-LIMITES.

           SELECT BLOQUEIOS ASSIGN TO 'BLOQUEIOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-BLOQUEIOS.

           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT RELATORIO ASSIGN TO 'AMORTEMP01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

       DATA DIVISION.
      *
       FILE SECTION.
      *                PEDIDOS DE AMORTIZACAO / QUITACAO DAS AGENCIAS
       FD PEDIDOS.
       01 REG-PEDIDO.
           05 PED-NUMERO           PIC 9(06).
           05 FILLER               PIC X(01).
           05 PED-OPCAO            PIC X(01).
               88 PED-QUITACAO                 VALUE 'Q'.
               88 PED-REDUZ-PRAZO              VALUE 'P'.
               88 PED-REDUZ-PARCELA            VALUE 'V'.
           05 FILLER               PIC X(01).
           05 PED-VALOR            PIC 9(09)V99.
           05 FILLER               PIC X(01).
      *****'F' DESCONTADO NA RESCISAO (FOLHA), BRANCO DEBITO EM CONTA
           05 PED-ORIGEM           PIC X(01).
               88 PED-ORIGEM-FOLHA             VALUE 'F'.

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

       FD PLANOS.
       01 REG-PLANO-PARCELA.
           05 PLE-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 PLE-NUMERO           PIC 9(03).
           05 FILLER               PIC X(01).
           05 PLE-PARCELA          PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 PLE-JUROS            PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 PLE-AMORT            PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 PLE-SALDO            PIC S9(11)V99
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

      *                LIMITES DE CHEQUE ESPECIAL POR CONTA
       FD LIMITES.
       01 REG-LIMITE.
           05 LIM-COD-CTA          PIC 9(06).
           05 LIM-VALOR            PIC 9(06)V99.
           05 LIM-DAT-VENC         PIC 9(08).

      *                BLOQUEIOS JUDICIAIS (SO OS CAMPOS USADOS AQUI)
       FD BLOQUEIOS.
       01 REG-BLOQUEIO.
           05 FILLER               PIC X(36).
           05 BJ-COD-CTA           PIC 9(06).
           05 FILLER               PIC X(10).
           05 BJ-VAL-BLOQUEADO     PIC 9(09)V99.
           05 FILLER               PIC X(25).
           05 BJ-SITUACAO          PIC X(01).
           05 FILLER               PIC X(09).

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(84).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-PEDIDOS       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTRATOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-PLANOS        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-LIMITES       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-BLOQUEIOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-PEDIDOS           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-PED               VALUE 'N'.
               88 SW-FIM-SIM-PED               VALUE 'S'.
           05 SW-CONTRATOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CTR               VALUE 'N'.
               88 SW-FIM-SIM-CTR               VALUE 'S'.
           05 SW-PLANOS            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-PLE               VALUE 'N'.
               88 SW-FIM-SIM-PLE               VALUE 'S'.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.
           05 SW-LIMITES           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-LIM               VALUE 'N'.
               88 SW-FIM-SIM-LIM               VALUE 'S'.
           05 SW-BLOQUEIOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-BLQ               VALUE 'N'.
               88 SW-FIM-SIM-BLQ               VALUE 'S'.
           05 SW-ACHOU             PIC X(01) VALUE 'N'.
               88 SW-ACHOU-NAO                 VALUE 'N'.
               88 SW-ACHOU-SIM                 VALUE 'S'.
           05 SW-PRAZO             PIC X(01) VALUE 'N'.
               88 SW-PRAZO-NAO                 VALUE 'N'.
               88 SW-PRAZO-SIM                 VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.

      *****CONTRATOS CARREGADOS EM MEMORIA PARA A REGRAVACAO; O
      *****INDICADOR DE PLANO DIZ O QUE FAZER COM AS PARCELAS DA CONTA
      *****EM PLANOSEMP01 ('R' REGERAR, 'C' CORTAR AS NAO VENCIDAS)
       01 WCA-CONTRATOS.
           05 WCA-CTR-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-CTR-TAB OCCURS 1000 TIMES
                          INDEXED BY WCA-CTR-IDX WCA-CTR-IDX2.
               10 WCA-CTR-NUMERO   PIC 9(06).
               10 WCA-CTR-CTA      PIC 9(06).
               10 WCA-CTR-SISTEMA  PIC X(01).
               10 WCA-CTR-PRINC    PIC 9(09)V99.
               10 WCA-CTR-TAXA     PIC 9(02)V9(04).
               10 WCA-CTR-PRAZO    PIC 9(03).
               10 WCA-CTR-INI      PIC 9(08).
               10 WCA-CTR-PAGAS    PIC 9(03).
               10 WCA-CTR-ATRASO   PIC 9(03).
               10 WCA-CTR-STATUS   PIC X(01).
               10 WCA-CTR-PLANO    PIC X(01).
               10 WCA-CTR-CORTE    PIC 9(03).
               10 WCA-CTR-MODALIDADE PIC X(01).
               10 WCA-CTR-MATRICULA  PIC 9(06).
               10 WCA-CTR-CET-MENSAL PIC 9(03)V9(04).
               10 WCA-CTR-CET-ANUAL  PIC 9(05)V99.

      *****PLANOSEMP01 EM MEMORIA PARA A REGRAVACAO
       01 WCA-PLANOS-ARQ.
           05 WCA-PLE-QTD          PIC 9(06) VALUE ZEROS.
           05 WCA-PLE-TAB OCCURS 120000 TIMES
                          INDEXED BY WCA-PLE-IDX.
               10 WCA-PLE-REG      PIC X(67).

      *****SITUACAO, SALDO, LIMITE E BLOQUEIO JUDICIAL POR CONTA
      *****(ESQUEMA DO TRANSF01)
       01 WCA-CONTAS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES.
               10 WCA-CTA-STATUS   PIC X(01) VALUE SPACES.
               10 WCA-CTA-SALDO    PIC S9(09)V99 VALUE ZEROS.
               10 WCA-CTA-LIMITE   PIC 9(06)V99 VALUE ZEROS.
               10 WCA-CTA-BLOQUEIO PIC 9(09)V99 VALUE ZEROS.

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

      *****APURACAO DA QUITACAO NA DATA (MESMA CONTA DO QUITEMP01)
       01 WS-DATA-QUITACAO         PIC 9(08) VALUE ZEROS.
       01 WS-DATA-QUITACAO-R REDEFINES WS-DATA-QUITACAO.
           05 QUI-ANO              PIC 9(04).
           05 QUI-MES              PIC 9(02).
           05 QUI-DIA              PIC 9(02).
       01 WS-MOTIVO                PIC X(24) VALUE SPACES.
       01 WS-MESES-DECORRIDOS      PIC S9(05) VALUE ZEROS.
       01 WS-PARCELAS-VENCIDAS     PIC 9(03) VALUE ZEROS.
       01 WS-PARCELA-NUM           PIC 9(03) VALUE ZEROS.
       01 WS-VAL-EM-ABERTO         PIC 9(11)V99 VALUE ZEROS.
       01 WS-VAL-A-VENCER          PIC 9(11)V99 VALUE ZEROS.
       01 WS-SALDO-BASE            PIC 9(11)V99 VALUE ZEROS.
       01 WS-DATA-BASE             PIC 9(08) VALUE ZEROS.
       01 WS-DIA-BASE              PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-PRO-RATA         PIC S9(05) VALUE ZEROS.
       01 WS-JUROS-PRO-RATA        PIC S9(09)V99 VALUE ZEROS.
       01 WS-VALOR-QUITACAO        PIC S9(11)V99 VALUE ZEROS.

      *****AMORTIZACAO PARCIAL E NOVO PLANO
       01 WS-VALOR-DEBITO          PIC 9(09)V99 VALUE ZEROS.
       01 WS-VALOR-PEDIDO          PIC 9(09)V99 VALUE ZEROS.
       01 WS-VALOR-VENCIDAS        PIC 9(09)V99 VALUE ZEROS.
       01 WS-VALOR-AMORTIZADO      PIC 9(11)V99 VALUE ZEROS.
       01 WS-NOVO-SALDO            PIC 9(09)V99 VALUE ZEROS.
       01 WS-PRAZO-RESTANTE        PIC 9(03) VALUE ZEROS.
       01 WS-NOVO-PRAZO            PIC 9(03) VALUE ZEROS.
       01 WS-PRAZO-TESTE           PIC 9(03) VALUE ZEROS.
       01 WS-PARCELA-ATUAL         PIC 9(11)V99 VALUE ZEROS.
       01 WS-SALDO-APOS            PIC S9(11)V99 VALUE ZEROS.
       01 WS-SALDO-LIVRE           PIC S9(11)V99 VALUE ZEROS.

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

      *****ARITMETICA DE DATAS DO DESAFIO11: NUMERO DO DIA = DIAS DOS
      *****ANOS ANTERIORES + DIA DENTRO DO ANO
       01 WS-DATA-CONV             PIC 9(08) VALUE ZEROS.
       01 WS-DATA-CONV-R REDEFINES WS-DATA-CONV.
           05 CONV-ANO             PIC 9(04).
           05 CONV-MES             PIC 9(02).
           05 CONV-DIA             PIC 9(02).
       01 WS-ANO-ANTERIOR          PIC 9(04) VALUE ZEROS.
       01 WS-Q4                    PIC 9(06) VALUE ZEROS.
       01 WS-Q100                  PIC 9(06) VALUE ZEROS.
       01 WS-Q400                  PIC 9(06) VALUE ZEROS.
       01 WS-R                     PIC 9(06) VALUE ZEROS.
       01 WS-IDX-MES               PIC 9(02) VALUE ZEROS.
       01 WS-DIA-DO-ANO            PIC 9(03) VALUE ZEROS.
       01 WS-DIAS-ANOS             PIC 9(08) VALUE ZEROS.
       01 WS-NUMERO-DIA            PIC 9(08) VALUE ZEROS.

      *****NSU DO MOVIMENTO, FORNECIDO PELA ROTINA COMUM GERANSU
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-QTD-PEDIDOS           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-QUITADOS          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-AMORTIZADOS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REJEITADOS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PLANOS-GRAVADOS   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-QUITADO           PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-AMORTIZADO        PIC 9(11)V99 VALUE ZEROS.

       01 LINE-DESIGN              PIC X(84)
               VALUES
           '*===========================================================
      -    '=======================*'.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(44) VALUE
               '*  AMORTIZACAO E QUITACAO DE EMPRESTIMOS EM '.
           05 TR-DATA-REF          PIC 9999/99/99.
           05 FILLER               PIC X(30) VALUE
               '                             *'.

       01 WCA-CABEC-PEDIDOS.
           05 FILLER               PIC X(10) VALUE '  CONTRATO'.
           05 FILLER               PIC X(08) VALUE '   CONTA'.
           05 FILLER               PIC X(03) VALUE ' OP'.
           05 FILLER               PIC X(18) VALUE
               '      VALOR PEDIDO'.
           05 FILLER               PIC X(18) VALUE
               '    VALOR DEBITADO'.
           05 FILLER               PIC X(12) VALUE
               '  OCORRENCIA'.

       01 WCA-LINHA-PEDIDO.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 LP-NUMERO            PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LP-CONTA             PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LP-OPCAO             PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LP-PEDIDO            PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LP-DEBITO            PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LP-OCORRENCIA        PIC X(24) VALUE SPACES.

       01 WCA-LINHA-NOVO-PLANO.
           05 FILLER               PIC X(22) VALUE
               '      NOVO SALDO R$'.
           05 LN-SALDO             PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(08) VALUE '  PRAZO '.
           05 LN-PRAZO             PIC ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(14) VALUE
               '  PARCELA R$'.
           05 LN-PARCELA           PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(16) VALUE
               '   QUITADOS    ='.
           05 LT-QUITADOS          PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(07) VALUE '  R$'.
           05 LT-QUITADO           PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-TOTAL-2.
           05 FILLER               PIC X(16) VALUE
               '   AMORTIZADOS ='.
           05 LT-AMORTIZADOS       PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(07) VALUE '  R$'.
           05 LT-AMORTIZADO        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-TOTAL-3.
           05 FILLER               PIC X(16) VALUE
               '   REJEITADOS  ='.
           05 LT-REJEITADOS        PIC ZZZZ9 VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'AMORTEMP01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 3000-PROCESSA-PEDIDO
              THRU 3000-PROCESSA-PEDIDO-FIM
             UNTIL SW-FIM-SIM-PED

           PERFORM 6000-REGRAVA-CONTRATOS
              THRU 6000-REGRAVA-CONTRATOS-FIM

           IF WS-QTD-QUITADOS GREATER THAN ZERO
              OR WS-QTD-AMORTIZADOS GREATER THAN ZERO
               PERFORM 7000-REGRAVA-PLANOS
                  THRU 7000-REGRAVA-PLANOS-FIM
           END-IF

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
               DISPLAY 'AMORTEMP01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WCA-DATA-REFERENCIA TO WS-DATA-QUITACAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT PEDIDOS.
           IF WSN-FS-PEDIDOS NOT EQUAL ZEROS
               DISPLAY 'AMORTEMP01 - PEDAMORT01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1200-CARREGA-CONTRATOS
              THRU 1200-CARREGA-CONTRATOS-FIM.
           PERFORM 1400-CARREGA-CONTAS
              THRU 1400-CARREGA-CONTAS-FIM.
           PERFORM 1500-CARREGA-LIMITES
              THRU 1500-CARREGA-LIMITES-FIM.
           PERFORM 1080-CARREGA-BLOQUEIOS
              THRU 1080-CARREGA-BLOQUEIOS-FIM.

           OPEN EXTEND MOVIMENTO
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               OPEN OUTPUT MOVIMENTO
           END-IF.

           OPEN OUTPUT RELATORIO.
           MOVE WCA-DATA-REFERENCIA TO TR-DATA-REF.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABEC-PEDIDOS TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           SET SW-FIM-NAO-PED TO TRUE.
           PERFORM 1100-LER-PEDIDO
              THRU 1100-LER-PEDIDO-FIM.
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

      ****************CARGA DOS BLOQUEIOS JUDICIAIS ATIVOS**************
       1080-CARREGA-BLOQUEIOS.
           OPEN INPUT BLOQUEIOS.
           IF WSN-FS-BLOQUEIOS NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-BLOQUEIOS
               GO TO 1080-CARREGA-BLOQUEIOS-FIM
           END-IF.
           PERFORM 1190-LER-BLOQUEIO
              THRU 1190-LER-BLOQUEIO-FIM.
           PERFORM 1195-GUARDA-BLOQUEIO
              THRU 1195-GUARDA-BLOQUEIO-FIM
             UNTIL SW-FIM-SIM-BLQ.
           CLOSE BLOQUEIOS.
       1080-CARREGA-BLOQUEIOS-FIM.
           EXIT.

       1190-LER-BLOQUEIO.
           READ BLOQUEIOS
               AT END
                   SET SW-FIM-SIM-BLQ TO TRUE
           END-READ.
       1190-LER-BLOQUEIO-FIM.
           EXIT.

       1195-GUARDA-BLOQUEIO.
           IF BJ-COD-CTA GREATER THAN ZERO
              AND BJ-SITUACAO EQUAL 'A'
               ADD BJ-VAL-BLOQUEADO TO WCA-CTA-BLOQUEIO(BJ-COD-CTA)
           END-IF.
           PERFORM 1190-LER-BLOQUEIO
              THRU 1190-LER-BLOQUEIO-FIM.
       1195-GUARDA-BLOQUEIO-FIM.
           EXIT.

       1100-LER-PEDIDO.
           READ PEDIDOS
               AT END
                   SET SW-FIM-SIM-PED TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-PEDIDOS
           END-READ.
       1100-LER-PEDIDO-FIM.
           EXIT.

       1200-CARREGA-CONTRATOS.
           OPEN INPUT CONTRATOS.
           IF WSN-FS-CONTRATOS NOT EQUAL ZEROS
               DISPLAY 'AMORTEMP01 - CONTRATOS01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-CTR TO TRUE.
           PERFORM 1210-LER-CONTRATO
              THRU 1210-LER-CONTRATO-FIM.
           PERFORM 1220-GUARDA-CONTRATO
              THRU 1220-GUARDA-CONTRATO-FIM
             UNTIL SW-FIM-SIM-CTR.
           CLOSE CONTRATOS.
       1200-CARREGA-CONTRATOS-FIM.
           EXIT.

       1210-LER-CONTRATO.
           READ CONTRATOS
               AT END
                   SET SW-FIM-SIM-CTR TO TRUE
           END-READ.
       1210-LER-CONTRATO-FIM.
           EXIT.

      *****COM A TABELA CHEIA O LOTE ABORTA: A REGRAVACAO FINAL DO
      *****CONTRATOS01 SO E SEGURA SE A CARTEIRA COUBE INTEIRA
       1220-GUARDA-CONTRATO.
           IF WCA-CTR-QTD NOT LESS THAN 1000
               DISPLAY 'AMORTEMP01 - CONTRATOS01 COM MAIS DE 1000 '
                       'CONTRATOS - ABORTADO PARA NAO REGRAVAR '
                       'CARTEIRA TRUNCADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-CTR-QTD.
           SET WCA-CTR-IDX TO WCA-CTR-QTD.
           MOVE CTR-NUMERO    TO WCA-CTR-NUMERO(WCA-CTR-IDX).
           MOVE CTR-COD-CTA   TO WCA-CTR-CTA(WCA-CTR-IDX).
           MOVE CTR-SISTEMA   TO WCA-CTR-SISTEMA(WCA-CTR-IDX).
           MOVE CTR-PRINCIPAL TO WCA-CTR-PRINC(WCA-CTR-IDX).
           MOVE CTR-TAXA      TO WCA-CTR-TAXA(WCA-CTR-IDX).
           MOVE CTR-PRAZO     TO WCA-CTR-PRAZO(WCA-CTR-IDX).
           MOVE CTR-DATA-INI  TO WCA-CTR-INI(WCA-CTR-IDX).
           MOVE CTR-PAGAS     TO WCA-CTR-PAGAS(WCA-CTR-IDX).
           MOVE CTR-ATRASO    TO WCA-CTR-ATRASO(WCA-CTR-IDX).
           MOVE CTR-STATUS    TO WCA-CTR-STATUS(WCA-CTR-IDX).
           MOVE SPACES        TO WCA-CTR-PLANO(WCA-CTR-IDX).
           MOVE ZEROS         TO WCA-CTR-CORTE(WCA-CTR-IDX).
           MOVE CTR-MODALIDADE TO WCA-CTR-MODALIDADE(WCA-CTR-IDX).
           MOVE ZEROS         TO WCA-CTR-MATRICULA(WCA-CTR-IDX).
           IF CTR-MATRICULA NUMERIC
               MOVE CTR-MATRICULA TO WCA-CTR-MATRICULA(WCA-CTR-IDX)
           END-IF.
           MOVE ZEROS TO WCA-CTR-CET-MENSAL(WCA-CTR-IDX)
                         WCA-CTR-CET-ANUAL(WCA-CTR-IDX).
           IF CTR-CET-MENSAL NUMERIC AND CTR-CET-ANUAL NUMERIC
               MOVE CTR-CET-MENSAL TO WCA-CTR-CET-MENSAL(WCA-CTR-IDX)
               MOVE CTR-CET-ANUAL  TO WCA-CTR-CET-ANUAL(WCA-CTR-IDX)
           END-IF.
           PERFORM 1210-LER-CONTRATO
              THRU 1210-LER-CONTRATO-FIM.
       1220-GUARDA-CONTRATO-FIM.
           EXIT.

       1400-CARREGA-CONTAS.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'AMORTEMP01 - ENTRADA NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
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
               MOVE STA-CTA TO WCA-CTA-STATUS(COD-CTA)
               MOVE SLD-CTA TO WCA-CTA-SALDO(COD-CTA)
           END-IF.
           PERFORM 1410-LER-ENTRADA
              THRU 1410-LER-ENTRADA-FIM.
       1420-GUARDA-CONTA-FIM.
           EXIT.

       1500-CARREGA-LIMITES.
           OPEN INPUT LIMITES.
           IF WSN-FS-LIMITES NOT EQUAL ZEROS
               GO TO 1500-CARREGA-LIMITES-FIM
           END-IF.
           SET SW-FIM-NAO-LIM TO TRUE.
           PERFORM 1510-LER-LIMITE
              THRU 1510-LER-LIMITE-FIM.
           PERFORM 1520-GUARDA-LIMITE
              THRU 1520-GUARDA-LIMITE-FIM
             UNTIL SW-FIM-SIM-LIM.
           CLOSE LIMITES.
       1500-CARREGA-LIMITES-FIM.
           EXIT.

       1510-LER-LIMITE.
           READ LIMITES
               AT END
                   SET SW-FIM-SIM-LIM TO TRUE
           END-READ.
       1510-LER-LIMITE-FIM.
           EXIT.

       1520-GUARDA-LIMITE.
           IF LIM-COD-CTA GREATER THAN ZERO
              AND LIM-DAT-VENC NOT LESS THAN WS-DATA-HOJE
               MOVE LIM-VALOR TO WCA-CTA-LIMITE(LIM-COD-CTA)
           END-IF.
           PERFORM 1510-LER-LIMITE
              THRU 1510-LER-LIMITE-FIM.
       1520-GUARDA-LIMITE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     UM PEDIDO POR VOLTA: O PRIMEIRO CRITERIO QUE FALHA DA A
      *     OCORRENCIA DA REJEICAO; PEDIDO QUE COBRE O VALOR DE
      *     QUITACAO QUITA O CONTRATO, QUALQUER QUE SEJA A OPCAO
      *-----------------------------------------------------------------
       3000-PROCESSA-PEDIDO.
           MOVE SPACES      TO WS-MOTIVO.
           MOVE ZEROS       TO WS-VALOR-DEBITO.
           MOVE ZEROS       TO WS-VALOR-PEDIDO.
           IF PED-VALOR NUMERIC
               MOVE PED-VALOR TO WS-VALOR-PEDIDO
           END-IF.
           MOVE PED-NUMERO  TO LP-NUMERO.
           MOVE ZEROS       TO LP-CONTA.
           MOVE PED-OPCAO   TO LP-OPCAO.
           MOVE PED-VALOR   TO LP-PEDIDO.

           SET SW-ACHOU-NAO TO TRUE.
           SET WCA-CTR-IDX TO 1.
           SEARCH WCA-CTR-TAB
               AT END
                   CONTINUE
               WHEN WCA-CTR-IDX GREATER THAN WCA-CTR-QTD
                   CONTINUE
               WHEN WCA-CTR-NUMERO(WCA-CTR-IDX) EQUAL PED-NUMERO
                   SET SW-ACHOU-SIM TO TRUE
           END-SEARCH.
           IF SW-ACHOU-NAO
               MOVE 'CONTRATO NAO ENCONTRADO' TO WS-MOTIVO
               GO TO 3000-GRAVA-OCORRENCIA
           END-IF.
           MOVE WCA-CTR-CTA(WCA-CTR-IDX) TO LP-CONTA.
           IF WCA-CTR-STATUS(WCA-CTR-IDX) NOT EQUAL 'A'
               MOVE 'CONTRATO NAO ATIVO' TO WS-MOTIVO
               GO TO 3000-GRAVA-OCORRENCIA
           END-IF.
           IF NOT PED-QUITACAO AND NOT PED-REDUZ-PRAZO
              AND NOT PED-REDUZ-PARCELA
               MOVE 'OPCAO INVALIDA' TO WS-MOTIVO
               GO TO 3000-GRAVA-OCORRENCIA
           END-IF.
           IF NOT PED-QUITACAO
              AND (PED-VALOR NOT NUMERIC OR PED-VALOR EQUAL ZEROS)
               MOVE 'VALOR NAO INFORMADO' TO WS-MOTIVO
               GO TO 3000-GRAVA-OCORRENCIA
           END-IF.
           IF WCA-CTA-STATUS(WCA-CTR-CTA(WCA-CTR-IDX))
              NOT EQUAL 'A'
              AND NOT PED-ORIGEM-FOLHA
               MOVE 'CONTA NAO ATIVA' TO WS-MOTIVO
               GO TO 3000-GRAVA-OCORRENCIA
           END-IF.

           PERFORM 4000-APURA-QUITACAO
              THRU 4000-APURA-QUITACAO-FIM.
           IF WS-MOTIVO NOT EQUAL SPACES
               GO TO 3000-GRAVA-OCORRENCIA
           END-IF.

           IF PED-QUITACAO
              OR WS-VALOR-PEDIDO NOT LESS THAN WS-VALOR-QUITACAO
               PERFORM 3200-QUITA-CONTRATO
                  THRU 3200-QUITA-CONTRATO-FIM
           ELSE
               IF PED-ORIGEM-FOLHA
                   PERFORM 3150-APLICA-RESCISAO
                      THRU 3150-APLICA-RESCISAO-FIM
               ELSE
                   PERFORM 3300-AMORTIZA-CONTRATO
                      THRU 3300-AMORTIZA-CONTRATO-FIM
               END-IF
           END-IF.

      *****PAGO NA RESCISAO O CONTRATO DEIXA DE SER CONSIGNADO
           IF PED-ORIGEM-FOLHA AND WS-MOTIVO EQUAL SPACES
               MOVE SPACES TO WCA-CTR-MODALIDADE(WCA-CTR-IDX)
           END-IF.

       3000-GRAVA-OCORRENCIA.
           IF WS-MOTIVO NOT EQUAL SPACES
               MOVE WS-MOTIVO TO LP-OCORRENCIA
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.
           MOVE WS-VALOR-DEBITO TO LP-DEBITO.
           MOVE WCA-LINHA-PEDIDO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WS-MOTIVO EQUAL SPACES
              AND NOT PED-QUITACAO
              AND WCA-CTR-STATUS(WCA-CTR-IDX) EQUAL 'A'
              AND WCA-CTR-PLANO(WCA-CTR-IDX) EQUAL 'R'
               MOVE WCA-CTR-PRINC(WCA-CTR-IDX) TO LN-SALDO
               MOVE WCA-CTR-PRAZO(WCA-CTR-IDX) TO LN-PRAZO
               MOVE WCA-PLN-PARCELA(1)         TO LN-PARCELA
               MOVE WCA-LINHA-NOVO-PLANO TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

           PERFORM 1100-LER-PEDIDO
              THRU 1100-LER-PEDIDO-FIM.
       3000-PROCESSA-PEDIDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     QUITACAO: DEBITA O VALOR DE QUITACAO; AS PARCELAS VENCIDAS
      *     CONTAM COMO PAGAS E O CONTRATO VIRA 'Q' NA HORA
      *-----------------------------------------------------------------
       3200-QUITA-CONTRATO.
           IF WS-VALOR-QUITACAO NOT GREATER THAN ZERO
               MOVE 'VALOR DE QUITACAO ZERADO' TO WS-MOTIVO
               GO TO 3200-QUITA-CONTRATO-FIM
           END-IF.
           MOVE WS-VALOR-QUITACAO TO WS-VALOR-DEBITO.
           IF PED-ORIGEM-FOLHA
               MOVE WS-VALOR-PEDIDO TO WS-VALOR-DEBITO
               GO TO 3200-BAIXA-QUITACAO
           END-IF.
           PERFORM 3500-TESTA-SALDO
              THRU 3500-TESTA-SALDO-FIM.
           IF WS-MOTIVO NOT EQUAL SPACES
               MOVE ZEROS TO WS-VALOR-DEBITO
               GO TO 3200-QUITA-CONTRATO-FIM
           END-IF.

           MOVE SPACES TO MOV-HIST.
           STRING 'QUITACAO EMP ' WCA-CTR-NUMERO(WCA-CTR-IDX)
               DELIMITED BY SIZE INTO MOV-HIST.
           PERFORM 3600-DEBITA-CONTA
              THRU 3600-DEBITA-CONTA-FIM.

       3200-BAIXA-QUITACAO.
           MOVE WS-PARCELAS-VENCIDAS TO WCA-CTR-PAGAS(WCA-CTR-IDX).
           MOVE ZEROS                TO WCA-CTR-ATRASO(WCA-CTR-IDX).
           MOVE 'Q'                  TO WCA-CTR-STATUS(WCA-CTR-IDX).
           MOVE 'C'                  TO WCA-CTR-PLANO(WCA-CTR-IDX).
           MOVE WS-PARCELAS-VENCIDAS TO WCA-CTR-CORTE(WCA-CTR-IDX).
           MOVE 'QUITADO' TO LP-OCORRENCIA.
           IF PED-ORIGEM-FOLHA
               MOVE 'QUITADO NA RESCISAO' TO LP-OCORRENCIA
           END-IF.
           ADD 1 TO WS-QTD-QUITADOS.
           ADD WS-VALOR-DEBITO TO WS-TOT-QUITADO.
       3200-QUITA-CONTRATO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     VALOR DESCONTADO NA RESCISAO MENOR QUE A QUITACAO: PAGA AS
      *     PARCELAS VENCIDAS PELO VALOR CHEIO ENQUANTO COUBER E
      *     AMORTIZA O RESTO REDUZINDO A PARCELA. O QUE NAO COBRE UMA
      *     VENCIDA INTEIRA FICA COMO SOBRA A DEVOLVER AO FUNCIONARIO.
      *-----------------------------------------------------------------
       3150-APLICA-RESCISAO.
           MOVE ZEROS TO WS-VALOR-VENCIDAS.
           PERFORM 3160-PAGA-VENCIDA
              THRU 3160-PAGA-VENCIDA-FIM
              UNTIL WCA-CTR-PAGAS(WCA-CTR-IDX)
                    NOT LESS THAN WS-PARCELAS-VENCIDAS
                 OR WS-VALOR-PEDIDO LESS THAN
                    WCA-PLN-PARCELA(WCA-CTR-PAGAS(WCA-CTR-IDX) + 1).
           IF WCA-CTR-PAGAS(WCA-CTR-IDX) LESS THAN WS-PARCELAS-VENCIDAS
               MOVE WS-VALOR-VENCIDAS TO WS-VALOR-DEBITO
               MOVE 'SOBRA RESCISAO DEVOLVER' TO LP-OCORRENCIA
               ADD 1 TO WS-QTD-AMORTIZADOS
               ADD WS-VALOR-DEBITO TO WS-TOT-AMORTIZADO
               GO TO 3150-APLICA-RESCISAO-FIM
           END-IF.
           IF WS-VALOR-PEDIDO GREATER THAN ZERO
               PERFORM 3300-AMORTIZA-CONTRATO
                  THRU 3300-AMORTIZA-CONTRATO-FIM
               IF WS-MOTIVO NOT EQUAL SPACES
                   GO TO 3150-APLICA-RESCISAO-FIM
               END-IF
               ADD WS-VALOR-VENCIDAS TO WS-VALOR-DEBITO
               ADD WS-VALOR-VENCIDAS TO WS-TOT-AMORTIZADO
               MOVE 'AMORTIZADO NA RESCISAO' TO LP-OCORRENCIA
           ELSE
               MOVE WS-VALOR-VENCIDAS TO WS-VALOR-DEBITO
               MOVE 'VENCIDAS PAGAS RESCISAO' TO LP-OCORRENCIA
               ADD 1 TO WS-QTD-AMORTIZADOS
               ADD WS-VALOR-DEBITO TO WS-TOT-AMORTIZADO
           END-IF.
       3150-APLICA-RESCISAO-FIM.
           EXIT.

       3160-PAGA-VENCIDA.
           SUBTRACT WCA-PLN-PARCELA(WCA-CTR-PAGAS(WCA-CTR-IDX) + 1)
               FROM WS-VALOR-PEDIDO.
           ADD WCA-PLN-PARCELA(WCA-CTR-PAGAS(WCA-CTR-IDX) + 1)
               TO WS-VALOR-VENCIDAS.
           ADD 1 TO WCA-CTR-PAGAS(WCA-CTR-IDX).
           IF WCA-CTR-ATRASO(WCA-CTR-IDX) GREATER THAN ZERO
               SUBTRACT 1 FROM WCA-CTR-ATRASO(WCA-CTR-IDX)
           END-IF.
       3160-PAGA-VENCIDA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     AMORTIZACAO PARCIAL: SO SEM PARCELA VENCIDA EM ABERTO. O
      *     VALOR PAGO COBRE A PARTE AMORTIZADA MAIS O SEU JURO PRO
      *     RATA DESDE O ULTIMO VENCIMENTO; O CONTRATO E REBASEADO NO
      *     NOVO SALDO A PARTIR DESSE VENCIMENTO
      *-----------------------------------------------------------------
       3300-AMORTIZA-CONTRATO.
           IF WS-PARCELAS-VENCIDAS NOT EQUAL
              WCA-CTR-PAGAS(WCA-CTR-IDX)
               MOVE 'HA PARCELAS VENCIDAS' TO WS-MOTIVO
               GO TO 3300-AMORTIZA-CONTRATO-FIM
           END-IF.

           COMPUTE WS-VALOR-AMORTIZADO ROUNDED =
               WS-VALOR-PEDIDO * 3000
               / (3000 + (WCA-CTR-TAXA(WCA-CTR-IDX)
                          * WS-DIAS-PRO-RATA)).
           IF WS-VALOR-AMORTIZADO NOT LESS THAN WS-SALDO-BASE
               MOVE 'VALOR ACIMA DO SALDO' TO WS-MOTIVO
               GO TO 3300-AMORTIZA-CONTRATO-FIM
           END-IF.
           COMPUTE WS-NOVO-SALDO =
               WS-SALDO-BASE - WS-VALOR-AMORTIZADO.
           COMPUTE WS-PRAZO-RESTANTE =
               WCA-CTR-PRAZO(WCA-CTR-IDX) - WS-PARCELAS-VENCIDAS.
           MOVE WCA-PLN-PARCELA(WS-PARCELAS-VENCIDAS + 1)
              TO WS-PARCELA-ATUAL.

      *****REDUZ PARCELA: MESMO PRAZO RESTANTE. REDUZ PRAZO: MENOR
      *****PRAZO CUJA PRIMEIRA PARCELA NAO PASSA DA PARCELA ATUAL
           MOVE WCA-CTR-SISTEMA(WCA-CTR-IDX) TO WS-SISTEMA.
           IF PED-REDUZ-PARCELA
               MOVE WS-PRAZO-RESTANTE TO WS-NOVO-PRAZO
           ELSE
               MOVE WS-PRAZO-RESTANTE TO WS-NOVO-PRAZO
               SET SW-PRAZO-NAO TO TRUE
               PERFORM 3310-TESTA-PRAZO
                  THRU 3310-TESTA-PRAZO-FIM
                  VARYING WS-PRAZO-TESTE FROM 1 BY 1
                  UNTIL SW-PRAZO-SIM
                     OR WS-PRAZO-TESTE NOT LESS THAN WS-PRAZO-RESTANTE
           END-IF.
           CALL 'CALCEMP' USING WS-SISTEMA WS-NOVO-SALDO
               WCA-CTR-TAXA(WCA-CTR-IDX) WS-NOVO-PRAZO
               WCA-PLANO WS-TOTAL-PAGO WS-TOTAL-JUROS.

           MOVE WS-VALOR-PEDIDO TO WS-VALOR-DEBITO.
           IF PED-ORIGEM-FOLHA
               GO TO 3300-REBASEIA-CONTRATO
           END-IF.
           PERFORM 3500-TESTA-SALDO
              THRU 3500-TESTA-SALDO-FIM.
           IF WS-MOTIVO NOT EQUAL SPACES
               MOVE ZEROS TO WS-VALOR-DEBITO
               GO TO 3300-AMORTIZA-CONTRATO-FIM
           END-IF.

           MOVE SPACES TO MOV-HIST.
           STRING 'AMORTIZ EMP ' WCA-CTR-NUMERO(WCA-CTR-IDX)
               DELIMITED BY SIZE INTO MOV-HIST.
           PERFORM 3600-DEBITA-CONTA
              THRU 3600-DEBITA-CONTA-FIM.

       3300-REBASEIA-CONTRATO.

           MOVE WS-NOVO-SALDO  TO WCA-CTR-PRINC(WCA-CTR-IDX).
           MOVE WS-NOVO-PRAZO  TO WCA-CTR-PRAZO(WCA-CTR-IDX).
           MOVE WS-DATA-BASE   TO WCA-CTR-INI(WCA-CTR-IDX).
           MOVE ZEROS          TO WCA-CTR-PAGAS(WCA-CTR-IDX)
                                  WCA-CTR-ATRASO(WCA-CTR-IDX).
           MOVE 'R'            TO WCA-CTR-PLANO(WCA-CTR-IDX).
           IF PED-REDUZ-PRAZO
               MOVE 'AMORTIZADO - PRAZO' TO LP-OCORRENCIA
           ELSE
               MOVE 'AMORTIZADO - PARCELA' TO LP-OCORRENCIA
           END-IF.
           ADD 1 TO WS-QTD-AMORTIZADOS.
           ADD WS-VALOR-DEBITO TO WS-TOT-AMORTIZADO.
       3300-AMORTIZA-CONTRATO-FIM.
           EXIT.

       3310-TESTA-PRAZO.
           CALL 'CALCEMP' USING WS-SISTEMA WS-NOVO-SALDO
               WCA-CTR-TAXA(WCA-CTR-IDX) WS-PRAZO-TESTE
               WCA-PLANO WS-TOTAL-PAGO WS-TOTAL-JUROS.
           IF WCA-PLN-PARCELA(1) NOT GREATER THAN WS-PARCELA-ATUAL
               SET SW-PRAZO-SIM TO TRUE
               MOVE WS-PRAZO-TESTE TO WS-NOVO-PRAZO
           END-IF.
       3310-TESTA-PRAZO-FIM.
           EXIT.

      *****DEBITO QUE ESTOURARIA SALDO + LIMITE NAO E LANCADO
       3500-TESTA-SALDO.
           COMPUTE WS-SALDO-APOS =
               WCA-CTA-SALDO(WCA-CTR-CTA(WCA-CTR-IDX))
               - WS-VALOR-DEBITO.
           IF WS-SALDO-APOS LESS THAN ZERO
              AND (WS-SALDO-APOS * -1) GREATER THAN
                  WCA-CTA-LIMITE(WCA-CTR-CTA(WCA-CTR-IDX))
               MOVE 'SALDO INSUFICIENTE' TO WS-MOTIVO
               GO TO 3500-TESTA-SALDO-FIM
           END-IF.
      *****SALDO BLOQUEADO JUDICIALMENTE NAO COBRE O DEBITO
           IF WCA-CTA-BLOQUEIO(WCA-CTR-CTA(WCA-CTR-IDX)) GREATER THAN
              ZERO
               COMPUTE WS-SALDO-LIVRE = WS-SALDO-APOS
                   - WCA-CTA-BLOQUEIO(WCA-CTR-CTA(WCA-CTR-IDX))
               IF WS-SALDO-LIVRE LESS THAN ZERO
                  AND (WS-SALDO-LIVRE * -1) GREATER THAN
                      WCA-CTA-LIMITE(WCA-CTR-CTA(WCA-CTR-IDX))
                   MOVE 'SALDO BLOQUEADO JUDICIAL' TO WS-MOTIVO
               END-IF
           END-IF.
       3500-TESTA-SALDO-FIM.
           EXIT.

       3600-DEBITA-CONTA.
           CALL 'GERANSU' USING WS-NSU.
           MOVE WCA-CTR-CTA(WCA-CTR-IDX) TO MOV-COD-CTA.
           MOVE WCA-DATA-REFERENCIA      TO MOV-DAT.
           MOVE 'D'                      TO MOV-TIP.
           MOVE 'T'                      TO MOV-FORMA.
           MOVE WS-VALOR-DEBITO          TO MOV-VAL.
           MOVE WS-NSU                   TO MOV-NSU.
           WRITE REG-MOVIMENTO.
           MOVE WS-SALDO-APOS
              TO WCA-CTA-SALDO(WCA-CTR-CTA(WCA-CTR-IDX)).
       3600-DEBITA-CONTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     QUITACAO NA DATA: PARCELAS VENCIDAS (VENCIMENTO NOMINAL ATE
      *     A DATA, OU JA LANCADAS EM ATRASO) E NAO PAGAS PELO VALOR
      *     CHEIO; SALDO DEVEDOR APOS A ULTIMA VENCIDA COM JUROS PRO
      *     RATA DIA DESDE O SEU VENCIMENTO. DATA ANTERIOR AO
      *     VENCIMENTO DA ULTIMA PAGA (PARCELA COBRADA NO MES ANTES DO
      *     DIA) DA PRO RATA NEGATIVO: O JURO NAO CORRIDO E DEVOLVIDO.
      *-----------------------------------------------------------------
       4000-APURA-QUITACAO.
           MOVE WCA-CTR-SISTEMA(WCA-CTR-IDX) TO WS-SISTEMA.
           CALL 'CALCEMP' USING WS-SISTEMA
               WCA-CTR-PRINC(WCA-CTR-IDX)
               WCA-CTR-TAXA(WCA-CTR-IDX)
               WCA-CTR-PRAZO(WCA-CTR-IDX)
               WCA-PLANO WS-TOTAL-PAGO WS-TOTAL-JUROS.

      *****PARCELAS COM VENCIMENTO NOMINAL ATE A DATA DA QUITACAO
           MOVE WCA-CTR-INI(WCA-CTR-IDX) TO WS-DATA-INI-AUX.
           COMPUTE WS-MESES-DECORRIDOS =
               ((QUI-ANO * 12) + QUI-MES)
               - ((INI-ANO * 12) + INI-MES).
           IF WS-MESES-DECORRIDOS GREATER THAN
              WCA-CTR-PRAZO(WCA-CTR-IDX)
               MOVE WCA-CTR-PRAZO(WCA-CTR-IDX)
                  TO WS-MESES-DECORRIDOS
           END-IF.
           IF WS-MESES-DECORRIDOS GREATER THAN ZERO
               MOVE WS-MESES-DECORRIDOS TO WS-PARCELA-ALVO
               PERFORM 4200-APURA-VENCIMENTO
                  THRU 4200-APURA-VENCIMENTO-FIM
               IF WS-DATA-VENC GREATER THAN WS-DATA-QUITACAO
                   SUBTRACT 1 FROM WS-MESES-DECORRIDOS
               END-IF
           END-IF.
           IF WS-MESES-DECORRIDOS LESS THAN ZERO
               MOVE ZEROS TO WS-MESES-DECORRIDOS
           END-IF.
           MOVE WS-MESES-DECORRIDOS TO WS-PARCELAS-VENCIDAS.
           IF WS-PARCELAS-VENCIDAS LESS THAN
              (WCA-CTR-PAGAS(WCA-CTR-IDX)
               + WCA-CTR-ATRASO(WCA-CTR-IDX))
               COMPUTE WS-PARCELAS-VENCIDAS =
                   WCA-CTR-PAGAS(WCA-CTR-IDX)
                   + WCA-CTR-ATRASO(WCA-CTR-IDX)
           END-IF.

           MOVE ZEROS TO WS-VAL-EM-ABERTO WS-VAL-A-VENCER.
           PERFORM 4100-SOMA-PARCELA
              THRU 4100-SOMA-PARCELA-FIM
              VARYING WS-PARCELA-NUM
                 FROM WCA-CTR-PAGAS(WCA-CTR-IDX) BY 1
              UNTIL WS-PARCELA-NUM NOT LESS THAN
                    WCA-CTR-PRAZO(WCA-CTR-IDX).

      *****SALDO DEVEDOR E DATA-BASE: A ULTIMA PARCELA VENCIDA
           IF WS-PARCELAS-VENCIDAS EQUAL ZEROS
               MOVE WCA-CTR-PRINC(WCA-CTR-IDX) TO WS-SALDO-BASE
               MOVE WCA-CTR-INI(WCA-CTR-IDX)   TO WS-DATA-BASE
           ELSE
               MOVE WCA-PLN-SALDO(WS-PARCELAS-VENCIDAS)
                  TO WS-SALDO-BASE
               MOVE WS-PARCELAS-VENCIDAS TO WS-PARCELA-ALVO
               PERFORM 4200-APURA-VENCIMENTO
                  THRU 4200-APURA-VENCIMENTO-FIM
               MOVE WS-DATA-VENC TO WS-DATA-BASE
           END-IF.

           MOVE WS-DATA-BASE TO WS-DATA-CONV.
           PERFORM 4300-NUMERO-DO-DIA
              THRU 4300-NUMERO-DO-DIA-FIM.
           MOVE WS-NUMERO-DIA TO WS-DIA-BASE.
           MOVE WS-DATA-QUITACAO TO WS-DATA-CONV.
           PERFORM 4300-NUMERO-DO-DIA
              THRU 4300-NUMERO-DO-DIA-FIM.
           COMPUTE WS-DIAS-PRO-RATA = WS-NUMERO-DIA - WS-DIA-BASE.

           COMPUTE WS-JUROS-PRO-RATA ROUNDED =
               WS-SALDO-BASE * WCA-CTR-TAXA(WCA-CTR-IDX)
               * WS-DIAS-PRO-RATA / 3000.
           COMPUTE WS-VALOR-QUITACAO =
               WS-VAL-EM-ABERTO + WS-SALDO-BASE + WS-JUROS-PRO-RATA.
       4000-APURA-QUITACAO-FIM.
           EXIT.

      *****PARCELA (NUMERO + 1): VENCIDA EM ABERTO OU A VENCER
       4100-SOMA-PARCELA.
           IF WS-PARCELA-NUM LESS THAN WS-PARCELAS-VENCIDAS
               ADD WCA-PLN-PARCELA(WS-PARCELA-NUM + 1)
                  TO WS-VAL-EM-ABERTO
           ELSE
               ADD WCA-PLN-PARCELA(WS-PARCELA-NUM + 1)
                  TO WS-VAL-A-VENCER
           END-IF.
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

       4300-NUMERO-DO-DIA.
           COMPUTE WS-ANO-ANTERIOR = CONV-ANO - 1.
           DIVIDE WS-ANO-ANTERIOR BY 4   GIVING WS-Q4 REMAINDER WS-R.
           DIVIDE WS-ANO-ANTERIOR BY 100 GIVING WS-Q100 REMAINDER WS-R.
           DIVIDE WS-ANO-ANTERIOR BY 400 GIVING WS-Q400 REMAINDER WS-R.
           COMPUTE WS-DIAS-ANOS =
               (WS-ANO-ANTERIOR * 365) + WS-Q4 - WS-Q100 + WS-Q400.

           MOVE CONV-ANO TO WS-ANO-BISSEXTO.
           CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO WS-BISSEXTO.
           MOVE CONV-DIA TO WS-DIA-DO-ANO.
           IF CONV-MES GREATER THAN 1
               PERFORM 4310-SOMA-DIAS-MES
                  THRU 4310-SOMA-DIAS-MES-FIM
                  VARYING WS-IDX-MES FROM 1 BY 1
                  UNTIL WS-IDX-MES GREATER THAN CONV-MES - 1
           END-IF.
           COMPUTE WS-NUMERO-DIA = WS-DIAS-ANOS + WS-DIA-DO-ANO.
       4300-NUMERO-DO-DIA-FIM.
           EXIT.

       4310-SOMA-DIAS-MES.
           ADD WCA-DIAS-MES-N(WS-IDX-MES) TO WS-DIA-DO-ANO.
           IF WS-IDX-MES EQUAL 2 AND WS-BISSEXTO EQUAL 'S'
               ADD 1 TO WS-DIA-DO-ANO
           END-IF.
       4310-SOMA-DIAS-MES-FIM.
           EXIT.

      *-----------------------------------------------------------------
       6000-REGRAVA-CONTRATOS.
           OPEN OUTPUT CONTRATOS.
           PERFORM 6100-GRAVA-CONTRATO
              THRU 6100-GRAVA-CONTRATO-FIM
              VARYING WCA-CTR-IDX FROM 1 BY 1
              UNTIL WCA-CTR-IDX GREATER THAN WCA-CTR-QTD.
           CLOSE CONTRATOS.
       6000-REGRAVA-CONTRATOS-FIM.
           EXIT.

       6100-GRAVA-CONTRATO.
           MOVE SPACES TO REG-CONTRATO.
           MOVE WCA-CTR-NUMERO(WCA-CTR-IDX)  TO CTR-NUMERO.
           MOVE WCA-CTR-CTA(WCA-CTR-IDX)     TO CTR-COD-CTA.
           MOVE WCA-CTR-SISTEMA(WCA-CTR-IDX) TO CTR-SISTEMA.
           MOVE WCA-CTR-PRINC(WCA-CTR-IDX)   TO CTR-PRINCIPAL.
           MOVE WCA-CTR-TAXA(WCA-CTR-IDX)    TO CTR-TAXA.
           MOVE WCA-CTR-PRAZO(WCA-CTR-IDX)   TO CTR-PRAZO.
           MOVE WCA-CTR-INI(WCA-CTR-IDX)     TO CTR-DATA-INI.
           MOVE WCA-CTR-PAGAS(WCA-CTR-IDX)   TO CTR-PAGAS.
           MOVE WCA-CTR-ATRASO(WCA-CTR-IDX)  TO CTR-ATRASO.
           MOVE WCA-CTR-STATUS(WCA-CTR-IDX)  TO CTR-STATUS.
           MOVE WCA-CTR-MODALIDADE(WCA-CTR-IDX) TO CTR-MODALIDADE.
           IF WCA-CTR-MATRICULA(WCA-CTR-IDX) GREATER THAN ZEROS
               MOVE WCA-CTR-MATRICULA(WCA-CTR-IDX) TO CTR-MATRICULA
           END-IF.
           MOVE WCA-CTR-CET-MENSAL(WCA-CTR-IDX) TO CTR-CET-MENSAL.
           MOVE WCA-CTR-CET-ANUAL(WCA-CTR-IDX)  TO CTR-CET-ANUAL.
           WRITE REG-CONTRATO.
       6100-GRAVA-CONTRATO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     PLANOSEMP01 E POR CONTA: AS PARCELAS DAS CONTAS COM
      *     CONTRATO REGERADO SAEM TODAS E ENTRA O PLANO NOVO; NAS
      *     QUITADAS SAEM SO AS QUE NAO VENCERAM
      *-----------------------------------------------------------------
       7000-REGRAVA-PLANOS.
           OPEN INPUT PLANOS.
           IF WSN-FS-PLANOS EQUAL ZEROS
               SET SW-FIM-NAO-PLE TO TRUE
               PERFORM 7010-LER-PLANO
                  THRU 7010-LER-PLANO-FIM
               PERFORM 7020-GUARDA-PLANO
                  THRU 7020-GUARDA-PLANO-FIM
                 UNTIL SW-FIM-SIM-PLE
               CLOSE PLANOS
           END-IF.

           OPEN OUTPUT PLANOS.
           PERFORM 7100-FILTRA-PLANO
              THRU 7100-FILTRA-PLANO-FIM
              VARYING WCA-PLE-IDX FROM 1 BY 1
              UNTIL WCA-PLE-IDX GREATER THAN WCA-PLE-QTD.
           PERFORM 7200-GERA-PLANO-NOVO
              THRU 7200-GERA-PLANO-NOVO-FIM
              VARYING WCA-CTR-IDX FROM 1 BY 1
              UNTIL WCA-CTR-IDX GREATER THAN WCA-CTR-QTD.
           CLOSE PLANOS.
       7000-REGRAVA-PLANOS-FIM.
           EXIT.

       7010-LER-PLANO.
           READ PLANOS
               AT END
                   SET SW-FIM-SIM-PLE TO TRUE
           END-READ.
       7010-LER-PLANO-FIM.
           EXIT.

      *****COM A TABELA CHEIA O PLANO NAO E REGRAVADO TRUNCADO
       7020-GUARDA-PLANO.
           IF WCA-PLE-QTD NOT LESS THAN 120000
               DISPLAY 'AMORTEMP01 - PLANOSEMP01 COM MAIS DE 120000 '
                       'PARCELAS - ABORTADO PARA NAO REGRAVAR '
                       'PLANO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-PLE-QTD.
           SET WCA-PLE-IDX TO WCA-PLE-QTD.
           MOVE REG-PLANO-PARCELA TO WCA-PLE-REG(WCA-PLE-IDX).
           PERFORM 7010-LER-PLANO
              THRU 7010-LER-PLANO-FIM.
       7020-GUARDA-PLANO-FIM.
           EXIT.

       7100-FILTRA-PLANO.
           MOVE WCA-PLE-REG(WCA-PLE-IDX) TO REG-PLANO-PARCELA.
           SET SW-ACHOU-NAO TO TRUE.
           SET WCA-CTR-IDX2 TO 1.
           SEARCH WCA-CTR-TAB VARYING WCA-CTR-IDX2
               AT END
                   CONTINUE
               WHEN WCA-CTR-IDX2 GREATER THAN WCA-CTR-QTD
                   CONTINUE
               WHEN WCA-CTR-CTA(WCA-CTR-IDX2) EQUAL PLE-COD-CTA
                AND WCA-CTR-PLANO(WCA-CTR-IDX2) NOT EQUAL SPACES
                   SET SW-ACHOU-SIM TO TRUE
           END-SEARCH.
           IF SW-ACHOU-SIM
               IF WCA-CTR-PLANO(WCA-CTR-IDX2) EQUAL 'R'
                   GO TO 7100-FILTRA-PLANO-FIM
               END-IF
               IF PLE-NUMERO GREATER THAN WCA-CTR-CORTE(WCA-CTR-IDX2)
                   GO TO 7100-FILTRA-PLANO-FIM
               END-IF
           END-IF.
           WRITE REG-PLANO-PARCELA.
           ADD 1 TO WS-QTD-PLANOS-GRAVADOS.
       7100-FILTRA-PLANO-FIM.
           EXIT.

       7200-GERA-PLANO-NOVO.
           IF WCA-CTR-PLANO(WCA-CTR-IDX) NOT EQUAL 'R'
               GO TO 7200-GERA-PLANO-NOVO-FIM
           END-IF.
           MOVE WCA-CTR-SISTEMA(WCA-CTR-IDX) TO WS-SISTEMA.
           CALL 'CALCEMP' USING WS-SISTEMA
               WCA-CTR-PRINC(WCA-CTR-IDX)
               WCA-CTR-TAXA(WCA-CTR-IDX)
               WCA-CTR-PRAZO(WCA-CTR-IDX)
               WCA-PLANO WS-TOTAL-PAGO WS-TOTAL-JUROS.
           PERFORM 7210-GRAVA-PARCELA
              THRU 7210-GRAVA-PARCELA-FIM
              VARYING WS-PARCELA-NUM FROM 1 BY 1
              UNTIL WS-PARCELA-NUM GREATER THAN
                    WCA-CTR-PRAZO(WCA-CTR-IDX).
       7200-GERA-PLANO-NOVO-FIM.
           EXIT.

       7210-GRAVA-PARCELA.
           MOVE SPACES TO REG-PLANO-PARCELA.
           MOVE WCA-CTR-CTA(WCA-CTR-IDX) TO PLE-COD-CTA.
           MOVE WS-PARCELA-NUM TO PLE-NUMERO.
           MOVE WCA-PLN-PARCELA(WS-PARCELA-NUM) TO PLE-PARCELA.
           MOVE WCA-PLN-JUROS(WS-PARCELA-NUM)   TO PLE-JUROS.
           MOVE WCA-PLN-AMORT(WS-PARCELA-NUM)   TO PLE-AMORT.
           MOVE WCA-PLN-SALDO(WS-PARCELA-NUM)   TO PLE-SALDO.
           WRITE REG-PLANO-PARCELA.
           ADD 1 TO WS-QTD-PLANOS-GRAVADOS.
       7210-GRAVA-PARCELA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           MOVE WS-QTD-QUITADOS    TO LT-QUITADOS.
           MOVE WS-TOT-QUITADO     TO LT-QUITADO.
           MOVE WS-QTD-AMORTIZADOS TO LT-AMORTIZADOS.
           MOVE WS-TOT-AMORTIZADO  TO LT-AMORTIZADO.
           MOVE WS-QTD-REJEITADOS  TO LT-REJEITADOS.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-LINHA-TOTAL-2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-LINHA-TOTAL-3 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           DISPLAY 'AMORTEMP01 - PEDIDOS: ' WS-QTD-PEDIDOS
                   ' QUITADOS: ' WS-QTD-QUITADOS
                   ' AMORTIZADOS: ' WS-QTD-AMORTIZADOS
                   ' REJEITADOS: ' WS-QTD-REJEITADOS
           CLOSE PEDIDOS
           CLOSE MOVIMENTO
           CLOSE RELATORIO.

           MOVE 0 TO WS-RC-FINAL.
           IF (WSN-FS-PEDIDOS NOT EQUAL 00 AND
                WSN-FS-PEDIDOS NOT EQUAL 10)   OR
               WSN-FS-CONTRATOS  NOT EQUAL 00   OR
               WSN-FS-MOVIMENTO  NOT EQUAL 00   OR
               WSN-FS-RELATORIO  NOT EQUAL 00
               DISPLAY 'AMORTEMP01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-QTD-REJEITADOS GREATER THAN ZERO
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF.
           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'ANTECIPACAO EMP - ' WS-QTD-QUITADOS ' QUITADOS '
                  WS-QTD-AMORTIZADOS ' AMORTIZADOS '
                  WS-QTD-REJEITADOS ' REJ'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM AMORTEMP01.
