      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Leitura do retorno de pagamentos de boletos de
      * cobranca (RETCOBR01) e liquidacao no cadastro BOLETO01. O
      * retorno so e aplicado se o trailer TRL bater com a quantidade
      * e a soma dos valores pagos dos detalhes (mesma conferencia do
      * TEDRET01). Para cada boleto emitido pago, o pagamento depois
      * do vencimento - prorrogado para o primeiro dia util quando cai
      * em fim de semana ou feriado (DIASEMANA e Feriados01.txt) - tem
      * multa sobre o valor e juros de mora ao mes pro rata pelos dias
      * corridos de atraso, contados pela aritmetica de datas do
      * DESAFIO11 (dias dos anos anteriores mais o dia do ano,
      * bissexto pela ANOBISSEXTO). O valor pago e creditado na conta
      * do beneficiario em Movimento01 (historico LIQUIDACAO BOLETO,
      * NSU da GERANSU, data de referencia do Controle01) liquido da
      * tarifa por boleto da linha BOLETO da TARIFTAB01. Nosso numero
      * desconhecido, boleto ja liquidado, baixado ou nao emitido nao
      * gera credito e sai como divergencia. O relatorio RETBOL01
      * lista as liquidacoes do dia e o resumo por beneficiario.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETBOL01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT BOLETOS ASSIGN TO 'BOLETO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-BOLETOS.

      *        RETORNO DE PAGAMENTOS DA COBRANCA
           SELECT RETORNO ASSIGN TO 'RETCOBR01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RETORNO.

           SELECT TARIFAS ASSIGN TO 'TARIFTAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-TARIFAS.

           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

           SELECT FERIADOS ASSIGN TO
               'C:\cobol\COBOL\DESAFIO\Feriados01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-FERIADOS.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT RELATORIO ASSIGN TO 'RETBOL01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

       DATA DIVISION.
      *
       FILE SECTION.
      *                CADASTRO DE BOLETOS (LEIAUTE DO MANUBOL01)
       FD BOLETOS.
       01 REG-BOLETO.
           05 BOL-NOSSO-NUMERO     PIC 9(10).
           05 BOL-COD-CTA          PIC 9(06).
           05 BOL-DOC-PAGADOR      PIC X(14).
           05 BOL-NOM-PAGADOR      PIC X(30).
           05 BOL-VALOR            PIC 9(09)V99.
           05 BOL-DAT-EMISSAO      PIC 9(08).
           05 BOL-DAT-VENC         PIC 9(08).
           05 BOL-PCT-MULTA        PIC 9(02)V99.
           05 BOL-PCT-JUROS        PIC 9(02)V99.
           05 BOL-STATUS           PIC X(01).
               88 BOL-REGISTRADO               VALUE 'R'.
               88 BOL-EMITIDO                  VALUE 'E'.
               88 BOL-PAGO                     VALUE 'P'.
               88 BOL-BAIXADO                  VALUE 'B'.
           05 BOL-LINHA-DIGITAVEL  PIC X(47).
           05 BOL-DAT-PAGTO        PIC 9(08).
           05 BOL-VAL-PAGO         PIC 9(09)V99.
           05 BOL-VAL-MULTA        PIC 9(09)V99.
           05 BOL-VAL-JUROS        PIC 9(09)V99.
           05 BOL-VAL-TARIFA       PIC 9(05)V99.
           05 BOL-NSU-CREDITO      PIC 9(09).

      *                DETALHE DO RETORNO: NOSSO NUMERO, DATA E VALOR
      *                PAGO; HEADER HDR E TRAILER TRL (QUANTIDADE E
      *                SOMA DOS VALORES PAGOS)
       FD RETORNO.
       01 REG-RETORNO.
           05 RBL-NOSSO-NUMERO     PIC 9(10).
           05 RBL-DAT-PAGTO        PIC 9(08).
           05 RBL-VAL-PAGO         PIC 9(09)V99.
       01 REG-RETORNO-TRL.
           05 FILLER               PIC X(03).
           05 RBT-QTD              PIC 9(06).
           05 RBT-HASH             PIC S9(11)V99
                                   SIGN LEADING SEPARATE.

      *                TABELA DE TARIFAS (LEIAUTE DO TARIFA01); A
      *                TARIFA POR BOLETO E O PRECO UNITARIO DA LINHA
      *                DE TIPO 'BOLETO'
       FD TARIFAS.
       01 REG-TARIFA.
           05 TAR-TIP-CTA          PIC X(14).
           05 TAR-QTD-FRANQUIA     PIC 9(04).
           05 TAR-PRECO-UNIT       PIC 9(05)V99.
           05 TAR-PRECO-PACOTE     PIC 9(05)V99.
           05 TAR-SALDO-ISENCAO    PIC 9(09)V99.

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

       FD FERIADOS.
       01 REG-FERIADO.
           05 FER-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 FER-AMBITO           PIC X(01).
           05 FILLER               PIC X(01).
           05 FER-DESCRICAO        PIC X(20).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(84).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-BOLETOS       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RETORNO       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-TARIFAS       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-FERIADOS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-BOLETOS           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-BOL               VALUE 'N'.
               88 SW-FIM-SIM-BOL               VALUE 'S'.
           05 SW-RETORNO           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-RET               VALUE 'N'.
               88 SW-FIM-SIM-RET               VALUE 'S'.
           05 SW-TARIFAS           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-TAR               VALUE 'N'.
               88 SW-FIM-SIM-TAR               VALUE 'S'.
           05 SW-FERIADOS          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-FER               VALUE 'N'.
               88 SW-FIM-SIM-FER               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.

      ****** CADASTRO DE BOLETOS, REGRAVADO AO FINAL COM A BAIXA *******
       01 WCA-BOLETOS.
           05 WCA-BOL-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-BOL-TAB OCCURS 20000 TIMES
                          INDEXED BY WCA-BOL-IDX.
               10 WCA-BOL-REG      PIC X(200).
       01 WS-BOL-ACHOU             PIC X(01) VALUE 'N'.
           88 BOLETO-ACHADO                    VALUE 'S'.

      ****** DETALHES DO RETORNO, CONFERIDOS COM O TRAILER *************
       01 WCA-RETORNOS.
           05 WCA-RET-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-RET-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-RET-IDX.
               10 WCA-RET-NOSSO-NUMERO PIC 9(10).
               10 WCA-RET-DAT-PAGTO    PIC 9(08).
               10 WCA-RET-VAL-PAGO     PIC 9(09)V99.
       01 WS-RET-HASH              PIC S9(11)V99 VALUE ZEROS.
       01 WS-TRL-LIDO              PIC X(01) VALUE 'N'.
           88 TRAILER-LIDO                     VALUE 'S'.
       01 WS-TRL-QTD               PIC 9(06) VALUE ZEROS.
       01 WS-TRL-HASH              PIC S9(11)V99 VALUE ZEROS.

      ****** LIQUIDACAO POR BENEFICIARIO, EM ORDEM DE CONTA ************
       01 WCA-BENEFICIARIOS.
           05 WCA-BEN-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-BEN-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-BEN-IDX.
               10 WCA-BEN-COD-CTA  PIC 9(06).
               10 WCA-BEN-QTD-BOL  PIC 9(05).
               10 WCA-BEN-PAGO     PIC 9(11)V99.
               10 WCA-BEN-TARIFA   PIC 9(09)V99.
               10 WCA-BEN-LIQUIDO  PIC 9(11)V99.
       01 WS-BEN-POSICAO           PIC 9(04) VALUE ZEROS.
       01 WS-BEN-DESLOCA           PIC 9(04) VALUE ZEROS.
       01 WS-BEN-ACHOU             PIC X(01) VALUE 'N'.
           88 BENEFICIARIO-ACHADO              VALUE 'S'.

      *****TARIFA POR BOLETO LIQUIDADO (LINHA 'BOLETO' DA TARIFTAB01)
       01 WS-TARIFA-BOLETO         PIC 9(05)V99 VALUE ZEROS.
       01 WS-TARIFA-ACHOU          PIC X(01) VALUE 'N'.
           88 TARIFA-ACHADA                    VALUE 'S'.

      *****FERIADOS PARA A PRORROGACAO DO VENCIMENTO
       01 WCA-FERIADOS.
           05 WCA-FER-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-FER-TAB OCCURS 50 TIMES
                          INDEXED BY WCA-FER-IDX.
               10 WCA-FER-DATA     PIC 9(08).

      *****VENCIMENTO PRORROGADO PARA O PRIMEIRO DIA UTIL
       01 WS-DATA-PRAZO            PIC 9(08) VALUE ZEROS.
       01 WS-DATA-PRAZO-R REDEFINES WS-DATA-PRAZO.
           05 PRZ-ANO              PIC 9(04).
           05 PRZ-MES              PIC 9(02).
           05 PRZ-DIA              PIC 9(02).
       01 WS-ULT-DIA-MES           PIC 9(02) VALUE ZEROS.
       01 WS-ANO-BISSEXTO          PIC S9(04) VALUE ZEROS.
       01 WS-BISSEXTO              PIC X(01) VALUE 'A'.
       01 WS-DIA-UTIL              PIC X(01) VALUE 'N'.
           88 EH-DIA-UTIL              VALUE 'S'.
       01 WS-DIA-CHAMADA           PIC 9(02) VALUE ZEROS.
       01 WS-MES-CHAMADA           PIC 9(02) VALUE ZEROS.
       01 WS-ANO-CHAMADA           PIC 9(04) VALUE ZEROS.
       01 WS-DIA-SEMANA            PIC 9(01) VALUE ZEROS.
           88 EH-FIM-DE-SEMANA         VALUES 1 2.
       01 WS-NOME-DIA              PIC X(09) VALUE SPACES.
       01 WS-NOME-MES              PIC X(09) VALUE SPACES.
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
       01 WS-DIA-VENC              PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-ATRASO           PIC 9(05) VALUE ZEROS.

      *****APURACAO DA LIQUIDACAO
       01 WS-VAL-MULTA             PIC 9(09)V99 VALUE ZEROS.
       01 WS-VAL-JUROS             PIC 9(09)V99 VALUE ZEROS.
       01 WS-VAL-DEVIDO            PIC 9(10)V99 VALUE ZEROS.
       01 WS-VAL-TARIFA            PIC 9(05)V99 VALUE ZEROS.
       01 WS-VAL-LIQUIDO           PIC 9(09)V99 VALUE ZEROS.
       01 WS-OCORRENCIA            PIC X(16) VALUE SPACES.
       01 WS-DIVERGENTE            PIC X(01) VALUE 'N'.
           88 RETORNO-DIVERGENTE               VALUE 'S'.

      *****NSU DO MOVIMENTO, FORNECIDO PELA ROTINA COMUM GERANSU
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.
       01 WS-TOT-PAGO              PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-ENCARGOS          PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-TARIFA            PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-LIQUIDO           PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-DIVERGENTE        PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-LIQUIDADOS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DIVERGENTES       PIC 9(05) VALUE ZEROS.

       01 LINE-DESIGN              PIC X(84)
               VALUES
           '*===========================================================
      -    '=======================*'.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(43) VALUE
               '*  LIQUIDACAO DE BOLETOS DE COBRANCA EM '.
           05 TR-DATA-REF          PIC 9999/99/99.
           05 FILLER               PIC X(31) VALUE
               '                              *'.

       01 WCA-SUBTITULO-RETORNO    PIC X(84) VALUE
           '  PAGAMENTOS DO RETORNO'.

       01 WCA-SUBTITULO-BENEF      PIC X(84) VALUE
           '  LIQUIDACAO POR BENEFICIARIO'.

       01 WCA-CABEC-RETORNO.
           05 FILLER               PIC X(14) VALUE
               '  NOSSO NUMERO'.
           05 FILLER               PIC X(08) VALUE '   CONTA'.
           05 FILLER               PIC X(12) VALUE
               '   PAGAMENTO'.
           05 FILLER               PIC X(14) VALUE
               '    VALOR PAGO'.
           05 FILLER               PIC X(11) VALUE
               '   ENCARGOS'.
           05 FILLER               PIC X(09) VALUE
               '   TARIFA'.
           05 FILLER               PIC X(16) VALUE
               '  OCORRENCIA'.

       01 WCA-LINHA-RETORNO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LR-NOSSO-NUMERO      PIC 9(10) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LR-CONTA             PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LR-PAGAMENTO         PIC 9999/99/99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LR-VALOR-PAGO        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LR-ENCARGOS          PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LR-TARIFA            PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LR-OCORRENCIA        PIC X(16) VALUE SPACES.

       01 WCA-CABEC-BENEF.
           05 FILLER               PIC X(08) VALUE '   CONTA'.
           05 FILLER               PIC X(07) VALUE '    QTD'.
           05 FILLER               PIC X(18) VALUE
               '        VALOR PAGO'.
           05 FILLER               PIC X(15) VALUE
               '        TARIFAS'.
           05 FILLER               PIC X(18) VALUE
               '  LIQUIDO CREDIT.'.

       01 WCA-LINHA-BENEF.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LB-CONTA             PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LB-QTD               PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LB-PAGO              PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LB-TARIFA            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LB-LIQUIDO           PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(16) VALUE
               '   LIQUIDADOS ='.
           05 LT-LIQUIDADOS        PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(07) VALUE '  R$'.
           05 LT-PAGO              PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(14) VALUE
               '  ENCARGOS R$'.
           05 LT-ENCARGOS          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-TOTAL-2.
           05 FILLER               PIC X(16) VALUE
               '   TARIFAS   R$'.
           05 LT-TARIFA            PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(17) VALUE
               '  CREDITADO   R$'.
           05 LT-LIQUIDO           PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-TOTAL-3.
           05 FILLER               PIC X(16) VALUE
               '   DIVERGENTES ='.
           05 LT-DIVERGENTES       PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(07) VALUE '  R$'.
           05 LT-DIVERGENTE        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(21) VALUE
               '  (SEM CREDITO)'.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'RETBOL01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 3000-TRATA-PAGAMENTO
              THRU 3000-TRATA-PAGAMENTO-FIM
              VARYING WCA-RET-IDX FROM 1 BY 1
              UNTIL WCA-RET-IDX GREATER THAN WCA-RET-QTD

           MOVE LINE-DESIGN TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WCA-SUBTITULO-BENEF TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WCA-CABEC-BENEF TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM 5500-IMPRIME-BENEFICIARIO
              THRU 5500-IMPRIME-BENEFICIARIO-FIM
              VARYING WCA-BEN-IDX FROM 1 BY 1
              UNTIL WCA-BEN-IDX GREATER THAN WCA-BEN-QTD

           PERFORM 6000-REGRAVA-BOLETOS
              THRU 6000-REGRAVA-BOLETOS-FIM

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
               DISPLAY 'RETBOL01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-CARREGA-TARIFA
              THRU 1100-CARREGA-TARIFA-FIM.
           PERFORM 1200-CARREGA-BOLETOS
              THRU 1200-CARREGA-BOLETOS-FIM.
           PERFORM 1300-CARREGA-RETORNO
              THRU 1300-CARREGA-RETORNO-FIM.
           PERFORM 1600-CARREGA-FERIADOS
              THRU 1600-CARREGA-FERIADOS-FIM.

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
           MOVE WCA-SUBTITULO-RETORNO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABEC-RETORNO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
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

      *****SEM A LINHA 'BOLETO' NA TARIFTAB01 A LIQUIDACAO SAI SEM
      *****TARIFA, COM AVISO NO LOG
       1100-CARREGA-TARIFA.
           OPEN INPUT TARIFAS.
           IF WSN-FS-TARIFAS NOT EQUAL ZEROS
               GO TO 1100-CARREGA-TARIFA-FIM
           END-IF.
           SET SW-FIM-NAO-TAR TO TRUE.
           PERFORM 1110-LER-TARIFA
              THRU 1110-LER-TARIFA-FIM.
           PERFORM 1120-TESTA-TARIFA
              THRU 1120-TESTA-TARIFA-FIM
             UNTIL SW-FIM-SIM-TAR
                OR TARIFA-ACHADA.
           CLOSE TARIFAS.
       1100-CARREGA-TARIFA-FIM.
           EXIT.

       1110-LER-TARIFA.
           READ TARIFAS
               AT END
                   SET SW-FIM-SIM-TAR TO TRUE
           END-READ.
       1110-LER-TARIFA-FIM.
           EXIT.

       1120-TESTA-TARIFA.
           IF TAR-TIP-CTA EQUAL 'BOLETO'
               MOVE 'S' TO WS-TARIFA-ACHOU
               MOVE TAR-PRECO-UNIT TO WS-TARIFA-BOLETO
           ELSE
               PERFORM 1110-LER-TARIFA
                  THRU 1110-LER-TARIFA-FIM
           END-IF.
       1120-TESTA-TARIFA-FIM.
           EXIT.

       1200-CARREGA-BOLETOS.
           OPEN INPUT BOLETOS.
           IF WSN-FS-BOLETOS NOT EQUAL ZEROS
               DISPLAY 'RETBOL01 - BOLETO01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-BOL TO TRUE.
           PERFORM 1210-LER-BOLETO
              THRU 1210-LER-BOLETO-FIM.
           PERFORM 1220-GUARDA-BOLETO
              THRU 1220-GUARDA-BOLETO-FIM
             UNTIL SW-FIM-SIM-BOL.
           CLOSE BOLETOS.
       1200-CARREGA-BOLETOS-FIM.
           EXIT.

       1210-LER-BOLETO.
           READ BOLETOS
               AT END
                   SET SW-FIM-SIM-BOL TO TRUE
           END-READ.
       1210-LER-BOLETO-FIM.
           EXIT.

      *****COM A TABELA CHEIA O LOTE ABORTA: A REGRAVACAO FINAL DO
      *****BOLETO01 SO E SEGURA SE O CADASTRO COUBE INTEIRO
       1220-GUARDA-BOLETO.
           IF WCA-BOL-QTD NOT LESS THAN 20000
               DISPLAY 'RETBOL01 - BOLETO01 COM MAIS DE 20000 '
                       'REGISTROS - ABORTADO PARA NAO REGRAVAR '
                       'CADASTRO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-BOL-QTD.
           SET WCA-BOL-IDX TO WCA-BOL-QTD.
           MOVE REG-BOLETO TO WCA-BOL-REG(WCA-BOL-IDX).
           PERFORM 1210-LER-BOLETO
              THRU 1210-LER-BOLETO-FIM.
       1220-GUARDA-BOLETO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CARGA E CONFERENCIA DO RETORNO: QUANTIDADE E SOMA DOS
      *     DETALHES TEM DE BATER COM O TRAILER, SENAO NADA E LIQUIDADO
      *-----------------------------------------------------------------
       1300-CARREGA-RETORNO.
           OPEN INPUT RETORNO.
           IF WSN-FS-RETORNO NOT EQUAL ZEROS
               DISPLAY 'RETBOL01 - SEM RETORNO DE COBRANCA NO DIA'
               MOVE ZEROS TO WSN-FS-RETORNO
               GO TO 1300-CARREGA-RETORNO-FIM
           END-IF.
           SET SW-FIM-NAO-RET TO TRUE.
           PERFORM 1310-LER-RETORNO
              THRU 1310-LER-RETORNO-FIM.
           PERFORM 1320-GUARDA-RETORNO
              THRU 1320-GUARDA-RETORNO-FIM
             UNTIL SW-FIM-SIM-RET.
           CLOSE RETORNO.

           IF NOT TRAILER-LIDO
              OR WS-TRL-QTD NOT EQUAL WCA-RET-QTD
              OR WS-TRL-HASH NOT EQUAL WS-RET-HASH
               DISPLAY 'RETBOL01 - RETCOBR01 NAO CONFERE COM O '
                       'TRAILER - NADA FOI LIQUIDADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       1300-CARREGA-RETORNO-FIM.
           EXIT.

       1310-LER-RETORNO.
           READ RETORNO
               AT END
                   SET SW-FIM-SIM-RET TO TRUE
           END-READ.
       1310-LER-RETORNO-FIM.
           EXIT.

       1320-GUARDA-RETORNO.
           EVALUATE REG-RETORNO(1:3)
               WHEN 'HDR'
                   CONTINUE
               WHEN 'TRL'
                   MOVE 'S'      TO WS-TRL-LIDO
                   MOVE RBT-QTD  TO WS-TRL-QTD
                   MOVE RBT-HASH TO WS-TRL-HASH
               WHEN OTHER
                   IF WCA-RET-QTD NOT LESS THAN 5000
                       DISPLAY 'RETBOL01 - RETCOBR01 COM MAIS DE '
                               '5000 DETALHES - NADA FOI LIQUIDADO'
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WCA-RET-QTD
                   SET WCA-RET-IDX TO WCA-RET-QTD
                   MOVE RBL-NOSSO-NUMERO
                     TO WCA-RET-NOSSO-NUMERO(WCA-RET-IDX)
                   MOVE RBL-DAT-PAGTO
                     TO WCA-RET-DAT-PAGTO(WCA-RET-IDX)
                   MOVE RBL-VAL-PAGO
                     TO WCA-RET-VAL-PAGO(WCA-RET-IDX)
                   ADD RBL-VAL-PAGO TO WS-RET-HASH
           END-EVALUATE.
           PERFORM 1310-LER-RETORNO
              THRU 1310-LER-RETORNO-FIM.
       1320-GUARDA-RETORNO-FIM.
           EXIT.

       1600-CARREGA-FERIADOS.
           OPEN INPUT FERIADOS.
           IF WSN-FS-FERIADOS NOT EQUAL ZEROS
               GO TO 1600-CARREGA-FERIADOS-FIM
           END-IF.
           SET SW-FIM-NAO-FER TO TRUE.
           PERFORM 1610-LER-FERIADO
              THRU 1610-LER-FERIADO-FIM.
           PERFORM 1620-GUARDA-FERIADO
              THRU 1620-GUARDA-FERIADO-FIM
             UNTIL SW-FIM-SIM-FER.
           CLOSE FERIADOS.
       1600-CARREGA-FERIADOS-FIM.
           EXIT.

       1610-LER-FERIADO.
           READ FERIADOS
               AT END
                   SET SW-FIM-SIM-FER TO TRUE
           END-READ.
       1610-LER-FERIADO-FIM.
           EXIT.

       1620-GUARDA-FERIADO.
           IF WCA-FER-QTD LESS THAN 50
               ADD 1 TO WCA-FER-QTD
               SET WCA-FER-IDX TO WCA-FER-QTD
               MOVE FER-DATA TO WCA-FER-DATA(WCA-FER-IDX)
           END-IF.
           PERFORM 1610-LER-FERIADO
              THRU 1610-LER-FERIADO-FIM.
       1620-GUARDA-FERIADO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     LIQUIDACAO DE UM PAGAMENTO DO RETORNO
      *-----------------------------------------------------------------
       3000-TRATA-PAGAMENTO.
           MOVE SPACES TO WS-OCORRENCIA.
           MOVE 'N'    TO WS-DIVERGENTE.
           MOVE ZEROS  TO WS-VAL-MULTA WS-VAL-JUROS WS-VAL-TARIFA
                          LR-CONTA.
           PERFORM 3100-PROCURA-BOLETO
              THRU 3100-PROCURA-BOLETO-FIM.

           IF NOT BOLETO-ACHADO
               MOVE 'S' TO WS-DIVERGENTE
               MOVE 'NAO ENCONTRADO' TO WS-OCORRENCIA
           ELSE
               MOVE WCA-BOL-REG(WCA-BOL-IDX) TO REG-BOLETO
               MOVE BOL-COD-CTA TO LR-CONTA
               EVALUATE TRUE
                   WHEN BOL-PAGO
                       MOVE 'S' TO WS-DIVERGENTE
                       MOVE 'JA LIQUIDADO' TO WS-OCORRENCIA
                   WHEN BOL-BAIXADO
                       MOVE 'S' TO WS-DIVERGENTE
                       MOVE 'BOLETO BAIXADO' TO WS-OCORRENCIA
                   WHEN NOT BOL-EMITIDO
                       MOVE 'S' TO WS-DIVERGENTE
                       MOVE 'NAO EMITIDO' TO WS-OCORRENCIA
               END-EVALUATE
           END-IF.

           IF RETORNO-DIVERGENTE
               ADD 1 TO WS-QTD-DIVERGENTES
               ADD WCA-RET-VAL-PAGO(WCA-RET-IDX) TO WS-TOT-DIVERGENTE
           ELSE
               PERFORM 3200-LIQUIDA-BOLETO
                  THRU 3200-LIQUIDA-BOLETO-FIM
           END-IF.

           MOVE WCA-RET-NOSSO-NUMERO(WCA-RET-IDX) TO LR-NOSSO-NUMERO.
           MOVE WCA-RET-DAT-PAGTO(WCA-RET-IDX)    TO LR-PAGAMENTO.
           MOVE WCA-RET-VAL-PAGO(WCA-RET-IDX)     TO LR-VALOR-PAGO.
           COMPUTE LR-ENCARGOS = WS-VAL-MULTA + WS-VAL-JUROS.
           MOVE WS-VAL-TARIFA                     TO LR-TARIFA.
           MOVE WS-OCORRENCIA                     TO LR-OCORRENCIA.
           MOVE WCA-LINHA-RETORNO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       3000-TRATA-PAGAMENTO-FIM.
           EXIT.

       3100-PROCURA-BOLETO.
           MOVE 'N' TO WS-BOL-ACHOU.
           PERFORM 3110-TESTA-BOLETO
              THRU 3110-TESTA-BOLETO-FIM
              VARYING WCA-BOL-IDX FROM 1 BY 1
              UNTIL WCA-BOL-IDX GREATER THAN WCA-BOL-QTD
                 OR BOLETO-ACHADO.
           IF BOLETO-ACHADO
               SET WCA-BOL-IDX DOWN BY 1
           END-IF.
       3100-PROCURA-BOLETO-FIM.
           EXIT.

       3110-TESTA-BOLETO.
           IF WCA-BOL-REG(WCA-BOL-IDX)(1:10) EQUAL
              WCA-RET-NOSSO-NUMERO(WCA-RET-IDX)
               MOVE 'S' TO WS-BOL-ACHOU
           END-IF.
       3110-TESTA-BOLETO-FIM.
           EXIT.

      *****PAGO DEPOIS DO VENCIMENTO PRORROGADO: MULTA SOBRE O VALOR E
      *****JUROS AO MES PRO RATA (MES DE 30 DIAS) PELOS DIAS CORRIDOS
      *****DESDE O VENCIMENTO ORIGINAL. O CREDITO E O VALOR PAGO MENOS
      *****A TARIFA; PAGAMENTO DIFERENTE DO DEVIDO E LIQUIDADO E
      *****SINALIZADO NO RELATORIO
       3200-LIQUIDA-BOLETO.
           MOVE 'LIQUIDADO' TO WS-OCORRENCIA.
           MOVE BOL-DAT-VENC TO WS-DATA-PRAZO.
           PERFORM 4100-TESTA-DIA-UTIL
              THRU 4100-TESTA-DIA-UTIL-FIM.
           PERFORM 4200-ROLA-UM-DIA
              THRU 4200-ROLA-UM-DIA-FIM
             UNTIL EH-DIA-UTIL.

           IF WCA-RET-DAT-PAGTO(WCA-RET-IDX) GREATER THAN WS-DATA-PRAZO
               MOVE BOL-DAT-VENC TO WS-DATA-CONV
               PERFORM 4300-NUMERO-DO-DIA
                  THRU 4300-NUMERO-DO-DIA-FIM
               MOVE WS-NUMERO-DIA TO WS-DIA-VENC
               MOVE WCA-RET-DAT-PAGTO(WCA-RET-IDX) TO WS-DATA-CONV
               PERFORM 4300-NUMERO-DO-DIA
                  THRU 4300-NUMERO-DO-DIA-FIM
               COMPUTE WS-DIAS-ATRASO = WS-NUMERO-DIA - WS-DIA-VENC
               COMPUTE WS-VAL-MULTA ROUNDED =
                   BOL-VALOR * BOL-PCT-MULTA / 100
               COMPUTE WS-VAL-JUROS ROUNDED =
                   BOL-VALOR * BOL-PCT-JUROS * WS-DIAS-ATRASO
                   / 3000
           END-IF.
           COMPUTE WS-VAL-DEVIDO =
               BOL-VALOR + WS-VAL-MULTA + WS-VAL-JUROS.
           IF WCA-RET-VAL-PAGO(WCA-RET-IDX) LESS THAN WS-VAL-DEVIDO
               MOVE 'PAGO A MENOR' TO WS-OCORRENCIA
           END-IF.
           IF WCA-RET-VAL-PAGO(WCA-RET-IDX) GREATER THAN WS-VAL-DEVIDO
               MOVE 'PAGO A MAIOR' TO WS-OCORRENCIA
           END-IF.

           MOVE WS-TARIFA-BOLETO TO WS-VAL-TARIFA.
           IF WS-VAL-TARIFA GREATER THAN WCA-RET-VAL-PAGO(WCA-RET-IDX)
               MOVE WCA-RET-VAL-PAGO(WCA-RET-IDX) TO WS-VAL-TARIFA
           END-IF.
           COMPUTE WS-VAL-LIQUIDO =
               WCA-RET-VAL-PAGO(WCA-RET-IDX) - WS-VAL-TARIFA.

           MOVE ZEROS TO WS-NSU.
           IF WS-VAL-LIQUIDO GREATER THAN ZEROS
               CALL 'GERANSU' USING WS-NSU
               MOVE BOL-COD-CTA         TO MOV-COD-CTA
               MOVE WCA-DATA-REFERENCIA TO MOV-DAT
               MOVE 'C'                 TO MOV-TIP
               MOVE 'T'                 TO MOV-FORMA
               MOVE WS-VAL-LIQUIDO      TO MOV-VAL
               MOVE 'LIQUIDACAO BOLETO' TO MOV-HIST
               MOVE WS-NSU              TO MOV-NSU
               WRITE REG-MOVIMENTO
           END-IF.

           SET BOL-PAGO TO TRUE.
           MOVE WCA-RET-DAT-PAGTO(WCA-RET-IDX) TO BOL-DAT-PAGTO.
           MOVE WCA-RET-VAL-PAGO(WCA-RET-IDX)  TO BOL-VAL-PAGO.
           MOVE WS-VAL-MULTA                   TO BOL-VAL-MULTA.
           MOVE WS-VAL-JUROS                   TO BOL-VAL-JUROS.
           MOVE WS-VAL-TARIFA                  TO BOL-VAL-TARIFA.
           MOVE WS-NSU                         TO BOL-NSU-CREDITO.
           MOVE REG-BOLETO TO WCA-BOL-REG(WCA-BOL-IDX).

           ADD 1 TO WS-QTD-LIQUIDADOS.
           ADD WCA-RET-VAL-PAGO(WCA-RET-IDX) TO WS-TOT-PAGO.
           ADD WS-VAL-MULTA WS-VAL-JUROS     TO WS-TOT-ENCARGOS.
           ADD WS-VAL-TARIFA                 TO WS-TOT-TARIFA.
           ADD WS-VAL-LIQUIDO                TO WS-TOT-LIQUIDO.
           PERFORM 5000-ACUMULA-BENEFICIARIO
              THRU 5000-ACUMULA-BENEFICIARIO-FIM.
       3200-LIQUIDA-BOLETO-FIM.
           EXIT.

       4100-TESTA-DIA-UTIL.
           MOVE 'S' TO WS-DIA-UTIL.
           MOVE PRZ-DIA TO WS-DIA-CHAMADA.
           MOVE PRZ-MES TO WS-MES-CHAMADA.
           MOVE PRZ-ANO TO WS-ANO-CHAMADA.
           CALL 'DIASEMANA' USING WS-DIA-CHAMADA WS-MES-CHAMADA
               WS-ANO-CHAMADA WS-DIA-SEMANA WS-NOME-DIA WS-NOME-MES.
           IF EH-FIM-DE-SEMANA
               MOVE 'N' TO WS-DIA-UTIL
           END-IF.
           IF EH-DIA-UTIL AND WCA-FER-QTD GREATER THAN ZERO
               PERFORM 4110-TESTA-FERIADO
                  THRU 4110-TESTA-FERIADO-FIM
                  VARYING WCA-FER-IDX FROM 1 BY 1
                  UNTIL WCA-FER-IDX GREATER THAN WCA-FER-QTD
                     OR NOT EH-DIA-UTIL
           END-IF.
       4100-TESTA-DIA-UTIL-FIM.
           EXIT.

       4110-TESTA-FERIADO.
           IF WS-DATA-PRAZO EQUAL WCA-FER-DATA(WCA-FER-IDX)
               MOVE 'N' TO WS-DIA-UTIL
           END-IF.
       4110-TESTA-FERIADO-FIM.
           EXIT.

       4200-ROLA-UM-DIA.
           MOVE WCA-DIAS-MES-N(PRZ-MES) TO WS-ULT-DIA-MES.
           IF PRZ-MES EQUAL 02
               MOVE PRZ-ANO TO WS-ANO-BISSEXTO
               CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO WS-BISSEXTO
               IF WS-BISSEXTO EQUAL 'S'
                   MOVE 29 TO WS-ULT-DIA-MES
               END-IF
           END-IF.
           IF PRZ-DIA LESS THAN WS-ULT-DIA-MES
               ADD 1 TO PRZ-DIA
           ELSE
               MOVE 01 TO PRZ-DIA
               IF PRZ-MES LESS THAN 12
                   ADD 1 TO PRZ-MES
               ELSE
                   MOVE 01 TO PRZ-MES
                   ADD 1 TO PRZ-ANO
               END-IF
           END-IF.
           PERFORM 4100-TESTA-DIA-UTIL
              THRU 4100-TESTA-DIA-UTIL-FIM.
       4200-ROLA-UM-DIA-FIM.
           EXIT.

      *****NUMERO DO DIA PELA REGRA DO DESAFIO11 (6100-CALCULA-DIAS-
      *****TOTAIS): DIAS ATE O FIM DO ANO ANTERIOR + DIA DO ANO
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
      *     RESUMO POR BENEFICIARIO: TABELA MANTIDA EM ORDEM DE CONTA,
      *     CONTA NOVA ENTRA NA POSICAO CERTA DESLOCANDO AS SEGUINTES
      *-----------------------------------------------------------------
       5000-ACUMULA-BENEFICIARIO.
           MOVE 'N' TO WS-BEN-ACHOU.
           COMPUTE WS-BEN-POSICAO = WCA-BEN-QTD + 1.
           PERFORM 5100-PROCURA-POSICAO
              THRU 5100-PROCURA-POSICAO-FIM
              VARYING WCA-BEN-IDX FROM 1 BY 1
              UNTIL WCA-BEN-IDX GREATER THAN WCA-BEN-QTD
                 OR WS-BEN-POSICAO NOT GREATER THAN WCA-BEN-QTD.

           IF NOT BENEFICIARIO-ACHADO
               IF WCA-BEN-QTD NOT LESS THAN 2000
                   DISPLAY 'RETBOL01 - MAIS DE 2000 BENEFICIARIOS '
                           'NO DIA - RESUMO INCOMPLETO'
                   GO TO 5000-ACUMULA-BENEFICIARIO-FIM
               END-IF
               PERFORM 5200-DESLOCA-BENEFICIARIO
                  THRU 5200-DESLOCA-BENEFICIARIO-FIM
                  VARYING WS-BEN-DESLOCA FROM WCA-BEN-QTD BY -1
                  UNTIL WS-BEN-DESLOCA LESS THAN WS-BEN-POSICAO
               ADD 1 TO WCA-BEN-QTD
               SET WCA-BEN-IDX TO WS-BEN-POSICAO
               MOVE BOL-COD-CTA TO WCA-BEN-COD-CTA(WCA-BEN-IDX)
               MOVE ZEROS TO WCA-BEN-QTD-BOL(WCA-BEN-IDX)
                             WCA-BEN-PAGO(WCA-BEN-IDX)
                             WCA-BEN-TARIFA(WCA-BEN-IDX)
                             WCA-BEN-LIQUIDO(WCA-BEN-IDX)
           END-IF.

           SET WCA-BEN-IDX TO WS-BEN-POSICAO.
           ADD 1 TO WCA-BEN-QTD-BOL(WCA-BEN-IDX).
           ADD WCA-RET-VAL-PAGO(WCA-RET-IDX)
             TO WCA-BEN-PAGO(WCA-BEN-IDX).
           ADD WS-VAL-TARIFA  TO WCA-BEN-TARIFA(WCA-BEN-IDX).
           ADD WS-VAL-LIQUIDO TO WCA-BEN-LIQUIDO(WCA-BEN-IDX).
       5000-ACUMULA-BENEFICIARIO-FIM.
           EXIT.

      *****PRIMEIRA CONTA IGUAL OU MAIOR QUE A DO BOLETO
       5100-PROCURA-POSICAO.
           IF WCA-BEN-COD-CTA(WCA-BEN-IDX) NOT LESS THAN BOL-COD-CTA
               SET WS-BEN-POSICAO TO WCA-BEN-IDX
               IF WCA-BEN-COD-CTA(WCA-BEN-IDX) EQUAL BOL-COD-CTA
                   MOVE 'S' TO WS-BEN-ACHOU
               END-IF
           END-IF.
       5100-PROCURA-POSICAO-FIM.
           EXIT.

       5200-DESLOCA-BENEFICIARIO.
           MOVE WCA-BEN-TAB(WS-BEN-DESLOCA)
             TO WCA-BEN-TAB(WS-BEN-DESLOCA + 1).
       5200-DESLOCA-BENEFICIARIO-FIM.
           EXIT.

       5500-IMPRIME-BENEFICIARIO.
           MOVE WCA-BEN-COD-CTA(WCA-BEN-IDX) TO LB-CONTA.
           MOVE WCA-BEN-QTD-BOL(WCA-BEN-IDX) TO LB-QTD.
           MOVE WCA-BEN-PAGO(WCA-BEN-IDX)    TO LB-PAGO.
           MOVE WCA-BEN-TARIFA(WCA-BEN-IDX)  TO LB-TARIFA.
           MOVE WCA-BEN-LIQUIDO(WCA-BEN-IDX) TO LB-LIQUIDO.
           MOVE WCA-LINHA-BENEF TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       5500-IMPRIME-BENEFICIARIO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       6000-REGRAVA-BOLETOS.
      *-----------------------------------------------------------------
           OPEN OUTPUT BOLETOS.
           PERFORM 6100-GRAVA-BOLETO
              THRU 6100-GRAVA-BOLETO-FIM
              VARYING WCA-BOL-IDX FROM 1 BY 1
              UNTIL WCA-BOL-IDX GREATER THAN WCA-BOL-QTD.
           CLOSE BOLETOS.
       6000-REGRAVA-BOLETOS-FIM.
           EXIT.

       6100-GRAVA-BOLETO.
           MOVE WCA-BOL-REG(WCA-BOL-IDX) TO REG-BOLETO.
           WRITE REG-BOLETO.
       6100-GRAVA-BOLETO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           MOVE WS-QTD-LIQUIDADOS  TO LT-LIQUIDADOS.
           MOVE WS-TOT-PAGO        TO LT-PAGO.
           MOVE WS-TOT-ENCARGOS    TO LT-ENCARGOS.
           MOVE WS-TOT-TARIFA      TO LT-TARIFA.
           MOVE WS-TOT-LIQUIDO     TO LT-LIQUIDO.
           MOVE WS-QTD-DIVERGENTES TO LT-DIVERGENTES.
           MOVE WS-TOT-DIVERGENTE  TO LT-DIVERGENTE.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-LINHA-TOTAL-2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-LINHA-TOTAL-3 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.
           CLOSE MOVIMENTO.

           DISPLAY 'RETBOL01 - PAGAMENTOS: ' WCA-RET-QTD
                   ' LIQUIDADOS: ' WS-QTD-LIQUIDADOS
                   ' DIVERGENTES: ' WS-QTD-DIVERGENTES

           MOVE 0 TO WS-RC-FINAL.
           IF WSN-FS-BOLETOS   NOT EQUAL 00 OR
              WSN-FS-MOVIMENTO NOT EQUAL 00 OR
              WSN-FS-RELATORIO NOT EQUAL 00
               DISPLAY 'RETBOL01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-QTD-DIVERGENTES GREATER THAN ZERO
              OR NOT TARIFA-ACHADA
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF.
           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           IF NOT TARIFA-ACHADA
               STRING 'LIQUIDACAO BOLETOS - ' WS-QTD-LIQUIDADOS
                      ' LIQ ' WS-QTD-DIVERGENTES ' DIVERG - SEM '
                      'TARIFA BOLETO'
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
           ELSE
               STRING 'LIQUIDACAO BOLETOS - ' WS-QTD-LIQUIDADOS
                      ' LIQ ' WS-QTD-DIVERGENTES ' DIVERG'
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
           END-IF.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM RETBOL01.
