      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Provisao para creditos de liquidacao duvidosa (PDD)
      * da carteira de emprestimos, no fechamento do mes. Cada
      * contrato ativo de CONTRATOS01 recebe um nivel de risco (AA a
      * H) pelos dias de atraso (vencimento nominal da parcela mais
      * antiga em aberto ate a data de referencia) e pelas parcelas
      * em atraso (CTR-ATRASO), na tabela de parametros RISCOPDD01:
      * uma linha por nivel, do melhor para o pior, com os dias e as
      * parcelas maximos do nivel e o percentual de provisao; o
      * contrato fica no primeiro nivel que comporta os dois (acima
      * de todos, no ultimo). Exemplo (escala da Res. 2682):
      *     AA 00000 000 00000   A  00014 001 00050
      *     B  00030 001 00100   C  00060 002 00300
      *     D  00090 003 01000   E  00120 004 03000
      *     F  00150 005 05000   G  00180 006 07000
      *     H  99999 999 10000
      * A base da provisao e o saldo devedor do contrato depois da
      * ultima parcela paga (plano do motor comum CALCEMP).
      * A posicao do mes (contrato, agencia, nivel, saldo e provisao)
      * fica em POSPDD01; o lote lanca em LANCTO01 so a variacao
      * contra a posicao anterior, como par debito/credito de mesmo
      * valor nos eventos CONSTITUICAO PDD (aumento) ou REVERSAO PDD
      * (reducao) do mapa MAPAEVENT01 - roda depois do GERACONT01 e
      * antes do BALANCETE01, que continua fechando. A posicao
      * anterior e guardada em POSPDDANT01: posicao ja apurada na
      * mesma data so e refeita com CTL-REPROCESSO = 'S' (depois de
      * regerar o LANCTO01), e entao a variacao e contra POSPDDANT01.
      * O relatorio PROVISAO01 (financeiro) traz um bloco por
      * agencia com os niveis de risco e a variacao da agencia, e o
      * resumo da carteira por nivel com o lancamento gerado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISAO01.
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

           SELECT ENTRADA ASSIGN TO 'ENTRADA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA.

           SELECT RISCOPDD ASSIGN TO 'RISCOPDD01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RISCOPDD.

           SELECT MAPAEVENT ASSIGN TO 'MAPAEVENT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MAPAEVENT.

           SELECT POSPDD ASSIGN TO 'POSPDD01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-POSPDD.

           SELECT POSPDDANT ASSIGN TO 'POSPDDANT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-POSPDDANT.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT LANCAMENTOS ASSIGN TO 'LANCTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-LANCAMENTOS.

           SELECT RELATORIO ASSIGN TO 'PROVISAO01'
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

       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
           05 SLD-CTA              PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 STA-CTA              PIC X(01).

      *                TABELA DE NIVEIS DE RISCO E PERCENTUAIS
       FD RISCOPDD.
       01 REG-RISCOPDD.
           05 RSC-NIVEL            PIC X(02).
           05 FILLER               PIC X(01).
           05 RSC-DIAS-MAX         PIC 9(05).
           05 FILLER               PIC X(01).
           05 RSC-PARC-MAX         PIC 9(03).
           05 FILLER               PIC X(01).
           05 RSC-PCT              PIC 9(03)V99.

       FD MAPAEVENT.
       01 REG-MAPAEVENT.
           05 MAP-HIST             PIC X(20).
           05 FILLER               PIC X(01).
           05 MAP-CONTA-DEB        PIC X(08).
           05 FILLER               PIC X(01).
           05 MAP-CONTA-CRED       PIC X(08).

      *                POSICAO DA PROVISAO (HDR COM A DATA + CONTRATOS)
       FD POSPDD.
       01 REG-POSPDD               PIC X(55).

       FD POSPDDANT.
       01 REG-POSPDDANT            PIC X(55).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).
      *****PARAMETROS DOS DEMAIS LOTES, DECLARADOS PARA POSICIONAR O
      *****SINALIZADOR DE REPROCESSO
           05 CTL-TAXA-POUPANCA       PIC 9(02)V9(04).
           05 CTL-MESES-DORMENCIA     PIC 9(02).
           05 CTL-LIMITE-AML          PIC 9(09)V99.
           05 CTL-PCT-REJEITOS        PIC 9(03).
           05 CTL-FILTRO-AGENCIA      PIC X(04).
           05 CTL-FILTRO-UF           PIC X(02).
           05 CTL-FILTRO-TIPO         PIC X(14).
           05 CTL-GERACOES-RETER      PIC 9(02).
           05 CTL-REPROCESSO          PIC X(01).

       FD LANCAMENTOS.
       01 REG-LANCAMENTO.
           05 LCT-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 LCT-CONTA            PIC X(08).
           05 FILLER               PIC X(01).
           05 LCT-DC               PIC X(01).
           05 FILLER               PIC X(01).
           05 LCT-VALOR            PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 LCT-HIST             PIC X(20).
           05 FILLER               PIC X(01).
           05 LCT-AGENCIA          PIC X(04).
           05 FILLER               PIC X(01).
           05 LCT-CENTRO           PIC X(06).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(84).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-CONTRATOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RISCOPDD      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MAPAEVENT     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-POSPDD        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-POSPDDANT     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-LANCAMENTOS   PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-CONTRATOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CTR               VALUE 'N'.
               88 SW-FIM-SIM-CTR               VALUE 'S'.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.
           05 SW-RISCOPDD          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-RSC               VALUE 'N'.
               88 SW-FIM-SIM-RSC               VALUE 'S'.
           05 SW-MAPAEVENT         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MAP               VALUE 'N'.
               88 SW-FIM-SIM-MAP               VALUE 'S'.
           05 SW-POSICAO           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-POS               VALUE 'N'.
               88 SW-FIM-SIM-POS               VALUE 'S'.

      *****AGENCIA POR CONTA, INDEXADA PELO NUMERO DA CONTA
       01 WCA-AGENCIA-CONTA.
           05 WCA-AG-CTA           PIC X(04) OCCURS 999999 TIMES
                                   VALUE SPACES.

      ****** TABELA DE NIVEIS DE RISCO CARREGADA DE RISCOPDD01 *********
       01 WCA-RISCOS.
           05 WCA-RSC-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-RSC-TAB OCCURS 10 TIMES
                          INDEXED BY WCA-RSC-IDX.
               10 WCA-RSC-NIVEL    PIC X(02).
               10 WCA-RSC-DIAS     PIC 9(05).
               10 WCA-RSC-PARC     PIC 9(03).
               10 WCA-RSC-PCT      PIC 9(03)V99.
               10 WCA-RSC-QTD-CTR  PIC 9(05).
               10 WCA-RSC-SALDO    PIC 9(13)V99.
               10 WCA-RSC-PROV     PIC 9(13)V99.
       01 WS-RISCO                 PIC 9(02) VALUE ZEROS.

      ****** MAPA DE EVENTOS CARREGADO EM MEMORIA **********************
       01 WCA-MAPA.
           05 WCA-MAP-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-MAP-TAB OCCURS 50 TIMES
                          INDEXED BY WCA-MAP-IDX.
               10 WCA-MAP-HIST     PIC X(20).
               10 WCA-MAP-DEB      PIC X(08).
               10 WCA-MAP-CRED     PIC X(08).
       01 WCA-MAP-ACHOU            PIC X(01) VALUE 'N'.
           88 EVENTO-MAPEADO                   VALUE 'S'.

      ****** PROVISAO POR AGENCIA (EM ORDEM DE AGENCIA) E NIVEL ********
       01 WCA-AGENCIAS.
           05 WCA-AGE-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-AGE-TAB OCCURS 300 TIMES
                          INDEXED BY WCA-AGE-IDX.
               10 WCA-AGE-COD      PIC X(04).
               10 WCA-AGE-ANTERIOR PIC 9(13)V99.
               10 WCA-AGE-QTD-CTR  PIC 9(05).
               10 WCA-AGE-SALDO    PIC 9(13)V99.
               10 WCA-AGE-PROV     PIC 9(13)V99.
               10 WCA-AGE-RSC OCCURS 10 TIMES.
                   15 WCA-AGE-RSC-QTD   PIC 9(05).
                   15 WCA-AGE-RSC-SALDO PIC 9(13)V99.
                   15 WCA-AGE-RSC-PROV  PIC 9(13)V99.
       01 WS-AGE-BUSCA             PIC X(04) VALUE SPACES.
       01 WS-AGE-POSICAO           PIC 9(03) VALUE ZEROS.
       01 WS-AGE-DESLOCA           PIC 9(03) VALUE ZEROS.
       01 WS-AGE-ACHOU             PIC X(01) VALUE 'N'.
           88 AGENCIA-ACHADA                   VALUE 'S'.

      ****** REGISTRO DA POSICAO (POSPDD01 / POSPDDANT01) **************
       01 WCA-POSICAO.
           05 PDP-NUMERO           PIC 9(06).
           05 FILLER               PIC X(01).
           05 PDP-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 PDP-AGENCIA          PIC X(04).
           05 FILLER               PIC X(01).
           05 PDP-NIVEL            PIC X(02).
           05 FILLER               PIC X(01).
           05 PDP-DIAS             PIC 9(05).
           05 FILLER               PIC X(01).
           05 PDP-SALDO            PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 PDP-PROVISAO         PIC 9(11)V99.
       01 WCA-POSICAO-HDR REDEFINES WCA-POSICAO.
           05 PDH-TIPO             PIC X(03).
           05 FILLER               PIC X(01).
           05 PDH-DATA             PIC 9(08).
           05 FILLER               PIC X(43).

      *****ORIGEM DA POSICAO ANTERIOR: POSPDD01 (MES ANTERIOR, COPIADA
      *****PARA POSPDDANT01), POSPDDANT01 (REPROCESSO) OU NENHUMA
       01 WS-ORIGEM-ANTERIOR       PIC X(01) VALUE 'N'.
           88 ANTERIOR-POSPDD                  VALUE 'P'.
           88 ANTERIOR-POSPDDANT               VALUE 'A'.
           88 ANTERIOR-NENHUMA                 VALUE 'N'.
       01 WS-DATA-ANTERIOR         PIC 9(08) VALUE ZEROS.
       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-REPROCESSO           PIC X(01) VALUE 'N'.
           88 WCA-REPROCESSO-SIM               VALUE 'S'.

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

      *****CLASSIFICACAO DO CONTRATO
       01 WS-SALDO-DEVEDOR         PIC 9(11)V99 VALUE ZEROS.
       01 WS-PROVISAO              PIC 9(11)V99 VALUE ZEROS.
       01 WS-DIAS-ATRASO           PIC S9(05) VALUE ZEROS.
       01 WS-DIA-VENCIMENTO        PIC 9(08) VALUE ZEROS.

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

      *****TOTAIS DA CARTEIRA E LANCAMENTO DA VARIACAO
       01 WS-TOT-ANTERIOR          PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-SALDO             PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-PROVISAO          PIC 9(13)V99 VALUE ZEROS.
       01 WS-VARIACAO              PIC S9(13)V99 VALUE ZEROS.
       01 WS-HIST-EVENTO           PIC X(20) VALUE SPACES.
       01 WS-VALOR-EVENTO          PIC 9(11)V99 VALUE ZEROS.
       01 WS-CONTA-DEB             PIC X(08) VALUE SPACES.
       01 WS-CONTA-CRED            PIC X(08) VALUE SPACES.
       77 WS-QTD-CONTRATOS         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ANTERIOR          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LANCAMENTOS       PIC 9(02) VALUE ZEROS.
       77 WS-QTD-SEM-MAPA          PIC 9(02) VALUE ZEROS.
       77 WS-QTD-AGE-EXCEDENTE     PIC 9(05) VALUE ZEROS.

       01 LINE-DESIGN              PIC X(84)
               VALUES
           '*===========================================================
      -    '=======================*'.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(51) VALUE
               '*     PROVISAO PARA CREDITOS DE LIQUIDACAO DUVIDOSA'.
           05 FILLER               PIC X(04) VALUE ' EM '.
           05 TR-DATA-REF          PIC 9999/99/99.
           05 FILLER               PIC X(19) VALUE
               '                  *'.

       01 WCA-CABEC-AGENCIA.
           05 FILLER               PIC X(11) VALUE '   AGENCIA '.
           05 CA-COD-AGENCIA       PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(69) VALUE SPACES.

       01 WCA-CABEC-COLUNAS.
           05 FILLER               PIC X(18) VALUE
               '     RISCO     QTD'.
           05 FILLER               PIC X(20) VALUE
               '       SALDO DEVEDOR'.
           05 FILLER               PIC X(09) VALUE '      PCT'.
           05 FILLER               PIC X(20) VALUE
               '            PROVISAO'.
           05 FILLER               PIC X(17) VALUE SPACES.

       01 WCA-LINHA-RISCO.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 LR-NIVEL             PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 LR-QTD               PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LR-SALDO             PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LR-PCT               PIC ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LR-PROVISAO          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-TOTAL.
           05 LTO-ROTULO           PIC X(13) VALUE SPACES.
           05 LTO-QTD              PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LTO-SALDO            PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 LTO-PROVISAO         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-VARIACAO.
           05 FILLER               PIC X(21) VALUE
               '     MES ANTERIOR R$'.
           05 LV-ANTERIOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(17) VALUE
               '    VARIACAO R$'.
           05 LV-VARIACAO          PIC --.---.---.--9,99 VALUE ZEROS.

       01 WCA-CABEC-CARTEIRA       PIC X(84) VALUE
           '   CARTEIRA POR NIVEL DE RISCO'.

       01 WCA-LINHA-LANCAMENTO.
           05 FILLER               PIC X(15) VALUE '   LANCAMENTO: '.
           05 LL-HIST              PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(04) VALUE ' R$'.
           05 LL-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(04) VALUE '  D '.
           05 LL-CONTA-DEB         PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(03) VALUE ' C '.
           05 LL-CONTA-CRED        PIC X(08) VALUE SPACES.

       01 WCA-LINHA-SEM-LANCAMENTO PIC X(84) VALUE
           '   SEM LANCAMENTO: PROVISAO IGUAL A DO MES ANTERIOR'.

       01 WS-ED-VALOR              PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'PROVISAO01'.
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

           PERFORM 5000-LANCA-VARIACAO
              THRU 5000-LANCA-VARIACAO-FIM

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
               DISPLAY 'PROVISAO01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-CARREGA-RISCOS
              THRU 1100-CARREGA-RISCOS-FIM.
           IF WCA-RSC-QTD EQUAL ZEROS
               DISPLAY 'PROVISAO01 - TABELA DE RISCO RISCOPDD01 '
                       'VAZIA OU AUSENTE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1300-CARREGA-MAPA
              THRU 1300-CARREGA-MAPA-FIM.
           PERFORM 1400-CARREGA-AGENCIAS
              THRU 1400-CARREGA-AGENCIAS-FIM.

           PERFORM 1500-CONFERE-POSICAO
              THRU 1500-CONFERE-POSICAO-FIM.

           OPEN INPUT CONTRATOS.
           IF WSN-FS-CONTRATOS NOT EQUAL ZEROS
               DISPLAY 'PROVISAO01 - CONTRATOS01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1600-CARREGA-ANTERIOR
              THRU 1600-CARREGA-ANTERIOR-FIM.

      *****POSICAO NOVA: HEADER COM A DATA DE REFERENCIA
           OPEN OUTPUT POSPDD.
           MOVE SPACES TO WCA-POSICAO.
           MOVE 'HDR' TO PDH-TIPO.
           MOVE WCA-DATA-REFERENCIA TO PDH-DATA.
           WRITE REG-POSPDD FROM WCA-POSICAO.

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
                       IF CTL-REPROCESSO EQUAL 'S'
                           SET WCA-REPROCESSO-SIM TO TRUE
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.
       1050-LE-CONTROLE-FIM.
           EXIT.

       1100-CARREGA-RISCOS.
           OPEN INPUT RISCOPDD.
           IF WSN-FS-RISCOPDD NOT EQUAL ZEROS
               GO TO 1100-CARREGA-RISCOS-FIM
           END-IF.
           SET SW-FIM-NAO-RSC TO TRUE.
           PERFORM 1110-LER-RISCO
              THRU 1110-LER-RISCO-FIM.
           PERFORM 1120-GUARDA-RISCO
              THRU 1120-GUARDA-RISCO-FIM
             UNTIL SW-FIM-SIM-RSC.
           CLOSE RISCOPDD.
       1100-CARREGA-RISCOS-FIM.
           EXIT.

       1110-LER-RISCO.
           READ RISCOPDD
               AT END
                   SET SW-FIM-SIM-RSC TO TRUE
           END-READ.
       1110-LER-RISCO-FIM.
           EXIT.

      *****LINHA COM CAMPO NAO NUMERICO E APONTADA E IGNORADA
       1120-GUARDA-RISCO.
           IF RSC-DIAS-MAX NOT NUMERIC OR RSC-PARC-MAX NOT NUMERIC
              OR RSC-PCT NOT NUMERIC OR RSC-PCT GREATER THAN 100
               DISPLAY 'PROVISAO01 - LINHA INVALIDA EM RISCOPDD01: '
                       REG-RISCOPDD
           ELSE
               IF WCA-RSC-QTD LESS THAN 10
                   ADD 1 TO WCA-RSC-QTD
                   SET WCA-RSC-IDX TO WCA-RSC-QTD
                   MOVE RSC-NIVEL    TO WCA-RSC-NIVEL(WCA-RSC-IDX)
                   MOVE RSC-DIAS-MAX TO WCA-RSC-DIAS(WCA-RSC-IDX)
                   MOVE RSC-PARC-MAX TO WCA-RSC-PARC(WCA-RSC-IDX)
                   MOVE RSC-PCT      TO WCA-RSC-PCT(WCA-RSC-IDX)
                   MOVE ZEROS TO WCA-RSC-QTD-CTR(WCA-RSC-IDX)
                                 WCA-RSC-SALDO(WCA-RSC-IDX)
                                 WCA-RSC-PROV(WCA-RSC-IDX)
               END-IF
           END-IF.
           PERFORM 1110-LER-RISCO
              THRU 1110-LER-RISCO-FIM.
       1120-GUARDA-RISCO-FIM.
           EXIT.

       1300-CARREGA-MAPA.
           OPEN INPUT MAPAEVENT.
           IF WSN-FS-MAPAEVENT NOT EQUAL ZEROS
               GO TO 1300-CARREGA-MAPA-FIM
           END-IF.
           SET SW-FIM-NAO-MAP TO TRUE.
           PERFORM 1310-LER-MAPA
              THRU 1310-LER-MAPA-FIM.
           PERFORM 1320-GUARDA-MAPA
              THRU 1320-GUARDA-MAPA-FIM
             UNTIL SW-FIM-SIM-MAP.
           CLOSE MAPAEVENT.
       1300-CARREGA-MAPA-FIM.
           EXIT.

       1310-LER-MAPA.
           READ MAPAEVENT
               AT END
                   SET SW-FIM-SIM-MAP TO TRUE
           END-READ.
       1310-LER-MAPA-FIM.
           EXIT.

       1320-GUARDA-MAPA.
           IF WCA-MAP-QTD LESS THAN 50
               ADD 1 TO WCA-MAP-QTD
               SET WCA-MAP-IDX TO WCA-MAP-QTD
               MOVE MAP-HIST       TO WCA-MAP-HIST(WCA-MAP-IDX)
               MOVE MAP-CONTA-DEB  TO WCA-MAP-DEB(WCA-MAP-IDX)
               MOVE MAP-CONTA-CRED TO WCA-MAP-CRED(WCA-MAP-IDX)
           END-IF.
           PERFORM 1310-LER-MAPA
              THRU 1310-LER-MAPA-FIM.
       1320-GUARDA-MAPA-FIM.
           EXIT.

       1400-CARREGA-AGENCIAS.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               GO TO 1400-CARREGA-AGENCIAS-FIM
           END-IF.
           SET SW-FIM-NAO TO TRUE.
           PERFORM 1410-LER-ENTRADA
              THRU 1410-LER-ENTRADA-FIM.
           PERFORM 1420-GUARDA-AGENCIA
              THRU 1420-GUARDA-AGENCIA-FIM
             UNTIL SW-FIM-SIM.
           CLOSE ENTRADA.
       1400-CARREGA-AGENCIAS-FIM.
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

       1420-GUARDA-AGENCIA.
           IF COD-CTA GREATER THAN ZERO
               MOVE COD-AGENCIA TO WCA-AG-CTA(COD-CTA)
           END-IF.
           PERFORM 1410-LER-ENTRADA
              THRU 1410-LER-ENTRADA-FIM.
       1420-GUARDA-AGENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     DE ONDE VEM A POSICAO ANTERIOR: POSPDD01 DE DATA ANTERIOR
      *     (CASO NORMAL); POSPDD01 DA PROPRIA DATA SO COM REPROCESSO,
      *     E ENTAO A BASE E A POSICAO GUARDADA EM POSPDDANT01; SEM
      *     POSPDD01 E A PRIMEIRA APURACAO (ANTERIOR ZERADA)
      *-----------------------------------------------------------------
       1500-CONFERE-POSICAO.
           SET ANTERIOR-NENHUMA TO TRUE.
           OPEN INPUT POSPDD.
           IF WSN-FS-POSPDD NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-POSPDD
               DISPLAY 'PROVISAO01 - POSPDD01 AUSENTE: PRIMEIRA '
                       'APURACAO, SEM POSICAO ANTERIOR'
               GO TO 1500-CONFERE-POSICAO-FIM
           END-IF.
           MOVE SPACES TO WCA-POSICAO.
           READ POSPDD INTO WCA-POSICAO
               AT END
                   CONTINUE
           END-READ.
           CLOSE POSPDD.
           IF PDH-TIPO NOT EQUAL 'HDR' OR PDH-DATA NOT NUMERIC
               DISPLAY 'PROVISAO01 - POSPDD01 SEM HEADER DE DATA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PDH-DATA TO WS-DATA-ANTERIOR.

           IF WS-DATA-ANTERIOR GREATER THAN WCA-DATA-REFERENCIA
               DISPLAY 'PROVISAO01 - POSICAO EM POSPDD01 ('
                       WS-DATA-ANTERIOR ') POSTERIOR A DATA DE '
                       'REFERENCIA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DATA-ANTERIOR LESS THAN WCA-DATA-REFERENCIA
               SET ANTERIOR-POSPDD TO TRUE
               GO TO 1500-CONFERE-POSICAO-FIM
           END-IF.

           IF NOT WCA-REPROCESSO-SIM
               DISPLAY 'PROVISAO01 - PROVISAO JA APURADA EM '
                       WS-DATA-ANTERIOR ' (REPROCESSO?)'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET ANTERIOR-POSPDDANT TO TRUE.
           MOVE ZEROS TO WS-DATA-ANTERIOR.
           DISPLAY 'PROVISAO01 - REPROCESSO DA DATA '
                   WCA-DATA-REFERENCIA ' CONTRA POSPDDANT01'.
       1500-CONFERE-POSICAO-FIM.
           EXIT.

      *****SOMA A POSICAO ANTERIOR POR AGENCIA; NO CASO NORMAL ELA E
      *****COPIADA PARA POSPDDANT01 ANTES DE POSPDD01 SER REGRAVADO
       1600-CARREGA-ANTERIOR.
           IF ANTERIOR-NENHUMA
               GO TO 1600-CARREGA-ANTERIOR-FIM
           END-IF.
           IF ANTERIOR-POSPDD
               OPEN INPUT POSPDD
               OPEN OUTPUT POSPDDANT
           ELSE
               OPEN INPUT POSPDDANT
               IF WSN-FS-POSPDDANT NOT EQUAL ZEROS
                   MOVE ZEROS TO WSN-FS-POSPDDANT
                   DISPLAY 'PROVISAO01 - POSPDDANT01 AUSENTE: '
                           'REPROCESSO SEM POSICAO ANTERIOR'
                   SET ANTERIOR-NENHUMA TO TRUE
                   GO TO 1600-CARREGA-ANTERIOR-FIM
               END-IF
           END-IF.
           SET SW-FIM-NAO-POS TO TRUE.
           PERFORM 1610-LER-ANTERIOR
              THRU 1610-LER-ANTERIOR-FIM.
           PERFORM 1620-SOMA-ANTERIOR
              THRU 1620-SOMA-ANTERIOR-FIM
             UNTIL SW-FIM-SIM-POS.
           IF ANTERIOR-POSPDD
               CLOSE POSPDD
           END-IF.
           CLOSE POSPDDANT.
       1600-CARREGA-ANTERIOR-FIM.
           EXIT.

       1610-LER-ANTERIOR.
           IF ANTERIOR-POSPDD
               READ POSPDD INTO WCA-POSICAO
                   AT END
                       SET SW-FIM-SIM-POS TO TRUE
               END-READ
           ELSE
               READ POSPDDANT INTO WCA-POSICAO
                   AT END
                       SET SW-FIM-SIM-POS TO TRUE
               END-READ
           END-IF.
       1610-LER-ANTERIOR-FIM.
           EXIT.

       1620-SOMA-ANTERIOR.
           IF ANTERIOR-POSPDD
               WRITE REG-POSPDDANT FROM WCA-POSICAO
           END-IF.
           IF PDH-TIPO EQUAL 'HDR'
               IF ANTERIOR-POSPDDANT
                   MOVE PDH-DATA TO WS-DATA-ANTERIOR
               END-IF
           ELSE
               IF PDP-PROVISAO NUMERIC
                   ADD 1 TO WS-QTD-ANTERIOR
                   ADD PDP-PROVISAO TO WS-TOT-ANTERIOR
                   MOVE PDP-AGENCIA TO WS-AGE-BUSCA
                   PERFORM 4000-LOCALIZA-AGENCIA
                      THRU 4000-LOCALIZA-AGENCIA-FIM
                   IF AGENCIA-ACHADA
                       ADD PDP-PROVISAO
                         TO WCA-AGE-ANTERIOR(WCA-AGE-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 1610-LER-ANTERIOR
              THRU 1610-LER-ANTERIOR-FIM.
       1620-SOMA-ANTERIOR-FIM.
           EXIT.

       1700-LER-CONTRATO.
           READ CONTRATOS
               AT END
                   SET SW-FIM-SIM-CTR TO TRUE
           END-READ.
       1700-LER-CONTRATO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CADA CONTRATO ATIVO: SALDO DEVEDOR, DIAS DE ATRASO, NIVEL
      *     DE RISCO E PROVISAO; ACUMULA POR AGENCIA E NIVEL E GRAVA A
      *     POSICAO DO CONTRATO
      *-----------------------------------------------------------------
       3000-PROCESSO.
           IF CTR-STATUS NOT EQUAL 'A'
               GO TO 3000-PROCESSO-LEITURA
           END-IF.
           ADD 1 TO WS-QTD-CONTRATOS.

           MOVE CTR-SISTEMA TO WS-SISTEMA.
           CALL 'CALCEMP' USING WS-SISTEMA CTR-PRINCIPAL CTR-TAXA
               CTR-PRAZO WCA-PLANO WS-TOTAL-PAGO WS-TOTAL-JUROS.
           IF CTR-PAGAS EQUAL ZEROS
               MOVE CTR-PRINCIPAL TO WS-SALDO-DEVEDOR
           ELSE
               IF CTR-PAGAS NOT LESS THAN CTR-PRAZO
                   MOVE ZEROS TO WS-SALDO-DEVEDOR
               ELSE
                   MOVE WCA-PLN-SALDO(CTR-PAGAS) TO WS-SALDO-DEVEDOR
               END-IF
           END-IF.

           PERFORM 3100-DIAS-ATRASO
              THRU 3100-DIAS-ATRASO-FIM.
           PERFORM 3300-CLASSIFICA-RISCO
              THRU 3300-CLASSIFICA-RISCO-FIM.
           COMPUTE WS-PROVISAO ROUNDED =
               WS-SALDO-DEVEDOR * WCA-RSC-PCT(WS-RISCO) / 100.

           ADD 1                TO WCA-RSC-QTD-CTR(WS-RISCO).
           ADD WS-SALDO-DEVEDOR TO WCA-RSC-SALDO(WS-RISCO)
                                   WS-TOT-SALDO.
           ADD WS-PROVISAO      TO WCA-RSC-PROV(WS-RISCO)
                                   WS-TOT-PROVISAO.

           IF CTR-COD-CTA GREATER THAN ZERO
              AND WCA-AG-CTA(CTR-COD-CTA) NOT EQUAL SPACES
               MOVE WCA-AG-CTA(CTR-COD-CTA) TO WS-AGE-BUSCA
           ELSE
               MOVE '????' TO WS-AGE-BUSCA
           END-IF.
           PERFORM 4000-LOCALIZA-AGENCIA
              THRU 4000-LOCALIZA-AGENCIA-FIM.
           IF AGENCIA-ACHADA
               ADD 1                TO WCA-AGE-QTD-CTR(WCA-AGE-IDX)
                              WCA-AGE-RSC-QTD(WCA-AGE-IDX WS-RISCO)
               ADD WS-SALDO-DEVEDOR TO WCA-AGE-SALDO(WCA-AGE-IDX)
                              WCA-AGE-RSC-SALDO(WCA-AGE-IDX WS-RISCO)
               ADD WS-PROVISAO      TO WCA-AGE-PROV(WCA-AGE-IDX)
                              WCA-AGE-RSC-PROV(WCA-AGE-IDX WS-RISCO)
           END-IF.

           MOVE SPACES           TO WCA-POSICAO.
           MOVE CTR-NUMERO       TO PDP-NUMERO.
           MOVE CTR-COD-CTA      TO PDP-COD-CTA.
           MOVE WS-AGE-BUSCA     TO PDP-AGENCIA.
           MOVE WCA-RSC-NIVEL(WS-RISCO) TO PDP-NIVEL.
           MOVE WS-DIAS-ATRASO   TO PDP-DIAS.
           MOVE WS-SALDO-DEVEDOR TO PDP-SALDO.
           MOVE WS-PROVISAO      TO PDP-PROVISAO.
           WRITE REG-POSPDD FROM WCA-POSICAO.
       3000-PROCESSO-LEITURA.
           PERFORM 1700-LER-CONTRATO
              THRU 1700-LER-CONTRATO-FIM.
       3000-PROCESSO-FIM.
           EXIT.

      *****DIAS DE ATRASO: DO VENCIMENTO NOMINAL DA PARCELA MAIS
      *****ANTIGA EM ABERTO (PAGAS + 1) ATE A DATA DE REFERENCIA;
      *****SEM PARCELA EM ATRASO, ZERO
       3100-DIAS-ATRASO.
           MOVE ZEROS TO WS-DIAS-ATRASO.
           IF CTR-ATRASO EQUAL ZEROS
               GO TO 3100-DIAS-ATRASO-FIM
           END-IF.
           MOVE CTR-DATA-INI TO WS-DATA-INI-AUX.
           COMPUTE WS-PARCELA-ALVO = CTR-PAGAS + 1.
           PERFORM 3200-APURA-VENCIMENTO
              THRU 3200-APURA-VENCIMENTO-FIM.

           MOVE WS-DATA-VENC TO WS-DATA-CONV.
           PERFORM 4300-NUMERO-DO-DIA
              THRU 4300-NUMERO-DO-DIA-FIM.
           MOVE WS-NUMERO-DIA TO WS-DIA-VENCIMENTO.
           MOVE WCA-DATA-REFERENCIA TO WS-DATA-CONV.
           PERFORM 4300-NUMERO-DO-DIA
              THRU 4300-NUMERO-DO-DIA-FIM.
           COMPUTE WS-DIAS-ATRASO = WS-NUMERO-DIA - WS-DIA-VENCIMENTO.
           IF WS-DIAS-ATRASO LESS THAN ZERO
               MOVE ZEROS TO WS-DIAS-ATRASO
           END-IF.
       3100-DIAS-ATRASO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     VENCIMENTO NOMINAL DA PARCELA ALVO (MESMA REGRA DO
      *     COBRAEMP01, SEM O ROLAMENTO PARA DIA UTIL)
      *-----------------------------------------------------------------
       3200-APURA-VENCIMENTO.
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
       3200-APURA-VENCIMENTO-FIM.
           EXIT.

      *****PRIMEIRO NIVEL DA TABELA QUE COMPORTA OS DIAS E AS
      *****PARCELAS EM ATRASO; ACIMA DE TODOS, O ULTIMO (PIOR)
       3300-CLASSIFICA-RISCO.
           MOVE WCA-RSC-QTD TO WS-RISCO.
           SET WCA-RSC-IDX TO 1.
           SEARCH WCA-RSC-TAB
               AT END
                   CONTINUE
               WHEN WCA-RSC-IDX GREATER THAN WCA-RSC-QTD
                   CONTINUE
               WHEN WS-DIAS-ATRASO NOT GREATER THAN
                    WCA-RSC-DIAS(WCA-RSC-IDX)
                AND CTR-ATRASO NOT GREATER THAN
                    WCA-RSC-PARC(WCA-RSC-IDX)
                   SET WS-RISCO TO WCA-RSC-IDX
           END-SEARCH.
       3300-CLASSIFICA-RISCO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     LOCALIZA A AGENCIA NA TABELA EM ORDEM; SE NAO HOUVER,
      *     INSERE NA POSICAO (DESLOCANDO AS MAIORES)
      *-----------------------------------------------------------------
       4000-LOCALIZA-AGENCIA.
           MOVE 'N' TO WS-AGE-ACHOU.
           COMPUTE WS-AGE-POSICAO = WCA-AGE-QTD + 1.
           PERFORM 4100-PROCURA-POSICAO
              THRU 4100-PROCURA-POSICAO-FIM
              VARYING WCA-AGE-IDX FROM 1 BY 1
              UNTIL WCA-AGE-IDX GREATER THAN WCA-AGE-QTD
                 OR WS-AGE-POSICAO NOT GREATER THAN WCA-AGE-QTD.

           IF NOT AGENCIA-ACHADA
               IF WCA-AGE-QTD NOT LESS THAN 300
                   ADD 1 TO WS-QTD-AGE-EXCEDENTE
                   GO TO 4000-LOCALIZA-AGENCIA-FIM
               END-IF
               PERFORM 4200-DESLOCA-AGENCIA
                  THRU 4200-DESLOCA-AGENCIA-FIM
                  VARYING WS-AGE-DESLOCA FROM WCA-AGE-QTD BY -1
                  UNTIL WS-AGE-DESLOCA LESS THAN WS-AGE-POSICAO
               ADD 1 TO WCA-AGE-QTD
               SET WCA-AGE-IDX TO WS-AGE-POSICAO
               INITIALIZE WCA-AGE-TAB(WCA-AGE-IDX)
               MOVE WS-AGE-BUSCA TO WCA-AGE-COD(WCA-AGE-IDX)
               MOVE 'S' TO WS-AGE-ACHOU
           END-IF.
           SET WCA-AGE-IDX TO WS-AGE-POSICAO.
       4000-LOCALIZA-AGENCIA-FIM.
           EXIT.

      *****PRIMEIRA AGENCIA IGUAL OU MAIOR QUE A PROCURADA
       4100-PROCURA-POSICAO.
           IF WCA-AGE-COD(WCA-AGE-IDX) NOT LESS THAN WS-AGE-BUSCA
               SET WS-AGE-POSICAO TO WCA-AGE-IDX
               IF WCA-AGE-COD(WCA-AGE-IDX) EQUAL WS-AGE-BUSCA
                   MOVE 'S' TO WS-AGE-ACHOU
               END-IF
           END-IF.
       4100-PROCURA-POSICAO-FIM.
           EXIT.

       4200-DESLOCA-AGENCIA.
           MOVE WCA-AGE-TAB(WS-AGE-DESLOCA)
             TO WCA-AGE-TAB(WS-AGE-DESLOCA + 1).
       4200-DESLOCA-AGENCIA-FIM.
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
      *     SO A VARIACAO CONTRA A POSICAO ANTERIOR VAI PARA O FEED:
      *     AUMENTO = CONSTITUICAO PDD, REDUCAO = REVERSAO PDD, COMO
      *     PAR DEBITO/CREDITO DE MESMO VALOR NAS CONTAS DO MAPA
      *     (EVENTO SEM MAPA CAI NAS CONTAS TRANSITORIAS 99999999)
      *-----------------------------------------------------------------
       5000-LANCA-VARIACAO.
           CLOSE CONTRATOS
           CLOSE POSPDD.
           COMPUTE WS-VARIACAO = WS-TOT-PROVISAO - WS-TOT-ANTERIOR.
           IF WS-VARIACAO EQUAL ZEROS
               GO TO 5000-LANCA-VARIACAO-FIM
           END-IF.
           IF WS-VARIACAO GREATER THAN ZERO
               MOVE 'CONSTITUICAO PDD' TO WS-HIST-EVENTO
               MOVE WS-VARIACAO TO WS-VALOR-EVENTO
           ELSE
               MOVE 'REVERSAO PDD'     TO WS-HIST-EVENTO
               COMPUTE WS-VALOR-EVENTO = 0 - WS-VARIACAO
           END-IF.

           MOVE 'N' TO WCA-MAP-ACHOU.
           PERFORM 5100-PROCURA-MAPA
              THRU 5100-PROCURA-MAPA-FIM
              VARYING WCA-MAP-IDX FROM 1 BY 1
              UNTIL WCA-MAP-IDX GREATER THAN WCA-MAP-QTD
                 OR EVENTO-MAPEADO.
           IF EVENTO-MAPEADO
               SET WCA-MAP-IDX DOWN BY 1
               MOVE WCA-MAP-DEB(WCA-MAP-IDX)  TO WS-CONTA-DEB
               MOVE WCA-MAP-CRED(WCA-MAP-IDX) TO WS-CONTA-CRED
           ELSE
               MOVE '99999999' TO WS-CONTA-DEB WS-CONTA-CRED
               ADD 1 TO WS-QTD-SEM-MAPA
               DISPLAY 'PROVISAO01 - EVENTO ' WS-HIST-EVENTO
                       ' SEM MAPA (CONTAS TRANSITORIAS)'
           END-IF.

           OPEN EXTEND LANCAMENTOS.
           IF WSN-FS-LANCAMENTOS NOT EQUAL ZEROS
               OPEN OUTPUT LANCAMENTOS
           END-IF.
      *****PROVISAO DO BANCO: SEM AGENCIA (O RAZAO ACUMULA EM '0000')
      *****E SEM CENTRO DE CUSTO
           MOVE SPACES              TO REG-LANCAMENTO.
           MOVE WCA-DATA-REFERENCIA TO LCT-DATA.
           MOVE WS-CONTA-DEB        TO LCT-CONTA.
           MOVE 'D'                 TO LCT-DC.
           MOVE WS-VALOR-EVENTO     TO LCT-VALOR.
           MOVE WS-HIST-EVENTO      TO LCT-HIST.
           MOVE SPACES              TO LCT-AGENCIA LCT-CENTRO.
           WRITE REG-LANCAMENTO.

           MOVE SPACES              TO REG-LANCAMENTO.
           MOVE WCA-DATA-REFERENCIA TO LCT-DATA.
           MOVE WS-CONTA-CRED       TO LCT-CONTA.
           MOVE 'C'                 TO LCT-DC.
           MOVE WS-VALOR-EVENTO     TO LCT-VALOR.
           MOVE WS-HIST-EVENTO      TO LCT-HIST.
           MOVE SPACES              TO LCT-AGENCIA LCT-CENTRO.
           WRITE REG-LANCAMENTO.
           ADD 2 TO WS-QTD-LANCAMENTOS.
           CLOSE LANCAMENTOS.
       5000-LANCA-VARIACAO-FIM.
           EXIT.

       5100-PROCURA-MAPA.
           IF WS-HIST-EVENTO EQUAL WCA-MAP-HIST(WCA-MAP-IDX)
               SET EVENTO-MAPEADO TO TRUE
           END-IF.
       5100-PROCURA-MAPA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     RELATORIO DO FINANCEIRO: UM BLOCO POR AGENCIA COM OS NIVEIS
      *     DE RISCO E A VARIACAO DA AGENCIA; RESUMO DA CARTEIRA POR
      *     NIVEL E O LANCAMENTO GERADO
      *-----------------------------------------------------------------
       6000-GRAVA-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE WCA-DATA-REFERENCIA TO TR-DATA-REF.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM 6100-IMPRIME-AGENCIA
              THRU 6100-IMPRIME-AGENCIA-FIM
              VARYING WCA-AGE-IDX FROM 1 BY 1
              UNTIL WCA-AGE-IDX GREATER THAN WCA-AGE-QTD.

           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABEC-CARTEIRA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABEC-COLUNAS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 6300-IMPRIME-NIVEL-CARTEIRA
              THRU 6300-IMPRIME-NIVEL-CARTEIRA-FIM
              VARYING WCA-RSC-IDX FROM 1 BY 1
              UNTIL WCA-RSC-IDX GREATER THAN WCA-RSC-QTD.

           MOVE '     TOTAL   '  TO LTO-ROTULO.
           MOVE WS-QTD-CONTRATOS TO LTO-QTD.
           MOVE WS-TOT-SALDO     TO LTO-SALDO.
           MOVE WS-TOT-PROVISAO  TO LTO-PROVISAO.
           MOVE WCA-LINHA-TOTAL  TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-TOT-ANTERIOR  TO LV-ANTERIOR.
           MOVE WS-VARIACAO      TO LV-VARIACAO.
           MOVE WCA-LINHA-VARIACAO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF WS-QTD-LANCAMENTOS EQUAL ZEROS
               MOVE WCA-LINHA-SEM-LANCAMENTO TO REG-RELATORIO
           ELSE
               MOVE WS-HIST-EVENTO  TO LL-HIST
               MOVE WS-VALOR-EVENTO TO LL-VALOR
               MOVE WS-CONTA-DEB    TO LL-CONTA-DEB
               MOVE WS-CONTA-CRED   TO LL-CONTA-CRED
               MOVE WCA-LINHA-LANCAMENTO TO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO BEFORE 2 LINES.
           CLOSE RELATORIO.
       6000-GRAVA-RELATORIO-FIM.
           EXIT.

      *****AGENCIA SO DA POSICAO ANTERIOR (SEM CONTRATO ATIVO NO MES)
      *****SAI SEM NIVEIS, SO COM A REVERSAO
       6100-IMPRIME-AGENCIA.
           MOVE WCA-AGE-COD(WCA-AGE-IDX) TO CA-COD-AGENCIA.
           MOVE WCA-CABEC-AGENCIA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABEC-COLUNAS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 6200-IMPRIME-NIVEL-AGENCIA
              THRU 6200-IMPRIME-NIVEL-AGENCIA-FIM
              VARYING WCA-RSC-IDX FROM 1 BY 1
              UNTIL WCA-RSC-IDX GREATER THAN WCA-RSC-QTD.

           MOVE '     TOTAL   ' TO LTO-ROTULO.
           MOVE WCA-AGE-QTD-CTR(WCA-AGE-IDX) TO LTO-QTD.
           MOVE WCA-AGE-SALDO(WCA-AGE-IDX)   TO LTO-SALDO.
           MOVE WCA-AGE-PROV(WCA-AGE-IDX)    TO LTO-PROVISAO.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-AGE-ANTERIOR(WCA-AGE-IDX) TO LV-ANTERIOR.
           COMPUTE LV-VARIACAO = WCA-AGE-PROV(WCA-AGE-IDX)
                               - WCA-AGE-ANTERIOR(WCA-AGE-IDX).
           MOVE WCA-LINHA-VARIACAO TO REG-RELATORIO.
           WRITE REG-RELATORIO BEFORE 2 LINES.
       6100-IMPRIME-AGENCIA-FIM.
           EXIT.

       6200-IMPRIME-NIVEL-AGENCIA.
           IF WCA-AGE-RSC-QTD(WCA-AGE-IDX WCA-RSC-IDX) EQUAL ZEROS
               GO TO 6200-IMPRIME-NIVEL-AGENCIA-FIM
           END-IF.
           MOVE WCA-RSC-NIVEL(WCA-RSC-IDX) TO LR-NIVEL.
           MOVE WCA-AGE-RSC-QTD(WCA-AGE-IDX WCA-RSC-IDX)   TO LR-QTD.
           MOVE WCA-AGE-RSC-SALDO(WCA-AGE-IDX WCA-RSC-IDX) TO LR-SALDO.
           MOVE WCA-RSC-PCT(WCA-RSC-IDX)   TO LR-PCT.
           MOVE WCA-AGE-RSC-PROV(WCA-AGE-IDX WCA-RSC-IDX)
             TO LR-PROVISAO.
           MOVE WCA-LINHA-RISCO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       6200-IMPRIME-NIVEL-AGENCIA-FIM.
           EXIT.

       6300-IMPRIME-NIVEL-CARTEIRA.
           MOVE WCA-RSC-NIVEL(WCA-RSC-IDX)   TO LR-NIVEL.
           MOVE WCA-RSC-QTD-CTR(WCA-RSC-IDX) TO LR-QTD.
           MOVE WCA-RSC-SALDO(WCA-RSC-IDX)   TO LR-SALDO.
           MOVE WCA-RSC-PCT(WCA-RSC-IDX)     TO LR-PCT.
           MOVE WCA-RSC-PROV(WCA-RSC-IDX)    TO LR-PROVISAO.
           MOVE WCA-LINHA-RISCO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       6300-IMPRIME-NIVEL-CARTEIRA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           DISPLAY 'PROVISAO01 - CONTRATOS: ' WS-QTD-CONTRATOS
                   ' ANTERIOR: ' WS-QTD-ANTERIOR
                   ' LANCAMENTOS: ' WS-QTD-LANCAMENTOS
           IF WS-QTD-AGE-EXCEDENTE GREATER THAN ZERO
               DISPLAY 'PROVISAO01 - MAIS DE 300 AGENCIAS - '
                       WS-QTD-AGE-EXCEDENTE ' CONTRATOS FORA DO '
                       'RELATORIO POR AGENCIA'
           END-IF

           MOVE 0 TO WS-RC-FINAL.
           IF (WSN-FS-CONTRATOS NOT EQUAL 00 AND
                WSN-FS-CONTRATOS NOT EQUAL 10)   OR
               WSN-FS-POSPDD NOT EQUAL 00        OR
               WSN-FS-LANCAMENTOS NOT EQUAL 00
               DISPLAY 'PROVISAO01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-QTD-SEM-MAPA GREATER THAN ZERO
              OR WS-QTD-AGE-EXCEDENTE GREATER THAN ZERO
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF.
           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE WS-TOT-PROVISAO TO WS-ED-VALOR.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'PDD ' WCA-DATA-REFERENCIA ' R$' WS-ED-VALOR
                  ' CONTRATOS ' WS-QTD-CONTRATOS
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM PROVISAO01.
