      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Rentabilidade mensal por cliente, por segmento e por
      * gerente. Classifica os lancamentos da competencia do
      * Movimento01 pelo historico, conforme a tabela HISTRENT01
      * (historico ou prefixo do historico -> linha de receita ou de
      * custo e o lado do lancamento que soma; o lado contrario, como
      * o do estorno, subtrai), em linhas por conta: tarifas, juros do
      * cheque especial, juros das parcelas de emprestimo (so a parte
      * de juros da parcela, pelo plano do motor CALCEMP) e os juros
      * pagos na poupanca. Estorno da competencia (ESTORNOS01) e
      * classificado pelo historico do lancamento original. Soma o
      * credito de captacao sobre o saldo medio do SALDOMED01 a TAXA
      * CAPTACAO (percentual ao mes) do Controle01 - saldo medio
      * devedor vira custo de captacao. O resultado da conta vai para
      * o titular (documento do Entrada02), para o segmento dele no
      * SEGMENTOS01 e para o gerente da carteira (Carteira01 e
      * Gerentes01), e sai ordenado do maior para o menor no
      * relatorio RENTAB01 e em leiaute de maquina no RENTEXP01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTAB01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

           SELECT ENTRADA ASSIGN TO 'ENTRADA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA.

           SELECT ENTRADA02 ASSIGN TO 'ENTRADA02'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA02.

           SELECT CLASSES ASSIGN TO 'HISTRENT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CLASSES.

           SELECT ESTORNOS ASSIGN TO 'ESTORNOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ESTORNOS.

           SELECT CONTRATOS ASSIGN TO 'CONTRATOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTRATOS.

           SELECT SALDOMEDIO ASSIGN TO 'SALDOMED01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-SALDOMEDIO.

           SELECT SEGMENTOS ASSIGN TO 'SEGMENTOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-SEGMENTOS.

           SELECT CARTEIRA ASSIGN TO 'CARTEIRA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CARTEIRA.

           SELECT GERENTES ASSIGN TO 'GERENTES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-GERENTES.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT CTATRAB ASSIGN TO 'RENTTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CTATRAB.

           SELECT RANKTRAB ASSIGN TO 'RANKTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RANKTRAB.

           SELECT CLASSIFICA ASSIGN TO 'SORTWK01'.

           SELECT CLASSIFICA-RANK ASSIGN TO 'SORTWK02'.

           SELECT RELATORIO ASSIGN TO 'RENTAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

           SELECT EXPORTA ASSIGN TO 'RENTEXP01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-EXPORTA.

       DATA DIVISION.
      *
       FILE SECTION.
       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-DAT-R REDEFINES MOV-DAT.
               10 MOV-COMPETENCIA  PIC 9(06).
               10 FILLER           PIC 9(02).
           05 MOV-DAT-R2 REDEFINES MOV-DAT.
               10 MOV-ANO          PIC 9(04).
               10 MOV-MES          PIC 9(02).
               10 FILLER           PIC 9(02).
           05 MOV-TIP              PIC X(01).
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

      *****CLASSIFICACAO DOS HISTORICOS: TAMANHO ZERO COMPARA O
      *****HISTORICO INTEIRO, SENAO SO OS PRIMEIROS N CARACTERES;
      *****NATUREZA R = RECEITA, C = CUSTO, E = JUROS DA PARCELA DE
      *****EMPRESTIMO (RECEITA); LADO = D/C DO LANCAMENTO QUE SOMA
       FD CLASSES.
       01 REG-CLASSE.
           05 RHT-HIST             PIC X(20).
           05 FILLER               PIC X(01).
           05 RHT-TAMANHO          PIC 9(02).
           05 FILLER               PIC X(01).
           05 RHT-NATUREZA         PIC X(01).
               88 RHT-NATUREZA-OK              VALUE 'R' 'C' 'E'.
           05 FILLER               PIC X(01).
           05 RHT-LADO             PIC X(01).
               88 RHT-LADO-OK                  VALUE 'D' 'C'.
           05 FILLER               PIC X(01).
           05 RHT-LINHA            PIC X(20).

      *****VINCULOS ORIGINAL -> ESTORNO (LEIAUTE DO ESTORNO01)
       FD ESTORNOS.
       01 REG-ESTORNO.
           05 EST-NSU-ORIGINAL     PIC 9(09).
           05 FILLER               PIC X(01).
           05 EST-NSU-ESTORNO      PIC 9(09).
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(16).
           05 EST-DAT-ESTORNO      PIC 9(08).
           05 EST-DAT-ESTORNO-R REDEFINES EST-DAT-ESTORNO.
               10 EST-COMPETENCIA  PIC 9(06).
               10 FILLER           PIC 9(02).
           05 FILLER               PIC X(15).
           05 EST-HIST-ORIGINAL    PIC X(20).
           05 FILLER               PIC X(83).

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

       FD SEGMENTOS.
       01 REG-SEGMENTO.
           05 SGM-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 SGM-SEGMENTO         PIC X(10).

       FD CARTEIRA.
       01 REG-CARTEIRA.
           05 CAR-COD-CTA          PIC 9(06).
           05 CAR-COD-GER          PIC X(04).

       FD GERENTES.
       01 REG-GERENTE.
           05 GER-COD              PIC X(04).
           05 GER-NOM              PIC X(25).
           05 GER-COD-AGENCIA      PIC X(04).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).
           05 FILLER                  PIC X(105).
           05 CTL-TAXA-CAPTACAO       PIC 9(02)V9(04).

      *****RESULTADO DE CADA CONTA, PARA QUEBRAR POR DOCUMENTO
       FD CTATRAB.
       01 REG-CTATRAB.
           05 CT-NUM-DOC           PIC X(14).
           05 CT-COD-CTA           PIC 9(06).
           05 CT-NOM-CLI           PIC X(25).
           05 CT-RECEITA           PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 CT-CUSTO             PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 CT-CAPTACAO          PIC S9(11)V99
                                   SIGN LEADING SEPARATE.

       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-NUM-DOC          PIC X(14).
           05 SRT-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(67).

      *****LINHAS DO RANKING: ORDEM 1 = GERENTE, 2 = SEGMENTO,
      *****3 = CLIENTE
       FD RANKTRAB.
       01 REG-RANKTRAB.
           05 RK-ORDEM             PIC 9(01).
           05 RK-RESULTADO         PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 RK-CHAVE             PIC X(14).
           05 RK-NOME              PIC X(25).
           05 RK-QTD-CTAS          PIC 9(05).
           05 RK-RECEITA           PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 RK-CUSTO             PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 RK-CAPTACAO          PIC S9(11)V99
                                   SIGN LEADING SEPARATE.

       SD CLASSIFICA-RANK.
       01 REG-CLASSIFICA-RANK.
           05 SRK-ORDEM            PIC 9(01).
           05 SRK-RESULTADO        PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 SRK-CHAVE            PIC X(14).
           05 FILLER               PIC X(72).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(117).

      *****RANKING EM LEIAUTE DE MAQUINA: TIPO G = GERENTE,
      *****S = SEGMENTO, C = CLIENTE
       FD EXPORTA.
       01 REG-EXPORTA.
           05 RX-COMPETENCIA       PIC 9(06).
           05 FILLER               PIC X(01).
           05 RX-TIPO              PIC X(01).
           05 FILLER               PIC X(01).
           05 RX-RANKING           PIC 9(05).
           05 FILLER               PIC X(01).
           05 RX-CHAVE             PIC X(14).
           05 FILLER               PIC X(01).
           05 RX-NOME              PIC X(25).
           05 FILLER               PIC X(01).
           05 RX-QTD-CTAS          PIC 9(05).
           05 FILLER               PIC X(01).
           05 RX-RECEITA           PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 RX-CUSTO             PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 RX-CAPTACAO          PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 RX-RESULTADO         PIC S9(11)V99
                                   SIGN LEADING SEPARATE.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CLASSES       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ESTORNOS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTRATOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SALDOMEDIO    PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SEGMENTOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CARTEIRA      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-GERENTES      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CTATRAB       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RANKTRAB      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-EXPORTA       PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-MOVIMENTO         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MOV               VALUE 'N'.
               88 SW-FIM-SIM-MOV               VALUE 'S'.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-ENT               VALUE 'N'.
               88 SW-FIM-SIM-ENT               VALUE 'S'.
           05 SW-ENTRADA02         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-02                VALUE 'N'.
               88 SW-FIM-SIM-02                VALUE 'S'.
           05 SW-CLASSES           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CLA               VALUE 'N'.
               88 SW-FIM-SIM-CLA               VALUE 'S'.
           05 SW-ESTORNOS          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-EST               VALUE 'N'.
               88 SW-FIM-SIM-EST               VALUE 'S'.
           05 SW-CONTRATOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CTR               VALUE 'N'.
               88 SW-FIM-SIM-CTR               VALUE 'S'.
           05 SW-SALDOMEDIO        PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-SM                VALUE 'N'.
               88 SW-FIM-SIM-SM                VALUE 'S'.
           05 SW-SEGMENTOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-SEG               VALUE 'N'.
               88 SW-FIM-SIM-SEG               VALUE 'S'.
           05 SW-CARTEIRA          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CAR               VALUE 'N'.
               88 SW-FIM-SIM-CAR               VALUE 'S'.
           05 SW-GERENTES          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-GER               VALUE 'N'.
               88 SW-FIM-SIM-GER               VALUE 'S'.
           05 SW-CTATRAB           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CT                VALUE 'N'.
               88 SW-FIM-SIM-CT                VALUE 'S'.
           05 SW-RANKTRAB          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-RK                VALUE 'N'.
               88 SW-FIM-SIM-RK                VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-DATA-REFERENCIA-R REDEFINES WCA-DATA-REFERENCIA.
           05 WCA-COMPETENCIA      PIC 9(06).
           05 FILLER               PIC 9(02).
       01 WCA-TAXA-CAPTACAO        PIC 9(02)V9(04) VALUE ZEROS.

      *****POSICAO DE CADA CONTA NA TABELA DE RESULTADOS, INDEXADA
      *****PELO NUMERO DA CONTA
       01 WCA-PONTEIROS.
           05 WCA-PTR-CTA          PIC 9(05) OCCURS 999999 TIMES
                                   VALUE ZEROS.

      *****RESULTADO POR CONTA NA COMPETENCIA
       01 WCA-CONTAS.
           05 WCA-CTA-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-CTA-TAB OCCURS 20000 TIMES
                          INDEXED BY WCA-CTA-IDX.
               10 WCA-CTA-COD      PIC 9(06).
               10 WCA-CTA-DOC      PIC X(14).
               10 WCA-CTA-NOME     PIC X(25).
               10 WCA-CTA-GER      PIC X(04).
               10 WCA-CTA-RECEITA  PIC S9(11)V99.
               10 WCA-CTA-CUSTO    PIC S9(11)V99.
               10 WCA-CTA-CAPTACAO PIC S9(11)V99.

      *****TABELA DE CLASSIFICACAO DOS HISTORICOS (HISTRENT01), COM O
      *****TOTAL DA LINHA NA COMPETENCIA
       01 WCA-CLASSES.
           05 WCA-CLA-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-CLA-TAB OCCURS 100 TIMES
                          INDEXED BY WCA-CLA-IDX.
               10 WCA-CLA-HIST     PIC X(20).
               10 WCA-CLA-TAMANHO  PIC 9(02).
               10 WCA-CLA-NATUREZA PIC X(01).
               10 WCA-CLA-LADO     PIC X(01).
               10 WCA-CLA-LINHA    PIC X(20).
               10 WCA-CLA-TOTAL    PIC S9(13)V99.
       77 WS-CLA-ACHOU             PIC X(01) VALUE 'N'.
           88 CLASSE-ACHADA            VALUE 'S'.
       77 WS-CLA-ACHADA            PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CLA-INVALIDA      PIC 9(04) VALUE ZEROS.

      *****ESTORNOS DA COMPETENCIA (NSU DO ESTORNO -> HISTORICO DO
      *****LANCAMENTO ORIGINAL)
       01 WCA-ESTORNOS.
           05 WCA-EST-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-EST-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-EST-IDX.
               10 WCA-EST-NSU      PIC 9(09).
               10 WCA-EST-HIST     PIC X(20).
       77 WS-EST-ACHOU             PIC X(01) VALUE 'N'.
           88 MOVIMENTO-E-ESTORNO      VALUE 'S'.
       77 WS-QTD-EST-FORA          PIC 9(06) VALUE ZEROS.

      *****CONTRATOS DE EMPRESTIMO, PARA SEPARAR OS JUROS DA PARCELA
       01 WCA-CONTRATOS.
           05 WCA-CTR-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-CTR-TAB OCCURS 1000 TIMES
                          INDEXED BY WCA-CTR-IDX.
               10 WCA-CTR-NUMERO   PIC 9(06).
               10 WCA-CTR-SISTEMA  PIC X(01).
               10 WCA-CTR-PRINC    PIC 9(09)V99.
               10 WCA-CTR-TAXA     PIC 9(02)V9(04).
               10 WCA-CTR-PRAZO    PIC 9(03).
               10 WCA-CTR-INI      PIC 9(08).
       77 WS-CTR-ACHOU             PIC X(01) VALUE 'N'.
           88 CONTRATO-ACHADO          VALUE 'S'.
       77 WS-CTR-ACHADO            PIC 9(04) VALUE ZEROS.

       01 WCA-PLANO.
           05 WCA-PLN-TAB OCCURS 120 TIMES.
               10 WCA-PLN-PARCELA  PIC 9(11)V99.
               10 WCA-PLN-JUROS    PIC 9(11)V99.
               10 WCA-PLN-AMORT    PIC 9(11)V99.
               10 WCA-PLN-SALDO    PIC S9(11)V99.
       01 WS-TOTAL-PAGO            PIC 9(12)V99 VALUE ZEROS.
       01 WS-TOTAL-JUROS           PIC 9(12)V99 VALUE ZEROS.
       01 WS-SISTEMA               PIC X(01) VALUE SPACES.
       01 WS-PRAZO                 PIC 9(03) VALUE ZEROS.
       01 WS-NUM-CONTRATO          PIC 9(06) VALUE ZEROS.
       01 WS-DATA-INI-AUX          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-INI-AUX-R REDEFINES WS-DATA-INI-AUX.
           05 INI-ANO              PIC 9(04).
           05 INI-MES              PIC 9(02).
           05 INI-DIA              PIC 9(02).
       77 WS-PARCELA               PIC S9(05) VALUE ZEROS.

      *****SEGMENTO POR DOCUMENTO, DA SEGMENTACAO SEGMCLI01
       01 WCA-SEGMENTOS.
           05 WCA-SEG-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-SEG-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-SEG-IDX.
               10 WCA-SEG-DOC      PIC X(14).
               10 WCA-SEG-NOME     PIC X(10).
       77 WS-SEG-ACHOU             PIC X(01) VALUE 'N'.
           88 SEGMENTO-ACHADO          VALUE 'S'.
       77 WS-SEG-ACHADO            PIC 9(04) VALUE ZEROS.

      *****CADASTRO DE GERENTES, PARA O NOME NO RANKING
       01 WCA-GERENTES.
           05 WCA-GER-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-GER-TAB OCCURS 200 TIMES
                          INDEXED BY WCA-GER-IDX.
               10 WCA-GER-COD      PIC X(04).
               10 WCA-GER-NOM      PIC X(25).
       77 WS-GER-ACHOU             PIC X(01) VALUE 'N'.
           88 GERENTE-ACHADO           VALUE 'S'.
       77 WS-GER-ACHADO            PIC 9(03) VALUE ZEROS.

      *****TOTAIS POR SEGMENTO E POR GERENTE ('????' = SEM GERENTE)
       01 WCA-TOT-SEGMENTOS.
           05 WCA-TSG-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-TSG-TAB OCCURS 50 TIMES
                          INDEXED BY WCA-TSG-IDX.
               10 WCA-TSG-NOME     PIC X(10).
               10 WCA-TSG-CTAS     PIC 9(05).
               10 WCA-TSG-RECEITA  PIC S9(11)V99.
               10 WCA-TSG-CUSTO    PIC S9(11)V99.
               10 WCA-TSG-CAPTACAO PIC S9(11)V99.
       01 WCA-TOT-GERENTES.
           05 WCA-TGR-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-TGR-TAB OCCURS 201 TIMES
                          INDEXED BY WCA-TGR-IDX.
               10 WCA-TGR-COD      PIC X(04).
               10 WCA-TGR-CTAS     PIC 9(05).
               10 WCA-TGR-RECEITA  PIC S9(11)V99.
               10 WCA-TGR-CUSTO    PIC S9(11)V99.
               10 WCA-TGR-CAPTACAO PIC S9(11)V99.
       77 WS-TOT-ACHOU             PIC X(01) VALUE 'N'.
           88 TOTAL-ACHADO             VALUE 'S'.
       77 WS-TOT-ACHADO            PIC 9(03) VALUE ZEROS.
       01 WS-SEGMENTO              PIC X(10) VALUE SPACES.
       01 WS-COD-GER               PIC X(04) VALUE SPACES.

      *****LANCAMENTO DA VEZ
       01 WS-HIST-CLASSE           PIC X(20) VALUE SPACES.
       01 WS-VALOR                 PIC S9(11)V99 VALUE ZEROS.

      *****QUEBRA POR DOCUMENTO
       01 WS-DOC-ANTERIOR          PIC X(14) VALUE SPACES.
       01 WS-PRIMEIRA-CONTA        PIC X(01) VALUE 'S'.
           88 PRIMEIRA-CONTA                   VALUE 'S'.
       01 WS-CLI-NOME              PIC X(25) VALUE SPACES.
       77 WS-CLI-CTAS              PIC 9(05) VALUE ZEROS.
       01 WS-CLI-RECEITA           PIC S9(11)V99 VALUE ZEROS.
       01 WS-CLI-CUSTO             PIC S9(11)V99 VALUE ZEROS.
       01 WS-CLI-CAPTACAO          PIC S9(11)V99 VALUE ZEROS.

      *****IMPRESSAO DO RANKING
       01 WS-ORDEM-ANTERIOR        PIC 9(01) VALUE ZERO.
       77 WS-RANKING               PIC 9(05) VALUE ZEROS.
       01 WS-SEC-RECEITA           PIC S9(13)V99 VALUE ZEROS.
       01 WS-SEC-CUSTO             PIC S9(13)V99 VALUE ZEROS.
       01 WS-SEC-CAPTACAO          PIC S9(13)V99 VALUE ZEROS.
       01 WS-SEC-RESULTADO         PIC S9(13)V99 VALUE ZEROS.

       01 WS-TOT-CAPTACAO          PIC S9(13)V99 VALUE ZEROS.
       77 WS-QTD-MOVIMENTOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CLASSIFICADOS     PIC 9(07) VALUE ZEROS.
       77 WS-QTD-FORA-BASE         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PARC-SEM-CTR      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SM-OUTRA-COMP     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CLIENTES          PIC 9(05) VALUE ZEROS.

       01 LINE-DESIGN              PIC X(117)
               VALUES
           '*===========================================================
      -    '========================================================*'.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(41) VALUE
               '*   RENTABILIDADE DE CLIENTES E CARTEIRAS'.
           05 FILLER               PIC X(15) VALUE
               ' - COMPETENCIA '.
           05 TR-MES               PIC 9(02) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE '/'.
           05 TR-ANO               PIC 9(04) VALUE ZEROS.
           05 FILLER               PIC X(24) VALUE
               '   TAXA CAPTACAO % A.M. '.
           05 TR-TAXA              PIC Z9,9999 VALUE ZEROS.

       01 WCA-SUBTITULO.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ST-TEXTO             PIC X(40) VALUE SPACES.

       01 WCA-CABEC-LINHAS.
           05 FILLER               PIC X(60) VALUE
               '   LINHA                   NATUREZA          VALOR'.

       01 WCA-LINHA-CLASSE.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LL-LINHA             PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 LL-NATUREZA          PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LL-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.

       01 WCA-CABEC-RANKING.
           05 FILLER               PIC X(53) VALUE
               ' RANK  CHAVE          NOME                       CTAS'.
           05 FILLER               PIC X(32) VALUE
               '        RECEITAS          CUSTOS'.
           05 FILLER               PIC X(32) VALUE
               '        CAPTACAO       RESULTADO'.

       01 WCA-LINHA-RANKING.
           05 RL-RANKING           PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RL-CHAVE             PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RL-NOME              PIC X(25) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RL-QTD-CTAS          PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RL-RECEITA           PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RL-CUSTO             PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RL-CAPTACAO          PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RL-RESULTADO         PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(54) VALUE
               '       TOTAL'.
           05 LT-RECEITA           PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LT-CUSTO             PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LT-CAPTACAO          PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LT-RESULTADO         PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'RENTAB01'.
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
             UNTIL SW-FIM-SIM-MOV

           PERFORM 5000-CONSOLIDA
              THRU 5000-CONSOLIDA-FIM

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
               DISPLAY 'RENTAB01 - DATA DE REFERENCIA NAO INFORMADA '
                       'EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-CARREGA-CLASSES
              THRU 1100-CARREGA-CLASSES-FIM.
           PERFORM 1200-CARREGA-CONTAS
              THRU 1200-CARREGA-CONTAS-FIM.
           PERFORM 1300-CARREGA-TITULARES
              THRU 1300-CARREGA-TITULARES-FIM.
           PERFORM 1400-CARREGA-CARTEIRA
              THRU 1400-CARREGA-CARTEIRA-FIM.
           PERFORM 1450-CARREGA-GERENTES
              THRU 1450-CARREGA-GERENTES-FIM.
           PERFORM 1500-CARREGA-SEGMENTOS
              THRU 1500-CARREGA-SEGMENTOS-FIM.
           PERFORM 1600-CARREGA-ESTORNOS
              THRU 1600-CARREGA-ESTORNOS-FIM.
           PERFORM 1700-CARREGA-CONTRATOS
              THRU 1700-CARREGA-CONTRATOS-FIM.
           PERFORM 1800-CARREGA-SALDO-MEDIO
              THRU 1800-CARREGA-SALDO-MEDIO-FIM.

           OPEN INPUT MOVIMENTO.
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               DISPLAY 'RENTAB01 - MOVIMENTO01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-MOV TO TRUE.
           PERFORM 1900-LER-MOVIMENTO
              THRU 1900-LER-MOVIMENTO-FIM.
       1000-INICIO-FIM.
           EXIT.

      ****************LEITURA DO CONTROLE DE PARAMETROS*****************
      *****TAXA DE CAPTACAO AUSENTE (CONTROLE01 ANTIGO) VALE ZERO: O
      *****RESULTADO SAI SEM O CREDITO DE CAPTACAO
       1050-LE-CONTROLE.
           OPEN INPUT CONTROLE.
           IF WSN-FS-CONTROLE EQUAL ZEROS
               READ CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-DATA-REFERENCIA
                          TO WCA-DATA-REFERENCIA
                       IF CTL-TAXA-CAPTACAO NUMERIC
                           MOVE CTL-TAXA-CAPTACAO
                              TO WCA-TAXA-CAPTACAO
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.
           IF WCA-TAXA-CAPTACAO EQUAL ZEROS
               DISPLAY 'RENTAB01 - TAXA CAPTACAO NAO INFORMADA EM '
                       'CONTROLE01 - RESULTADO SEM CAPTACAO'
           END-IF.
       1050-LE-CONTROLE-FIM.
           EXIT.

      ****************CLASSIFICACAO DOS HISTORICOS**********************
       1100-CARREGA-CLASSES.
           OPEN INPUT CLASSES.
           IF WSN-FS-CLASSES NOT EQUAL ZEROS
               DISPLAY 'RENTAB01 - HISTRENT01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-CLA TO TRUE.
           PERFORM 1110-LER-CLASSE
              THRU 1110-LER-CLASSE-FIM.
           PERFORM 1120-GUARDA-CLASSE
              THRU 1120-GUARDA-CLASSE-FIM
             UNTIL SW-FIM-SIM-CLA.
           CLOSE CLASSES.
           IF WCA-CLA-QTD EQUAL ZEROS
               DISPLAY 'RENTAB01 - HISTRENT01 VAZIO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-QTD-CLA-INVALIDA GREATER THAN ZERO
               DISPLAY 'RENTAB01 - ' WS-QTD-CLA-INVALIDA
                       ' LINHAS DO HISTRENT01 IGNORADAS (NATUREZA, '
                       'LADO OU TAMANHO INVALIDO)'
           END-IF.
       1100-CARREGA-CLASSES-FIM.
           EXIT.

       1110-LER-CLASSE.
           READ CLASSES
               AT END
                   SET SW-FIM-SIM-CLA TO TRUE
           END-READ.
       1110-LER-CLASSE-FIM.
           EXIT.

       1120-GUARDA-CLASSE.
           IF NOT RHT-NATUREZA-OK OR NOT RHT-LADO-OK
              OR RHT-TAMANHO NOT NUMERIC
              OR RHT-TAMANHO GREATER THAN 20
               ADD 1 TO WS-QTD-CLA-INVALIDA
           ELSE
               IF WCA-CLA-QTD LESS THAN 100
                   ADD 1 TO WCA-CLA-QTD
                   SET WCA-CLA-IDX TO WCA-CLA-QTD
                   MOVE RHT-HIST     TO WCA-CLA-HIST(WCA-CLA-IDX)
                   MOVE RHT-TAMANHO  TO WCA-CLA-TAMANHO(WCA-CLA-IDX)
                   IF RHT-TAMANHO EQUAL ZEROS
                       MOVE 20 TO WCA-CLA-TAMANHO(WCA-CLA-IDX)
                   END-IF
                   MOVE RHT-NATUREZA TO WCA-CLA-NATUREZA(WCA-CLA-IDX)
                   MOVE RHT-LADO     TO WCA-CLA-LADO(WCA-CLA-IDX)
                   MOVE RHT-LINHA    TO WCA-CLA-LINHA(WCA-CLA-IDX)
                   MOVE ZEROS        TO WCA-CLA-TOTAL(WCA-CLA-IDX)
               ELSE
                   ADD 1 TO WS-QTD-CLA-INVALIDA
               END-IF
           END-IF.
           PERFORM 1110-LER-CLASSE
              THRU 1110-LER-CLASSE-FIM.
       1120-GUARDA-CLASSE-FIM.
           EXIT.

      ****************BASE DE CONTAS (ENTRADA01)************************
       1200-CARREGA-CONTAS.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'RENTAB01 - ENTRADA01 NAO ENCONTRADA'
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
                   DISPLAY 'RENTAB01 - ENTRADA01 COM MAIS DE 20000 '
                           'CONTAS'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WCA-CTA-QTD
               MOVE WCA-CTA-QTD TO WCA-PTR-CTA(COD-CTA)
               SET WCA-CTA-IDX TO WCA-CTA-QTD
               MOVE COD-CTA TO WCA-CTA-COD(WCA-CTA-IDX)
               MOVE SPACES  TO WCA-CTA-DOC(WCA-CTA-IDX)
                               WCA-CTA-NOME(WCA-CTA-IDX)
                               WCA-CTA-GER(WCA-CTA-IDX)
               MOVE ZEROS   TO WCA-CTA-RECEITA(WCA-CTA-IDX)
                               WCA-CTA-CUSTO(WCA-CTA-IDX)
                               WCA-CTA-CAPTACAO(WCA-CTA-IDX)
           END-IF.
           PERFORM 1210-LER-ENTRADA
              THRU 1210-LER-ENTRADA-FIM.
       1220-GUARDA-CONTA-FIM.
           EXIT.

      ****************TITULAR DE CADA CONTA (ENTRADA02)*****************
       1300-CARREGA-TITULARES.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-ENTRADA02
               GO TO 1300-CARREGA-TITULARES-FIM
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
               MOVE E2-NOM-CLI TO WCA-CTA-NOME(WCA-CTA-IDX)
           END-IF.
           PERFORM 1310-LER-ENTRADA02
              THRU 1310-LER-ENTRADA02-FIM.
       1320-GUARDA-TITULAR-FIM.
           EXIT.

      ****************GERENTE DE CADA CONTA (CARTEIRA01)****************
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
           IF CAR-COD-CTA GREATER THAN ZERO
              AND WCA-PTR-CTA(CAR-COD-CTA) GREATER THAN ZERO
               SET WCA-CTA-IDX TO WCA-PTR-CTA(CAR-COD-CTA)
               MOVE CAR-COD-GER TO WCA-CTA-GER(WCA-CTA-IDX)
           END-IF.
           PERFORM 1410-LER-CARTEIRA
              THRU 1410-LER-CARTEIRA-FIM.
       1420-GUARDA-CARTEIRA-FIM.
           EXIT.

       1450-CARREGA-GERENTES.
           OPEN INPUT GERENTES.
           IF WSN-FS-GERENTES NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-GERENTES
               GO TO 1450-CARREGA-GERENTES-FIM
           END-IF.
           SET SW-FIM-NAO-GER TO TRUE.
           PERFORM 1460-LER-GERENTE
              THRU 1460-LER-GERENTE-FIM.
           PERFORM 1470-GUARDA-GERENTE
              THRU 1470-GUARDA-GERENTE-FIM
             UNTIL SW-FIM-SIM-GER.
           CLOSE GERENTES.
       1450-CARREGA-GERENTES-FIM.
           EXIT.

       1460-LER-GERENTE.
           READ GERENTES
               AT END
                   SET SW-FIM-SIM-GER TO TRUE
           END-READ.
       1460-LER-GERENTE-FIM.
           EXIT.

       1470-GUARDA-GERENTE.
           IF WCA-GER-QTD LESS THAN 200
               ADD 1 TO WCA-GER-QTD
               SET WCA-GER-IDX TO WCA-GER-QTD
               MOVE GER-COD TO WCA-GER-COD(WCA-GER-IDX)
               MOVE GER-NOM TO WCA-GER-NOM(WCA-GER-IDX)
           END-IF.
           PERFORM 1460-LER-GERENTE
              THRU 1460-LER-GERENTE-FIM.
       1470-GUARDA-GERENTE-FIM.
           EXIT.

      *****SEGMENTO POR DOCUMENTO (ARQUIVO AUSENTE DEIXA TODOS OS
      *****CLIENTES EM 'SEM SEGM')
       1500-CARREGA-SEGMENTOS.
           OPEN INPUT SEGMENTOS.
           IF WSN-FS-SEGMENTOS NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-SEGMENTOS
               GO TO 1500-CARREGA-SEGMENTOS-FIM
           END-IF.
           SET SW-FIM-NAO-SEG TO TRUE.
           PERFORM 1510-LER-SEGMENTO
              THRU 1510-LER-SEGMENTO-FIM.
           PERFORM 1520-GUARDA-SEGMENTO
              THRU 1520-GUARDA-SEGMENTO-FIM
             UNTIL SW-FIM-SIM-SEG.
           CLOSE SEGMENTOS.
       1500-CARREGA-SEGMENTOS-FIM.
           EXIT.

       1510-LER-SEGMENTO.
           READ SEGMENTOS
               AT END
                   SET SW-FIM-SIM-SEG TO TRUE
           END-READ.
       1510-LER-SEGMENTO-FIM.
           EXIT.

       1520-GUARDA-SEGMENTO.
           IF WCA-SEG-QTD LESS THAN 2000
               ADD 1 TO WCA-SEG-QTD
               SET WCA-SEG-IDX TO WCA-SEG-QTD
               MOVE SGM-NUM-DOC  TO WCA-SEG-DOC(WCA-SEG-IDX)
               MOVE SGM-SEGMENTO TO WCA-SEG-NOME(WCA-SEG-IDX)
           END-IF.
           PERFORM 1510-LER-SEGMENTO
              THRU 1510-LER-SEGMENTO-FIM.
       1520-GUARDA-SEGMENTO-FIM.
           EXIT.

      *****SO OS ESTORNOS LANCADOS NA COMPETENCIA INTERESSAM (SEM O
      *****ESTORNOS01, NAO HOUVE ESTORNO)
       1600-CARREGA-ESTORNOS.
           OPEN INPUT ESTORNOS.
           IF WSN-FS-ESTORNOS NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-ESTORNOS
               GO TO 1600-CARREGA-ESTORNOS-FIM
           END-IF.
           SET SW-FIM-NAO-EST TO TRUE.
           PERFORM 1610-LER-ESTORNO
              THRU 1610-LER-ESTORNO-FIM.
           PERFORM 1620-GUARDA-ESTORNO
              THRU 1620-GUARDA-ESTORNO-FIM
             UNTIL SW-FIM-SIM-EST.
           CLOSE ESTORNOS.
       1600-CARREGA-ESTORNOS-FIM.
           EXIT.

       1610-LER-ESTORNO.
           READ ESTORNOS
               AT END
                   SET SW-FIM-SIM-EST TO TRUE
           END-READ.
       1610-LER-ESTORNO-FIM.
           EXIT.

      *****ESTORNO FORA DA TABELA CHEIA E CLASSIFICADO PELO PROPRIO
      *****HISTORICO; FICA CONTADO NO LOG
       1620-GUARDA-ESTORNO.
           IF EST-COMPETENCIA EQUAL WCA-COMPETENCIA
               IF WCA-EST-QTD LESS THAN 5000
                   ADD 1 TO WCA-EST-QTD
                   SET WCA-EST-IDX TO WCA-EST-QTD
                   MOVE EST-NSU-ESTORNO   TO WCA-EST-NSU(WCA-EST-IDX)
                   MOVE EST-HIST-ORIGINAL TO WCA-EST-HIST(WCA-EST-IDX)
               ELSE
                   ADD 1 TO WS-QTD-EST-FORA
               END-IF
           END-IF.
           PERFORM 1610-LER-ESTORNO
              THRU 1610-LER-ESTORNO-FIM.
       1620-GUARDA-ESTORNO-FIM.
           EXIT.

      *****CONTRATOS DE EMPRESTIMO (SEM O CONTRATOS01, PARCELA DE
      *****EMPRESTIMO NAO GERA RECEITA)
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
           IF WCA-CTR-QTD LESS THAN 1000
               ADD 1 TO WCA-CTR-QTD
               SET WCA-CTR-IDX TO WCA-CTR-QTD
               MOVE CTR-NUMERO    TO WCA-CTR-NUMERO(WCA-CTR-IDX)
               MOVE CTR-SISTEMA   TO WCA-CTR-SISTEMA(WCA-CTR-IDX)
               MOVE CTR-PRINCIPAL TO WCA-CTR-PRINC(WCA-CTR-IDX)
               MOVE CTR-TAXA      TO WCA-CTR-TAXA(WCA-CTR-IDX)
               MOVE CTR-PRAZO     TO WCA-CTR-PRAZO(WCA-CTR-IDX)
               MOVE CTR-DATA-INI  TO WCA-CTR-INI(WCA-CTR-IDX)
           END-IF.
           PERFORM 1710-LER-CONTRATO
              THRU 1710-LER-CONTRATO-FIM.
       1720-GUARDA-CONTRATO-FIM.
           EXIT.

      *****CREDITO DE CAPTACAO SOBRE O SALDO MEDIO DA COMPETENCIA
      *****(SALDO MEDIO DEVEDOR DA CAPTACAO NEGATIVA, QUE E CUSTO)
       1800-CARREGA-SALDO-MEDIO.
           IF WCA-TAXA-CAPTACAO EQUAL ZEROS
               GO TO 1800-CARREGA-SALDO-MEDIO-FIM
           END-IF.
           OPEN INPUT SALDOMEDIO.
           IF WSN-FS-SALDOMEDIO NOT EQUAL ZEROS
               DISPLAY 'RENTAB01 - SALDOMED01 AUSENTE - RESULTADO '
                       'SEM CAPTACAO'
               MOVE ZEROS TO WSN-FS-SALDOMEDIO
               GO TO 1800-CARREGA-SALDO-MEDIO-FIM
           END-IF.
           SET SW-FIM-NAO-SM TO TRUE.
           PERFORM 1810-LER-SALDO-MEDIO
              THRU 1810-LER-SALDO-MEDIO-FIM.
           PERFORM 1820-GUARDA-SALDO-MEDIO
              THRU 1820-GUARDA-SALDO-MEDIO-FIM
             UNTIL SW-FIM-SIM-SM.
           CLOSE SALDOMEDIO.
           IF WS-QTD-SM-OUTRA-COMP GREATER THAN ZERO
               DISPLAY 'RENTAB01 - ' WS-QTD-SM-OUTRA-COMP
                       ' SALDOS MEDIOS DE OUTRA COMPETENCIA IGNORADOS'
                       ' - RODE O SALDOMED01 DO MES'
           END-IF.
       1800-CARREGA-SALDO-MEDIO-FIM.
           EXIT.

       1810-LER-SALDO-MEDIO.
           READ SALDOMEDIO
               AT END
                   SET SW-FIM-SIM-SM TO TRUE
           END-READ.
       1810-LER-SALDO-MEDIO-FIM.
           EXIT.

       1820-GUARDA-SALDO-MEDIO.
           IF SM-COMPETENCIA NOT EQUAL WCA-COMPETENCIA
               ADD 1 TO WS-QTD-SM-OUTRA-COMP
           ELSE
               IF SM-COD-CTA GREATER THAN ZERO
                  AND WCA-PTR-CTA(SM-COD-CTA) GREATER THAN ZERO
                   SET WCA-CTA-IDX TO WCA-PTR-CTA(SM-COD-CTA)
                   COMPUTE WCA-CTA-CAPTACAO(WCA-CTA-IDX) ROUNDED =
                       SM-SALDO-MEDIO * WCA-TAXA-CAPTACAO / 100
                   ADD WCA-CTA-CAPTACAO(WCA-CTA-IDX)
                    TO WS-TOT-CAPTACAO
               END-IF
           END-IF.
           PERFORM 1810-LER-SALDO-MEDIO
              THRU 1810-LER-SALDO-MEDIO-FIM.
       1820-GUARDA-SALDO-MEDIO-FIM.
           EXIT.

       1900-LER-MOVIMENTO.
           READ MOVIMENTO
               AT END
                   SET SW-FIM-SIM-MOV TO TRUE
           END-READ.
       1900-LER-MOVIMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CLASSIFICA CADA LANCAMENTO DA COMPETENCIA: O LADO DA TABELA
      *     SOMA, O LADO CONTRARIO (ESTORNO, DEVOLUCAO) SUBTRAI
      *-----------------------------------------------------------------
       3000-PROCESSO.
           IF MOV-COMPETENCIA NOT EQUAL WCA-COMPETENCIA
               GO TO 3000-PROCESSO-LEITURA
           END-IF.
           ADD 1 TO WS-QTD-MOVIMENTOS.

           PERFORM 3100-RESOLVE-HISTORICO
              THRU 3100-RESOLVE-HISTORICO-FIM.
           MOVE 'N' TO WS-CLA-ACHOU.
           PERFORM 3200-PROCURA-CLASSE
              THRU 3200-PROCURA-CLASSE-FIM
              VARYING WCA-CLA-IDX FROM 1 BY 1
              UNTIL WCA-CLA-IDX GREATER THAN WCA-CLA-QTD
                 OR CLASSE-ACHADA.
           IF NOT CLASSE-ACHADA
               GO TO 3000-PROCESSO-LEITURA
           END-IF.
           IF MOV-COD-CTA EQUAL ZERO
               ADD 1 TO WS-QTD-FORA-BASE
               GO TO 3000-PROCESSO-LEITURA
           END-IF.
           IF WCA-PTR-CTA(MOV-COD-CTA) EQUAL ZEROS
               ADD 1 TO WS-QTD-FORA-BASE
               GO TO 3000-PROCESSO-LEITURA
           END-IF.

           SET WCA-CLA-IDX TO WS-CLA-ACHADA.
           IF WCA-CLA-NATUREZA(WCA-CLA-IDX) EQUAL 'E'
               PERFORM 3300-JUROS-PARCELA
                  THRU 3300-JUROS-PARCELA-FIM
               IF NOT CONTRATO-ACHADO
                   ADD 1 TO WS-QTD-PARC-SEM-CTR
                   GO TO 3000-PROCESSO-LEITURA
               END-IF
           ELSE
               MOVE MOV-VAL TO WS-VALOR
           END-IF.
           IF MOV-TIP NOT EQUAL WCA-CLA-LADO(WCA-CLA-IDX)
               COMPUTE WS-VALOR = WS-VALOR * -1
           END-IF.

           ADD 1 TO WS-QTD-CLASSIFICADOS.
           ADD WS-VALOR TO WCA-CLA-TOTAL(WCA-CLA-IDX).
           SET WCA-CTA-IDX TO WCA-PTR-CTA(MOV-COD-CTA).
           IF WCA-CLA-NATUREZA(WCA-CLA-IDX) EQUAL 'C'
               ADD WS-VALOR TO WCA-CTA-CUSTO(WCA-CTA-IDX)
           ELSE
               ADD WS-VALOR TO WCA-CTA-RECEITA(WCA-CTA-IDX)
           END-IF.
       3000-PROCESSO-LEITURA.
           PERFORM 1900-LER-MOVIMENTO
              THRU 1900-LER-MOVIMENTO-FIM.
       3000-PROCESSO-FIM.
           EXIT.

      *****ESTORNO E CLASSIFICADO PELO HISTORICO DO ORIGINAL
       3100-RESOLVE-HISTORICO.
           MOVE MOV-HIST TO WS-HIST-CLASSE.
           MOVE 'N' TO WS-EST-ACHOU.
           IF WCA-EST-QTD GREATER THAN ZERO
               PERFORM 3110-PROCURA-ESTORNO
                  THRU 3110-PROCURA-ESTORNO-FIM
                  VARYING WCA-EST-IDX FROM 1 BY 1
                  UNTIL WCA-EST-IDX GREATER THAN WCA-EST-QTD
                     OR MOVIMENTO-E-ESTORNO
           END-IF.
       3100-RESOLVE-HISTORICO-FIM.
           EXIT.

       3110-PROCURA-ESTORNO.
           IF MOV-NSU EQUAL WCA-EST-NSU(WCA-EST-IDX)
               MOVE 'S' TO WS-EST-ACHOU
               MOVE WCA-EST-HIST(WCA-EST-IDX) TO WS-HIST-CLASSE
           END-IF.
       3110-PROCURA-ESTORNO-FIM.
           EXIT.

      *****A PRIMEIRA LINHA DO HISTRENT01 QUE CASA VALE
       3200-PROCURA-CLASSE.
           IF WS-HIST-CLASSE(1:WCA-CLA-TAMANHO(WCA-CLA-IDX))
              EQUAL WCA-CLA-HIST(WCA-CLA-IDX)
                    (1:WCA-CLA-TAMANHO(WCA-CLA-IDX))
               MOVE 'S' TO WS-CLA-ACHOU
               SET WS-CLA-ACHADA TO WCA-CLA-IDX
           END-IF.
       3200-PROCURA-CLASSE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     JUROS DA PARCELA DE EMPRESTIMO ('PARCELA EMP NNNNNN' DO
      *     COBRAEMP01): PLANO DO CONTRATO PELO MOTOR CALCEMP E A
      *     PARCELA PELOS MESES DECORRIDOS DESDE A CONTRATACAO, A MESMA
      *     CONTA DA COBRANCA
      *-----------------------------------------------------------------
       3300-JUROS-PARCELA.
           MOVE 'N' TO WS-CTR-ACHOU.
           MOVE ZEROS TO WS-VALOR.
           IF WS-HIST-CLASSE(13:6) NOT NUMERIC
               GO TO 3300-JUROS-PARCELA-FIM
           END-IF.
           MOVE WS-HIST-CLASSE(13:6) TO WS-NUM-CONTRATO.
           IF WCA-CTR-QTD GREATER THAN ZERO
               PERFORM 3310-PROCURA-CONTRATO
                  THRU 3310-PROCURA-CONTRATO-FIM
                  VARYING WCA-CTR-IDX FROM 1 BY 1
                  UNTIL WCA-CTR-IDX GREATER THAN WCA-CTR-QTD
                     OR CONTRATO-ACHADO
           END-IF.
           IF NOT CONTRATO-ACHADO
               GO TO 3300-JUROS-PARCELA-FIM
           END-IF.

           SET WCA-CTR-IDX TO WS-CTR-ACHADO.
           MOVE WCA-CTR-PRAZO(WCA-CTR-IDX) TO WS-PRAZO.
           IF WS-PRAZO GREATER THAN 120
               MOVE 120 TO WS-PRAZO
           END-IF.
           MOVE WCA-CTR-INI(WCA-CTR-IDX) TO WS-DATA-INI-AUX.
           COMPUTE WS-PARCELA =
               ((MOV-ANO * 12) + MOV-MES)
               - ((INI-ANO * 12) + INI-MES).
           IF WS-PARCELA LESS THAN 1
               MOVE 1 TO WS-PARCELA
           END-IF.
           IF WS-PARCELA GREATER THAN WS-PRAZO
               MOVE WS-PRAZO TO WS-PARCELA
           END-IF.

           MOVE WCA-CTR-SISTEMA(WCA-CTR-IDX) TO WS-SISTEMA.
           CALL 'CALCEMP' USING WS-SISTEMA
               WCA-CTR-PRINC(WCA-CTR-IDX)
               WCA-CTR-TAXA(WCA-CTR-IDX)
               WS-PRAZO
               WCA-PLANO WS-TOTAL-PAGO WS-TOTAL-JUROS.
           MOVE WCA-PLN-JUROS(WS-PARCELA) TO WS-VALOR.
       3300-JUROS-PARCELA-FIM.
           EXIT.

       3310-PROCURA-CONTRATO.
           IF WS-NUM-CONTRATO EQUAL WCA-CTR-NUMERO(WCA-CTR-IDX)
               MOVE 'S' TO WS-CTR-ACHOU
               SET WS-CTR-ACHADO TO WCA-CTR-IDX
           END-IF.
       3310-PROCURA-CONTRATO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     GRAVA O RESULTADO DE CADA CONTA COM RESULTADO NA
      *     COMPETENCIA, ACUMULA SEGMENTO E GERENTE, E QUEBRA POR
      *     DOCUMENTO PARA O RANKING DE CLIENTES
      *-----------------------------------------------------------------
       5000-CONSOLIDA.
           CLOSE MOVIMENTO.
           OPEN OUTPUT CTATRAB.
           PERFORM 5100-GRAVA-CONTA
              THRU 5100-GRAVA-CONTA-FIM
              VARYING WCA-CTA-IDX FROM 1 BY 1
              UNTIL WCA-CTA-IDX GREATER THAN WCA-CTA-QTD.
           CLOSE CTATRAB.

           SORT CLASSIFICA
               ON ASCENDING KEY SRT-NUM-DOC
                                SRT-COD-CTA
               USING CTATRAB
               GIVING CTATRAB.

           OPEN OUTPUT RANKTRAB.
           OPEN INPUT CTATRAB.
           SET SW-FIM-NAO-CT TO TRUE.
           MOVE 'S' TO WS-PRIMEIRA-CONTA.
           PERFORM 5300-LER-CTATRAB
              THRU 5300-LER-CTATRAB-FIM.
           PERFORM 5400-ACUMULA-CLIENTE
              THRU 5400-ACUMULA-CLIENTE-FIM
             UNTIL SW-FIM-SIM-CT.
           IF NOT PRIMEIRA-CONTA
               PERFORM 5450-GRAVA-CLIENTE
                  THRU 5450-GRAVA-CLIENTE-FIM
           END-IF.
           CLOSE CTATRAB.

           PERFORM 5500-GRAVA-SEGMENTO
              THRU 5500-GRAVA-SEGMENTO-FIM
              VARYING WCA-TSG-IDX FROM 1 BY 1
              UNTIL WCA-TSG-IDX GREATER THAN WCA-TSG-QTD.
           PERFORM 5600-GRAVA-GERENTE
              THRU 5600-GRAVA-GERENTE-FIM
              VARYING WCA-TGR-IDX FROM 1 BY 1
              UNTIL WCA-TGR-IDX GREATER THAN WCA-TGR-QTD.
           CLOSE RANKTRAB.
       5000-CONSOLIDA-FIM.
           EXIT.

      *****CONTA SEM NENHUM VALOR NA COMPETENCIA NAO ENTRA NO RANKING
       5100-GRAVA-CONTA.
           IF WCA-CTA-RECEITA(WCA-CTA-IDX) EQUAL ZEROS
              AND WCA-CTA-CUSTO(WCA-CTA-IDX) EQUAL ZEROS
              AND WCA-CTA-CAPTACAO(WCA-CTA-IDX) EQUAL ZEROS
               GO TO 5100-GRAVA-CONTA-FIM
           END-IF.
           MOVE SPACES TO REG-CTATRAB.
           MOVE WCA-CTA-DOC(WCA-CTA-IDX)      TO CT-NUM-DOC.
           MOVE WCA-CTA-COD(WCA-CTA-IDX)      TO CT-COD-CTA.
           MOVE WCA-CTA-NOME(WCA-CTA-IDX)     TO CT-NOM-CLI.
           MOVE WCA-CTA-RECEITA(WCA-CTA-IDX)  TO CT-RECEITA.
           MOVE WCA-CTA-CUSTO(WCA-CTA-IDX)    TO CT-CUSTO.
           MOVE WCA-CTA-CAPTACAO(WCA-CTA-IDX) TO CT-CAPTACAO.
           WRITE REG-CTATRAB.

           PERFORM 5110-RESOLVE-SEGMENTO
              THRU 5110-RESOLVE-SEGMENTO-FIM.
           PERFORM 5130-ACUMULA-SEGMENTO
              THRU 5130-ACUMULA-SEGMENTO-FIM.
           PERFORM 5150-ACUMULA-GERENTE
              THRU 5150-ACUMULA-GERENTE-FIM.
       5100-GRAVA-CONTA-FIM.
           EXIT.

       5110-RESOLVE-SEGMENTO.
           MOVE 'SEM SEGM' TO WS-SEGMENTO.
           MOVE 'N' TO WS-SEG-ACHOU.
           IF WCA-CTA-DOC(WCA-CTA-IDX) NOT EQUAL SPACES
              AND WCA-SEG-QTD GREATER THAN ZERO
               PERFORM 5120-PROCURA-SEGMENTO
                  THRU 5120-PROCURA-SEGMENTO-FIM
                  VARYING WCA-SEG-IDX FROM 1 BY 1
                  UNTIL WCA-SEG-IDX GREATER THAN WCA-SEG-QTD
                     OR SEGMENTO-ACHADO
           END-IF.
           IF SEGMENTO-ACHADO
               SET WCA-SEG-IDX TO WS-SEG-ACHADO
               MOVE WCA-SEG-NOME(WCA-SEG-IDX) TO WS-SEGMENTO
           END-IF.
       5110-RESOLVE-SEGMENTO-FIM.
           EXIT.

       5120-PROCURA-SEGMENTO.
           IF WCA-CTA-DOC(WCA-CTA-IDX) EQUAL WCA-SEG-DOC(WCA-SEG-IDX)
               MOVE 'S' TO WS-SEG-ACHOU
               SET WS-SEG-ACHADO TO WCA-SEG-IDX
           END-IF.
       5120-PROCURA-SEGMENTO-FIM.
           EXIT.

      *****SEGMENTO ALEM DA TABELA CHEIA SOMA NO ULTIMO
       5130-ACUMULA-SEGMENTO.
           MOVE 'N' TO WS-TOT-ACHOU.
           IF WCA-TSG-QTD GREATER THAN ZERO
               PERFORM 5140-PROCURA-TOT-SEGMENTO
                  THRU 5140-PROCURA-TOT-SEGMENTO-FIM
                  VARYING WCA-TSG-IDX FROM 1 BY 1
                  UNTIL WCA-TSG-IDX GREATER THAN WCA-TSG-QTD
                     OR TOTAL-ACHADO
           END-IF.
           IF TOTAL-ACHADO
               SET WCA-TSG-IDX TO WS-TOT-ACHADO
           ELSE
               IF WCA-TSG-QTD LESS THAN 50
                   ADD 1 TO WCA-TSG-QTD
               END-IF
               SET WCA-TSG-IDX TO WCA-TSG-QTD
               MOVE WS-SEGMENTO TO WCA-TSG-NOME(WCA-TSG-IDX)
               MOVE ZEROS TO WCA-TSG-CTAS(WCA-TSG-IDX)
                             WCA-TSG-RECEITA(WCA-TSG-IDX)
                             WCA-TSG-CUSTO(WCA-TSG-IDX)
                             WCA-TSG-CAPTACAO(WCA-TSG-IDX)
           END-IF.
           ADD 1 TO WCA-TSG-CTAS(WCA-TSG-IDX).
           ADD WCA-CTA-RECEITA(WCA-CTA-IDX)
            TO WCA-TSG-RECEITA(WCA-TSG-IDX).
           ADD WCA-CTA-CUSTO(WCA-CTA-IDX)
            TO WCA-TSG-CUSTO(WCA-TSG-IDX).
           ADD WCA-CTA-CAPTACAO(WCA-CTA-IDX)
            TO WCA-TSG-CAPTACAO(WCA-TSG-IDX).
       5130-ACUMULA-SEGMENTO-FIM.
           EXIT.

       5140-PROCURA-TOT-SEGMENTO.
           IF WS-SEGMENTO EQUAL WCA-TSG-NOME(WCA-TSG-IDX)
               MOVE 'S' TO WS-TOT-ACHOU
               SET WS-TOT-ACHADO TO WCA-TSG-IDX
           END-IF.
       5140-PROCURA-TOT-SEGMENTO-FIM.
           EXIT.

       5150-ACUMULA-GERENTE.
           IF WCA-CTA-GER(WCA-CTA-IDX) EQUAL SPACES
               MOVE '????' TO WS-COD-GER
           ELSE
               MOVE WCA-CTA-GER(WCA-CTA-IDX) TO WS-COD-GER
           END-IF.
           MOVE 'N' TO WS-TOT-ACHOU.
           IF WCA-TGR-QTD GREATER THAN ZERO
               PERFORM 5160-PROCURA-TOT-GERENTE
                  THRU 5160-PROCURA-TOT-GERENTE-FIM
                  VARYING WCA-TGR-IDX FROM 1 BY 1
                  UNTIL WCA-TGR-IDX GREATER THAN WCA-TGR-QTD
                     OR TOTAL-ACHADO
           END-IF.
           IF TOTAL-ACHADO
               SET WCA-TGR-IDX TO WS-TOT-ACHADO
           ELSE
               IF WCA-TGR-QTD LESS THAN 201
                   ADD 1 TO WCA-TGR-QTD
               END-IF
               SET WCA-TGR-IDX TO WCA-TGR-QTD
               MOVE WS-COD-GER TO WCA-TGR-COD(WCA-TGR-IDX)
               MOVE ZEROS TO WCA-TGR-CTAS(WCA-TGR-IDX)
                             WCA-TGR-RECEITA(WCA-TGR-IDX)
                             WCA-TGR-CUSTO(WCA-TGR-IDX)
                             WCA-TGR-CAPTACAO(WCA-TGR-IDX)
           END-IF.
           ADD 1 TO WCA-TGR-CTAS(WCA-TGR-IDX).
           ADD WCA-CTA-RECEITA(WCA-CTA-IDX)
            TO WCA-TGR-RECEITA(WCA-TGR-IDX).
           ADD WCA-CTA-CUSTO(WCA-CTA-IDX)
            TO WCA-TGR-CUSTO(WCA-TGR-IDX).
           ADD WCA-CTA-CAPTACAO(WCA-CTA-IDX)
            TO WCA-TGR-CAPTACAO(WCA-TGR-IDX).
       5150-ACUMULA-GERENTE-FIM.
           EXIT.

       5160-PROCURA-TOT-GERENTE.
           IF WS-COD-GER EQUAL WCA-TGR-COD(WCA-TGR-IDX)
               MOVE 'S' TO WS-TOT-ACHOU
               SET WS-TOT-ACHADO TO WCA-TGR-IDX
           END-IF.
       5160-PROCURA-TOT-GERENTE-FIM.
           EXIT.

       5300-LER-CTATRAB.
           READ CTATRAB
               AT END
                   SET SW-FIM-SIM-CT TO TRUE
           END-READ.
       5300-LER-CTATRAB-FIM.
           EXIT.

       5400-ACUMULA-CLIENTE.
           IF PRIMEIRA-CONTA
              OR CT-NUM-DOC NOT EQUAL WS-DOC-ANTERIOR
               IF NOT PRIMEIRA-CONTA
                   PERFORM 5450-GRAVA-CLIENTE
                      THRU 5450-GRAVA-CLIENTE-FIM
               END-IF
               MOVE 'N' TO WS-PRIMEIRA-CONTA
               MOVE CT-NUM-DOC TO WS-DOC-ANTERIOR
               MOVE CT-NOM-CLI TO WS-CLI-NOME
               MOVE ZEROS TO WS-CLI-CTAS WS-CLI-RECEITA
                             WS-CLI-CUSTO WS-CLI-CAPTACAO
           END-IF.
           ADD 1           TO WS-CLI-CTAS.
           ADD CT-RECEITA  TO WS-CLI-RECEITA.
           ADD CT-CUSTO    TO WS-CLI-CUSTO.
           ADD CT-CAPTACAO TO WS-CLI-CAPTACAO.
           PERFORM 5300-LER-CTATRAB
              THRU 5300-LER-CTATRAB-FIM.
       5400-ACUMULA-CLIENTE-FIM.
           EXIT.

       5450-GRAVA-CLIENTE.
           MOVE SPACES          TO REG-RANKTRAB.
           MOVE 3               TO RK-ORDEM.
           IF WS-DOC-ANTERIOR EQUAL SPACES
               MOVE 'SEM DOCUMENTO' TO RK-CHAVE
           ELSE
               MOVE WS-DOC-ANTERIOR TO RK-CHAVE
           END-IF.
           MOVE WS-CLI-NOME     TO RK-NOME.
           MOVE WS-CLI-CTAS     TO RK-QTD-CTAS.
           MOVE WS-CLI-RECEITA  TO RK-RECEITA.
           MOVE WS-CLI-CUSTO    TO RK-CUSTO.
           MOVE WS-CLI-CAPTACAO TO RK-CAPTACAO.
           COMPUTE RK-RESULTADO =
               WS-CLI-RECEITA - WS-CLI-CUSTO + WS-CLI-CAPTACAO.
           WRITE REG-RANKTRAB.
           ADD 1 TO WS-QTD-CLIENTES.
       5450-GRAVA-CLIENTE-FIM.
           EXIT.

       5500-GRAVA-SEGMENTO.
           MOVE SPACES TO REG-RANKTRAB.
           MOVE 2      TO RK-ORDEM.
           MOVE WCA-TSG-NOME(WCA-TSG-IDX)     TO RK-CHAVE.
           MOVE WCA-TSG-CTAS(WCA-TSG-IDX)     TO RK-QTD-CTAS.
           MOVE WCA-TSG-RECEITA(WCA-TSG-IDX)  TO RK-RECEITA.
           MOVE WCA-TSG-CUSTO(WCA-TSG-IDX)    TO RK-CUSTO.
           MOVE WCA-TSG-CAPTACAO(WCA-TSG-IDX) TO RK-CAPTACAO.
           COMPUTE RK-RESULTADO =
               WCA-TSG-RECEITA(WCA-TSG-IDX)
               - WCA-TSG-CUSTO(WCA-TSG-IDX)
               + WCA-TSG-CAPTACAO(WCA-TSG-IDX).
           WRITE REG-RANKTRAB.
       5500-GRAVA-SEGMENTO-FIM.
           EXIT.

       5600-GRAVA-GERENTE.
           MOVE SPACES TO REG-RANKTRAB.
           MOVE 1      TO RK-ORDEM.
           MOVE WCA-TGR-COD(WCA-TGR-IDX) TO RK-CHAVE WS-COD-GER.
           IF WS-COD-GER EQUAL '????'
               MOVE 'SEM GERENTE' TO RK-NOME
           ELSE
               MOVE 'N' TO WS-GER-ACHOU
               IF WCA-GER-QTD GREATER THAN ZERO
                   PERFORM 5610-PROCURA-GERENTE
                      THRU 5610-PROCURA-GERENTE-FIM
                      VARYING WCA-GER-IDX FROM 1 BY 1
                      UNTIL WCA-GER-IDX GREATER THAN WCA-GER-QTD
                         OR GERENTE-ACHADO
               END-IF
               IF GERENTE-ACHADO
                   SET WCA-GER-IDX TO WS-GER-ACHADO
                   MOVE WCA-GER-NOM(WCA-GER-IDX) TO RK-NOME
               ELSE
                   MOVE 'NAO CADASTRADO' TO RK-NOME
               END-IF
           END-IF.
           MOVE WCA-TGR-CTAS(WCA-TGR-IDX)     TO RK-QTD-CTAS.
           MOVE WCA-TGR-RECEITA(WCA-TGR-IDX)  TO RK-RECEITA.
           MOVE WCA-TGR-CUSTO(WCA-TGR-IDX)    TO RK-CUSTO.
           MOVE WCA-TGR-CAPTACAO(WCA-TGR-IDX) TO RK-CAPTACAO.
           COMPUTE RK-RESULTADO =
               WCA-TGR-RECEITA(WCA-TGR-IDX)
               - WCA-TGR-CUSTO(WCA-TGR-IDX)
               + WCA-TGR-CAPTACAO(WCA-TGR-IDX).
           WRITE REG-RANKTRAB.
       5600-GRAVA-GERENTE-FIM.
           EXIT.

       5610-PROCURA-GERENTE.
           IF WS-COD-GER EQUAL WCA-GER-COD(WCA-GER-IDX)
               MOVE 'S' TO WS-GER-ACHOU
               SET WS-GER-ACHADO TO WCA-GER-IDX
           END-IF.
       5610-PROCURA-GERENTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     RESUMO POR LINHA E OS TRES RANKINGS (GERENTES, SEGMENTOS E
      *     CLIENTES), DO MAIOR PARA O MENOR RESULTADO
      *-----------------------------------------------------------------
       6000-GRAVA-RELATORIO.
           SORT CLASSIFICA-RANK
               ON ASCENDING KEY SRK-ORDEM
               ON DESCENDING KEY SRK-RESULTADO
               ON ASCENDING KEY SRK-CHAVE
               USING RANKTRAB
               GIVING RANKTRAB.

           OPEN OUTPUT RELATORIO.
           OPEN OUTPUT EXPORTA.
           MOVE WCA-COMPETENCIA(5:2) TO TR-MES.
           MOVE WCA-COMPETENCIA(1:4) TO TR-ANO.
           MOVE WCA-TAXA-CAPTACAO    TO TR-TAXA.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'RESULTADO POR LINHA' TO ST-TEXTO.
           MOVE WCA-SUBTITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABEC-LINHAS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 6100-IMPRIME-CLASSE
              THRU 6100-IMPRIME-CLASSE-FIM
              VARYING WCA-CLA-IDX FROM 1 BY 1
              UNTIL WCA-CLA-IDX GREATER THAN WCA-CLA-QTD.
           MOVE 'CAPTACAO S/ SLD MED' TO LL-LINHA.
           MOVE 'RECEITA'             TO LL-NATUREZA.
           MOVE WS-TOT-CAPTACAO       TO LL-VALOR.
           MOVE WCA-LINHA-CLASSE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           OPEN INPUT RANKTRAB.
           SET SW-FIM-NAO-RK TO TRUE.
           MOVE ZERO TO WS-ORDEM-ANTERIOR.
           PERFORM 6200-LER-RANKTRAB
              THRU 6200-LER-RANKTRAB-FIM.
           PERFORM 6300-IMPRIME-RANKING
              THRU 6300-IMPRIME-RANKING-FIM
             UNTIL SW-FIM-SIM-RK.
           IF WS-ORDEM-ANTERIOR NOT EQUAL ZERO
               PERFORM 6400-TOTAL-SECAO
                  THRU 6400-TOTAL-SECAO-FIM
           END-IF.
           CLOSE RANKTRAB.
       6000-GRAVA-RELATORIO-FIM.
           EXIT.

      *****DUAS LINHAS DA TABELA PARA A MESMA LINHA DE RESULTADO SAEM
      *****SEPARADAS, CADA UMA COM O QUE CLASSIFICOU
       6100-IMPRIME-CLASSE.
           MOVE WCA-CLA-LINHA(WCA-CLA-IDX) TO LL-LINHA.
           IF WCA-CLA-NATUREZA(WCA-CLA-IDX) EQUAL 'C'
               MOVE 'CUSTO'   TO LL-NATUREZA
           ELSE
               MOVE 'RECEITA' TO LL-NATUREZA
           END-IF.
           MOVE WCA-CLA-TOTAL(WCA-CLA-IDX) TO LL-VALOR.
           MOVE WCA-LINHA-CLASSE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       6100-IMPRIME-CLASSE-FIM.
           EXIT.

       6200-LER-RANKTRAB.
           READ RANKTRAB
               AT END
                   SET SW-FIM-SIM-RK TO TRUE
           END-READ.
       6200-LER-RANKTRAB-FIM.
           EXIT.

       6300-IMPRIME-RANKING.
           IF RK-ORDEM NOT EQUAL WS-ORDEM-ANTERIOR
               IF WS-ORDEM-ANTERIOR NOT EQUAL ZERO
                   PERFORM 6400-TOTAL-SECAO
                      THRU 6400-TOTAL-SECAO-FIM
               END-IF
               MOVE RK-ORDEM TO WS-ORDEM-ANTERIOR
               PERFORM 6350-CABECALHO-SECAO
                  THRU 6350-CABECALHO-SECAO-FIM
           END-IF.

           ADD 1 TO WS-RANKING.
           MOVE WS-RANKING   TO RL-RANKING.
           MOVE RK-CHAVE     TO RL-CHAVE.
           MOVE RK-NOME      TO RL-NOME.
           MOVE RK-QTD-CTAS  TO RL-QTD-CTAS.
           MOVE RK-RECEITA   TO RL-RECEITA.
           MOVE RK-CUSTO     TO RL-CUSTO.
           MOVE RK-CAPTACAO  TO RL-CAPTACAO.
           MOVE RK-RESULTADO TO RL-RESULTADO.
           MOVE WCA-LINHA-RANKING TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD RK-RECEITA   TO WS-SEC-RECEITA.
           ADD RK-CUSTO     TO WS-SEC-CUSTO.
           ADD RK-CAPTACAO  TO WS-SEC-CAPTACAO.
           ADD RK-RESULTADO TO WS-SEC-RESULTADO.

           MOVE SPACES          TO REG-EXPORTA.
           MOVE WCA-COMPETENCIA TO RX-COMPETENCIA.
           EVALUATE RK-ORDEM
               WHEN 1
                   MOVE 'G' TO RX-TIPO
               WHEN 2
                   MOVE 'S' TO RX-TIPO
               WHEN OTHER
                   MOVE 'C' TO RX-TIPO
           END-EVALUATE.
           MOVE WS-RANKING   TO RX-RANKING.
           MOVE RK-CHAVE     TO RX-CHAVE.
           MOVE RK-NOME      TO RX-NOME.
           MOVE RK-QTD-CTAS  TO RX-QTD-CTAS.
           MOVE RK-RECEITA   TO RX-RECEITA.
           MOVE RK-CUSTO     TO RX-CUSTO.
           MOVE RK-CAPTACAO  TO RX-CAPTACAO.
           MOVE RK-RESULTADO TO RX-RESULTADO.
           WRITE REG-EXPORTA.

           PERFORM 6200-LER-RANKTRAB
              THRU 6200-LER-RANKTRAB-FIM.
       6300-IMPRIME-RANKING-FIM.
           EXIT.

       6350-CABECALHO-SECAO.
           MOVE ZEROS TO WS-RANKING WS-SEC-RECEITA WS-SEC-CUSTO
                         WS-SEC-CAPTACAO WS-SEC-RESULTADO.
           EVALUATE RK-ORDEM
               WHEN 1
                   MOVE 'RANKING DE GERENTES'  TO ST-TEXTO
               WHEN 2
                   MOVE 'RANKING DE SEGMENTOS' TO ST-TEXTO
               WHEN OTHER
                   MOVE 'RANKING DE CLIENTES'  TO ST-TEXTO
           END-EVALUATE.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-SUBTITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABEC-RANKING TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       6350-CABECALHO-SECAO-FIM.
           EXIT.

       6400-TOTAL-SECAO.
           MOVE WS-SEC-RECEITA   TO LT-RECEITA.
           MOVE WS-SEC-CUSTO     TO LT-CUSTO.
           MOVE WS-SEC-CAPTACAO  TO LT-CAPTACAO.
           MOVE WS-SEC-RESULTADO TO LT-RESULTADO.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       6400-TOTAL-SECAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           DISPLAY 'RENTAB01 - LANCAMENTOS DA COMPETENCIA: '
                   WS-QTD-MOVIMENTOS
                   ' CLASSIFICADOS: ' WS-QTD-CLASSIFICADOS
                   ' CLIENTES: ' WS-QTD-CLIENTES
           IF WS-QTD-FORA-BASE GREATER THAN ZERO
               DISPLAY 'RENTAB01 - ' WS-QTD-FORA-BASE
                       ' LANCAMENTOS CLASSIFICADOS DE CONTA FORA DA '
                       'ENTRADA01'
           END-IF
           IF WS-QTD-PARC-SEM-CTR GREATER THAN ZERO
               DISPLAY 'RENTAB01 - ' WS-QTD-PARC-SEM-CTR
                       ' PARCELAS DE EMPRESTIMO SEM CONTRATO NO '
                       'CONTRATOS01'
           END-IF
           IF WS-QTD-EST-FORA GREATER THAN ZERO
               DISPLAY 'RENTAB01 - ' WS-QTD-EST-FORA
                       ' ESTORNOS ALEM DA TABELA CLASSIFICADOS PELO '
                       'PROPRIO HISTORICO'
           END-IF
           CLOSE RELATORIO
           CLOSE EXPORTA.

           MOVE 0 TO WS-RC-FINAL.
           IF WSN-FS-RELATORIO NOT EQUAL 00 OR
              WSN-FS-EXPORTA NOT EQUAL 00
               DISPLAY 'RENTAB01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-QTD-FORA-BASE GREATER THAN ZERO
              OR WS-QTD-PARC-SEM-CTR GREATER THAN ZERO
              OR WS-QTD-SM-OUTRA-COMP GREATER THAN ZERO
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF.
           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'RENTABILIDADE ' WCA-COMPETENCIA ' - '
                  WS-QTD-CLIENTES ' CLIENTES, '
                  WS-QTD-CLASSIFICADOS ' LANCAMENTOS'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM RENTAB01.
