      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Painel mensal de desempenho das agencias. Os numeros
      * de cada agencia estavam espalhados em uma duzia de relatorios
      * e os gerentes regionais (AGM-REGIAO do AGENCIAS01) montavam o
      * ranking a mao. No mes do CTL-DATA-REFERENCIA junta, por
      * agencia do cadastro:
      *   - depositos: saldo positivo das contas nao encerradas de
      *     Entrada01 (a base do Saida01), em reais pela CAMBIO01;
      *   - inadimplencia: contratos ativos de CONTRATOS01 com parcela
      *     em atraso (a regra do ATRASOEMP01), em % dos ativos;
      *   - rejeicao: rejeitos sobre lidos do mes em ESTATREJ01 (a
      *     base do RELQUAL01), em %;
      *   - dormencia: contas do DORMTRAB01 (trabalho do DORMENTES01)
      *     em % das contas da agencia;
      *   - cheques pendentes: quantidade e valor do CHQTRAB01
      *     (trabalho do CHQPEND01);
      *   - tarifas: debitos 'TARIFA...' do mes em Movimento01 e na
      *     geracao MOVARQ01.D<AAAAMM> do mes (o TARIFAUSO01 e outros);
      *   - diferencas de caixa: soma absoluta das diferencas do mes
      *     em DIFCAIXA01 (a base do CONCDIN01).
      * Em cada regiao a agencia ganha um ponto por indicador em que
      * e melhor que cada outra agencia da regiao; o ranking da
      * regiao sai pelos pontos (empate divide a posicao). O extrato
      * PAINELAG01.D<AAAAMM> (uma linha por agencia, por regiao e
      * posicao) e para os diretores regionais e e tambem a base da
      * variacao do mes seguinte; o relatorio DESEMPAG01 mostra os
      * indicadores e a variacao contra o extrato do mes anterior.
      * Roda no fechamento do mes depois do DORMENTES01, CHQPEND01 e
      * CONCDIN01, cujos arquivos de trabalho ele le.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESEMPAG01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT AGENCIAS ASSIGN TO 'AGENCIAS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-AGENCIAS.

           SELECT ENTRADA ASSIGN TO 'ENTRADA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA.

           SELECT CAMBIO ASSIGN TO 'CAMBIO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CAMBIO.

           SELECT CONTRATOS ASSIGN TO 'CONTRATOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTRATOS.

           SELECT ESTATISTICA ASSIGN TO 'ESTATREJ01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ESTATISTICA.

           SELECT DORMTRAB ASSIGN TO 'DORMTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-DORMTRAB.

           SELECT PENDTRAB ASSIGN TO 'CHQTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-PENDTRAB.

           SELECT DIFCAIXA ASSIGN TO 'DIFCAIXA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-DIFCAIXA.

           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

           SELECT ARQUIVOMORTO ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ARQUIVOMORTO.

           SELECT PAINELANT ASSIGN TO DYNAMIC WS-NOME-PAINEL-ANT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-PAINELANT.

           SELECT PAINTRAB ASSIGN TO 'PAINTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-PAINTRAB.

           SELECT CLASSIFICA ASSIGN TO 'SORTWK01'.

           SELECT PAINEL ASSIGN TO DYNAMIC WS-NOME-PAINEL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-PAINEL.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT RELATORIO ASSIGN TO 'DESEMPAG01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *                AGENCIAS01 (CADASTRO DE AGENCIAS)
       FD AGENCIAS.
       01 REG-AGENCIAS.
           05 AGM-COD              PIC X(04).
           05 AGM-NOM              PIC X(20).
           05 AGM-REGIAO           PIC X(15).
           05 AGM-NUM-MINIMO       PIC 9(09)V99.
           05 AGM-NUM-MAXIMO       PIC 9(09)V99.

       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
           05 SLD-CTA              PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 STA-CTA              PIC X(01).
               88 STA-CTA-FECHADA              VALUE 'F'.

      *                CAMBIO (TAXAS DO DIA POR MOEDA)
       FD CAMBIO.
       01 REG-CAMBIO.
           05 CAM-COD-MOEDA        PIC X(03).
           05 CAM-TAXA             PIC 9(04)V9(06).
           05 CAM-DATA             PIC 9(08).

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
               88 CTR-ATIVO                    VALUE 'A'.
           05 FILLER               PIC X(01).
           05 CTR-MODALIDADE       PIC X(01).
           05 FILLER               PIC X(01).
           05 CTR-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTR-CET-MENSAL       PIC 9(03)V9(04).
           05 FILLER               PIC X(01).
           05 CTR-CET-ANUAL        PIC 9(05)V99.

      *                LIDOS E REJEITADOS POR AGENCIA (CRITICA01)
       FD ESTATISTICA.
       01 REG-ESTATISTICA.
           05 ESR-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 ESR-TIPO             PIC X(01).
               88 ESR-LIDOS                    VALUE 'L'.
               88 ESR-REJEITOS                 VALUE 'R'.
           05 FILLER               PIC X(01).
           05 ESR-AGENCIA          PIC X(04).
           05 FILLER               PIC X(01).
           05 ESR-COD-ERRO         PIC X(04).
           05 FILLER               PIC X(01).
           05 ESR-QTD              PIC 9(07).

      *                CONTAS DORMENTES (TRABALHO DO DORMENTES01)
       FD DORMTRAB.
       01 REG-DORMTRAB.
           05 DT-COD-AGENCIA       PIC X(04).
           05 DT-COD-CTA           PIC 9(06).
           05 DT-NOM-CLI           PIC X(25).
           05 DT-ULT-ATIVIDADE     PIC 9(08).
           05 DT-SLD-CTA           PIC S9(09)V99
                                   SIGN LEADING SEPARATE.

      *                CHEQUES PENDENTES (TRABALHO DO CHQPEND01)
       FD PENDTRAB.
       01 REG-PENDTRAB.
           05 PD-COD-AGENCIA       PIC X(04).
           05 PD-COD-CTA           PIC 9(06).
           05 PD-NUMERO            PIC 9(06).
           05 PD-VALOR             PIC 9(09)V99.
           05 PD-DAT-EMISSAO       PIC 9(08).

      *                DIFERENCAS DE FECHAMENTO DE CAIXA (CAIXA01)
       FD DIFCAIXA.
       01 REG-DIFCAIXA.
           05 DFC-COD-AGENCIA      PIC X(04).
           05 FILLER               PIC X(01).
           05 DFC-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 DFC-USUARIO          PIC X(20).
           05 FILLER               PIC X(01).
           05 DFC-FUNDO            PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 DFC-ESPERADO         PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 DFC-CONTADO          PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 DFC-DIFERENCA        PIC S9(11)V99
                                   SIGN LEADING SEPARATE.

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
               88 MOV-DEBITO                   VALUE 'D'.
           05 MOV-FORMA            PIC X(01).
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

      *                GERACAO ARQUIVADA DO MES (MOVARQ01.D<AAAAMM>)
       FD ARQUIVOMORTO.
       01 REG-ARQUIVOMORTO         PIC X(56).

      *                EXTRATO DO MES ANTERIOR (MESMO LEIAUTE)
       FD PAINELANT.
       01 REG-PAINELANT            PIC X(280).

      *                PAINEL DO MES ANTES DA CLASSIFICACAO
       FD PAINTRAB.
       01 REG-PAINTRAB             PIC X(280).

       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-MES              PIC 9(06).
           05 FILLER               PIC X(01).
           05 SRT-REGIAO           PIC X(15).
           05 FILLER               PIC X(01).
           05 SRT-POSICAO          PIC 9(02).
           05 FILLER               PIC X(01).
           05 SRT-COD-AGENCIA      PIC X(04).
           05 FILLER               PIC X(250).

      *                PAINELAG01.D<AAAAMM> - UMA LINHA POR AGENCIA
       FD PAINEL.
       01 REG-PAINEL.
           05 PNL-MES              PIC 9(06).
           05 FILLER               PIC X(01).
           05 PNL-REGIAO           PIC X(15).
           05 FILLER               PIC X(01).
           05 PNL-POSICAO          PIC 9(02).
           05 FILLER               PIC X(01).
           05 PNL-COD-AGENCIA      PIC X(04).
           05 FILLER               PIC X(01).
           05 PNL-NOM-AGENCIA      PIC X(20).
           05 FILLER               PIC X(01).
           05 PNL-PONTOS           PIC 9(03).
           05 FILLER               PIC X(01).
           05 PNL-QTD-CTAS         PIC 9(06).
           05 FILLER               PIC X(01).
           05 PNL-DEPOSITOS        PIC 9(13)V99.
           05 FILLER               PIC X(01).
           05 PNL-CTR-ATIVOS       PIC 9(06).
           05 FILLER               PIC X(01).
           05 PNL-CTR-ATRASO       PIC 9(06).
           05 FILLER               PIC X(01).
           05 PNL-PCT-INAD         PIC 9(03)V99.
           05 FILLER               PIC X(01).
           05 PNL-LIDOS            PIC 9(09).
           05 FILLER               PIC X(01).
           05 PNL-REJEITOS         PIC 9(09).
           05 FILLER               PIC X(01).
           05 PNL-PCT-REJ          PIC 9(03)V99.
           05 FILLER               PIC X(01).
           05 PNL-DORMENTES        PIC 9(06).
           05 FILLER               PIC X(01).
           05 PNL-PCT-DORM         PIC 9(03)V99.
           05 FILLER               PIC X(01).
           05 PNL-CHQ-QTD          PIC 9(06).
           05 FILLER               PIC X(01).
           05 PNL-CHQ-VALOR        PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 PNL-TARIFAS          PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 PNL-DIF-CAIXA        PIC 9(11)V99.
           05 FILLER               PIC X(01).
      *****VARIACAO CONTRA O EXTRATO DO MES ANTERIOR ('N' = SEM ELE)
           05 PNL-ANT-ACHOU        PIC X(01).
           05 FILLER               PIC X(01).
           05 PNL-POSICAO-ANT      PIC 9(02).
           05 FILLER               PIC X(01).
           05 PNL-VAR-DEPOSITOS    PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 PNL-VAR-PCT-INAD     PIC S9(03)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 PNL-VAR-PCT-REJ      PIC S9(03)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 PNL-VAR-PCT-DORM     PIC S9(03)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 PNL-VAR-CHQ-QTD      PIC S9(06)
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 PNL-VAR-TARIFAS      PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 PNL-VAR-DIF-CAIXA    PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(13).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-AGENCIAS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CAMBIO        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTRATOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ESTATISTICA   PIC 9(02) VALUE ZEROS.
           05 WSN-FS-DORMTRAB      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-PENDTRAB      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-DIFCAIXA      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ARQUIVOMORTO  PIC 9(02) VALUE ZEROS.
           05 WSN-FS-PAINELANT     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-PAINTRAB      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-PAINEL        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-AGENCIAS          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-AGM               VALUE 'N'.
               88 SW-FIM-SIM-AGM               VALUE 'S'.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.
           05 SW-CAMBIO            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CAM               VALUE 'N'.
               88 SW-FIM-SIM-CAM               VALUE 'S'.
           05 SW-CONTRATOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CTR               VALUE 'N'.
               88 SW-FIM-SIM-CTR               VALUE 'S'.
           05 SW-ESTATISTICA       PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-EST               VALUE 'N'.
               88 SW-FIM-SIM-EST               VALUE 'S'.
           05 SW-DORMTRAB          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-DRM               VALUE 'N'.
               88 SW-FIM-SIM-DRM               VALUE 'S'.
           05 SW-PENDTRAB          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-PND               VALUE 'N'.
               88 SW-FIM-SIM-PND               VALUE 'S'.
           05 SW-DIFCAIXA          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-DFC               VALUE 'N'.
               88 SW-FIM-SIM-DFC               VALUE 'S'.
           05 SW-MOVIMENTO         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MOV               VALUE 'N'.
               88 SW-FIM-SIM-MOV               VALUE 'S'.
           05 SW-PAINELANT         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-ANT               VALUE 'N'.
               88 SW-FIM-SIM-ANT               VALUE 'S'.
           05 SW-PAINEL            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-PNL               VALUE 'N'.
               88 SW-FIM-SIM-PNL               VALUE 'S'.
      *****'V' = MOVIMENTO01 VIVO, 'A' = GERACAO ARQUIVADA DO MES
           05 SW-ORIGEM-MOV        PIC X(01) VALUE 'V'.
               88 SW-ORIGEM-VIVO               VALUE 'V'.
               88 SW-ORIGEM-ARQUIVO            VALUE 'A'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WS-MES-REFERENCIA        PIC 9(06) VALUE ZEROS.
       01 WS-MES-ANTERIOR          PIC 9(06) VALUE ZEROS.
       01 WS-MES-ANTERIOR-R REDEFINES WS-MES-ANTERIOR.
           05 WS-MES-ANT-ANO       PIC 9(04).
           05 WS-MES-ANT-MES       PIC 9(02).
       01 WS-NOME-ARQUIVO          PIC X(20) VALUE SPACES.
       01 WS-NOME-PAINEL           PIC X(20) VALUE SPACES.
       01 WS-NOME-PAINEL-ANT       PIC X(20) VALUE SPACES.

      *****AGENCIAS DO CADASTRO COM OS INDICADORES DO MES
       01 WCA-AGENCIAS.
           05 WCA-AGE-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-AGE-TAB OCCURS 50 TIMES
                          INDEXED BY WCA-AGE-IDX WCA-CMP-IDX.
               10 WCA-AGE-COD      PIC X(04).
               10 WCA-AGE-NOM      PIC X(20).
               10 WCA-AGE-REGIAO   PIC X(15).
               10 WCA-AGE-CTAS     PIC 9(06).
               10 WCA-AGE-DEPOSITOS PIC 9(13)V99.
               10 WCA-AGE-CTR-ATV  PIC 9(06).
               10 WCA-AGE-CTR-ATR  PIC 9(06).
               10 WCA-AGE-LIDOS    PIC 9(09).
               10 WCA-AGE-REJEITOS PIC 9(09).
               10 WCA-AGE-DORMENTES PIC 9(06).
               10 WCA-AGE-CHQ-QTD  PIC 9(06).
               10 WCA-AGE-CHQ-VALOR PIC 9(11)V99.
               10 WCA-AGE-TARIFAS  PIC 9(11)V99.
               10 WCA-AGE-DIF-CAIXA PIC 9(11)V99.
               10 WCA-AGE-PCT-INAD PIC 9(03)V99.
               10 WCA-AGE-PCT-REJ  PIC 9(03)V99.
               10 WCA-AGE-PCT-DORM PIC 9(03)V99.
               10 WCA-AGE-PONTOS   PIC 9(03).
               10 WCA-AGE-POSICAO  PIC 9(02).
      *****MES ANTERIOR, DO EXTRATO PAINELAG01 DAQUELE MES
               10 WCA-ANT-ACHOU    PIC X(01).
               10 WCA-ANT-POSICAO  PIC 9(02).
               10 WCA-ANT-DEPOSITOS PIC 9(13)V99.
               10 WCA-ANT-PCT-INAD PIC 9(03)V99.
               10 WCA-ANT-PCT-REJ  PIC 9(03)V99.
               10 WCA-ANT-PCT-DORM PIC 9(03)V99.
               10 WCA-ANT-CHQ-QTD  PIC 9(06).
               10 WCA-ANT-TARIFAS  PIC 9(11)V99.
               10 WCA-ANT-DIF-CAIXA PIC 9(11)V99.
       01 WCA-AGE-ACHOU            PIC X(01) VALUE 'N'.
           88 AGENCIA-ACHADA                   VALUE 'S'.
       77 WS-IDX-ACHADO            PIC 9(02) VALUE ZEROS.
       01 WS-AG-BUSCA              PIC X(04) VALUE SPACES.

      *****AGENCIA POR CONTA, INDEXADA PELO NUMERO DA CONTA
       01 WCA-AGENCIA-CONTA.
           05 WCA-AG-CTA           PIC X(04) OCCURS 999999 TIMES
                                   VALUE SPACES.

      ****** TAXAS DE CAMBIO CARREGADAS DE CAMBIO01 ********************
       01 WCA-CAMBIOS.
           05 WCA-CAM-QTD          PIC 9(02)      VALUE ZEROS.
           05 WCA-CAM-TAB OCCURS 10 TIMES
                         INDEXED BY WCA-CAM-IDX.
               10 WCA-CAM-MOEDA    PIC X(03)      VALUE SPACES.
               10 WCA-CAM-TAXA     PIC 9(04)V9(06) VALUE ZEROS.
       01 WCA-CAM-ACHOU            PIC X(01)      VALUE 'N'.
           88 WCA-CAM-ACHOU-SIM                   VALUE 'S'.
           88 WCA-CAM-ACHOU-NAO                   VALUE 'N'.
       01 WS-VALOR-LOCAL           PIC S9(11)V99  VALUE ZEROS.

      *****EXTRATO DO MES ANTERIOR LIDO NA MESMA AREA DO PAINEL
       01 WS-REG-ANTERIOR          PIC X(280) VALUE SPACES.

       01 WS-DIFERENCA             PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-AGENCIAS          PIC 9(04) VALUE ZEROS.
       77 WS-QTD-FORA-CADASTRO     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-FONTE         PIC 9(02) VALUE ZEROS.
       77 WS-QTD-IMPRESSAS         PIC 9(04) VALUE ZEROS.
       77 WS-QTD-MAIS-PONTOS       PIC 9(02) VALUE ZEROS.
       01 WS-REGIAO-ANTERIOR       PIC X(15) VALUE SPACES.
       01 WS-TOT-DEPOSITOS         PIC 9(15)V99 VALUE ZEROS.
       01 WS-TOT-TARIFAS           PIC 9(13)V99 VALUE ZEROS.

       01 LINE-DESIGN              PIC X(132) VALUE ALL '='.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(48) VALUE
           '*     PAINEL DE DESEMPENHO DAS AGENCIAS - MES '.
           05 TR-MES               PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(27) VALUE
           '   (VARIACAO CONTRA O MES '.
           05 TR-MES-ANT           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE ')'.

       01 WCA-CABEC-REGIAO.
           05 FILLER               PIC X(10) VALUE '  REGIAO: '.
           05 CR-REGIAO            PIC X(15) VALUE SPACES.

       01 WCA-CABEC-COLUNAS.
           05 FILLER               PIC X(33) VALUE
           ' RK AG   NOME DA AGENCIA      PTS'.
           05 FILLER               PIC X(19) VALUE
           '          DEPOSITOS'.
           05 FILLER               PIC X(08) VALUE '   INAD%'.
           05 FILLER               PIC X(08) VALUE '    REJ%'.
           05 FILLER               PIC X(08) VALUE '   DORM%'.
           05 FILLER               PIC X(09) VALUE ' CHQ PEND'.
           05 FILLER               PIC X(16) VALUE
           '         TARIFAS'.
           05 FILLER               PIC X(16) VALUE
           '  DIF. DE CAIXA'.

       01 WCA-LINHA-AGENCIA.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-POSICAO           PIC Z9    VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-COD-AGENCIA       PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-NOM-AGENCIA       PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-PONTOS            PIC ZZ9   VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-DEPOSITOS         PIC ---.---.---.--9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-PCT-INAD          PIC ---9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-PCT-REJ           PIC ---9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-PCT-DORM          PIC ---9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-CHQ-QTD           PIC ----.--9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-TARIFAS           PIC ----.---.--9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-DIF-CAIXA         PIC ----.---.--9,99.

       01 WCA-LINHA-VARIACAO.
           05 FILLER               PIC X(25) VALUE
           '      VARIACAO  RK ANT. '.
           05 LV-POSICAO-ANT       PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LV-DEPOSITOS         PIC ---.---.---.--9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LV-PCT-INAD          PIC ---9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LV-PCT-REJ           PIC ---9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LV-PCT-DORM          PIC ---9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LV-CHQ-QTD           PIC ----.--9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LV-TARIFAS           PIC ----.---.--9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LV-DIF-CAIXA         PIC ----.---.--9,99.

       01 WCA-LINHA-SEM-ANTERIOR.
           05 FILLER               PIC X(50) VALUE
           '      SEM PAINEL DA AGENCIA NO MES ANTERIOR'.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(14) VALUE '   AGENCIAS ='.
           05 LT-QTD               PIC ZZZ9  VALUE ZEROS.
           05 FILLER               PIC X(17) VALUE
               '  DEPOSITOS R$'.
           05 LT-DEPOSITOS         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(15) VALUE
               '  TARIFAS R$'.
           05 LT-TARIFAS           PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'DESEMPAG01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
      *****RETURN-CODE FINAL GUARDADO A PARTE (OS CALL SOBREPOEM O
      *****REGISTRADOR ESPECIAL)
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 2000-TOTALIZA-CONTAS
              THRU 2000-TOTALIZA-CONTAS-FIM
           PERFORM 2100-TOTALIZA-CONTRATOS
              THRU 2100-TOTALIZA-CONTRATOS-FIM
           PERFORM 2200-TOTALIZA-REJEICOES
              THRU 2200-TOTALIZA-REJEICOES-FIM
           PERFORM 2300-TOTALIZA-DORMENTES
              THRU 2300-TOTALIZA-DORMENTES-FIM
           PERFORM 2400-TOTALIZA-CHEQUES
              THRU 2400-TOTALIZA-CHEQUES-FIM
           PERFORM 2500-TOTALIZA-TARIFAS
              THRU 2500-TOTALIZA-TARIFAS-FIM
           PERFORM 2600-TOTALIZA-DIF-CAIXA
              THRU 2600-TOTALIZA-DIF-CAIXA-FIM
           PERFORM 2700-CARREGA-MES-ANTERIOR
              THRU 2700-CARREGA-MES-ANTERIOR-FIM

           PERFORM 3000-CALCULA-INDICADORES
              THRU 3000-CALCULA-INDICADORES-FIM
              VARYING WCA-AGE-IDX FROM 1 BY 1
              UNTIL WCA-AGE-IDX GREATER THAN WCA-AGE-QTD
           PERFORM 3100-PONTUA-AGENCIA
              THRU 3100-PONTUA-AGENCIA-FIM
              VARYING WCA-AGE-IDX FROM 1 BY 1
              UNTIL WCA-AGE-IDX GREATER THAN WCA-AGE-QTD
           PERFORM 3300-POSICIONA-AGENCIA
              THRU 3300-POSICIONA-AGENCIA-FIM
              VARYING WCA-AGE-IDX FROM 1 BY 1
              UNTIL WCA-AGE-IDX GREATER THAN WCA-AGE-QTD

           PERFORM 4000-GRAVA-PAINEL
              THRU 4000-GRAVA-PAINEL-FIM
           PERFORM 5000-IMPRIME-RELATORIO
              THRU 5000-IMPRIME-RELATORIO-FIM

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
               DISPLAY 'DESEMPAG01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WCA-DATA-REFERENCIA(1:6) TO WS-MES-REFERENCIA
                                            WS-MES-ANTERIOR.
           IF WS-MES-ANT-MES EQUAL 1
               SUBTRACT 1 FROM WS-MES-ANT-ANO
               MOVE 12 TO WS-MES-ANT-MES
           ELSE
               SUBTRACT 1 FROM WS-MES-ANT-MES
           END-IF.

           MOVE SPACES TO WS-NOME-PAINEL WS-NOME-PAINEL-ANT.
           STRING 'PAINELAG01.D' WS-MES-REFERENCIA
               DELIMITED BY SIZE INTO WS-NOME-PAINEL.
           STRING 'PAINELAG01.D' WS-MES-ANTERIOR
               DELIMITED BY SIZE INTO WS-NOME-PAINEL-ANT.

           PERFORM 1200-CARREGA-AGENCIAS
              THRU 1200-CARREGA-AGENCIAS-FIM.
           PERFORM 1300-CARREGA-CAMBIO
              THRU 1300-CARREGA-CAMBIO-FIM.
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

      ****************CARGA DO CADASTRO DE AGENCIAS*********************
       1200-CARREGA-AGENCIAS.
           OPEN INPUT AGENCIAS.
           IF WSN-FS-AGENCIAS NOT EQUAL ZEROS
               DISPLAY 'DESEMPAG01 - AGENCIAS01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-AGM TO TRUE.
           PERFORM 1210-LER-AGENCIA
              THRU 1210-LER-AGENCIA-FIM.
           PERFORM 1220-GUARDA-AGENCIA
              THRU 1220-GUARDA-AGENCIA-FIM
             UNTIL SW-FIM-SIM-AGM.
           CLOSE AGENCIAS.
       1200-CARREGA-AGENCIAS-FIM.
           EXIT.

       1210-LER-AGENCIA.
           READ AGENCIAS
               AT END
                   SET SW-FIM-SIM-AGM TO TRUE
           END-READ.
       1210-LER-AGENCIA-FIM.
           EXIT.

      *****AGENCIA FORA DA TABELA FICARIA FORA DO RANKING: ABORTA
       1220-GUARDA-AGENCIA.
           IF WCA-AGE-QTD NOT LESS THAN 50
               DISPLAY 'DESEMPAG01 - AGENCIAS01 COM MAIS DE 50 '
                       'AGENCIAS - ABORTADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-AGE-QTD.
           SET WCA-AGE-IDX TO WCA-AGE-QTD.
           MOVE AGM-COD    TO WCA-AGE-COD(WCA-AGE-IDX).
           MOVE AGM-NOM    TO WCA-AGE-NOM(WCA-AGE-IDX).
           MOVE AGM-REGIAO TO WCA-AGE-REGIAO(WCA-AGE-IDX).
           MOVE ZEROS      TO WCA-AGE-CTAS(WCA-AGE-IDX)
                              WCA-AGE-DEPOSITOS(WCA-AGE-IDX)
                              WCA-AGE-CTR-ATV(WCA-AGE-IDX)
                              WCA-AGE-CTR-ATR(WCA-AGE-IDX)
                              WCA-AGE-LIDOS(WCA-AGE-IDX)
                              WCA-AGE-REJEITOS(WCA-AGE-IDX)
                              WCA-AGE-DORMENTES(WCA-AGE-IDX)
                              WCA-AGE-CHQ-QTD(WCA-AGE-IDX)
                              WCA-AGE-CHQ-VALOR(WCA-AGE-IDX)
                              WCA-AGE-TARIFAS(WCA-AGE-IDX)
                              WCA-AGE-DIF-CAIXA(WCA-AGE-IDX)
                              WCA-AGE-PCT-INAD(WCA-AGE-IDX)
                              WCA-AGE-PCT-REJ(WCA-AGE-IDX)
                              WCA-AGE-PCT-DORM(WCA-AGE-IDX)
                              WCA-AGE-PONTOS(WCA-AGE-IDX)
                              WCA-AGE-POSICAO(WCA-AGE-IDX)
                              WCA-ANT-POSICAO(WCA-AGE-IDX)
                              WCA-ANT-DEPOSITOS(WCA-AGE-IDX)
                              WCA-ANT-PCT-INAD(WCA-AGE-IDX)
                              WCA-ANT-PCT-REJ(WCA-AGE-IDX)
                              WCA-ANT-PCT-DORM(WCA-AGE-IDX)
                              WCA-ANT-CHQ-QTD(WCA-AGE-IDX)
                              WCA-ANT-TARIFAS(WCA-AGE-IDX)
                              WCA-ANT-DIF-CAIXA(WCA-AGE-IDX).
           MOVE 'N'        TO WCA-ANT-ACHOU(WCA-AGE-IDX).
           PERFORM 1210-LER-AGENCIA
              THRU 1210-LER-AGENCIA-FIM.
       1220-GUARDA-AGENCIA-FIM.
           EXIT.

      ****************CARGA DAS TAXAS DE CAMBIO*************************
       1300-CARREGA-CAMBIO.
           OPEN INPUT CAMBIO.
           IF WSN-FS-CAMBIO NOT EQUAL ZEROS
               GO TO 1300-CARREGA-CAMBIO-FIM
           END-IF.
           SET SW-FIM-NAO-CAM TO TRUE.
           PERFORM 1310-LER-CAMBIO
              THRU 1310-LER-CAMBIO-FIM.
           PERFORM 1320-GUARDA-CAMBIO
              THRU 1320-GUARDA-CAMBIO-FIM
             UNTIL SW-FIM-SIM-CAM.
           CLOSE CAMBIO.
       1300-CARREGA-CAMBIO-FIM.
           EXIT.

       1310-LER-CAMBIO.
           READ CAMBIO
               AT END
                   SET SW-FIM-SIM-CAM TO TRUE
           END-READ.
       1310-LER-CAMBIO-FIM.
           EXIT.

       1320-GUARDA-CAMBIO.
           IF WCA-CAM-QTD LESS THAN 10
               ADD 1 TO WCA-CAM-QTD
               SET WCA-CAM-IDX TO WCA-CAM-QTD
               MOVE CAM-COD-MOEDA TO WCA-CAM-MOEDA(WCA-CAM-IDX)
               MOVE CAM-TAXA      TO WCA-CAM-TAXA(WCA-CAM-IDX)
           END-IF.
           PERFORM 1310-LER-CAMBIO
              THRU 1310-LER-CAMBIO-FIM.
       1320-GUARDA-CAMBIO-FIM.
           EXIT.

      *****LOCALIZA A AGENCIA NA TABELA DO CADASTRO
       1700-LOCALIZA-AGENCIA.
           MOVE 'N' TO WCA-AGE-ACHOU.
           PERFORM 1710-TESTA-AGENCIA
              THRU 1710-TESTA-AGENCIA-FIM
              VARYING WCA-AGE-IDX FROM 1 BY 1
              UNTIL WCA-AGE-IDX GREATER THAN WCA-AGE-QTD
                 OR AGENCIA-ACHADA.
           IF AGENCIA-ACHADA
               SET WCA-AGE-IDX TO WS-IDX-ACHADO
           ELSE
               ADD 1 TO WS-QTD-FORA-CADASTRO
           END-IF.
       1700-LOCALIZA-AGENCIA-FIM.
           EXIT.

       1710-TESTA-AGENCIA.
           IF WS-AG-BUSCA EQUAL WCA-AGE-COD(WCA-AGE-IDX)
               MOVE 'S' TO WCA-AGE-ACHOU
               SET WS-IDX-ACHADO TO WCA-AGE-IDX
           END-IF.
       1710-TESTA-AGENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CONTAS E DEPOSITOS: SALDO POSITIVO DAS CONTAS NAO
      *     ENCERRADAS, EM REAIS; GUARDA A AGENCIA DE CADA CONTA
      *-----------------------------------------------------------------
       2000-TOTALIZA-CONTAS.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'DESEMPAG01 - ENTRADA NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO TO TRUE.
           PERFORM 2010-LER-ENTRADA
              THRU 2010-LER-ENTRADA-FIM.
           PERFORM 2020-ACUMULA-CONTA
              THRU 2020-ACUMULA-CONTA-FIM
             UNTIL SW-FIM-SIM.
           CLOSE ENTRADA.
       2000-TOTALIZA-CONTAS-FIM.
           EXIT.

       2010-LER-ENTRADA.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
      *****PULA OS REGISTROS DE CONTROLE HDR/TRL DA ENTRADA
           IF NOT SW-FIM-SIM
              AND (REG-ENTRADA(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA(1:3) EQUAL 'TRL')
               GO TO 2010-LER-ENTRADA
           END-IF.
       2010-LER-ENTRADA-FIM.
           EXIT.

       2020-ACUMULA-CONTA.
           IF COD-CTA GREATER THAN ZERO
               MOVE COD-AGENCIA TO WCA-AG-CTA(COD-CTA)
           END-IF.
           IF STA-CTA-FECHADA
               GO TO 2020-ACUMULA-LEITURA
           END-IF.
           MOVE COD-AGENCIA TO WS-AG-BUSCA.
           PERFORM 1700-LOCALIZA-AGENCIA
              THRU 1700-LOCALIZA-AGENCIA-FIM.
           IF NOT AGENCIA-ACHADA
               GO TO 2020-ACUMULA-LEITURA
           END-IF.
           ADD 1 TO WCA-AGE-CTAS(WCA-AGE-IDX).
           IF SLD-CTA GREATER THAN ZERO
               MOVE SLD-CTA TO WS-VALOR-LOCAL
               PERFORM 2030-CONVERTE-MOEDA
                  THRU 2030-CONVERTE-MOEDA-FIM
               ADD WS-VALOR-LOCAL TO WCA-AGE-DEPOSITOS(WCA-AGE-IDX)
           END-IF.
       2020-ACUMULA-LEITURA.
           PERFORM 2010-LER-ENTRADA
              THRU 2010-LER-ENTRADA-FIM.
       2020-ACUMULA-CONTA-FIM.
           EXIT.

      *****MOEDA SEM TAXA EM CAMBIO01 FICA COM O VALOR DE ORIGEM
      *****(MESMO COMPORTAMENTO DO FGC01)
       2030-CONVERTE-MOEDA.
           SET WCA-CAM-ACHOU-NAO TO TRUE.
           PERFORM 2040-PROCURA-MOEDA
              THRU 2040-PROCURA-MOEDA-FIM
              VARYING WCA-CAM-IDX FROM 1 BY 1
              UNTIL WCA-CAM-IDX GREATER THAN WCA-CAM-QTD
                 OR WCA-CAM-ACHOU-SIM.
           IF WCA-CAM-ACHOU-SIM
               SET WCA-CAM-IDX DOWN BY 1
               COMPUTE WS-VALOR-LOCAL ROUNDED =
                   SLD-CTA * WCA-CAM-TAXA(WCA-CAM-IDX)
           END-IF.
       2030-CONVERTE-MOEDA-FIM.
           EXIT.

       2040-PROCURA-MOEDA.
           IF COD-MOEDA EQUAL WCA-CAM-MOEDA(WCA-CAM-IDX)
               SET WCA-CAM-ACHOU-SIM TO TRUE
           END-IF.
       2040-PROCURA-MOEDA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     INADIMPLENCIA: CONTRATOS ATIVOS E OS COM PARCELA EM ATRASO
      *     (MESMA SELECAO DO ATRASOEMP01), PELA AGENCIA DA CONTA
      *-----------------------------------------------------------------
       2100-TOTALIZA-CONTRATOS.
           OPEN INPUT CONTRATOS.
           IF WSN-FS-CONTRATOS NOT EQUAL ZEROS
               DISPLAY 'DESEMPAG01 - CONTRATOS01 NAO ENCONTRADO - '
                       'INADIMPLENCIA ZERADA'
               MOVE ZEROS TO WSN-FS-CONTRATOS
               ADD 1 TO WS-QTD-SEM-FONTE
               GO TO 2100-TOTALIZA-CONTRATOS-FIM
           END-IF.
           SET SW-FIM-NAO-CTR TO TRUE.
           PERFORM 2110-LER-CONTRATO
              THRU 2110-LER-CONTRATO-FIM.
           PERFORM 2120-ACUMULA-CONTRATO
              THRU 2120-ACUMULA-CONTRATO-FIM
             UNTIL SW-FIM-SIM-CTR.
           CLOSE CONTRATOS.
       2100-TOTALIZA-CONTRATOS-FIM.
           EXIT.

       2110-LER-CONTRATO.
           READ CONTRATOS
               AT END
                   SET SW-FIM-SIM-CTR TO TRUE
           END-READ.
       2110-LER-CONTRATO-FIM.
           EXIT.

       2120-ACUMULA-CONTRATO.
           IF NOT CTR-ATIVO
              OR CTR-COD-CTA NOT GREATER THAN ZERO
               GO TO 2120-ACUMULA-LEITURA
           END-IF.
           MOVE WCA-AG-CTA(CTR-COD-CTA) TO WS-AG-BUSCA.
           PERFORM 1700-LOCALIZA-AGENCIA
              THRU 1700-LOCALIZA-AGENCIA-FIM.
           IF NOT AGENCIA-ACHADA
               GO TO 2120-ACUMULA-LEITURA
           END-IF.
           ADD 1 TO WCA-AGE-CTR-ATV(WCA-AGE-IDX).
           IF CTR-ATRASO GREATER THAN ZERO
               ADD 1 TO WCA-AGE-CTR-ATR(WCA-AGE-IDX)
           END-IF.
       2120-ACUMULA-LEITURA.
           PERFORM 2110-LER-CONTRATO
              THRU 2110-LER-CONTRATO-FIM.
       2120-ACUMULA-CONTRATO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     QUALIDADE DA ENTRADA: LIDOS E REJEITADOS DO MES (RELQUAL01)
      *-----------------------------------------------------------------
       2200-TOTALIZA-REJEICOES.
           OPEN INPUT ESTATISTICA.
           IF WSN-FS-ESTATISTICA NOT EQUAL ZEROS
               DISPLAY 'DESEMPAG01 - ESTATREJ01 NAO ENCONTRADO - '
                       'REJEICAO ZERADA'
               MOVE ZEROS TO WSN-FS-ESTATISTICA
               ADD 1 TO WS-QTD-SEM-FONTE
               GO TO 2200-TOTALIZA-REJEICOES-FIM
           END-IF.
           SET SW-FIM-NAO-EST TO TRUE.
           PERFORM 2210-LER-ESTATISTICA
              THRU 2210-LER-ESTATISTICA-FIM.
           PERFORM 2220-ACUMULA-ESTATISTICA
              THRU 2220-ACUMULA-ESTATISTICA-FIM
             UNTIL SW-FIM-SIM-EST.
           CLOSE ESTATISTICA.
       2200-TOTALIZA-REJEICOES-FIM.
           EXIT.

       2210-LER-ESTATISTICA.
           READ ESTATISTICA
               AT END
                   SET SW-FIM-SIM-EST TO TRUE
           END-READ.
       2210-LER-ESTATISTICA-FIM.
           EXIT.

       2220-ACUMULA-ESTATISTICA.
           IF ESR-DATA(1:6) NOT EQUAL WS-MES-REFERENCIA
               GO TO 2220-ACUMULA-LEITURA
           END-IF.
           MOVE ESR-AGENCIA TO WS-AG-BUSCA.
           PERFORM 1700-LOCALIZA-AGENCIA
              THRU 1700-LOCALIZA-AGENCIA-FIM.
           IF NOT AGENCIA-ACHADA
               GO TO 2220-ACUMULA-LEITURA
           END-IF.
           IF ESR-LIDOS
               ADD ESR-QTD TO WCA-AGE-LIDOS(WCA-AGE-IDX)
           END-IF.
           IF ESR-REJEITOS
               ADD ESR-QTD TO WCA-AGE-REJEITOS(WCA-AGE-IDX)
           END-IF.
       2220-ACUMULA-LEITURA.
           PERFORM 2210-LER-ESTATISTICA
              THRU 2210-LER-ESTATISTICA-FIM.
       2220-ACUMULA-ESTATISTICA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CONTAS DORMENTES DA ULTIMA EXECUCAO DO DORMENTES01
      *-----------------------------------------------------------------
       2300-TOTALIZA-DORMENTES.
           OPEN INPUT DORMTRAB.
           IF WSN-FS-DORMTRAB NOT EQUAL ZEROS
               DISPLAY 'DESEMPAG01 - DORMTRAB01 NAO ENCONTRADO - '
                       'DORMENCIA ZERADA'
               MOVE ZEROS TO WSN-FS-DORMTRAB
               ADD 1 TO WS-QTD-SEM-FONTE
               GO TO 2300-TOTALIZA-DORMENTES-FIM
           END-IF.
           SET SW-FIM-NAO-DRM TO TRUE.
           PERFORM 2310-LER-DORMENTE
              THRU 2310-LER-DORMENTE-FIM.
           PERFORM 2320-ACUMULA-DORMENTE
              THRU 2320-ACUMULA-DORMENTE-FIM
             UNTIL SW-FIM-SIM-DRM.
           CLOSE DORMTRAB.
       2300-TOTALIZA-DORMENTES-FIM.
           EXIT.

       2310-LER-DORMENTE.
           READ DORMTRAB
               AT END
                   SET SW-FIM-SIM-DRM TO TRUE
           END-READ.
       2310-LER-DORMENTE-FIM.
           EXIT.

       2320-ACUMULA-DORMENTE.
           MOVE DT-COD-AGENCIA TO WS-AG-BUSCA.
           PERFORM 1700-LOCALIZA-AGENCIA
              THRU 1700-LOCALIZA-AGENCIA-FIM.
           IF AGENCIA-ACHADA
               ADD 1 TO WCA-AGE-DORMENTES(WCA-AGE-IDX)
           END-IF.
           PERFORM 2310-LER-DORMENTE
              THRU 2310-LER-DORMENTE-FIM.
       2320-ACUMULA-DORMENTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CHEQUES EMITIDOS AINDA NAO COMPENSADOS (CHQPEND01)
      *-----------------------------------------------------------------
       2400-TOTALIZA-CHEQUES.
           OPEN INPUT PENDTRAB.
           IF WSN-FS-PENDTRAB NOT EQUAL ZEROS
               DISPLAY 'DESEMPAG01 - CHQTRAB01 NAO ENCONTRADO - '
                       'CHEQUES PENDENTES ZERADOS'
               MOVE ZEROS TO WSN-FS-PENDTRAB
               ADD 1 TO WS-QTD-SEM-FONTE
               GO TO 2400-TOTALIZA-CHEQUES-FIM
           END-IF.
           SET SW-FIM-NAO-PND TO TRUE.
           PERFORM 2410-LER-PENDENTE
              THRU 2410-LER-PENDENTE-FIM.
           PERFORM 2420-ACUMULA-PENDENTE
              THRU 2420-ACUMULA-PENDENTE-FIM
             UNTIL SW-FIM-SIM-PND.
           CLOSE PENDTRAB.
       2400-TOTALIZA-CHEQUES-FIM.
           EXIT.

       2410-LER-PENDENTE.
           READ PENDTRAB
               AT END
                   SET SW-FIM-SIM-PND TO TRUE
           END-READ.
       2410-LER-PENDENTE-FIM.
           EXIT.

       2420-ACUMULA-PENDENTE.
           MOVE PD-COD-AGENCIA TO WS-AG-BUSCA.
           PERFORM 1700-LOCALIZA-AGENCIA
              THRU 1700-LOCALIZA-AGENCIA-FIM.
           IF AGENCIA-ACHADA
               ADD 1        TO WCA-AGE-CHQ-QTD(WCA-AGE-IDX)
               ADD PD-VALOR TO WCA-AGE-CHQ-VALOR(WCA-AGE-IDX)
           END-IF.
           PERFORM 2410-LER-PENDENTE
              THRU 2410-LER-PENDENTE-FIM.
       2420-ACUMULA-PENDENTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     RECEITA DE TARIFAS DO MES: DEBITOS 'TARIFA...' NO
      *     MOVIMENTO01 VIVO E NA GERACAO ARQUIVADA DO MES (SE O
      *     ARQMOV01 JA RODOU); O FILTRO DE MES EVITA CONTAR DUAS VEZES
      *-----------------------------------------------------------------
       2500-TOTALIZA-TARIFAS.
           SET SW-ORIGEM-VIVO TO TRUE.
           OPEN INPUT MOVIMENTO.
           IF WSN-FS-MOVIMENTO EQUAL ZEROS
               SET SW-FIM-NAO-MOV TO TRUE
               PERFORM 2510-LER-MOVIMENTO
                  THRU 2510-LER-MOVIMENTO-FIM
               PERFORM 2520-ACUMULA-TARIFA
                  THRU 2520-ACUMULA-TARIFA-FIM
                 UNTIL SW-FIM-SIM-MOV
               CLOSE MOVIMENTO
           ELSE
               MOVE ZEROS TO WSN-FS-MOVIMENTO
           END-IF.

           MOVE SPACES TO WS-NOME-ARQUIVO.
           STRING 'MOVARQ01.D' WS-MES-REFERENCIA
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO.
           SET SW-ORIGEM-ARQUIVO TO TRUE.
           OPEN INPUT ARQUIVOMORTO.
           IF WSN-FS-ARQUIVOMORTO EQUAL ZEROS
               SET SW-FIM-NAO-MOV TO TRUE
               PERFORM 2510-LER-MOVIMENTO
                  THRU 2510-LER-MOVIMENTO-FIM
               PERFORM 2520-ACUMULA-TARIFA
                  THRU 2520-ACUMULA-TARIFA-FIM
                 UNTIL SW-FIM-SIM-MOV
               CLOSE ARQUIVOMORTO
           ELSE
               MOVE ZEROS TO WSN-FS-ARQUIVOMORTO
           END-IF.
       2500-TOTALIZA-TARIFAS-FIM.
           EXIT.

       2510-LER-MOVIMENTO.
           IF SW-ORIGEM-VIVO
               READ MOVIMENTO
                   AT END
                       SET SW-FIM-SIM-MOV TO TRUE
               END-READ
           ELSE
               READ ARQUIVOMORTO
                   AT END
                       SET SW-FIM-SIM-MOV TO TRUE
                   NOT AT END
                       MOVE REG-ARQUIVOMORTO TO REG-MOVIMENTO
               END-READ
           END-IF.
       2510-LER-MOVIMENTO-FIM.
           EXIT.

       2520-ACUMULA-TARIFA.
           IF NOT MOV-DEBITO
              OR MOV-HIST(1:6) NOT EQUAL 'TARIFA'
              OR MOV-DAT(1:6) NOT EQUAL WS-MES-REFERENCIA
              OR MOV-COD-CTA NOT GREATER THAN ZERO
               GO TO 2520-ACUMULA-LEITURA
           END-IF.
           MOVE WCA-AG-CTA(MOV-COD-CTA) TO WS-AG-BUSCA.
           PERFORM 1700-LOCALIZA-AGENCIA
              THRU 1700-LOCALIZA-AGENCIA-FIM.
           IF AGENCIA-ACHADA
               ADD MOV-VAL TO WCA-AGE-TARIFAS(WCA-AGE-IDX)
           END-IF.
       2520-ACUMULA-LEITURA.
           PERFORM 2510-LER-MOVIMENTO
              THRU 2510-LER-MOVIMENTO-FIM.
       2520-ACUMULA-TARIFA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     DIFERENCAS DE CAIXA DO MES: SOBRA E FALTA SOMAM IGUAL
      *-----------------------------------------------------------------
       2600-TOTALIZA-DIF-CAIXA.
           OPEN INPUT DIFCAIXA.
           IF WSN-FS-DIFCAIXA NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-DIFCAIXA
               GO TO 2600-TOTALIZA-DIF-CAIXA-FIM
           END-IF.
           SET SW-FIM-NAO-DFC TO TRUE.
           PERFORM 2610-LER-DIFCAIXA
              THRU 2610-LER-DIFCAIXA-FIM.
           PERFORM 2620-ACUMULA-DIFCAIXA
              THRU 2620-ACUMULA-DIFCAIXA-FIM
             UNTIL SW-FIM-SIM-DFC.
           CLOSE DIFCAIXA.
       2600-TOTALIZA-DIF-CAIXA-FIM.
           EXIT.

       2610-LER-DIFCAIXA.
           READ DIFCAIXA
               AT END
                   SET SW-FIM-SIM-DFC TO TRUE
           END-READ.
       2610-LER-DIFCAIXA-FIM.
           EXIT.

       2620-ACUMULA-DIFCAIXA.
           IF DFC-DATA(1:6) NOT EQUAL WS-MES-REFERENCIA
               GO TO 2620-ACUMULA-LEITURA
           END-IF.
           MOVE DFC-COD-AGENCIA TO WS-AG-BUSCA.
           PERFORM 1700-LOCALIZA-AGENCIA
              THRU 1700-LOCALIZA-AGENCIA-FIM.
           IF NOT AGENCIA-ACHADA
               GO TO 2620-ACUMULA-LEITURA
           END-IF.
           MOVE DFC-DIFERENCA TO WS-DIFERENCA.
           IF WS-DIFERENCA LESS THAN ZERO
               MULTIPLY -1 BY WS-DIFERENCA
           END-IF.
           ADD WS-DIFERENCA TO WCA-AGE-DIF-CAIXA(WCA-AGE-IDX).
       2620-ACUMULA-LEITURA.
           PERFORM 2610-LER-DIFCAIXA
              THRU 2610-LER-DIFCAIXA-FIM.
       2620-ACUMULA-DIFCAIXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     EXTRATO DO MES ANTERIOR: BASE DA VARIACAO POR AGENCIA
      *-----------------------------------------------------------------
       2700-CARREGA-MES-ANTERIOR.
           OPEN INPUT PAINELANT.
           IF WSN-FS-PAINELANT NOT EQUAL ZEROS
               DISPLAY 'DESEMPAG01 - SEM ' WS-NOME-PAINEL-ANT
                       ' - VARIACAO NAO CALCULADA'
               MOVE ZEROS TO WSN-FS-PAINELANT
               GO TO 2700-CARREGA-MES-ANTERIOR-FIM
           END-IF.
           SET SW-FIM-NAO-ANT TO TRUE.
           PERFORM 2710-LER-ANTERIOR
              THRU 2710-LER-ANTERIOR-FIM.
           PERFORM 2720-GUARDA-ANTERIOR
              THRU 2720-GUARDA-ANTERIOR-FIM
             UNTIL SW-FIM-SIM-ANT.
           CLOSE PAINELANT.
       2700-CARREGA-MES-ANTERIOR-FIM.
           EXIT.

       2710-LER-ANTERIOR.
           READ PAINELANT
               AT END
                   SET SW-FIM-SIM-ANT TO TRUE
               NOT AT END
                   MOVE REG-PAINELANT TO WS-REG-ANTERIOR
           END-READ.
       2710-LER-ANTERIOR-FIM.
           EXIT.

      *****O LEIAUTE DO PAINEL E SOBREPOSTO AO REGISTRO ANTERIOR
       2720-GUARDA-ANTERIOR.
           MOVE WS-REG-ANTERIOR TO REG-PAINEL.
           MOVE PNL-COD-AGENCIA TO WS-AG-BUSCA.
           PERFORM 1700-LOCALIZA-AGENCIA
              THRU 1700-LOCALIZA-AGENCIA-FIM.
           IF AGENCIA-ACHADA
               MOVE 'S'           TO WCA-ANT-ACHOU(WCA-AGE-IDX)
               MOVE PNL-POSICAO   TO WCA-ANT-POSICAO(WCA-AGE-IDX)
               MOVE PNL-DEPOSITOS TO WCA-ANT-DEPOSITOS(WCA-AGE-IDX)
               MOVE PNL-PCT-INAD  TO WCA-ANT-PCT-INAD(WCA-AGE-IDX)
               MOVE PNL-PCT-REJ   TO WCA-ANT-PCT-REJ(WCA-AGE-IDX)
               MOVE PNL-PCT-DORM  TO WCA-ANT-PCT-DORM(WCA-AGE-IDX)
               MOVE PNL-CHQ-QTD   TO WCA-ANT-CHQ-QTD(WCA-AGE-IDX)
               MOVE PNL-TARIFAS   TO WCA-ANT-TARIFAS(WCA-AGE-IDX)
               MOVE PNL-DIF-CAIXA TO WCA-ANT-DIF-CAIXA(WCA-AGE-IDX)
           END-IF.
           PERFORM 2710-LER-ANTERIOR
              THRU 2710-LER-ANTERIOR-FIM.
       2720-GUARDA-ANTERIOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     PERCENTUAIS DA AGENCIA (DIVISOR ZERO = ZERO POR CENTO)
      *-----------------------------------------------------------------
       3000-CALCULA-INDICADORES.
           IF WCA-AGE-CTR-ATV(WCA-AGE-IDX) GREATER THAN ZERO
               COMPUTE WCA-AGE-PCT-INAD(WCA-AGE-IDX) ROUNDED =
                   WCA-AGE-CTR-ATR(WCA-AGE-IDX) * 100
                 / WCA-AGE-CTR-ATV(WCA-AGE-IDX)
           END-IF.
           IF WCA-AGE-LIDOS(WCA-AGE-IDX) GREATER THAN ZERO
               COMPUTE WCA-AGE-PCT-REJ(WCA-AGE-IDX) ROUNDED =
                   WCA-AGE-REJEITOS(WCA-AGE-IDX) * 100
                 / WCA-AGE-LIDOS(WCA-AGE-IDX)
           END-IF.
           IF WCA-AGE-CTAS(WCA-AGE-IDX) GREATER THAN ZERO
               COMPUTE WCA-AGE-PCT-DORM(WCA-AGE-IDX) ROUNDED =
                   WCA-AGE-DORMENTES(WCA-AGE-IDX) * 100
                 / WCA-AGE-CTAS(WCA-AGE-IDX)
           END-IF.
       3000-CALCULA-INDICADORES-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     PONTOS: UM POR INDICADOR EM QUE A AGENCIA E MELHOR QUE
      *     CADA OUTRA AGENCIA DA MESMA REGIAO. DEPOSITOS E TARIFAS
      *     QUANTO MAIS MELHOR; OS DEMAIS QUANTO MENOS MELHOR
      *-----------------------------------------------------------------
       3100-PONTUA-AGENCIA.
           PERFORM 3200-COMPARA-AGENCIA
              THRU 3200-COMPARA-AGENCIA-FIM
              VARYING WCA-CMP-IDX FROM 1 BY 1
              UNTIL WCA-CMP-IDX GREATER THAN WCA-AGE-QTD.
       3100-PONTUA-AGENCIA-FIM.
           EXIT.

       3200-COMPARA-AGENCIA.
           IF WCA-CMP-IDX EQUAL WCA-AGE-IDX
              OR WCA-AGE-REGIAO(WCA-CMP-IDX) NOT EQUAL
                 WCA-AGE-REGIAO(WCA-AGE-IDX)
               GO TO 3200-COMPARA-AGENCIA-FIM
           END-IF.
           IF WCA-AGE-DEPOSITOS(WCA-AGE-IDX) GREATER THAN
              WCA-AGE-DEPOSITOS(WCA-CMP-IDX)
               ADD 1 TO WCA-AGE-PONTOS(WCA-AGE-IDX)
           END-IF.
           IF WCA-AGE-PCT-INAD(WCA-AGE-IDX) LESS THAN
              WCA-AGE-PCT-INAD(WCA-CMP-IDX)
               ADD 1 TO WCA-AGE-PONTOS(WCA-AGE-IDX)
           END-IF.
           IF WCA-AGE-PCT-REJ(WCA-AGE-IDX) LESS THAN
              WCA-AGE-PCT-REJ(WCA-CMP-IDX)
               ADD 1 TO WCA-AGE-PONTOS(WCA-AGE-IDX)
           END-IF.
           IF WCA-AGE-PCT-DORM(WCA-AGE-IDX) LESS THAN
              WCA-AGE-PCT-DORM(WCA-CMP-IDX)
               ADD 1 TO WCA-AGE-PONTOS(WCA-AGE-IDX)
           END-IF.
           IF WCA-AGE-CHQ-QTD(WCA-AGE-IDX) LESS THAN
              WCA-AGE-CHQ-QTD(WCA-CMP-IDX)
               ADD 1 TO WCA-AGE-PONTOS(WCA-AGE-IDX)
           END-IF.
           IF WCA-AGE-TARIFAS(WCA-AGE-IDX) GREATER THAN
              WCA-AGE-TARIFAS(WCA-CMP-IDX)
               ADD 1 TO WCA-AGE-PONTOS(WCA-AGE-IDX)
           END-IF.
           IF WCA-AGE-DIF-CAIXA(WCA-AGE-IDX) LESS THAN
              WCA-AGE-DIF-CAIXA(WCA-CMP-IDX)
               ADD 1 TO WCA-AGE-PONTOS(WCA-AGE-IDX)
           END-IF.
       3200-COMPARA-AGENCIA-FIM.
           EXIT.

      *****POSICAO NA REGIAO: 1 + AGENCIAS DA REGIAO COM MAIS PONTOS
       3300-POSICIONA-AGENCIA.
           MOVE ZEROS TO WS-QTD-MAIS-PONTOS.
           PERFORM 3310-CONTA-MAIS-PONTOS
              THRU 3310-CONTA-MAIS-PONTOS-FIM
              VARYING WCA-CMP-IDX FROM 1 BY 1
              UNTIL WCA-CMP-IDX GREATER THAN WCA-AGE-QTD.
           COMPUTE WCA-AGE-POSICAO(WCA-AGE-IDX) =
               WS-QTD-MAIS-PONTOS + 1.
       3300-POSICIONA-AGENCIA-FIM.
           EXIT.

       3310-CONTA-MAIS-PONTOS.
           IF WCA-AGE-REGIAO(WCA-CMP-IDX) EQUAL
              WCA-AGE-REGIAO(WCA-AGE-IDX)
              AND WCA-AGE-PONTOS(WCA-CMP-IDX) GREATER THAN
                  WCA-AGE-PONTOS(WCA-AGE-IDX)
               ADD 1 TO WS-QTD-MAIS-PONTOS
           END-IF.
       3310-CONTA-MAIS-PONTOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     EXTRATO DO MES, CLASSIFICADO POR REGIAO E POSICAO
      *-----------------------------------------------------------------
       4000-GRAVA-PAINEL.
           OPEN OUTPUT PAINTRAB.
           PERFORM 4100-GRAVA-AGENCIA
              THRU 4100-GRAVA-AGENCIA-FIM
              VARYING WCA-AGE-IDX FROM 1 BY 1
              UNTIL WCA-AGE-IDX GREATER THAN WCA-AGE-QTD.
           CLOSE PAINTRAB.

           SORT CLASSIFICA
               ON ASCENDING KEY SRT-MES
                                SRT-REGIAO
                                SRT-POSICAO
                                SRT-COD-AGENCIA
               USING PAINTRAB
               GIVING PAINEL.
       4000-GRAVA-PAINEL-FIM.
           EXIT.

       4100-GRAVA-AGENCIA.
           MOVE SPACES                          TO REG-PAINEL.
           MOVE WS-MES-REFERENCIA               TO PNL-MES.
           MOVE WCA-AGE-REGIAO(WCA-AGE-IDX)     TO PNL-REGIAO.
           MOVE WCA-AGE-POSICAO(WCA-AGE-IDX)    TO PNL-POSICAO.
           MOVE WCA-AGE-COD(WCA-AGE-IDX)        TO PNL-COD-AGENCIA.
           MOVE WCA-AGE-NOM(WCA-AGE-IDX)        TO PNL-NOM-AGENCIA.
           MOVE WCA-AGE-PONTOS(WCA-AGE-IDX)     TO PNL-PONTOS.
           MOVE WCA-AGE-CTAS(WCA-AGE-IDX)       TO PNL-QTD-CTAS.
           MOVE WCA-AGE-DEPOSITOS(WCA-AGE-IDX)  TO PNL-DEPOSITOS.
           MOVE WCA-AGE-CTR-ATV(WCA-AGE-IDX)    TO PNL-CTR-ATIVOS.
           MOVE WCA-AGE-CTR-ATR(WCA-AGE-IDX)    TO PNL-CTR-ATRASO.
           MOVE WCA-AGE-PCT-INAD(WCA-AGE-IDX)   TO PNL-PCT-INAD.
           MOVE WCA-AGE-LIDOS(WCA-AGE-IDX)      TO PNL-LIDOS.
           MOVE WCA-AGE-REJEITOS(WCA-AGE-IDX)   TO PNL-REJEITOS.
           MOVE WCA-AGE-PCT-REJ(WCA-AGE-IDX)    TO PNL-PCT-REJ.
           MOVE WCA-AGE-DORMENTES(WCA-AGE-IDX)  TO PNL-DORMENTES.
           MOVE WCA-AGE-PCT-DORM(WCA-AGE-IDX)   TO PNL-PCT-DORM.
           MOVE WCA-AGE-CHQ-QTD(WCA-AGE-IDX)    TO PNL-CHQ-QTD.
           MOVE WCA-AGE-CHQ-VALOR(WCA-AGE-IDX)  TO PNL-CHQ-VALOR.
           MOVE WCA-AGE-TARIFAS(WCA-AGE-IDX)    TO PNL-TARIFAS.
           MOVE WCA-AGE-DIF-CAIXA(WCA-AGE-IDX)  TO PNL-DIF-CAIXA.
           MOVE WCA-ANT-ACHOU(WCA-AGE-IDX)      TO PNL-ANT-ACHOU.
           MOVE WCA-ANT-POSICAO(WCA-AGE-IDX)    TO PNL-POSICAO-ANT.
           COMPUTE PNL-VAR-DEPOSITOS =
               WCA-AGE-DEPOSITOS(WCA-AGE-IDX)
             - WCA-ANT-DEPOSITOS(WCA-AGE-IDX).
           COMPUTE PNL-VAR-PCT-INAD =
               WCA-AGE-PCT-INAD(WCA-AGE-IDX)
             - WCA-ANT-PCT-INAD(WCA-AGE-IDX).
           COMPUTE PNL-VAR-PCT-REJ =
               WCA-AGE-PCT-REJ(WCA-AGE-IDX)
             - WCA-ANT-PCT-REJ(WCA-AGE-IDX).
           COMPUTE PNL-VAR-PCT-DORM =
               WCA-AGE-PCT-DORM(WCA-AGE-IDX)
             - WCA-ANT-PCT-DORM(WCA-AGE-IDX).
           COMPUTE PNL-VAR-CHQ-QTD =
               WCA-AGE-CHQ-QTD(WCA-AGE-IDX)
             - WCA-ANT-CHQ-QTD(WCA-AGE-IDX).
           COMPUTE PNL-VAR-TARIFAS =
               WCA-AGE-TARIFAS(WCA-AGE-IDX)
             - WCA-ANT-TARIFAS(WCA-AGE-IDX).
           COMPUTE PNL-VAR-DIF-CAIXA =
               WCA-AGE-DIF-CAIXA(WCA-AGE-IDX)
             - WCA-ANT-DIF-CAIXA(WCA-AGE-IDX).
           MOVE REG-PAINEL TO REG-PAINTRAB.
           WRITE REG-PAINTRAB.
           ADD 1 TO WS-QTD-AGENCIAS.
       4100-GRAVA-AGENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     RELATORIO: UM BLOCO POR REGIAO, NA ORDEM DO RANKING
      *-----------------------------------------------------------------
       5000-IMPRIME-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-MES-REFERENCIA TO TR-MES.
           MOVE WS-MES-ANTERIOR   TO TR-MES-ANT.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           OPEN INPUT PAINEL.
           IF WSN-FS-PAINEL NOT EQUAL ZEROS
               DISPLAY 'DESEMPAG01 - ERRO AO REABRIR ' WS-NOME-PAINEL
               GO TO 5000-IMPRIME-RELATORIO-FIM
           END-IF.
           SET SW-FIM-NAO-PNL TO TRUE.
           MOVE HIGH-VALUES TO WS-REGIAO-ANTERIOR.
           PERFORM 5100-LER-PAINEL
              THRU 5100-LER-PAINEL-FIM.
           PERFORM 5200-IMPRIME-AGENCIA
              THRU 5200-IMPRIME-AGENCIA-FIM
             UNTIL SW-FIM-SIM-PNL.
           CLOSE PAINEL.

           MOVE WS-QTD-IMPRESSAS  TO LT-QTD.
           MOVE WS-TOT-DEPOSITOS  TO LT-DEPOSITOS.
           MOVE WS-TOT-TARIFAS    TO LT-TARIFAS.
           MOVE WCA-LINHA-TOTAL   TO REG-RELATORIO.
           WRITE REG-RELATORIO BEFORE 2 LINES.
       5000-IMPRIME-RELATORIO-FIM.
           EXIT.

       5100-LER-PAINEL.
           READ PAINEL
               AT END
                   SET SW-FIM-SIM-PNL TO TRUE
           END-READ.
       5100-LER-PAINEL-FIM.
           EXIT.

       5200-IMPRIME-AGENCIA.
           IF PNL-REGIAO NOT EQUAL WS-REGIAO-ANTERIOR
               MOVE PNL-REGIAO TO WS-REGIAO-ANTERIOR
                                  CR-REGIAO
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WCA-CABEC-REGIAO TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WCA-CABEC-COLUNAS TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

           MOVE PNL-POSICAO     TO LA-POSICAO.
           MOVE PNL-COD-AGENCIA TO LA-COD-AGENCIA.
           MOVE PNL-NOM-AGENCIA TO LA-NOM-AGENCIA.
           MOVE PNL-PONTOS      TO LA-PONTOS.
           MOVE PNL-DEPOSITOS   TO LA-DEPOSITOS.
           MOVE PNL-PCT-INAD    TO LA-PCT-INAD.
           MOVE PNL-PCT-REJ     TO LA-PCT-REJ.
           MOVE PNL-PCT-DORM    TO LA-PCT-DORM.
           MOVE PNL-CHQ-QTD     TO LA-CHQ-QTD.
           MOVE PNL-TARIFAS     TO LA-TARIFAS.
           MOVE PNL-DIF-CAIXA   TO LA-DIF-CAIXA.
           MOVE WCA-LINHA-AGENCIA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF PNL-ANT-ACHOU EQUAL 'S'
               MOVE PNL-POSICAO-ANT   TO LV-POSICAO-ANT
               MOVE PNL-VAR-DEPOSITOS TO LV-DEPOSITOS
               MOVE PNL-VAR-PCT-INAD  TO LV-PCT-INAD
               MOVE PNL-VAR-PCT-REJ   TO LV-PCT-REJ
               MOVE PNL-VAR-PCT-DORM  TO LV-PCT-DORM
               MOVE PNL-VAR-CHQ-QTD   TO LV-CHQ-QTD
               MOVE PNL-VAR-TARIFAS   TO LV-TARIFAS
               MOVE PNL-VAR-DIF-CAIXA TO LV-DIF-CAIXA
               MOVE WCA-LINHA-VARIACAO TO REG-RELATORIO
           ELSE
               MOVE WCA-LINHA-SEM-ANTERIOR TO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.

           ADD 1             TO WS-QTD-IMPRESSAS.
           ADD PNL-DEPOSITOS TO WS-TOT-DEPOSITOS.
           ADD PNL-TARIFAS   TO WS-TOT-TARIFAS.
           PERFORM 5100-LER-PAINEL
              THRU 5100-LER-PAINEL-FIM.
       5200-IMPRIME-AGENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           CLOSE RELATORIO.
           DISPLAY 'DESEMPAG01 - MES: ' WS-MES-REFERENCIA
                   ' AGENCIAS: ' WS-QTD-AGENCIAS
                   ' EXTRATO: ' WS-NOME-PAINEL
           IF WS-QTD-FORA-CADASTRO GREATER THAN ZERO
               DISPLAY 'DESEMPAG01 - ' WS-QTD-FORA-CADASTRO
                       ' ITENS DE AGENCIA FORA DO CADASTRO'
           END-IF.

           MOVE 0 TO WS-RC-FINAL.
           IF (WSN-FS-CONTRATOS    NOT EQUAL 00 AND
                WSN-FS-CONTRATOS    NOT EQUAL 10)   OR
              (WSN-FS-ESTATISTICA  NOT EQUAL 00 AND
                WSN-FS-ESTATISTICA  NOT EQUAL 10)   OR
              (WSN-FS-MOVIMENTO    NOT EQUAL 00 AND
                WSN-FS-MOVIMENTO    NOT EQUAL 10)   OR
              (WSN-FS-ARQUIVOMORTO NOT EQUAL 00 AND
                WSN-FS-ARQUIVOMORTO NOT EQUAL 10)   OR
               WSN-FS-PAINEL       NOT EQUAL 00    OR
               WSN-FS-RELATORIO    NOT EQUAL 00
               DISPLAY 'DESEMPAG01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           ELSE
               IF WS-QTD-SEM-FONTE GREATER THAN ZERO
                  OR WS-QTD-FORA-CADASTRO GREATER THAN ZERO
                   MOVE 'A' TO WS-LOG-SEVERIDADE
               ELSE
                   MOVE 'I' TO WS-LOG-SEVERIDADE
               END-IF
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'PAINEL AGENCIAS ' WS-MES-REFERENCIA
                  ' AGENCIAS ' WS-QTD-AGENCIAS
                  ' FONTES AUSENTES ' WS-QTD-SEM-FONTE
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM DESEMPAG01.
