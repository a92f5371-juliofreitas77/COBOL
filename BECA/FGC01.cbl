      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Cobertura do fundo garantidor (FGC) por depositante.
      * Cruza Entrada01 e Entrada02 por conta (pulando HDR/TRL) e, para
      * cada conta nao encerrada, toma o saldo positivo dos depositos
      * elegiveis - Conta Corrente, Poupanca e as aplicacoes em CDB
      * ativas do APLICCDB01 (principal mais rendimento apropriado) -
      * convertido para reais pela taxa de CAMBIO01. Conta conjunta e
      * dividida em partes iguais entre o titular do Entrada02 e os
      * cotitulares ('S') do Titulares01. As partes sao reclassificadas
      * por documento (E2-NUM-DOC / TIT-NUM-DOC) e, por depositante, o
      * total e coberto ate o teto CTL-TETO-FGC (Controle01, padrao
      * 250.000,00 por instituicao); o excedente fica descoberto.
      * Grava o arquivo por depositante FGCDEP01.B<BCO> (HDR, um
      * registro por documento e TRL com quantidade e hash dos
      * totais) e imprime em FGC01.B<BCO> o resumo de valores coberto
      * e descoberto por tipo e UF do banco: a parte coberta de cada
      * depositante e rateada entre suas participacoes na proporcao do
      * valor. O codigo do banco vem do header das entradas (posicoes
      * 22-24, branco = 001), como no fechamento, e cada banco da
      * noite tem o seu arquivo e o seu resumo. Conta Investimento nao
      * e deposito garantido e sai so como total nao elegivel.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGC01.
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

           SELECT ENTRADA03 ASSIGN TO 'ENTRADA03'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA03.

           SELECT CAMBIO ASSIGN TO 'CAMBIO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CAMBIO.

           SELECT TITULARES ASSIGN TO 'TITULARES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-TITULARES.

           SELECT APLICCDB ASSIGN TO 'APLICCDB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-APLICCDB.

           SELECT PARTRAB ASSIGN TO 'FGCTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-PARTRAB.

           SELECT CLASSIFICA ASSIGN TO 'SORTWK01'.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT SAIDA ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-SAIDA.

           SELECT RELATORIO ASSIGN TO DYNAMIC WS-NOME-RELATORIO
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
               88 STA-CTA-ENCERRADA            VALUE 'F'.

       FD ENTRADA02.
       01 REG-ENTRADA-02.
           05 E2-COD-CTA           PIC 9(06).
           05 E2-NOM-CLI           PIC X(25).
           05 E2-COD-CID           PIC 9(04).
           05 E2-DAT-INI           PIC 9(08).
           05 E2-NUM-DOC           PIC X(14).

      *                ENTRADA03 (CADASTRO DE CIDADES)
       FD ENTRADA03.
       01 REG-ENTRADA03.
           05 E03-COD-CID          PIC 9(04).
           05 E03-NOM-CID          PIC X(18).
           05 E03-EST-CID          PIC X(02).

      *                CAMBIO (TAXAS DO DIA POR MOEDA)
       FD CAMBIO.
       01 REG-CAMBIO.
           05 CAM-COD-MOEDA        PIC X(03).
           05 CAM-TAXA             PIC 9(04)V9(06).
           05 CAM-DATA             PIC 9(08).

      *                TITULARES POR CONTA (MANUCTA01)
       FD TITULARES.
       01 REG-TITULAR.
           05 TIT-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 TIT-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 TIT-ORDEM            PIC 9(01).
           05 FILLER               PIC X(01).
      *****P = TITULAR DO ENTRADA02   S = COTITULAR
           05 TIT-PAPEL            PIC X(01).
               88 TIT-SECUNDARIO               VALUE 'S'.
           05 FILLER               PIC X(01).
           05 TIT-NOM-CLI          PIC X(25).

      *                APLICACOES EM CDB (LEIAUTE DO MANUCDB01)
       FD APLICCDB.
       01 REG-APLICCDB.
           05 CDB-NUMERO           PIC 9(06).
           05 CDB-COD-CTA          PIC 9(06).
           05 CDB-PRINCIPAL        PIC 9(09)V99.
           05 FILLER               PIC X(22).
           05 CDB-RENDIMENTO       PIC 9(09)V99.
           05 FILLER               PIC X(46).
           05 CDB-STATUS           PIC X(01).
               88 CDB-ATIVA                    VALUE 'A'.

      *****PARTICIPACAO DE UM DEPOSITANTE NUMA CONTA, JA EM REAIS
       FD PARTRAB.
       01 REG-PARTRAB.
           05 PT-NUM-DOC           PIC X(14).
           05 PT-COD-CTA           PIC 9(06).
           05 PT-NOM-CLI           PIC X(25).
           05 PT-TIPO              PIC X(14).
           05 PT-UF                PIC X(02).
           05 PT-VALOR             PIC 9(11)V99.

       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-NUM-DOC          PIC X(14).
           05 SRT-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(54).

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

       FD SAIDA.
       01 REG-SAIDA                PIC X(100).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA03     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CAMBIO        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-TITULARES     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-APLICCDB      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-PARTRAB       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SAIDA         PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.
           05 SW-ENTRADA02         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-02                VALUE 'N'.
               88 SW-FIM-SIM-02                VALUE 'S'.
           05 SW-ENTRADA03         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-03                VALUE 'N'.
               88 SW-FIM-SIM-03                VALUE 'S'.
           05 SW-CAMBIO            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CAM               VALUE 'N'.
               88 SW-FIM-SIM-CAM               VALUE 'S'.
           05 SW-TITULARES         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-TIT               VALUE 'N'.
               88 SW-FIM-SIM-TIT               VALUE 'S'.
           05 SW-APLICCDB          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CDB               VALUE 'N'.
               88 SW-FIM-SIM-CDB               VALUE 'S'.
           05 SW-PARTRAB           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-PAR               VALUE 'N'.
               88 SW-FIM-SIM-PAR               VALUE 'S'.

       01 WS-CHAVE-E1              PIC 9(07) VALUE ZEROS.
       01 WS-CHAVE-E2              PIC 9(07) VALUE ZEROS.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-TETO-FGC             PIC 9(09)V99 VALUE 250000,00.

      *****CODIGO DO BANCO DA EXECUCAO, VINDO DO HEADER DAS ENTRADAS
      *****(POSICOES 22-24, APOS A ORIGEM; BRANCO = BANCO 001)
       01 WS-COD-BANCO             PIC X(03) VALUE '001'.
       01 WS-COD-BANCO-E2          PIC X(03) VALUE '001'.
       01 WS-NOME-SAIDA            PIC X(30) VALUE SPACES.
       01 WS-NOME-RELATORIO        PIC X(30) VALUE SPACES.

      *****UF POR CODIGO DE CIDADE, INDEXADA PELO PROPRIO CODIGO
       01 WCA-UF-CIDADE.
           05 WCA-UF-CID           PIC X(02) OCCURS 9999 TIMES
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

      *****COTITULARES DE CONTA CONJUNTA (O PRINCIPAL E O DO E2)
       01 WCA-COTITULARES.
           05 WCA-COT-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-COT-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-COT-IDX.
               10 WCA-COT-CTA      PIC 9(06).
               10 WCA-COT-DOC      PIC X(14).
               10 WCA-COT-NOME     PIC X(25).
       77 WS-QTD-COT-EXCEDENTE     PIC 9(06) VALUE ZEROS.

      *****POSICAO EM CDB ATIVA POR CONTA VINCULADA
       01 WCA-POSICOES-CDB.
           05 WCA-POS-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-POS-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-POS-IDX.
               10 WCA-POS-COD-CTA  PIC 9(06).
               10 WCA-POS-VALOR    PIC 9(09)V99.
       77 WS-POS-ACHOU             PIC X(01) VALUE 'N'.

      *****VALOR DA CONTA (OU DO CDB) EM REAIS E A PARTE DE CADA
      *****TITULAR; O PRINCIPAL FICA COM O RESTO DA DIVISAO
       01 WS-TIPO-DEPOSITO         PIC X(14) VALUE SPACES.
       01 WS-UF-CONTA              PIC X(02) VALUE SPACES.
       01 WS-VALOR-LOCAL           PIC S9(13)V99 VALUE ZEROS.
       01 WS-VALOR-PARTE           PIC 9(11)V99 VALUE ZEROS.
       01 WS-VALOR-PRINCIPAL       PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-TITULARES         PIC 9(03) VALUE ZEROS.

      *****PARTICIPACOES DO DEPOSITANTE EM QUEBRA
       01 WCA-PARTES.
           05 WCA-PAR-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-PAR-TAB OCCURS 500 TIMES
                          INDEXED BY WCA-PAR-IDX.
               10 WCA-PAR-TIPO     PIC X(14).
               10 WCA-PAR-UF       PIC X(02).
               10 WCA-PAR-VALOR    PIC 9(11)V99.
       77 WS-QTD-PAR-EXCEDENTE     PIC 9(06) VALUE ZEROS.
       01 WS-DOC-ANTERIOR          PIC X(14) VALUE SPACES.
       01 WS-NOM-DEPOSITANTE       PIC X(25) VALUE SPACES.
       01 WS-CTA-ANTERIOR          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CONTAS-DEP        PIC 9(03) VALUE ZEROS.
       01 WS-TOT-DEPOSITANTE       PIC 9(13)V99 VALUE ZEROS.
       01 WS-COB-DEPOSITANTE       PIC 9(11)V99 VALUE ZEROS.
       01 WS-DES-DEPOSITANTE       PIC 9(13)V99 VALUE ZEROS.
       01 WS-COB-PARTE             PIC 9(11)V99 VALUE ZEROS.
       01 WS-COB-RATEADO           PIC 9(11)V99 VALUE ZEROS.

      ****** RESUMO POR TIPO E UF **************************************
       01 WCA-AGREGADOS.
           05 WCA-AGR-QTD          PIC 9(03)      VALUE ZEROS.
           05 WCA-AGR-TAB OCCURS 120 TIMES
                         INDEXED BY WCA-AGR-IDX.
               10 WCA-AGR-TIPO     PIC X(14)      VALUE SPACES.
               10 WCA-AGR-UF       PIC X(02)      VALUE SPACES.
               10 WCA-AGR-PARTES   PIC 9(07)      VALUE ZEROS.
               10 WCA-AGR-COBERTO  PIC 9(13)V99   VALUE ZEROS.
               10 WCA-AGR-DESCOB   PIC 9(13)V99   VALUE ZEROS.
       01 WCA-AGR-ACHOU            PIC X(01)      VALUE 'N'.
           88 WCA-AGR-ACHOU-SIM                   VALUE 'S'.
           88 WCA-AGR-ACHOU-NAO                   VALUE 'N'.
       77 WS-QTD-AGR-EXCEDENTE     PIC 9(06)      VALUE ZEROS.

       77 WS-QTD-CONTAS            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DEPOSITANTES      PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ACIMA-TETO        PIC 9(07) VALUE ZEROS.
       01 WS-TOT-COBERTO           PIC 9(15)V99 VALUE ZEROS.
       01 WS-TOT-DESCOBERTO        PIC 9(15)V99 VALUE ZEROS.
       01 WS-TOT-NAO-ELEGIVEL      PIC 9(15)V99 VALUE ZEROS.
       01 WS-HASH-SAIDA            PIC S9(13)V99 VALUE ZEROS.

      *****LEIAUTE FIXO DO ARQUIVO POR DEPOSITANTE
       01 WCA-HEADER-SAIDA.
           05 FILLER               PIC X(03) VALUE 'HDR'.
           05 HDS-DATA             PIC 9(08) VALUE ZEROS.
           05 HDS-ORIGEM           PIC X(10) VALUE 'FGC01     '.
           05 HDS-COD-BANCO        PIC X(03) VALUE SPACES.
           05 HDS-TETO             PIC 9(09)V99 VALUE ZEROS.
       01 WCA-REGISTRO-SAIDA.
           05 FGD-COD-BANCO        PIC X(03) VALUE SPACES.
           05 FGD-NUM-DOC          PIC X(14) VALUE SPACES.
           05 FGD-NOM-CLI          PIC X(25) VALUE SPACES.
           05 FGD-QTD-CONTAS       PIC 9(03) VALUE ZEROS.
           05 FGD-SALDO-TOTAL      PIC 9(13)V99 VALUE ZEROS.
           05 FGD-COBERTO          PIC 9(11)V99 VALUE ZEROS.
           05 FGD-DESCOBERTO       PIC 9(13)V99 VALUE ZEROS.
       01 WCA-TRAILER-SAIDA.
           05 FILLER               PIC X(03) VALUE 'TRL'.
           05 TRS-QTD              PIC 9(06) VALUE ZEROS.
           05 TRS-HASH             PIC S9(13)V99
                                   SIGN LEADING SEPARATE.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'FGC01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

       01 LINE-DESIGN              PIC X(132) VALUE ALL '='.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(44) VALUE
               '  COBERTURA DO FUNDO GARANTIDOR (FGC) BANCO '.
           05 LTI-COD-BANCO        PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE '  REFERENCIA '.
           05 LTI-DATA             PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(27) VALUE
               '  TETO POR DEPOSITANTE: R$ '.
           05 LTI-TETO             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-CABECALHO.
           05 FILLER               PIC X(40) VALUE
               '  BCO TIPO           UF  PARTICIPACOES '.
           05 FILLER               PIC X(60) VALUE
               '           COBERTO          DESCOBERTO               TOT
      -        'AL'.

       01 WCA-LINHA-RESUMO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LR-COD-BANCO         PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LR-TIPO              PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LR-UF                PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LR-PARTES            PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LR-COBERTO           PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LR-DESCOBERTO        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LR-TOTAL             PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-TOTAL-LINHA           PIC 9(15)V99 VALUE ZEROS.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LT-TEXTO             PIC X(40) VALUE SPACES.
           05 LT-QTD               PIC Z.ZZZ.ZZ9 VALUE ZEROS.

       01 WCA-LINHA-VALOR.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LV-TEXTO             PIC X(40) VALUE SPACES.
           05 LV-VALOR             PIC Z.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 3000-PROCESSO
              THRU 3000-PROCESSO-FIM
             UNTIL SW-FIM-SIM AND SW-FIM-SIM-02

           PERFORM 4000-CONSOLIDA-DEPOSITANTES
              THRU 4000-CONSOLIDA-DEPOSITANTES-FIM

           PERFORM 5000-IMPRIME-RESUMO
              THRU 5000-IMPRIME-RESUMO-FIM

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIM

           STOP RUN.
       0000-PRINCIPAL-FIM.
      *-----------------------------------------------------------------
       1000-INICIO.
      *-----------------------------------------------------------------
           SET SW-FIM-NAO    TO TRUE
           SET SW-FIM-NAO-02 TO TRUE.

           PERFORM 1050-LE-CONTROLE
              THRU 1050-LE-CONTROLE-FIM.
           IF WCA-DATA-REFERENCIA EQUAL ZEROS
               ACCEPT WCA-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF.

           PERFORM 1400-CARREGA-CIDADES
              THRU 1400-CARREGA-CIDADES-FIM.
           PERFORM 1500-CARREGA-CAMBIO
              THRU 1500-CARREGA-CAMBIO-FIM.
           PERFORM 1600-CARREGA-COTITULARES
              THRU 1600-CARREGA-COTITULARES-FIM.
           PERFORM 1700-CARREGA-CDB
              THRU 1700-CARREGA-CDB-FIM.

           OPEN INPUT ENTRADA
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
              OR WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               DISPLAY 'FGC01 - ENTRADA NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-LER-ENTRADA
              THRU 1100-LER-ENTRADA-FIM
           PERFORM 1200-LER-ENTRADA-ARQ02
              THRU 1200-LER-ENTRADA-ARQ02-FIM.
           IF WS-COD-BANCO-E2 NOT EQUAL WS-COD-BANCO
               DISPLAY 'FGC01 - BANCO DIVERGE ENTRE ENTRADAS: '
                       WS-COD-BANCO ' / ' WS-COD-BANCO-E2
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PARTRAB.
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
                       IF CTL-TETO-FGC NUMERIC
                          AND CTL-TETO-FGC GREATER THAN ZERO
                           MOVE CTL-TETO-FGC TO WCA-TETO-FGC
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.
       1050-LE-CONTROLE-FIM.
           EXIT.

       1100-LER-ENTRADA.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM TO TRUE
                   MOVE 9999999 TO WS-CHAVE-E1
               NOT AT END
                   MOVE COD-CTA TO WS-CHAVE-E1
           END-READ.
      *****O HEADER TRAZ O BANCO; HDR/TRL NAO SAO CONTAS
           IF NOT SW-FIM-SIM
              AND REG-ENTRADA(1:3) EQUAL 'HDR'
               IF REG-ENTRADA(22:3) NOT EQUAL SPACES
                   MOVE REG-ENTRADA(22:3) TO WS-COD-BANCO
               END-IF
               GO TO 1100-LER-ENTRADA
           END-IF.
           IF NOT SW-FIM-SIM
              AND REG-ENTRADA(1:3) EQUAL 'TRL'
               GO TO 1100-LER-ENTRADA
           END-IF.
       1100-LER-ENTRADA-FIM.
           EXIT.

       1200-LER-ENTRADA-ARQ02.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-02 TO TRUE
                   MOVE 9999999 TO WS-CHAVE-E2
               NOT AT END
                   MOVE E2-COD-CTA TO WS-CHAVE-E2
           END-READ.
           IF NOT SW-FIM-SIM-02
              AND REG-ENTRADA-02(1:3) EQUAL 'HDR'
               IF REG-ENTRADA-02(22:3) NOT EQUAL SPACES
                   MOVE REG-ENTRADA-02(22:3) TO WS-COD-BANCO-E2
               END-IF
               GO TO 1200-LER-ENTRADA-ARQ02
           END-IF.
           IF NOT SW-FIM-SIM-02
              AND REG-ENTRADA-02(1:3) EQUAL 'TRL'
               GO TO 1200-LER-ENTRADA-ARQ02
           END-IF.
       1200-LER-ENTRADA-ARQ02-FIM.
           EXIT.

      ****************CARGA DO CADASTRO DE CIDADES**********************
       1400-CARREGA-CIDADES.
           OPEN INPUT ENTRADA03.
           IF WSN-FS-ENTRADA03 NOT EQUAL ZEROS
               GO TO 1400-CARREGA-CIDADES-FIM
           END-IF.
           SET SW-FIM-NAO-03 TO TRUE.
           PERFORM 1410-LER-CIDADE
              THRU 1410-LER-CIDADE-FIM.
           PERFORM 1420-GUARDA-CIDADE
              THRU 1420-GUARDA-CIDADE-FIM
             UNTIL SW-FIM-SIM-03.
           CLOSE ENTRADA03.
       1400-CARREGA-CIDADES-FIM.
           EXIT.

       1410-LER-CIDADE.
           READ ENTRADA03
               AT END
                   SET SW-FIM-SIM-03 TO TRUE
           END-READ.
       1410-LER-CIDADE-FIM.
           EXIT.

       1420-GUARDA-CIDADE.
           IF E03-COD-CID GREATER THAN ZERO
               MOVE E03-EST-CID TO WCA-UF-CID(E03-COD-CID)
           END-IF.
           PERFORM 1410-LER-CIDADE
              THRU 1410-LER-CIDADE-FIM.
       1420-GUARDA-CIDADE-FIM.
           EXIT.

      ****************CARGA DAS TAXAS DE CAMBIO*************************
       1500-CARREGA-CAMBIO.
           OPEN INPUT CAMBIO.
           IF WSN-FS-CAMBIO NOT EQUAL ZEROS
               GO TO 1500-CARREGA-CAMBIO-FIM
           END-IF.
           SET SW-FIM-NAO-CAM TO TRUE.
           PERFORM 1510-LER-CAMBIO
              THRU 1510-LER-CAMBIO-FIM.
           PERFORM 1520-GUARDA-CAMBIO
              THRU 1520-GUARDA-CAMBIO-FIM
             UNTIL SW-FIM-SIM-CAM.
           CLOSE CAMBIO.
       1500-CARREGA-CAMBIO-FIM.
           EXIT.

       1510-LER-CAMBIO.
           READ CAMBIO
               AT END
                   SET SW-FIM-SIM-CAM TO TRUE
           END-READ.
       1510-LER-CAMBIO-FIM.
           EXIT.

       1520-GUARDA-CAMBIO.
           IF WCA-CAM-QTD LESS THAN 10
               ADD 1 TO WCA-CAM-QTD
               SET WCA-CAM-IDX TO WCA-CAM-QTD
               MOVE CAM-COD-MOEDA TO WCA-CAM-MOEDA(WCA-CAM-IDX)
               MOVE CAM-TAXA      TO WCA-CAM-TAXA(WCA-CAM-IDX)
           END-IF.
           PERFORM 1510-LER-CAMBIO
              THRU 1510-LER-CAMBIO-FIM.
       1520-GUARDA-CAMBIO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     COTITULARES DO TITULARES01; SEM O ARQUIVO, TODA CONTA TEM
      *     SO O TITULAR DO ENTRADA02
      *-----------------------------------------------------------------
       1600-CARREGA-COTITULARES.
           OPEN INPUT TITULARES.
           IF WSN-FS-TITULARES NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-TITULARES
               GO TO 1600-CARREGA-COTITULARES-FIM
           END-IF.
           SET SW-FIM-NAO-TIT TO TRUE.
           PERFORM 1610-LER-TITULAR
              THRU 1610-LER-TITULAR-FIM.
           PERFORM 1620-GUARDA-COTITULAR
              THRU 1620-GUARDA-COTITULAR-FIM
             UNTIL SW-FIM-SIM-TIT.
           CLOSE TITULARES.
       1600-CARREGA-COTITULARES-FIM.
           EXIT.

       1610-LER-TITULAR.
           READ TITULARES
               AT END
                   SET SW-FIM-SIM-TIT TO TRUE
           END-READ.
       1610-LER-TITULAR-FIM.
           EXIT.

       1620-GUARDA-COTITULAR.
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
           PERFORM 1610-LER-TITULAR
              THRU 1610-LER-TITULAR-FIM.
       1620-GUARDA-COTITULAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     SOMA AS APLICACOES EM CDB ATIVAS POR CONTA VINCULADA
      *-----------------------------------------------------------------
       1700-CARREGA-CDB.
           OPEN INPUT APLICCDB.
           IF WSN-FS-APLICCDB NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-APLICCDB
               GO TO 1700-CARREGA-CDB-FIM
           END-IF.
           SET SW-FIM-NAO-CDB TO TRUE.
           PERFORM 1710-LER-APLICCDB
              THRU 1710-LER-APLICCDB-FIM.
           PERFORM 1720-ACUMULA-CDB
              THRU 1720-ACUMULA-CDB-FIM
             UNTIL SW-FIM-SIM-CDB.
           CLOSE APLICCDB.
       1700-CARREGA-CDB-FIM.
           EXIT.

       1710-LER-APLICCDB.
           READ APLICCDB
               AT END
                   SET SW-FIM-SIM-CDB TO TRUE
           END-READ.
       1710-LER-APLICCDB-FIM.
           EXIT.

       1720-ACUMULA-CDB.
           IF CDB-ATIVA
               MOVE CDB-COD-CTA TO WS-CHAVE-E1
               PERFORM 1800-PROCURA-POSICAO
                  THRU 1800-PROCURA-POSICAO-FIM
               IF WS-POS-ACHOU EQUAL 'N'
                   IF WCA-POS-QTD NOT LESS THAN 5000
                       DISPLAY 'FGC01 - TABELA DE CDB ESTOUROU'
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WCA-POS-QTD
                   SET WCA-POS-IDX TO WCA-POS-QTD
                   MOVE CDB-COD-CTA TO WCA-POS-COD-CTA(WCA-POS-IDX)
                   MOVE ZEROS       TO WCA-POS-VALOR(WCA-POS-IDX)
               END-IF
               ADD CDB-PRINCIPAL CDB-RENDIMENTO
                   TO WCA-POS-VALOR(WCA-POS-IDX)
           END-IF.
           PERFORM 1710-LER-APLICCDB
              THRU 1710-LER-APLICCDB-FIM.
       1720-ACUMULA-CDB-FIM.
           EXIT.

      *****PROCURA A CONTA DE WS-CHAVE-E1 NA TABELA DE POSICOES; SE
      *****ACHAR, DEIXA WCA-POS-IDX NELA
       1800-PROCURA-POSICAO.
           MOVE 'N' TO WS-POS-ACHOU.
           PERFORM 1810-COMPARA-POSICAO
              THRU 1810-COMPARA-POSICAO-FIM
               VARYING WCA-POS-IDX FROM 1 BY 1
               UNTIL WCA-POS-IDX GREATER THAN WCA-POS-QTD
                  OR WS-POS-ACHOU EQUAL 'S'.
           IF WS-POS-ACHOU EQUAL 'S'
               SET WCA-POS-IDX DOWN BY 1
           END-IF.
       1800-PROCURA-POSICAO-FIM.
           EXIT.

       1810-COMPARA-POSICAO.
           IF WCA-POS-COD-CTA(WCA-POS-IDX) EQUAL WS-CHAVE-E1
               MOVE 'S' TO WS-POS-ACHOU
           END-IF.
       1810-COMPARA-POSICAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       3000-PROCESSO.
      *-----------------------------------------------------------------
           IF WS-CHAVE-E1 EQUAL TO WS-CHAVE-E2
              AND NOT STA-CTA-ENCERRADA
               PERFORM 3100-DISTRIBUI-CONTA
                  THRU 3100-DISTRIBUI-CONTA-FIM
           END-IF.

           IF WS-CHAVE-E1 EQUAL TO WS-CHAVE-E2
               PERFORM 1100-LER-ENTRADA
                  THRU 1100-LER-ENTRADA-FIM
               PERFORM 1200-LER-ENTRADA-ARQ02
                  THRU 1200-LER-ENTRADA-ARQ02-FIM
           ELSE
               IF WS-CHAVE-E1 LESS THAN WS-CHAVE-E2
                   PERFORM 1100-LER-ENTRADA
                      THRU 1100-LER-ENTRADA-FIM
               ELSE
                   PERFORM 1200-LER-ENTRADA-ARQ02
                      THRU 1200-LER-ENTRADA-ARQ02-FIM
               END-IF
           END-IF.
       3000-PROCESSO-FIM.
           EXIT.

      *****RESOLVE A UF E O NUMERO DE TITULARES E REPARTE O SALDO DA
      *****CONTA E O CDB DELA (CIDADE SEM CADASTRO SAI COMO UF '??')
       3100-DISTRIBUI-CONTA.
           ADD 1 TO WS-QTD-CONTAS.
           MOVE '??' TO WS-UF-CONTA.
           IF E2-COD-CID GREATER THAN ZERO
              AND WCA-UF-CID(E2-COD-CID) NOT EQUAL SPACES
               MOVE WCA-UF-CID(E2-COD-CID) TO WS-UF-CONTA
           END-IF.
           MOVE 1 TO WS-QTD-TITULARES.
           PERFORM 3110-CONTA-COTITULAR
              THRU 3110-CONTA-COTITULAR-FIM
              VARYING WCA-COT-IDX FROM 1 BY 1
              UNTIL WCA-COT-IDX GREATER THAN WCA-COT-QTD.

           MOVE SLD-CTA TO WS-VALOR-LOCAL.
           IF COD-MOEDA NOT EQUAL 'BRL'
              AND COD-MOEDA NOT EQUAL SPACES
               PERFORM 3150-CONVERTE-MOEDA
                  THRU 3150-CONVERTE-MOEDA-FIM
           END-IF.
           IF WS-VALOR-LOCAL GREATER THAN ZERO
               EVALUATE TRUE
                   WHEN TIP-CTA EQUAL 'Conta Corrente'
                   WHEN TIP-CTA EQUAL 'Poupanca'
                       MOVE TIP-CTA TO WS-TIPO-DEPOSITO
                       PERFORM 3200-REPARTE-VALOR
                          THRU 3200-REPARTE-VALOR-FIM
                   WHEN OTHER
                       ADD WS-VALOR-LOCAL TO WS-TOT-NAO-ELEGIVEL
               END-EVALUATE
           END-IF.

      *****O CDB E EM REAIS E PERTENCE AOS TITULARES DA CONTA
           MOVE COD-CTA TO WS-CHAVE-E1.
           PERFORM 1800-PROCURA-POSICAO
              THRU 1800-PROCURA-POSICAO-FIM.
           IF WS-POS-ACHOU EQUAL 'S'
               MOVE WCA-POS-VALOR(WCA-POS-IDX) TO WS-VALOR-LOCAL
               IF WS-VALOR-LOCAL GREATER THAN ZERO
                   MOVE 'CDB' TO WS-TIPO-DEPOSITO
                   PERFORM 3200-REPARTE-VALOR
                      THRU 3200-REPARTE-VALOR-FIM
               END-IF
           END-IF.
       3100-DISTRIBUI-CONTA-FIM.
           EXIT.

       3110-CONTA-COTITULAR.
           IF WCA-COT-CTA(WCA-COT-IDX) EQUAL COD-CTA
               ADD 1 TO WS-QTD-TITULARES
           END-IF.
       3110-CONTA-COTITULAR-FIM.
           EXIT.

      *****MOEDA SEM TAXA EM CAMBIO01 FICA COM O VALOR DE ORIGEM
      *****(MESMO COMPORTAMENTO DO RELATORIO MENSAL)
       3150-CONVERTE-MOEDA.
           SET WCA-CAM-ACHOU-NAO TO TRUE.
           PERFORM 3160-PROCURA-MOEDA
              THRU 3160-PROCURA-MOEDA-FIM
              VARYING WCA-CAM-IDX FROM 1 BY 1
              UNTIL WCA-CAM-IDX GREATER THAN WCA-CAM-QTD
                 OR WCA-CAM-ACHOU-SIM.
           IF WCA-CAM-ACHOU-SIM
               SET WCA-CAM-IDX DOWN BY 1
               COMPUTE WS-VALOR-LOCAL ROUNDED =
                   SLD-CTA * WCA-CAM-TAXA(WCA-CAM-IDX)
           END-IF.
       3150-CONVERTE-MOEDA-FIM.
           EXIT.

       3160-PROCURA-MOEDA.
           IF COD-MOEDA EQUAL WCA-CAM-MOEDA(WCA-CAM-IDX)
               SET WCA-CAM-ACHOU-SIM TO TRUE
           END-IF.
       3160-PROCURA-MOEDA-FIM.
           EXIT.

      *****PARTES IGUAIS (TRUNCADAS) PARA OS COTITULARES; O TITULAR
      *****DO ENTRADA02 FICA COM O RESTO, E A SOMA FECHA COM O SALDO
       3200-REPARTE-VALOR.
           COMPUTE WS-VALOR-PARTE = WS-VALOR-LOCAL / WS-QTD-TITULARES.
           COMPUTE WS-VALOR-PRINCIPAL = WS-VALOR-LOCAL
                 - (WS-VALOR-PARTE * WS-QTD-TITULARES)
                 + WS-VALOR-PARTE.

           MOVE E2-NUM-DOC         TO PT-NUM-DOC.
           MOVE E2-NOM-CLI         TO PT-NOM-CLI.
           MOVE WS-VALOR-PRINCIPAL TO PT-VALOR.
           PERFORM 3300-GRAVA-PARTE
              THRU 3300-GRAVA-PARTE-FIM.
           IF WS-QTD-TITULARES GREATER THAN 1
               PERFORM 3210-PARTE-COTITULAR
                  THRU 3210-PARTE-COTITULAR-FIM
                  VARYING WCA-COT-IDX FROM 1 BY 1
                  UNTIL WCA-COT-IDX GREATER THAN WCA-COT-QTD
           END-IF.
       3200-REPARTE-VALOR-FIM.
           EXIT.

       3210-PARTE-COTITULAR.
           IF WCA-COT-CTA(WCA-COT-IDX) EQUAL COD-CTA
               MOVE WCA-COT-DOC(WCA-COT-IDX)  TO PT-NUM-DOC
               MOVE WCA-COT-NOME(WCA-COT-IDX) TO PT-NOM-CLI
               MOVE WS-VALOR-PARTE            TO PT-VALOR
               PERFORM 3300-GRAVA-PARTE
                  THRU 3300-GRAVA-PARTE-FIM
           END-IF.
       3210-PARTE-COTITULAR-FIM.
           EXIT.

       3300-GRAVA-PARTE.
           IF PT-VALOR EQUAL ZEROS
               GO TO 3300-GRAVA-PARTE-FIM
           END-IF.
           MOVE COD-CTA          TO PT-COD-CTA.
           MOVE WS-TIPO-DEPOSITO TO PT-TIPO.
           MOVE WS-UF-CONTA      TO PT-UF.
           WRITE REG-PARTRAB.
       3300-GRAVA-PARTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     RECLASSIFICA AS PARTICIPACOES POR DOCUMENTO, APLICA O TETO
      *     POR DEPOSITANTE E GRAVA O ARQUIVO POR DEPOSITANTE
      *-----------------------------------------------------------------
       4000-CONSOLIDA-DEPOSITANTES.
           CLOSE PARTRAB.
           SORT CLASSIFICA
               ON ASCENDING KEY SRT-NUM-DOC
                                SRT-COD-CTA
               USING PARTRAB
               GIVING PARTRAB.

           MOVE SPACES TO WS-NOME-SAIDA WS-NOME-RELATORIO.
           STRING 'FGCDEP01.B' WS-COD-BANCO
               DELIMITED BY SIZE INTO WS-NOME-SAIDA.
           STRING 'FGC01.B' WS-COD-BANCO
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO.

           OPEN OUTPUT SAIDA.
           MOVE WCA-DATA-REFERENCIA TO HDS-DATA.
           MOVE WS-COD-BANCO        TO HDS-COD-BANCO.
           MOVE WCA-TETO-FGC        TO HDS-TETO.
           MOVE SPACES           TO REG-SAIDA.
           MOVE WCA-HEADER-SAIDA TO REG-SAIDA.
           WRITE REG-SAIDA.

           OPEN INPUT PARTRAB.
           SET SW-FIM-NAO-PAR TO TRUE.
           PERFORM 4100-LER-PARTRAB
              THRU 4100-LER-PARTRAB-FIM.
           PERFORM 4200-QUEBRA-DEPOSITANTE
              THRU 4200-QUEBRA-DEPOSITANTE-FIM
             UNTIL SW-FIM-SIM-PAR.
           CLOSE PARTRAB.

           MOVE WS-QTD-DEPOSITANTES TO TRS-QTD.
           MOVE WS-HASH-SAIDA       TO TRS-HASH.
           MOVE SPACES            TO REG-SAIDA.
           MOVE WCA-TRAILER-SAIDA TO REG-SAIDA.
           WRITE REG-SAIDA.
           CLOSE SAIDA.
       4000-CONSOLIDA-DEPOSITANTES-FIM.
           EXIT.

       4100-LER-PARTRAB.
           READ PARTRAB
               AT END
                   SET SW-FIM-SIM-PAR TO TRUE
           END-READ.
       4100-LER-PARTRAB-FIM.
           EXIT.

       4200-QUEBRA-DEPOSITANTE.
           MOVE PT-NUM-DOC TO WS-DOC-ANTERIOR.
           MOVE PT-NOM-CLI TO WS-NOM-DEPOSITANTE.
           MOVE ZEROS TO WCA-PAR-QTD WS-TOT-DEPOSITANTE
                         WS-QTD-CONTAS-DEP WS-CTA-ANTERIOR.
           PERFORM 4210-GUARDA-PARTE
              THRU 4210-GUARDA-PARTE-FIM
             UNTIL SW-FIM-SIM-PAR
                OR PT-NUM-DOC NOT EQUAL WS-DOC-ANTERIOR.

           ADD 1 TO WS-QTD-DEPOSITANTES.
           IF WS-TOT-DEPOSITANTE GREATER THAN WCA-TETO-FGC
               MOVE WCA-TETO-FGC TO WS-COB-DEPOSITANTE
               ADD 1 TO WS-QTD-ACIMA-TETO
           ELSE
               MOVE WS-TOT-DEPOSITANTE TO WS-COB-DEPOSITANTE
           END-IF.
           COMPUTE WS-DES-DEPOSITANTE =
               WS-TOT-DEPOSITANTE - WS-COB-DEPOSITANTE.
           ADD WS-COB-DEPOSITANTE TO WS-TOT-COBERTO.
           ADD WS-DES-DEPOSITANTE TO WS-TOT-DESCOBERTO.

           MOVE ZEROS TO WS-COB-RATEADO.
           PERFORM 4300-RATEIA-COBERTURA
              THRU 4300-RATEIA-COBERTURA-FIM
              VARYING WCA-PAR-IDX FROM 1 BY 1
              UNTIL WCA-PAR-IDX GREATER THAN WCA-PAR-QTD.

           MOVE WS-COD-BANCO       TO FGD-COD-BANCO.
           MOVE WS-DOC-ANTERIOR    TO FGD-NUM-DOC.
           MOVE WS-NOM-DEPOSITANTE TO FGD-NOM-CLI.
           MOVE WS-QTD-CONTAS-DEP  TO FGD-QTD-CONTAS.
           MOVE WS-TOT-DEPOSITANTE TO FGD-SALDO-TOTAL.
           MOVE WS-COB-DEPOSITANTE TO FGD-COBERTO.
           MOVE WS-DES-DEPOSITANTE TO FGD-DESCOBERTO.
           ADD WS-TOT-DEPOSITANTE  TO WS-HASH-SAIDA.
           MOVE SPACES             TO REG-SAIDA.
           MOVE WCA-REGISTRO-SAIDA TO REG-SAIDA.
           WRITE REG-SAIDA.
       4200-QUEBRA-DEPOSITANTE-FIM.
           EXIT.

      *****PARTICIPACOES ALEM DA TABELA ENTRAM NO TOTAL DO DEPOSITANTE
      *****MAS NAO NO RATEIO POR TIPO E UF
       4210-GUARDA-PARTE.
           ADD PT-VALOR TO WS-TOT-DEPOSITANTE.
           IF PT-COD-CTA NOT EQUAL WS-CTA-ANTERIOR
               ADD 1 TO WS-QTD-CONTAS-DEP
               MOVE PT-COD-CTA TO WS-CTA-ANTERIOR
           END-IF.
           IF WCA-PAR-QTD LESS THAN 500
               ADD 1 TO WCA-PAR-QTD
               SET WCA-PAR-IDX TO WCA-PAR-QTD
               MOVE PT-TIPO  TO WCA-PAR-TIPO(WCA-PAR-IDX)
               MOVE PT-UF    TO WCA-PAR-UF(WCA-PAR-IDX)
               MOVE PT-VALOR TO WCA-PAR-VALOR(WCA-PAR-IDX)
           ELSE
               ADD 1 TO WS-QTD-PAR-EXCEDENTE
           END-IF.
           PERFORM 4100-LER-PARTRAB
              THRU 4100-LER-PARTRAB-FIM.
       4210-GUARDA-PARTE-FIM.
           EXIT.

      *****COBERTURA RATEADA NA PROPORCAO DO VALOR; A ULTIMA PARTE
      *****FICA COM O RESTO PARA O RATEIO FECHAR COM O COBERTO
       4300-RATEIA-COBERTURA.
           IF WCA-PAR-IDX EQUAL WCA-PAR-QTD
               COMPUTE WS-COB-PARTE =
                   WS-COB-DEPOSITANTE - WS-COB-RATEADO
           ELSE
               COMPUTE WS-COB-PARTE ROUNDED =
                   WCA-PAR-VALOR(WCA-PAR-IDX) * WS-COB-DEPOSITANTE
                   / WS-TOT-DEPOSITANTE
           END-IF.
           IF WS-COB-PARTE GREATER THAN WCA-PAR-VALOR(WCA-PAR-IDX)
               MOVE WCA-PAR-VALOR(WCA-PAR-IDX) TO WS-COB-PARTE
           END-IF.
           ADD WS-COB-PARTE TO WS-COB-RATEADO.

           PERFORM 4400-LOCALIZA-AGREGADO
              THRU 4400-LOCALIZA-AGREGADO-FIM.
           IF WCA-AGR-ACHOU-SIM
               ADD 1            TO WCA-AGR-PARTES(WCA-AGR-IDX)
               ADD WS-COB-PARTE TO WCA-AGR-COBERTO(WCA-AGR-IDX)
               COMPUTE WCA-AGR-DESCOB(WCA-AGR-IDX) =
                   WCA-AGR-DESCOB(WCA-AGR-IDX)
                 + WCA-PAR-VALOR(WCA-PAR-IDX) - WS-COB-PARTE
           END-IF.
       4300-RATEIA-COBERTURA-FIM.
           EXIT.

       4400-LOCALIZA-AGREGADO.
           SET WCA-AGR-ACHOU-NAO TO TRUE.
           IF WCA-AGR-QTD GREATER THAN ZERO
               PERFORM 4410-PROCURA-AGREGADO
                  THRU 4410-PROCURA-AGREGADO-FIM
                  VARYING WCA-AGR-IDX FROM 1 BY 1
                  UNTIL WCA-AGR-IDX GREATER THAN WCA-AGR-QTD
                     OR WCA-AGR-ACHOU-SIM
           END-IF.
           IF WCA-AGR-ACHOU-SIM
               SET WCA-AGR-IDX DOWN BY 1
               GO TO 4400-LOCALIZA-AGREGADO-FIM
           END-IF.
           IF WCA-AGR-QTD LESS THAN 120
               ADD 1 TO WCA-AGR-QTD
               SET WCA-AGR-IDX TO WCA-AGR-QTD
               MOVE WCA-PAR-TIPO(WCA-PAR-IDX)
                  TO WCA-AGR-TIPO(WCA-AGR-IDX)
               MOVE WCA-PAR-UF(WCA-PAR-IDX)
                  TO WCA-AGR-UF(WCA-AGR-IDX)
               SET WCA-AGR-ACHOU-SIM TO TRUE
           ELSE
               ADD 1 TO WS-QTD-AGR-EXCEDENTE
           END-IF.
       4400-LOCALIZA-AGREGADO-FIM.
           EXIT.

       4410-PROCURA-AGREGADO.
           IF WCA-PAR-TIPO(WCA-PAR-IDX) EQUAL WCA-AGR-TIPO(WCA-AGR-IDX)
              AND WCA-PAR-UF(WCA-PAR-IDX) EQUAL WCA-AGR-UF(WCA-AGR-IDX)
               SET WCA-AGR-ACHOU-SIM TO TRUE
           END-IF.
       4410-PROCURA-AGREGADO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     RESUMO DO BANCO: COBERTO E DESCOBERTO POR TIPO E UF
      *-----------------------------------------------------------------
       5000-IMPRIME-RESUMO.
           OPEN OUTPUT RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-COD-BANCO        TO LTI-COD-BANCO.
           MOVE WCA-DATA-REFERENCIA TO LTI-DATA.
           MOVE WCA-TETO-FGC        TO LTI-TETO.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABECALHO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF WCA-AGR-QTD GREATER THAN ZERO
               PERFORM 5100-IMPRIME-AGREGADO
                  THRU 5100-IMPRIME-AGREGADO-FIM
                  VARYING WCA-AGR-IDX FROM 1 BY 1
                  UNTIL WCA-AGR-IDX GREATER THAN WCA-AGR-QTD
           END-IF.

           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'CONTAS NAO ENCERRADAS' TO LT-TEXTO.
           MOVE WS-QTD-CONTAS TO LT-QTD.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'DEPOSITANTES' TO LT-TEXTO.
           MOVE WS-QTD-DEPOSITANTES TO LT-QTD.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'DEPOSITANTES ACIMA DO TETO' TO LT-TEXTO.
           MOVE WS-QTD-ACIMA-TETO TO LT-QTD.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'TOTAL COBERTO' TO LV-TEXTO.
           MOVE WS-TOT-COBERTO TO LV-VALOR.
           MOVE WCA-LINHA-VALOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'TOTAL DESCOBERTO' TO LV-TEXTO.
           MOVE WS-TOT-DESCOBERTO TO LV-VALOR.
           MOVE WCA-LINHA-VALOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'NAO ELEGIVEL (CONTA INVESTIMENTO)'
              TO LV-TEXTO.
           MOVE WS-TOT-NAO-ELEGIVEL TO LV-VALOR.
           MOVE WCA-LINHA-VALOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WS-QTD-PAR-EXCEDENTE GREATER THAN ZERO
              OR WS-QTD-AGR-EXCEDENTE GREATER THAN ZERO
               MOVE '  ATENCAO: TABELA CHEIA - RESUMO POR TIPO/UF INCOM
      -             'PLETO' TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           CLOSE RELATORIO.
       5000-IMPRIME-RESUMO-FIM.
           EXIT.

       5100-IMPRIME-AGREGADO.
           MOVE WS-COD-BANCO                  TO LR-COD-BANCO.
           MOVE WCA-AGR-TIPO(WCA-AGR-IDX)     TO LR-TIPO.
           MOVE WCA-AGR-UF(WCA-AGR-IDX)       TO LR-UF.
           MOVE WCA-AGR-PARTES(WCA-AGR-IDX)   TO LR-PARTES.
           MOVE WCA-AGR-COBERTO(WCA-AGR-IDX)  TO LR-COBERTO.
           MOVE WCA-AGR-DESCOB(WCA-AGR-IDX)   TO LR-DESCOBERTO.
           COMPUTE WS-TOTAL-LINHA = WCA-AGR-COBERTO(WCA-AGR-IDX)
                                  + WCA-AGR-DESCOB(WCA-AGR-IDX).
           MOVE WS-TOTAL-LINHA                TO LR-TOTAL.
           MOVE WCA-LINHA-RESUMO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       5100-IMPRIME-AGREGADO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           DISPLAY 'FGC01 - BANCO ' WS-COD-BANCO ': '
                   WS-QTD-DEPOSITANTES ' DEPOSITANTES, '
                   WS-QTD-ACIMA-TETO ' ACIMA DO TETO - '
                   WS-NOME-SAIDA.
           IF WS-QTD-COT-EXCEDENTE GREATER THAN ZERO
               DISPLAY 'FGC01 - TITULARES01 COM MAIS DE 2000 '
                       'COTITULARES - ' WS-QTD-COT-EXCEDENTE
                       ' FORA DA DIVISAO'
           END-IF.
           CLOSE ENTRADA
           CLOSE ENTRADA02.

           MOVE 0 TO WS-RC-FINAL.
           IF (WSN-FS-ENTRADA    NOT EQUAL 00 AND
                WSN-FS-ENTRADA    NOT EQUAL 10)   OR
              (WSN-FS-ENTRADA02  NOT EQUAL 00 AND
                WSN-FS-ENTRADA02  NOT EQUAL 10)   OR
               WSN-FS-SAIDA       NOT EQUAL 00     OR
               WSN-FS-RELATORIO   NOT EQUAL 00     OR
               WS-QTD-COT-EXCEDENTE GREATER THAN ZERO OR
               WS-QTD-PAR-EXCEDENTE GREATER THAN ZERO OR
               WS-QTD-AGR-EXCEDENTE GREATER THAN ZERO
               DISPLAY 'FGC01 - ENCERRADO COM ERRO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-RC-FINAL EQUAL ZERO
               MOVE 'I' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'COBERTURA FGC BANCO ' WS-COD-BANCO ' - '
                  WS-QTD-DEPOSITANTES ' DEPOSITANTES '
                  WS-QTD-ACIMA-TETO ' ACIMA DO TETO'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM FGC01.
