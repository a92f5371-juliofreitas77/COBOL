      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Transferencia de conta entre agencias. Quando o
      * cliente muda de praca, a conta muda de COD-AGENCIA sem
      * encerrar e reabrir no MANUCTA01: o numero da conta fica o
      * mesmo e, com ele, o historico de movimentos, os contratos
      * (CONTRATOS01), o talonario (CHEQUES01) e o limite de cheque
      * especial (LIMITECHQ01), todos chaveados pela conta - o
      * programa so os confere e informa o que a agencia nova herda.
      * A conta sai da carteira do gerente antigo e entra na de um
      * gerente da agencia nova (Carteira01, mesma regra do
      * MANUGER01: agencia do gerente igual a agencia da conta).
      * Entrada01 e Entrada02 sao regravados juntos, com trailer
      * recalculado, como no MANUCTA01. Cada transferencia vai para o
      * registro TRANSFAG01 (conta, data, agencias de origem e
      * destino, saldo e gerentes), lido pelo EXERCICIO06 para o
      * snapshot por agencia e o comparativo mensal apresentarem a
      * transferencia como tal, e nao como encerramento numa agencia
      * e abertura na outra; os campos alterados vao para o jornal
      * JORNALMD01 e a operacao para o LOGOPER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFAG01.
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

           SELECT AGENCIAS ASSIGN TO 'AGENCIAS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-AGENCIAS.

           SELECT GERENTES ASSIGN TO 'GERENTES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-GERENTES.

           SELECT CARTEIRA ASSIGN TO 'CARTEIRA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CARTEIRA.

           SELECT CONTRATOS ASSIGN TO 'CONTRATOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTRATOS.

           SELECT CHEQUES ASSIGN TO 'CHEQUES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CHEQUES.

           SELECT LIMITES ASSIGN TO 'LIMITECHQ01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-LIMITES.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

      *        REGISTRO DAS TRANSFERENCIAS (LIDO PELO EXERCICIO06)
           SELECT TRANSFAG ASSIGN TO 'TRANSFAG01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-TRANSFAG.

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

      *                AGENCIAS01 (CADASTRO DE AGENCIAS)
       FD AGENCIAS.
       01 REG-AGENCIAS.
           05 AGM-COD              PIC X(04).
           05 AGM-NOM              PIC X(20).
           05 AGM-REGIAO           PIC X(15).
      *****LIMITES DE NUMERARIO DA AGENCIA (NAO USADOS AQUI)
           05 FILLER               PIC X(22).

       FD GERENTES.
       01 REG-GERENTE.
           05 GER-COD              PIC X(04).
           05 GER-NOM              PIC X(25).
           05 GER-COD-AGENCIA      PIC X(04).

       FD CARTEIRA.
       01 REG-CARTEIRA.
           05 CAR-COD-CTA          PIC 9(06).
           05 CAR-COD-GER          PIC X(04).

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
      *****MODALIDADE, MATRICULA E CET (NAO USADOS AQUI)
           05 FILLER               PIC X(25).

       FD CHEQUES.
       01 REG-CHEQUE.
           05 CHQ-COD-CTA          PIC 9(06).
           05 CHQ-NUMERO           PIC 9(06).
           05 CHQ-VALOR            PIC 9(09)V99.
           05 CHQ-DAT-EMISSAO      PIC 9(08).
           05 CHQ-STATUS           PIC X(01).
               88 CHQ-EMITIDO                  VALUE 'E'.

       FD LIMITES.
       01 REG-LIMITE.
           05 LIM-COD-CTA          PIC 9(06).
           05 LIM-VALOR            PIC 9(06)V99.
           05 LIM-DAT-VENC         PIC 9(08).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      *                UMA LINHA POR TRANSFERENCIA; O SALDO E O DA
      *                CONTA NO MOMENTO DA TRANSFERENCIA
       FD TRANSFAG.
       01 REG-TRANSFAG.
           05 TRF-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 TRF-HORA             PIC 9(06).
           05 FILLER               PIC X(01).
           05 TRF-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 TRF-AG-ORIGEM        PIC X(04).
           05 FILLER               PIC X(01).
           05 TRF-AG-DESTINO       PIC X(04).
           05 FILLER               PIC X(01).
           05 TRF-TIP-CTA          PIC X(14).
           05 FILLER               PIC X(01).
           05 TRF-COD-MOEDA        PIC X(03).
           05 FILLER               PIC X(01).
           05 TRF-SLD-CTA          PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 TRF-GER-ANTIGO       PIC X(04).
           05 FILLER               PIC X(01).
           05 TRF-GER-NOVO         PIC X(04).
           05 FILLER               PIC X(01).
           05 TRF-QTD-CONTRATOS    PIC 9(03).
           05 FILLER               PIC X(01).
           05 TRF-QTD-CHEQUES      PIC 9(04).
           05 FILLER               PIC X(01).
           05 TRF-LIMITE           PIC 9(06)V99.
           05 FILLER               PIC X(01).
           05 TRF-USUARIO          PIC X(20).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-AGENCIAS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-GERENTES      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CARTEIRA      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTRATOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CHEQUES       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-LIMITES       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-TRANSFAG      PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.
           05 SW-ENTRADA02         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-02                VALUE 'N'.
               88 SW-FIM-SIM-02                VALUE 'S'.
           05 SW-AGENCIAS          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-AGM               VALUE 'N'.
               88 SW-FIM-SIM-AGM               VALUE 'S'.
           05 SW-GERENTES          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-GER               VALUE 'N'.
               88 SW-FIM-SIM-GER               VALUE 'S'.
           05 SW-CARTEIRA          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CAR               VALUE 'N'.
               88 SW-FIM-SIM-CAR               VALUE 'S'.
           05 SW-CONTRATOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CTR               VALUE 'N'.
               88 SW-FIM-SIM-CTR               VALUE 'S'.
           05 SW-CHEQUES           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CHQ               VALUE 'N'.
               88 SW-FIM-SIM-CHQ               VALUE 'S'.
           05 SW-LIMITES           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-LIM               VALUE 'N'.
               88 SW-FIM-SIM-LIM               VALUE 'S'.

      *****CADASTRO CARREGADO EM MEMORIA PARA A REGRAVACAO (MESMO
      *****ESQUEMA DO MANUCTA01); OS CONTROLES HDR DE CADA ARQUIVO SAO
      *****PRESERVADOS E O TRAILER SAI RECALCULADO
       01 WCA-CADASTRO.
           05 WCA-CTA-QTD          PIC 9(06) VALUE ZEROS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES
                          INDEXED BY WCA-CTA-IDX.
               10 WCA-CTA-COD      PIC 9(06).
               10 WCA-CTA-AGENCIA  PIC X(04).
               10 WCA-CTA-TIPO     PIC X(14).
               10 WCA-CTA-MOEDA    PIC X(03).
               10 WCA-CTA-SALDO    PIC S9(09)V99.
               10 WCA-CTA-STATUS   PIC X(01).
               10 WCA-CTA-NOME     PIC X(25).
               10 WCA-CTA-CIDADE   PIC 9(04).
               10 WCA-CTA-DAT-INI  PIC 9(08).
               10 WCA-CTA-DOC      PIC X(14).

       01 WS-HEADER-E1             PIC X(40) VALUE SPACES.
       01 WS-HEADER-E2             PIC X(57) VALUE SPACES.
       01 SW-TEM-HEADER-E1         PIC X(01) VALUE 'N'.
           88 TEM-HEADER-E1                    VALUE 'S'.
       01 SW-TEM-HEADER-E2         PIC X(01) VALUE 'N'.
           88 TEM-HEADER-E2                    VALUE 'S'.

       01 WCA-TRAILER-SAIDA.
           05 FILLER               PIC X(03) VALUE 'TRL'.
           05 TRS-QTD              PIC 9(06) VALUE ZEROS.
           05 TRS-HASH             PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
       01 WS-HASH-E1               PIC S9(11)V99 VALUE ZEROS.
       01 WS-HASH-E2               PIC S9(11)V99 VALUE ZEROS.

      *****AGENCIAS CONHECIDAS DO CADASTRO AGENCIAS01
       01 WCA-AGENCIAS.
           05 WCA-AGM-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-AGM-TAB OCCURS 50 TIMES
                          INDEXED BY WCA-AGM-IDX.
               10 WCA-AGM-COD      PIC X(04).
               10 WCA-AGM-NOM      PIC X(20).

       01 WCA-GERENTES.
           05 WCA-GER-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-GER-TAB OCCURS 200 TIMES
                          INDEXED BY WCA-GER-IDX.
               10 WCA-GER-COD      PIC X(04).
               10 WCA-GER-NOM      PIC X(25).
               10 WCA-GER-AG       PIC X(04).

       01 WCA-CARTEIRA.
           05 WCA-CAR-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-CAR-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-CAR-IDX.
               10 WCA-CAR-CTA      PIC 9(06).
               10 WCA-CAR-GER      PIC X(04).

       77 WS-CONFIRMA              PIC X(01) VALUE 'N'.
       77 WS-CTA                   PIC 9(06) VALUE ZEROS.
       77 WS-AG-ORIGEM             PIC X(04) VALUE SPACES.
       77 WS-AG-DESTINO            PIC X(04) VALUE SPACES.
       77 WS-COD-GER               PIC X(04) VALUE SPACES.
       77 WS-GER-ANTIGO            PIC X(04) VALUE SPACES.
       77 WS-USUARIO               PIC X(20) VALUE SPACES.
       77 WS-CTA-ACHOU             PIC X(01) VALUE 'N'.
           88 CONTA-ACHADA             VALUE 'S'.
       77 WS-IDX-ACHADO            PIC 9(06) VALUE ZEROS.
       77 WS-AGM-ACHOU             PIC X(01) VALUE 'N'.
           88 AGENCIA-ACHADA           VALUE 'S'.
       77 WS-GER-ACHOU             PIC X(01) VALUE 'N'.
           88 GERENTE-ACHADO           VALUE 'S'.
       77 WS-IDX-GER               PIC 9(03) VALUE ZEROS.
       77 WS-CAR-ACHOU             PIC X(01) VALUE 'N'.
           88 CONTA-ATRIBUIDA          VALUE 'S'.
       77 WS-IDX-CAR               PIC 9(04) VALUE ZEROS.

      *****REFERENCIAS DA CONTA QUE A AGENCIA NOVA HERDA
       77 WS-QTD-CONTRATOS         PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CHEQUES           PIC 9(04) VALUE ZEROS.
       77 WS-VAL-LIMITE            PIC 9(06)V99 VALUE ZEROS.
       01 WS-VALOR-MASC            PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-DATA-TRANSF           PIC 9(08) VALUE ZEROS.
       01 WS-HORA                  PIC 9(08) VALUE ZEROS.
       01 WS-HORA-R REDEFINES WS-HORA.
           05 WS-HORA-HMS          PIC 9(06).
           05 FILLER               PIC 9(02).

      *****CHAMADA DA ROTINA COMUM VALIDACTA (DV DA CONTA)
       77 WS-DV-CONTA              PIC X(01)  VALUE SPACES.
       01 WS-TIPO-VALIDACAO        PIC 9(01)  VALUE 1.
       01 WS-CONTA-DV              PIC X(07)  VALUE SPACES.
       01 WS-CTA-VALIDA            PIC X(01)  VALUE 'N'.
           88 CONTA-EH-VALIDA                  VALUE 'S'.
       01 WS-CTA-MOTIVO            PIC X(17)  VALUE SPACES.

      *****JORNAL DE ALTERACOES CADASTRAIS (ROTINA COMUM JORNALMD)
       01 WS-JMD-ARQUIVO           PIC X(12) VALUE SPACES.
       01 WS-JMD-CHAVE             PIC X(20) VALUE SPACES.
       01 WS-JMD-CAMPO             PIC X(20) VALUE SPACES.
       01 WS-JMD-ANTIGO            PIC X(40) VALUE SPACES.
       01 WS-JMD-NOVO              PIC X(40) VALUE SPACES.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'TRANSFAG01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           DISPLAY 'SEU USUARIO (PARA O JORNAL)?'
           ACCEPT WS-USUARIO

           PERFORM 1000-CARREGA-CADASTRO
              THRU 1000-CARREGA-CADASTRO-FIM
           PERFORM 1500-CARREGA-APOIO
              THRU 1500-CARREGA-APOIO-FIM

           PERFORM 2000-TRANSFERIR
              THRU 2000-TRANSFERIR-FIM

      *****CADASTRO E CARTEIRA SO SAO REGRAVADOS DEPOIS DE TODAS AS
      *****CONFERENCIAS: OU A CONTA MUDA DE AGENCIA E DE GERENTE, OU
      *****NADA MUDA
           PERFORM 6000-REGRAVA-CADASTRO
              THRU 6000-REGRAVA-CADASTRO-FIM
           PERFORM 6500-REGRAVA-CARTEIRA
              THRU 6500-REGRAVA-CARTEIRA-FIM
           PERFORM 6800-GRAVA-TRANSFERENCIA
              THRU 6800-GRAVA-TRANSFERENCIA-FIM
           PERFORM 7000-GRAVA-JORNAL
              THRU 7000-GRAVA-JORNAL-FIM
           PERFORM 8000-REGISTRA-LOG
              THRU 8000-REGISTRA-LOG-FIM

           MOVE 0 TO RETURN-CODE
           STOP RUN.
       0000-PRINCIPAL-FIM.

      *-----------------------------------------------------------------
      *     CARGA DOS DOIS ARQUIVOS EM MEMORIA, CASADOS POR CONTA
      *-----------------------------------------------------------------
       1000-CARREGA-CADASTRO.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'TRANSFAG01 - ENTRADA01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               DISPLAY 'TRANSFAG01 - ENTRADA02 AUSENTE COM ENTRADA01 '
                       'PRESENTE - CADASTRO INCONSISTENTE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET SW-FIM-NAO TO TRUE.
           PERFORM 1100-LER-ENTRADA
              THRU 1100-LER-ENTRADA-FIM.
           PERFORM 1150-GUARDA-E1
              THRU 1150-GUARDA-E1-FIM
             UNTIL SW-FIM-SIM.
           CLOSE ENTRADA.

           SET SW-FIM-NAO-02 TO TRUE.
           PERFORM 1200-LER-ENTRADA-ARQ02
              THRU 1200-LER-ENTRADA-ARQ02-FIM.
           PERFORM 1250-GUARDA-E2
              THRU 1250-GUARDA-E2-FIM
             UNTIL SW-FIM-SIM-02.
           CLOSE ENTRADA02.
       1000-CARREGA-CADASTRO-FIM.
           EXIT.

       1100-LER-ENTRADA.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
           IF NOT SW-FIM-SIM
              AND REG-ENTRADA(1:3) EQUAL 'HDR'
               MOVE REG-ENTRADA TO WS-HEADER-E1
               SET TEM-HEADER-E1 TO TRUE
               GO TO 1100-LER-ENTRADA
           END-IF.
           IF NOT SW-FIM-SIM
              AND REG-ENTRADA(1:3) EQUAL 'TRL'
               GO TO 1100-LER-ENTRADA
           END-IF.
       1100-LER-ENTRADA-FIM.
           EXIT.

      *****TABELA DO TAMANHO DO ESPACO DE CONTAS; SE ESTOURAR, O
      *****ARQUIVO ESTA CORROMPIDO E A TRANSFERENCIA ABORTA EM VEZ DE
      *****REGRAVAR UM CADASTRO TRUNCADO
       1150-GUARDA-E1.
           IF WCA-CTA-QTD NOT LESS THAN 999999
               DISPLAY 'TRANSFAG01 - ENTRADA01 COM MAIS DE 999999 '
                       'CONTAS - ABORTADO PARA NAO REGRAVAR '
                       'CADASTRO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-CTA-QTD.
           SET WCA-CTA-IDX TO WCA-CTA-QTD.
           MOVE COD-CTA     TO WCA-CTA-COD(WCA-CTA-IDX).
           MOVE COD-AGENCIA TO WCA-CTA-AGENCIA(WCA-CTA-IDX).
           MOVE TIP-CTA     TO WCA-CTA-TIPO(WCA-CTA-IDX).
           MOVE COD-MOEDA   TO WCA-CTA-MOEDA(WCA-CTA-IDX).
           MOVE SLD-CTA     TO WCA-CTA-SALDO(WCA-CTA-IDX).
           MOVE STA-CTA     TO WCA-CTA-STATUS(WCA-CTA-IDX).
           PERFORM 1100-LER-ENTRADA
              THRU 1100-LER-ENTRADA-FIM.
       1150-GUARDA-E1-FIM.
           EXIT.

       1200-LER-ENTRADA-ARQ02.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-02 TO TRUE
           END-READ.
           IF NOT SW-FIM-SIM-02
              AND REG-ENTRADA-02(1:3) EQUAL 'HDR'
               MOVE REG-ENTRADA-02 TO WS-HEADER-E2
               SET TEM-HEADER-E2 TO TRUE
               GO TO 1200-LER-ENTRADA-ARQ02
           END-IF.
           IF NOT SW-FIM-SIM-02
              AND REG-ENTRADA-02(1:3) EQUAL 'TRL'
               GO TO 1200-LER-ENTRADA-ARQ02
           END-IF.
       1200-LER-ENTRADA-ARQ02-FIM.
           EXIT.

       1250-GUARDA-E2.
           MOVE E2-COD-CTA TO WS-CTA.
           PERFORM 1300-PROCURA-CONTA
              THRU 1300-PROCURA-CONTA-FIM.
           IF CONTA-ACHADA
               SET WCA-CTA-IDX TO WS-IDX-ACHADO
               MOVE E2-NOM-CLI TO WCA-CTA-NOME(WCA-CTA-IDX)
               MOVE E2-COD-CID TO WCA-CTA-CIDADE(WCA-CTA-IDX)
               MOVE E2-DAT-INI TO WCA-CTA-DAT-INI(WCA-CTA-IDX)
               MOVE E2-NUM-DOC TO WCA-CTA-DOC(WCA-CTA-IDX)
           ELSE
               DISPLAY 'TRANSFAG01 - CONTA ' E2-COD-CTA
                       ' SO EXISTE EM ENTRADA02 (ORFA)'
           END-IF.
           PERFORM 1200-LER-ENTRADA-ARQ02
              THRU 1200-LER-ENTRADA-ARQ02-FIM.
       1250-GUARDA-E2-FIM.
           EXIT.

       1300-PROCURA-CONTA.
           MOVE 'N' TO WS-CTA-ACHOU.
           PERFORM 1310-TESTA-CONTA
              THRU 1310-TESTA-CONTA-FIM
               VARYING WCA-CTA-IDX FROM 1 BY 1
               UNTIL WCA-CTA-IDX GREATER THAN WCA-CTA-QTD
                  OR CONTA-ACHADA.
       1300-PROCURA-CONTA-FIM.
           EXIT.

       1310-TESTA-CONTA.
           IF WS-CTA EQUAL WCA-CTA-COD(WCA-CTA-IDX)
               MOVE 'S' TO WS-CTA-ACHOU
               SET WS-IDX-ACHADO TO WCA-CTA-IDX
           END-IF.
       1310-TESTA-CONTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CADASTROS DE APOIO: AGENCIAS, GERENTES, CARTEIRA E A DATA
      *     DE REFERENCIA DO CONTROLE (DATA DA TRANSFERENCIA)
      *-----------------------------------------------------------------
       1500-CARREGA-APOIO.
           OPEN INPUT AGENCIAS.
           IF WSN-FS-AGENCIAS NOT EQUAL ZEROS
               DISPLAY 'TRANSFAG01 - AGENCIAS01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-AGM TO TRUE.
           PERFORM 1510-LER-AGENCIA
              THRU 1510-LER-AGENCIA-FIM.
           PERFORM 1520-GUARDA-AGENCIA
              THRU 1520-GUARDA-AGENCIA-FIM
             UNTIL SW-FIM-SIM-AGM.
           CLOSE AGENCIAS.

           OPEN INPUT GERENTES.
           IF WSN-FS-GERENTES NOT EQUAL ZEROS
               DISPLAY 'TRANSFAG01 - GERENTES01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-GER TO TRUE.
           PERFORM 1530-LER-GERENTE
              THRU 1530-LER-GERENTE-FIM.
           PERFORM 1540-GUARDA-GERENTE
              THRU 1540-GUARDA-GERENTE-FIM
             UNTIL SW-FIM-SIM-GER.
           CLOSE GERENTES.

           OPEN INPUT CARTEIRA.
           IF WSN-FS-CARTEIRA EQUAL ZEROS
               SET SW-FIM-NAO-CAR TO TRUE
               PERFORM 1550-LER-CARTEIRA
                  THRU 1550-LER-CARTEIRA-FIM
               PERFORM 1560-GUARDA-CARTEIRA
                  THRU 1560-GUARDA-CARTEIRA-FIM
                 UNTIL SW-FIM-SIM-CAR
               CLOSE CARTEIRA
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-TRANSF.
           OPEN INPUT CONTROLE.
           IF WSN-FS-CONTROLE EQUAL ZEROS
               READ CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-DATA-REFERENCIA NOT EQUAL ZEROS
                           MOVE CTL-DATA-REFERENCIA TO WS-DATA-TRANSF
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.
       1500-CARREGA-APOIO-FIM.
           EXIT.

       1510-LER-AGENCIA.
           READ AGENCIAS
               AT END
                   SET SW-FIM-SIM-AGM TO TRUE
           END-READ.
       1510-LER-AGENCIA-FIM.
           EXIT.

       1520-GUARDA-AGENCIA.
           IF WCA-AGM-QTD LESS THAN 50
               ADD 1 TO WCA-AGM-QTD
               SET WCA-AGM-IDX TO WCA-AGM-QTD
               MOVE AGM-COD TO WCA-AGM-COD(WCA-AGM-IDX)
               MOVE AGM-NOM TO WCA-AGM-NOM(WCA-AGM-IDX)
           END-IF.
           PERFORM 1510-LER-AGENCIA
              THRU 1510-LER-AGENCIA-FIM.
       1520-GUARDA-AGENCIA-FIM.
           EXIT.

       1530-LER-GERENTE.
           READ GERENTES
               AT END
                   SET SW-FIM-SIM-GER TO TRUE
           END-READ.
       1530-LER-GERENTE-FIM.
           EXIT.

       1540-GUARDA-GERENTE.
           IF WCA-GER-QTD LESS THAN 200
               ADD 1 TO WCA-GER-QTD
               SET WCA-GER-IDX TO WCA-GER-QTD
               MOVE GER-COD         TO WCA-GER-COD(WCA-GER-IDX)
               MOVE GER-NOM         TO WCA-GER-NOM(WCA-GER-IDX)
               MOVE GER-COD-AGENCIA TO WCA-GER-AG(WCA-GER-IDX)
           END-IF.
           PERFORM 1530-LER-GERENTE
              THRU 1530-LER-GERENTE-FIM.
       1540-GUARDA-GERENTE-FIM.
           EXIT.

       1550-LER-CARTEIRA.
           READ CARTEIRA
               AT END
                   SET SW-FIM-SIM-CAR TO TRUE
           END-READ.
       1550-LER-CARTEIRA-FIM.
           EXIT.

      *****CARTEIRA MAIOR QUE A TABELA NAO PODE SER REGRAVADA SEM
      *****PERDER ATRIBUICOES: ABORTA COMO O CADASTRO
       1560-GUARDA-CARTEIRA.
           IF WCA-CAR-QTD NOT LESS THAN 5000
               DISPLAY 'TRANSFAG01 - CARTEIRA01 COM MAIS DE 5000 '
                       'ATRIBUICOES - ABORTADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-CAR-QTD.
           SET WCA-CAR-IDX TO WCA-CAR-QTD.
           MOVE CAR-COD-CTA TO WCA-CAR-CTA(WCA-CAR-IDX).
           MOVE CAR-COD-GER TO WCA-CAR-GER(WCA-CAR-IDX).
           PERFORM 1550-LER-CARTEIRA
              THRU 1550-LER-CARTEIRA-FIM.
       1560-GUARDA-CARTEIRA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     TRANSFERENCIA: CONTA COM DV, AGENCIA NOVA CADASTRADA E
      *     DIFERENTE DA ATUAL, GERENTE DA AGENCIA NOVA
      *-----------------------------------------------------------------
       2000-TRANSFERIR.
           DISPLAY 'NUMERO DA CONTA?'
           ACCEPT WS-CTA
           DISPLAY 'DIGITO VERIFICADOR DA CONTA?'
           ACCEPT WS-DV-CONTA
           MOVE SPACES TO WS-CONTA-DV
           MOVE WS-CTA      TO WS-CONTA-DV(1:6)
           MOVE WS-DV-CONTA TO WS-CONTA-DV(7:1)
           CALL 'VALIDACTA' USING WS-TIPO-VALIDACAO WS-CONTA-DV
               WS-CTA-VALIDA WS-CTA-MOTIVO
           IF NOT CONTA-EH-VALIDA
               DISPLAY 'DV DA CONTA NAO CONFERE: ' WS-CTA-MOTIVO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-PROCURA-CONTA
              THRU 1300-PROCURA-CONTA-FIM
           IF NOT CONTA-ACHADA
               DISPLAY 'CONTA NAO CADASTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WCA-CTA-IDX TO WS-IDX-ACHADO
           IF WCA-CTA-STATUS(WCA-CTA-IDX) EQUAL 'F'
               DISPLAY 'CONTA ENCERRADA NAO PODE SER TRANSFERIDA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WCA-CTA-AGENCIA(WCA-CTA-IDX) TO WS-AG-ORIGEM
           DISPLAY 'CONTA ' WS-CTA ' ' WCA-CTA-NOME(WCA-CTA-IDX)
                   ' AGENCIA ATUAL ' WS-AG-ORIGEM

           DISPLAY 'AGENCIA DE DESTINO?'
           ACCEPT WS-AG-DESTINO
           IF WS-AG-DESTINO EQUAL WS-AG-ORIGEM
               DISPLAY 'CONTA JA PERTENCE A AGENCIA ' WS-AG-DESTINO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-AGM-ACHOU
           PERFORM 2100-TESTA-AGENCIA
              THRU 2100-TESTA-AGENCIA-FIM
               VARYING WCA-AGM-IDX FROM 1 BY 1
               UNTIL WCA-AGM-IDX GREATER THAN WCA-AGM-QTD
                  OR AGENCIA-ACHADA
           IF NOT AGENCIA-ACHADA
               DISPLAY 'AGENCIA NAO CONSTA EM AGENCIAS01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      *****GERENTE ATUAL DA CONTA, SE ESTIVER EM ALGUMA CARTEIRA
           MOVE 'N' TO WS-CAR-ACHOU
           PERFORM 2200-TESTA-CARTEIRA
              THRU 2200-TESTA-CARTEIRA-FIM
               VARYING WCA-CAR-IDX FROM 1 BY 1
               UNTIL WCA-CAR-IDX GREATER THAN WCA-CAR-QTD
                  OR CONTA-ATRIBUIDA
           MOVE SPACES TO WS-GER-ANTIGO
           IF CONTA-ATRIBUIDA
               SET WCA-CAR-IDX TO WS-IDX-CAR
               MOVE WCA-CAR-GER(WCA-CAR-IDX) TO WS-GER-ANTIGO
               DISPLAY 'GERENTE ATUAL ' WS-GER-ANTIGO
           END-IF

      *****A CONTA NAO PODE FICAR NA CARTEIRA DE GERENTE DE OUTRA
      *****PRACA (REGRA DO MANUGER01): O GERENTE NOVO E OBRIGATORIO
           DISPLAY 'GERENTE DA AGENCIA ' WS-AG-DESTINO '?'
           ACCEPT WS-COD-GER
           PERFORM 2300-PROCURA-GERENTE
              THRU 2300-PROCURA-GERENTE-FIM
           IF NOT GERENTE-ACHADO
               DISPLAY 'GERENTE NAO CADASTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WCA-GER-IDX TO WS-IDX-GER
           IF WCA-GER-AG(WCA-GER-IDX) NOT EQUAL WS-AG-DESTINO
               DISPLAY 'AGENCIA DO GERENTE ('
                       WCA-GER-AG(WCA-GER-IDX)
                       ') DIFERENTE DA AGENCIA DE DESTINO ('
                       WS-AG-DESTINO ')'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CONTA-ATRIBUIDA
              AND WCA-CAR-QTD NOT LESS THAN 5000
               DISPLAY 'CARTEIRA CHEIA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 3000-CONFERE-REFERENCIAS
              THRU 3000-CONFERE-REFERENCIAS-FIM

           DISPLAY 'CONFIRMA A TRANSFERENCIA DA CONTA ' WS-CTA
                   ' DA AGENCIA ' WS-AG-ORIGEM ' PARA A '
                   WS-AG-DESTINO '? (S/N)'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'TRANSFERENCIA CANCELADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           SET WCA-CTA-IDX TO WS-IDX-ACHADO
           MOVE WS-AG-DESTINO TO WCA-CTA-AGENCIA(WCA-CTA-IDX)
           IF CONTA-ATRIBUIDA
               SET WCA-CAR-IDX TO WS-IDX-CAR
               MOVE WS-COD-GER TO WCA-CAR-GER(WCA-CAR-IDX)
           ELSE
               ADD 1 TO WCA-CAR-QTD
               SET WCA-CAR-IDX TO WCA-CAR-QTD
               MOVE WS-CTA     TO WCA-CAR-CTA(WCA-CAR-IDX)
               MOVE WS-COD-GER TO WCA-CAR-GER(WCA-CAR-IDX)
           END-IF
           DISPLAY 'CONTA ' WS-CTA ' TRANSFERIDA PARA A AGENCIA '
                   WS-AG-DESTINO ' - GERENTE ' WS-COD-GER.
       2000-TRANSFERIR-FIM.
           EXIT.

       2100-TESTA-AGENCIA.
           IF WS-AG-DESTINO EQUAL WCA-AGM-COD(WCA-AGM-IDX)
               MOVE 'S' TO WS-AGM-ACHOU
           END-IF.
       2100-TESTA-AGENCIA-FIM.
           EXIT.

       2200-TESTA-CARTEIRA.
           IF WS-CTA EQUAL WCA-CAR-CTA(WCA-CAR-IDX)
               MOVE 'S' TO WS-CAR-ACHOU
               SET WS-IDX-CAR TO WCA-CAR-IDX
           END-IF.
       2200-TESTA-CARTEIRA-FIM.
           EXIT.

       2300-PROCURA-GERENTE.
           MOVE 'N' TO WS-GER-ACHOU.
           PERFORM 2310-TESTA-GERENTE
              THRU 2310-TESTA-GERENTE-FIM
               VARYING WCA-GER-IDX FROM 1 BY 1
               UNTIL WCA-GER-IDX GREATER THAN WCA-GER-QTD
                  OR GERENTE-ACHADO.
       2300-PROCURA-GERENTE-FIM.
           EXIT.

       2310-TESTA-GERENTE.
           IF WS-COD-GER EQUAL WCA-GER-COD(WCA-GER-IDX)
               MOVE 'S' TO WS-GER-ACHOU
               SET WS-IDX-GER TO WCA-GER-IDX
           END-IF.
       2310-TESTA-GERENTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CONTRATOS, TALONARIO E LIMITE SAO CHAVEADOS PELA CONTA E
      *     ACOMPANHAM A CONTA SEM REGRAVACAO; AQUI SO SAO CONTADOS
      *     PARA A AGENCIA NOVA SABER O QUE ESTA RECEBENDO
      *-----------------------------------------------------------------
       3000-CONFERE-REFERENCIAS.
           MOVE ZEROS TO WS-QTD-CONTRATOS WS-QTD-CHEQUES
                         WS-VAL-LIMITE.

           OPEN INPUT CONTRATOS.
           IF WSN-FS-CONTRATOS EQUAL ZEROS
               SET SW-FIM-NAO-CTR TO TRUE
               PERFORM 3110-LER-CONTRATO
                  THRU 3110-LER-CONTRATO-FIM
               PERFORM 3120-CONTA-CONTRATO
                  THRU 3120-CONTA-CONTRATO-FIM
                 UNTIL SW-FIM-SIM-CTR
               CLOSE CONTRATOS
           END-IF.

           OPEN INPUT CHEQUES.
           IF WSN-FS-CHEQUES EQUAL ZEROS
               SET SW-FIM-NAO-CHQ TO TRUE
               PERFORM 3210-LER-CHEQUE
                  THRU 3210-LER-CHEQUE-FIM
               PERFORM 3220-CONTA-CHEQUE
                  THRU 3220-CONTA-CHEQUE-FIM
                 UNTIL SW-FIM-SIM-CHQ
               CLOSE CHEQUES
           END-IF.

           OPEN INPUT LIMITES.
           IF WSN-FS-LIMITES EQUAL ZEROS
               SET SW-FIM-NAO-LIM TO TRUE
               PERFORM 3310-LER-LIMITE
                  THRU 3310-LER-LIMITE-FIM
               PERFORM 3320-GUARDA-LIMITE
                  THRU 3320-GUARDA-LIMITE-FIM
                 UNTIL SW-FIM-SIM-LIM
               CLOSE LIMITES
           END-IF.

           SET WCA-CTA-IDX TO WS-IDX-ACHADO.
           MOVE WCA-CTA-SALDO(WCA-CTA-IDX) TO WS-VALOR-MASC.
           DISPLAY 'SALDO TRANSFERIDO       : ' WS-VALOR-MASC ' '
                   WCA-CTA-MOEDA(WCA-CTA-IDX).
           DISPLAY 'CONTRATOS ATIVOS        : ' WS-QTD-CONTRATOS.
           DISPLAY 'CHEQUES EM CIRCULACAO   : ' WS-QTD-CHEQUES.
           MOVE WS-VAL-LIMITE TO WS-VALOR-MASC.
           DISPLAY 'LIMITE DE CHEQUE ESPEC. : ' WS-VALOR-MASC.
       3000-CONFERE-REFERENCIAS-FIM.
           EXIT.

       3110-LER-CONTRATO.
           READ CONTRATOS
               AT END
                   SET SW-FIM-SIM-CTR TO TRUE
           END-READ.
       3110-LER-CONTRATO-FIM.
           EXIT.

       3120-CONTA-CONTRATO.
           IF CTR-COD-CTA EQUAL WS-CTA
              AND CTR-ATIVO
               ADD 1 TO WS-QTD-CONTRATOS
           END-IF.
           PERFORM 3110-LER-CONTRATO
              THRU 3110-LER-CONTRATO-FIM.
       3120-CONTA-CONTRATO-FIM.
           EXIT.

       3210-LER-CHEQUE.
           READ CHEQUES
               AT END
                   SET SW-FIM-SIM-CHQ TO TRUE
           END-READ.
       3210-LER-CHEQUE-FIM.
           EXIT.

       3220-CONTA-CHEQUE.
           IF CHQ-COD-CTA EQUAL WS-CTA
              AND CHQ-EMITIDO
               ADD 1 TO WS-QTD-CHEQUES
           END-IF.
           PERFORM 3210-LER-CHEQUE
              THRU 3210-LER-CHEQUE-FIM.
       3220-CONTA-CHEQUE-FIM.
           EXIT.

       3310-LER-LIMITE.
           READ LIMITES
               AT END
                   SET SW-FIM-SIM-LIM TO TRUE
           END-READ.
       3310-LER-LIMITE-FIM.
           EXIT.

       3320-GUARDA-LIMITE.
           IF LIM-COD-CTA EQUAL WS-CTA
               MOVE LIM-VALOR TO WS-VAL-LIMITE
           END-IF.
           PERFORM 3310-LER-LIMITE
              THRU 3310-LER-LIMITE-FIM.
       3320-GUARDA-LIMITE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     REGRAVACAO DOS DOIS ARQUIVOS JUNTOS, TRAILER RECALCULADO
      *-----------------------------------------------------------------
       6000-REGRAVA-CADASTRO.
           MOVE ZEROS TO WS-HASH-E1 WS-HASH-E2.
           OPEN OUTPUT ENTRADA
           OPEN OUTPUT ENTRADA02.
           IF TEM-HEADER-E1
               MOVE WS-HEADER-E1 TO REG-ENTRADA
               WRITE REG-ENTRADA
           END-IF.
           IF TEM-HEADER-E2
               MOVE WS-HEADER-E2 TO REG-ENTRADA-02
               WRITE REG-ENTRADA-02
           END-IF.
           PERFORM 6100-GRAVA-CONTA
              THRU 6100-GRAVA-CONTA-FIM
               VARYING WCA-CTA-IDX FROM 1 BY 1
               UNTIL WCA-CTA-IDX GREATER THAN WCA-CTA-QTD.
           IF TEM-HEADER-E1
               MOVE WCA-CTA-QTD       TO TRS-QTD
               MOVE WS-HASH-E1        TO TRS-HASH
               MOVE SPACES            TO REG-ENTRADA
               MOVE WCA-TRAILER-SAIDA TO REG-ENTRADA
               WRITE REG-ENTRADA
           END-IF.
           IF TEM-HEADER-E2
               MOVE WCA-CTA-QTD       TO TRS-QTD
               MOVE WS-HASH-E2        TO TRS-HASH
               MOVE SPACES            TO REG-ENTRADA-02
               MOVE WCA-TRAILER-SAIDA TO REG-ENTRADA-02
               WRITE REG-ENTRADA-02
           END-IF.
           CLOSE ENTRADA
           CLOSE ENTRADA02.
       6000-REGRAVA-CADASTRO-FIM.
           EXIT.

       6100-GRAVA-CONTA.
           MOVE SPACES TO REG-ENTRADA.
           MOVE WCA-CTA-COD(WCA-CTA-IDX)     TO COD-CTA.
           MOVE WCA-CTA-AGENCIA(WCA-CTA-IDX) TO COD-AGENCIA.
           MOVE WCA-CTA-TIPO(WCA-CTA-IDX)    TO TIP-CTA.
           MOVE WCA-CTA-MOEDA(WCA-CTA-IDX)   TO COD-MOEDA.
           MOVE WCA-CTA-SALDO(WCA-CTA-IDX)   TO SLD-CTA.
           MOVE WCA-CTA-STATUS(WCA-CTA-IDX)  TO STA-CTA.
           WRITE REG-ENTRADA.
           MOVE SPACES TO REG-ENTRADA-02.
           MOVE WCA-CTA-COD(WCA-CTA-IDX)     TO E2-COD-CTA.
           MOVE WCA-CTA-NOME(WCA-CTA-IDX)    TO E2-NOM-CLI.
           MOVE WCA-CTA-CIDADE(WCA-CTA-IDX)  TO E2-COD-CID.
           MOVE WCA-CTA-DAT-INI(WCA-CTA-IDX) TO E2-DAT-INI.
           MOVE WCA-CTA-DOC(WCA-CTA-IDX)     TO E2-NUM-DOC.
           WRITE REG-ENTRADA-02.
           ADD WCA-CTA-SALDO(WCA-CTA-IDX) TO WS-HASH-E1.
           ADD WCA-CTA-COD(WCA-CTA-IDX)   TO WS-HASH-E2.
       6100-GRAVA-CONTA-FIM.
           EXIT.

       6500-REGRAVA-CARTEIRA.
           OPEN OUTPUT CARTEIRA.
           PERFORM 6510-GRAVA-ATRIBUICAO
              THRU 6510-GRAVA-ATRIBUICAO-FIM
               VARYING WCA-CAR-IDX FROM 1 BY 1
               UNTIL WCA-CAR-IDX GREATER THAN WCA-CAR-QTD.
           CLOSE CARTEIRA.
       6500-REGRAVA-CARTEIRA-FIM.
           EXIT.

       6510-GRAVA-ATRIBUICAO.
           MOVE SPACES TO REG-CARTEIRA.
           MOVE WCA-CAR-CTA(WCA-CAR-IDX) TO CAR-COD-CTA.
           MOVE WCA-CAR-GER(WCA-CAR-IDX) TO CAR-COD-GER.
           WRITE REG-CARTEIRA.
       6510-GRAVA-ATRIBUICAO-FIM.
           EXIT.

      *****REGISTRO ACUMULADO: CADA TRANSFERENCIA E ACRESCENTADA
       6800-GRAVA-TRANSFERENCIA.
           OPEN EXTEND TRANSFAG.
           IF WSN-FS-TRANSFAG NOT EQUAL ZEROS
               OPEN OUTPUT TRANSFAG
           END-IF.
           ACCEPT WS-HORA FROM TIME.
           SET WCA-CTA-IDX TO WS-IDX-ACHADO.
           MOVE SPACES                     TO REG-TRANSFAG.
           MOVE WS-DATA-TRANSF             TO TRF-DATA.
           MOVE WS-HORA-HMS                TO TRF-HORA.
           MOVE WS-CTA                     TO TRF-COD-CTA.
           MOVE WS-AG-ORIGEM               TO TRF-AG-ORIGEM.
           MOVE WS-AG-DESTINO              TO TRF-AG-DESTINO.
           MOVE WCA-CTA-TIPO(WCA-CTA-IDX)  TO TRF-TIP-CTA.
           MOVE WCA-CTA-MOEDA(WCA-CTA-IDX) TO TRF-COD-MOEDA.
           MOVE WCA-CTA-SALDO(WCA-CTA-IDX) TO TRF-SLD-CTA.
           MOVE WS-GER-ANTIGO              TO TRF-GER-ANTIGO.
           MOVE WS-COD-GER                 TO TRF-GER-NOVO.
           MOVE WS-QTD-CONTRATOS           TO TRF-QTD-CONTRATOS.
           MOVE WS-QTD-CHEQUES             TO TRF-QTD-CHEQUES.
           MOVE WS-VAL-LIMITE              TO TRF-LIMITE.
           MOVE WS-USUARIO                 TO TRF-USUARIO.
           WRITE REG-TRANSFAG.
           CLOSE TRANSFAG.
       6800-GRAVA-TRANSFERENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     JORNAL DE ALTERACOES CADASTRAIS: AGENCIA DA CONTA E
      *     GERENTE DA CARTEIRA
      *-----------------------------------------------------------------
       7000-GRAVA-JORNAL.
           MOVE WS-CTA        TO WS-JMD-CHAVE.
           MOVE 'ENTRADA01'   TO WS-JMD-ARQUIVO.
           MOVE 'COD-AGENCIA' TO WS-JMD-CAMPO.
           MOVE WS-AG-ORIGEM  TO WS-JMD-ANTIGO.
           MOVE WS-AG-DESTINO TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
           MOVE 'CARTEIRA01'  TO WS-JMD-ARQUIVO.
           MOVE 'CAR-COD-GER' TO WS-JMD-CAMPO.
           MOVE WS-GER-ANTIGO TO WS-JMD-ANTIGO.
           MOVE WS-COD-GER    TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
       7000-GRAVA-JORNAL-FIM.
           EXIT.

       7100-JORNAL-CAMPO.
           CALL 'JORNALMD' USING WS-USUARIO WS-LOG-PROGRAMA
               WS-JMD-ARQUIVO WS-JMD-CHAVE WS-JMD-CAMPO
               WS-JMD-ANTIGO WS-JMD-NOVO.
       7100-JORNAL-CAMPO-FIM.
           EXIT.

       8000-REGISTRA-LOG.
           MOVE 'I' TO WS-LOG-SEVERIDADE.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'TRANSFERENCIA CONTA ' WS-CTA ' AG '
                  WS-AG-ORIGEM ' -> ' WS-AG-DESTINO
                  ' GERENTE ' WS-COD-GER
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       8000-REGISTRA-LOG-FIM.
           EXIT.
       END PROGRAM TRANSFAG01.
