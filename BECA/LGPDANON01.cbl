      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Lote de retencao da LGPD: anonimiza nome, documento e
      * contato dos ex-clientes cujas contas estao TODAS encerradas ha
      * mais de CTL-MESES-RETENCAO-LGPD meses (Controle01, padrao 060,
      * meses comerciais de 30 dias contados da data de referencia).
      * A data de encerramento de cada conta vem do jornal JORNALMD01
      * (ultima troca de STA-CTA para 'F'); conta encerrada sem
      * registro no jornal conta a partir da primeira vez que o lote a
      * viu encerrada, guardada em LGPDENC01. O documento de cada
      * titular elegivel e trocado por um pseudonimo 'ANON' + dez
      * digitos, sequencial e unico, em ENTRADA02 (o nome vira
      * ANONIMIZADO LGPD), TITULARES01 e KYCREG01; os registros de
      * CONTATO01 e PREFNOT01 sao excluidos; no JORNALMD01 o documento
      * vira o pseudonimo e os nomes somem. Conta, agencia, tipo,
      * saldos e movimentos ficam como estao, para as estatisticas.
      * Cada arquivo e gravado em <ARQUIVO>LG e so substitui o original
      * quando todos foram gravados sem erro. O relatorio LGPDANON01
      * lista conta, pseudonimo e data de encerramento - nunca o dado
      * antigo - e cada conta anonimizada fica no jornal de alteracoes.
      * PENDLIS01, BLOQUEIOS01 e os arquivos de AML tem retencao
      * propria e nao sao tocados; as geracoes do catalogo saem pelo
      * expurgo normal do PURGAGER01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDANON01.
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

           SELECT NOVE2 ASSIGN TO 'ENTRADA02LG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-NOVE2.

           SELECT TITULARES ASSIGN TO 'TITULARES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-TITULARES.

           SELECT NOVTIT ASSIGN TO 'TITULARES01LG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-NOVTIT.

           SELECT CONTATO ASSIGN TO 'CONTATO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTATO.

           SELECT NOVCON ASSIGN TO 'CONTATO01LG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-NOVCON.

           SELECT PREFNOT ASSIGN TO 'PREFNOT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-PREFNOT.

           SELECT NOVPNT ASSIGN TO 'PREFNOT01LG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-NOVPNT.

           SELECT KYCREG ASSIGN TO 'KYCREG01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-KYCREG.

           SELECT NOVKYC ASSIGN TO 'KYCREG01LG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-NOVKYC.

           SELECT JORNAL ASSIGN TO 'JORNALMD01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-JORNAL.

           SELECT NOVJMD ASSIGN TO 'JORNALMD01LG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-NOVJMD.

      *        CONTAS ENCERRADAS SEM DATA NO JORNAL: PRIMEIRA VEZ VISTA
           SELECT ENCERRADAS ASSIGN TO 'LGPDENC01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENCERRADAS.

           SELECT DOCTRAB ASSIGN TO 'LGPDTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-DOCTRAB.

           SELECT CLASSIFICA ASSIGN TO 'SORTWK01'.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT RELATORIO ASSIGN TO 'LGPDANON01'
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

       FD ENTRADA02.
       01 REG-ENTRADA-02.
           05 E2-COD-CTA           PIC 9(06).
           05 E2-NOM-CLI           PIC X(25).
           05 E2-COD-CID           PIC 9(04).
           05 E2-DAT-INI           PIC 9(08).
           05 E2-NUM-DOC           PIC X(14).

       FD NOVE2.
       01 REG-NOVE2                PIC X(57).

       FD TITULARES.
       01 REG-TITULAR.
           05 TIT-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 TIT-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 TIT-ORDEM            PIC 9(01).
           05 FILLER               PIC X(01).
           05 TIT-PAPEL            PIC X(01).
           05 FILLER               PIC X(01).
           05 TIT-NOM-CLI          PIC X(25).

       FD NOVTIT.
       01 REG-NOVTIT               PIC X(51).

       FD CONTATO.
       01 REG-CONTATO.
           05 CON-NUM-DOC          PIC X(14).
           05 CON-ENDERECO         PIC X(30).
           05 CON-CEP              PIC 9(08).
           05 CON-FONE             PIC X(12).
           05 CON-EMAIL            PIC X(30).

       FD NOVCON.
       01 REG-NOVCON               PIC X(94).

       FD PREFNOT.
       01 REG-PREFNOT.
           05 PNT-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 PNT-LIMITE           PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 PNT-TODO-DEBITO      PIC X(01).
           05 FILLER               PIC X(01).
           05 PNT-CANAL            PIC X(01).
           05 FILLER               PIC X(01).
           05 PNT-RECEBE           PIC X(01).

       FD NOVPNT.
       01 REG-NOVPNT               PIC X(32).

       FD KYCREG.
       01 REG-KYC.
           05 KYC-NUM-DOC          PIC X(14).
           05 KYC-RESTO            PIC X(37).

       FD NOVKYC.
       01 REG-NOVKYC               PIC X(51).

       FD JORNAL.
       01 REG-JORNAL.
           05 JMD-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 JMD-HORA             PIC 9(06).
           05 FILLER               PIC X(01).
           05 JMD-USUARIO          PIC X(20).
           05 FILLER               PIC X(01).
           05 JMD-PROGRAMA         PIC X(12).
           05 FILLER               PIC X(01).
           05 JMD-ARQUIVO          PIC X(12).
           05 FILLER               PIC X(01).
           05 JMD-CHAVE            PIC X(20).
           05 FILLER               PIC X(01).
           05 JMD-CAMPO            PIC X(20).
           05 FILLER               PIC X(01).
           05 JMD-VALOR-ANTIGO     PIC X(40).
           05 FILLER               PIC X(01).
           05 JMD-VALOR-NOVO       PIC X(40).

       FD NOVJMD.
       01 REG-NOVJMD               PIC X(186).

       FD ENCERRADAS.
       01 REG-ENCERRADA.
           05 ENC-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 ENC-DATA             PIC 9(08).

      *****DOCUMENTO, CONTA E SE A CONTA JA PASSOU DA RETENCAO
       FD DOCTRAB.
       01 REG-DOCTRAB.
           05 DC-NUM-DOC           PIC X(14).
           05 DC-COD-CTA           PIC 9(06).
           05 DC-EXPIRADA          PIC X(01).

       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-NUM-DOC          PIC X(14).
           05 SRT-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).

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

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(84).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-NOVE2         PIC 9(02) VALUE ZEROS.
           05 WSN-FS-TITULARES     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-NOVTIT        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTATO       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-NOVCON        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-PREFNOT       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-NOVPNT        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-KYCREG        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-NOVKYC        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-JORNAL        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-NOVJMD        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENCERRADAS    PIC 9(02) VALUE ZEROS.
           05 WSN-FS-DOCTRAB       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-ARQUIVO           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-ARQ               VALUE 'N'.
               88 SW-FIM-SIM-ARQ               VALUE 'S'.
           05 SW-DOCTRAB           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-DOC               VALUE 'N'.
               88 SW-FIM-SIM-DOC               VALUE 'S'.
           05 SW-ELEGIVEL          PIC X(01) VALUE 'N'.
               88 DOCUMENTO-ELEGIVEL           VALUE 'S'.
           05 SW-ACHADO            PIC X(01) VALUE 'N'.
               88 DOCUMENTO-ACHADO             VALUE 'S'.
           05 SW-ERRO-GRAVACAO     PIC X(01) VALUE 'N'.
               88 HOUVE-ERRO-GRAVACAO          VALUE 'S'.
           05 SW-TABELA-ESTOURO    PIC X(01) VALUE 'N'.
               88 TABELA-ESTOUROU              VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-DATA-REFERENCIA-R REDEFINES WCA-DATA-REFERENCIA.
           05 REF-ANO              PIC 9(04).
           05 REF-MES              PIC 9(02).
           05 REF-DIA              PIC 9(02).
       01 WCA-MESES-RETENCAO       PIC 9(03) VALUE 060.

       01 WS-DATA-CONV             PIC 9(08) VALUE ZEROS.
       01 WS-DATA-CONV-R REDEFINES WS-DATA-CONV.
           05 CONV-ANO             PIC 9(04).
           05 CONV-MES             PIC 9(02).
           05 CONV-DIA             PIC 9(02).
       77 WS-DIAS-REF              PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-CONV             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-RETENCAO         PIC 9(05) VALUE ZEROS.

      *****SITUACAO POR CONTA: STATUS NA ENTRADA01 (ESPACO = FORA DO
      *****CADASTRO), ENCERRAMENTO PELO JORNAL E PELA PRIMEIRA VISTA,
      *****'E' = ENCERRADA ALEM DA RETENCAO, 'A' = ANONIMIZADA NA RODADA
       01 WCA-CONTAS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES.
               10 WCA-CTA-STATUS   PIC X(01) VALUE SPACES.
               10 WCA-CTA-DAT-JMD  PIC 9(08) VALUE ZEROS.
               10 WCA-CTA-DAT-VISTA PIC 9(08) VALUE ZEROS.
               10 WCA-CTA-SITUACAO PIC X(01) VALUE SPACES.
                   88 WCA-CTA-EXPIRADA         VALUE 'E'.
                   88 WCA-CTA-ANONIMIZADA      VALUE 'A'.
       77 WS-CTA                   PIC 9(06) VALUE ZEROS.
       77 WS-DAT-ENCERRAMENTO      PIC 9(08) VALUE ZEROS.

      *****DOCUMENTOS A ANONIMIZAR E SEUS PSEUDONIMOS, EM ORDEM DE
      *****DOCUMENTO (SAEM DA QUEBRA DO ARQUIVO CLASSIFICADO)
       01 WCA-ANONIMOS.
           05 WCA-ANO-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-ANO-TAB OCCURS 20000 TIMES
                          ASCENDING KEY IS WCA-ANO-DOC
                          INDEXED BY WCA-ANO-IDX.
               10 WCA-ANO-DOC      PIC X(14) VALUE HIGH-VALUES.
               10 WCA-ANO-PSEUDONIMO PIC X(14) VALUE SPACES.

       01 WS-PSEUDONIMO.
           05 FILLER               PIC X(04) VALUE 'ANON'.
           05 WS-PSE-SEQUENCIA     PIC 9(10) VALUE ZEROS.
           05 FILLER               PIC X(06) VALUE SPACES.
       77 WS-ULTIMA-SEQUENCIA      PIC 9(10) VALUE ZEROS.
       77 WS-DOC-TESTE             PIC X(14) VALUE SPACES.
       77 WS-DOC-ANTERIOR          PIC X(14) VALUE SPACES.
       77 WS-PSE-ACHADO            PIC X(14) VALUE SPACES.
       77 WS-VALOR-JMD             PIC X(40) VALUE SPACES.
       01 WCA-ANONIMIZADO          PIC X(25) VALUE 'ANONIMIZADO LGPD'.

      *****ARQUIVOS REGRAVADOS: NOME E SE ESTAVA AUSENTE NA RODADA
       01 WCA-SUBSTITUICOES.
           05 WCA-SUB-TAB OCCURS 6 TIMES.
               10 WCA-SUB-ARQ      PIC X(12).
               10 WCA-SUB-AUSENTE  PIC X(01).
                   88 WCA-SUB-ESTA-AUSENTE     VALUE 'S'.
       77 WS-IDX                   PIC 9(02) VALUE ZEROS.
       77 WS-COMANDO               PIC X(60) VALUE SPACES.

       77 WS-QTD-ENCERRADAS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXPIRADAS         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DOCUMENTOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-E2                PIC 9(07) VALUE ZEROS.
       77 WS-QTD-TIT               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CON               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PNT               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-KYC               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-JMD               PIC 9(07) VALUE ZEROS.

       01 WS-JMD-USUARIO           PIC X(20) VALUE 'LGPDANON01'.
       01 WS-JMD-ARQUIVO           PIC X(12) VALUE 'ENTRADA02'.
       01 WS-JMD-CHAVE             PIC X(20) VALUE SPACES.
       01 WS-JMD-CAMPO             PIC X(20) VALUE 'ANONIMIZACAO LGPD'.
       01 WS-JMD-ANTIGO            PIC X(40) VALUE SPACES.
       01 WS-JMD-NOVO              PIC X(40) VALUE SPACES.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'LGPDANON01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.

       01 LINE-DESIGN              PIC X(84) VALUE ALL '='.

       01 WCA-TITULO-RELATORIO     PIC X(84) VALUE
           '  ANONIMIZACAO LGPD DE EX-CLIENTES - CONTAS ENCERRADAS ALEM
      -    'DA RETENCAO'.

       01 WCA-LINHA-PARAMETRO.
           05 FILLER               PIC X(22) VALUE
               '  DATA DE REFERENCIA: '.
           05 LP-DATA              PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(13) VALUE '  RETENCAO: '.
           05 LP-MESES             PIC ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(06) VALUE ' MESES'.

       01 WCA-CABECALHO            PIC X(84) VALUE
           '  CONTA   PSEUDONIMO       ENCERRADA EM'.

       01 WCA-LINHA-CONTA.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LC-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LC-PSEUDONIMO        PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LC-DATA              PIC 9(08) VALUE ZEROS.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LT-TEXTO             PIC X(40) VALUE SPACES.
           05 LT-QTD               PIC Z.ZZZ.ZZ9 VALUE ZEROS.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 2000-LE-JORNAL
              THRU 2000-LE-JORNAL-FIM

           PERFORM 3000-LE-CONTAS
              THRU 3000-LE-CONTAS-FIM

           PERFORM 4000-SELECIONA-TITULARES
              THRU 4000-SELECIONA-TITULARES-FIM

           IF WCA-ANO-QTD GREATER THAN ZEROS
               PERFORM 5000-ANONIMIZA
                  THRU 5000-ANONIMIZA-FIM
               IF NOT HOUVE-ERRO-GRAVACAO
                   PERFORM 8000-EFETIVA
                      THRU 8000-EFETIVA-FIM
               END-IF
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
               ACCEPT WCA-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-DIAS-REF =
               (REF-ANO * 360) + (REF-MES * 30) + REF-DIA.
           COMPUTE WS-DIAS-RETENCAO = WCA-MESES-RETENCAO * 30.

           PERFORM 1100-CARREGA-ENCERRADAS
              THRU 1100-CARREGA-ENCERRADAS-FIM.

           MOVE 'ENTRADA02'   TO WCA-SUB-ARQ(1).
           MOVE 'TITULARES01' TO WCA-SUB-ARQ(2).
           MOVE 'CONTATO01'   TO WCA-SUB-ARQ(3).
           MOVE 'PREFNOT01'   TO WCA-SUB-ARQ(4).
           MOVE 'KYCREG01'    TO WCA-SUB-ARQ(5).
           MOVE 'JORNALMD01'  TO WCA-SUB-ARQ(6).

           OPEN OUTPUT RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-DATA-REFERENCIA TO LP-DATA.
           MOVE WCA-MESES-RETENCAO  TO LP-MESES.
           MOVE WCA-LINHA-PARAMETRO TO REG-RELATORIO.
           WRITE REG-RELATORIO BEFORE 2 LINES.
           MOVE WCA-CABECALHO TO REG-RELATORIO.
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
                       IF CTL-MESES-RETENCAO-LGPD NUMERIC
                          AND CTL-MESES-RETENCAO-LGPD GREATER THAN ZERO
                           MOVE CTL-MESES-RETENCAO-LGPD
                              TO WCA-MESES-RETENCAO
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.
           IF WCA-DATA-REFERENCIA NOT NUMERIC
               MOVE ZEROS TO WCA-DATA-REFERENCIA
           END-IF.
       1050-LE-CONTROLE-FIM.
           EXIT.

      *****PRIMEIRA DATA EM QUE CADA CONTA FOI VISTA ENCERRADA*********
       1100-CARREGA-ENCERRADAS.
           OPEN INPUT ENCERRADAS.
           IF WSN-FS-ENCERRADAS NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-ENCERRADAS
               GO TO 1100-CARREGA-ENCERRADAS-FIM
           END-IF.
           SET SW-FIM-NAO-ARQ TO TRUE.
           PERFORM 1110-LER-ENCERRADA
              THRU 1110-LER-ENCERRADA-FIM
             UNTIL SW-FIM-SIM-ARQ.
           CLOSE ENCERRADAS.
       1100-CARREGA-ENCERRADAS-FIM.
           EXIT.

       1110-LER-ENCERRADA.
           READ ENCERRADAS
               AT END
                   SET SW-FIM-SIM-ARQ TO TRUE
               NOT AT END
                   IF ENC-COD-CTA NUMERIC
                      AND ENC-COD-CTA GREATER THAN ZEROS
                      AND ENC-DATA NUMERIC
                       MOVE ENC-DATA
                          TO WCA-CTA-DAT-VISTA(ENC-COD-CTA)
                   END-IF
           END-READ.
       1110-LER-ENCERRADA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * JORNAL: DATA DO ULTIMO ENCERRAMENTO DE CADA CONTA E MAIOR
      * PSEUDONIMO JA USADO
      *-----------------------------------------------------------------
       2000-LE-JORNAL.
           OPEN INPUT JORNAL.
           IF WSN-FS-JORNAL NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-JORNAL
               GO TO 2000-LE-JORNAL-FIM
           END-IF.
           SET SW-FIM-NAO-ARQ TO TRUE.
           PERFORM 2100-LER-JORNAL
              THRU 2100-LER-JORNAL-FIM
             UNTIL SW-FIM-SIM-ARQ.
           CLOSE JORNAL.
       2000-LE-JORNAL-FIM.
           EXIT.

       2100-LER-JORNAL.
           READ JORNAL
               AT END
                   SET SW-FIM-SIM-ARQ TO TRUE
                   GO TO 2100-LER-JORNAL-FIM
           END-READ.
           MOVE JMD-CHAVE(1:14) TO WS-DOC-TESTE.
           PERFORM 2900-CONFERE-SEQUENCIA
              THRU 2900-CONFERE-SEQUENCIA-FIM.
           MOVE JMD-VALOR-NOVO(1:14) TO WS-DOC-TESTE.
           PERFORM 2900-CONFERE-SEQUENCIA
              THRU 2900-CONFERE-SEQUENCIA-FIM.

           IF JMD-ARQUIVO NOT EQUAL 'ENTRADA01'
              OR JMD-CAMPO NOT EQUAL 'STA-CTA'
              OR JMD-CHAVE(1:6) NOT NUMERIC
               GO TO 2100-LER-JORNAL-FIM
           END-IF.
           MOVE JMD-CHAVE(1:6) TO WS-CTA.
           IF WS-CTA EQUAL ZEROS
               GO TO 2100-LER-JORNAL-FIM
           END-IF.
      *****O JORNAL E CRONOLOGICO: REABERTURA ZERA A DATA
           IF JMD-VALOR-NOVO(1:1) EQUAL 'F'
               MOVE JMD-DATA TO WCA-CTA-DAT-JMD(WS-CTA)
           ELSE
               MOVE ZEROS TO WCA-CTA-DAT-JMD(WS-CTA)
           END-IF.
       2100-LER-JORNAL-FIM.
           EXIT.

      *****PSEUDONIMOS NOVOS CONTINUAM DO MAIOR JA EXISTENTE************
       2900-CONFERE-SEQUENCIA.
           IF WS-DOC-TESTE(1:4) EQUAL 'ANON'
              AND WS-DOC-TESTE(5:10) NUMERIC
               MOVE WS-DOC-TESTE(5:10) TO WS-PSE-SEQUENCIA
               IF WS-PSE-SEQUENCIA GREATER THAN WS-ULTIMA-SEQUENCIA
                   MOVE WS-PSE-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
               END-IF
           END-IF.
       2900-CONFERE-SEQUENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CADASTRO DE CONTAS: QUAIS ESTAO ENCERRADAS E HA QUANTO TEMPO
      *-----------------------------------------------------------------
       3000-LE-CONTAS.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'LGPDANON01 - ENTRADA01 NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ENCERRADAS.
           SET SW-FIM-NAO-ARQ TO TRUE.
           PERFORM 3100-LER-CONTA
              THRU 3100-LER-CONTA-FIM
             UNTIL SW-FIM-SIM-ARQ.
           CLOSE ENTRADA.
           CLOSE ENCERRADAS.
       3000-LE-CONTAS-FIM.
           EXIT.

       3100-LER-CONTA.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM-ARQ TO TRUE
                   GO TO 3100-LER-CONTA-FIM
           END-READ.
           IF REG-ENTRADA(1:3) EQUAL 'HDR'
              OR REG-ENTRADA(1:3) EQUAL 'TRL'
              OR COD-CTA NOT NUMERIC
              OR COD-CTA EQUAL ZEROS
               GO TO 3100-LER-CONTA-FIM
           END-IF.
           MOVE STA-CTA TO WCA-CTA-STATUS(COD-CTA).
           IF STA-CTA NOT EQUAL 'F'
               GO TO 3100-LER-CONTA-FIM
           END-IF.

           ADD 1 TO WS-QTD-ENCERRADAS.
           IF WCA-CTA-DAT-VISTA(COD-CTA) EQUAL ZEROS
               MOVE WCA-DATA-REFERENCIA
                  TO WCA-CTA-DAT-VISTA(COD-CTA)
           END-IF.
           MOVE COD-CTA TO ENC-COD-CTA.
           MOVE SPACES  TO REG-ENCERRADA(7:1).
           MOVE WCA-CTA-DAT-VISTA(COD-CTA) TO ENC-DATA.
           WRITE REG-ENCERRADA.

           MOVE COD-CTA TO WS-CTA.
           PERFORM 3200-DATA-ENCERRAMENTO
              THRU 3200-DATA-ENCERRAMENTO-FIM.
           MOVE WS-DAT-ENCERRAMENTO TO WS-DATA-CONV.
           COMPUTE WS-DIAS-CONV =
               (CONV-ANO * 360) + (CONV-MES * 30) + CONV-DIA.
           IF WS-DIAS-REF GREATER THAN WS-DIAS-CONV
              AND (WS-DIAS-REF - WS-DIAS-CONV)
                  GREATER THAN WS-DIAS-RETENCAO
               SET WCA-CTA-EXPIRADA(COD-CTA) TO TRUE
               ADD 1 TO WS-QTD-EXPIRADAS
           END-IF.
       3100-LER-CONTA-FIM.
           EXIT.

      *****O JORNAL PREVALECE; SEM ELE, A PRIMEIRA VEZ VISTA ENCERRADA
       3200-DATA-ENCERRAMENTO.
           IF WCA-CTA-DAT-JMD(WS-CTA) GREATER THAN ZEROS
               MOVE WCA-CTA-DAT-JMD(WS-CTA) TO WS-DAT-ENCERRAMENTO
           ELSE
               MOVE WCA-CTA-DAT-VISTA(WS-CTA) TO WS-DAT-ENCERRAMENTO
           END-IF.
       3200-DATA-ENCERRAMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * TITULARES: DOCUMENTO ELEGIVEL SO SE TODAS AS SUAS CONTAS, COMO
      * TITULAR OU COTITULAR, PASSARAM DA RETENCAO
      *-----------------------------------------------------------------
       4000-SELECIONA-TITULARES.
           OPEN OUTPUT DOCTRAB.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 EQUAL ZEROS
               SET SW-FIM-NAO-ARQ TO TRUE
               PERFORM 4100-EXTRAI-ENTRADA02
                  THRU 4100-EXTRAI-ENTRADA02-FIM
                 UNTIL SW-FIM-SIM-ARQ
               CLOSE ENTRADA02
           ELSE
               MOVE ZEROS TO WSN-FS-ENTRADA02
           END-IF.
           OPEN INPUT TITULARES.
           IF WSN-FS-TITULARES EQUAL ZEROS
               SET SW-FIM-NAO-ARQ TO TRUE
               PERFORM 4200-EXTRAI-TITULAR
                  THRU 4200-EXTRAI-TITULAR-FIM
                 UNTIL SW-FIM-SIM-ARQ
               CLOSE TITULARES
           ELSE
               MOVE ZEROS TO WSN-FS-TITULARES
           END-IF.
           CLOSE DOCTRAB.

           SORT CLASSIFICA
               ON ASCENDING KEY SRT-NUM-DOC
                                SRT-COD-CTA
               USING DOCTRAB
               GIVING DOCTRAB.

           OPEN INPUT DOCTRAB.
           SET SW-FIM-NAO-DOC TO TRUE.
           PERFORM 4500-LER-DOCTRAB
              THRU 4500-LER-DOCTRAB-FIM.
           PERFORM 4600-QUEBRA-DOCUMENTO
              THRU 4600-QUEBRA-DOCUMENTO-FIM
             UNTIL SW-FIM-SIM-DOC.
           CLOSE DOCTRAB.
       4000-SELECIONA-TITULARES-FIM.
           EXIT.

       4100-EXTRAI-ENTRADA02.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-ARQ TO TRUE
                   GO TO 4100-EXTRAI-ENTRADA02-FIM
           END-READ.
           IF REG-ENTRADA-02(1:3) EQUAL 'HDR'
              OR REG-ENTRADA-02(1:3) EQUAL 'TRL'
               GO TO 4100-EXTRAI-ENTRADA02-FIM
           END-IF.
           MOVE E2-NUM-DOC TO DC-NUM-DOC.
           MOVE E2-COD-CTA TO DC-COD-CTA.
           PERFORM 4300-GRAVA-DOCTRAB
              THRU 4300-GRAVA-DOCTRAB-FIM.
       4100-EXTRAI-ENTRADA02-FIM.
           EXIT.

       4200-EXTRAI-TITULAR.
           READ TITULARES
               AT END
                   SET SW-FIM-SIM-ARQ TO TRUE
                   GO TO 4200-EXTRAI-TITULAR-FIM
           END-READ.
           MOVE TIT-NUM-DOC TO DC-NUM-DOC.
           MOVE TIT-COD-CTA TO DC-COD-CTA.
           PERFORM 4300-GRAVA-DOCTRAB
              THRU 4300-GRAVA-DOCTRAB-FIM.
       4200-EXTRAI-TITULAR-FIM.
           EXIT.

      *****DOCUMENTO JA PSEUDONIMIZADO SO ALIMENTA A SEQUENCIA
       4300-GRAVA-DOCTRAB.
           MOVE DC-NUM-DOC TO WS-DOC-TESTE.
           PERFORM 2900-CONFERE-SEQUENCIA
              THRU 2900-CONFERE-SEQUENCIA-FIM.
           IF DC-NUM-DOC EQUAL SPACES
              OR DC-NUM-DOC(1:4) EQUAL 'ANON'
               GO TO 4300-GRAVA-DOCTRAB-FIM
           END-IF.
           MOVE 'N' TO DC-EXPIRADA.
           IF DC-COD-CTA NUMERIC AND DC-COD-CTA GREATER THAN ZEROS
               IF WCA-CTA-EXPIRADA(DC-COD-CTA)
                   MOVE 'S' TO DC-EXPIRADA
               END-IF
           END-IF.
           WRITE REG-DOCTRAB.
       4300-GRAVA-DOCTRAB-FIM.
           EXIT.

       4500-LER-DOCTRAB.
           READ DOCTRAB
               AT END
                   SET SW-FIM-SIM-DOC TO TRUE
           END-READ.
       4500-LER-DOCTRAB-FIM.
           EXIT.

       4600-QUEBRA-DOCUMENTO.
           MOVE DC-NUM-DOC TO WS-DOC-ANTERIOR.
           MOVE 'S' TO SW-ELEGIVEL.
           PERFORM 4610-CONFERE-CONTA
              THRU 4610-CONFERE-CONTA-FIM
             UNTIL SW-FIM-SIM-DOC
                OR DC-NUM-DOC NOT EQUAL WS-DOC-ANTERIOR.
           IF NOT DOCUMENTO-ELEGIVEL
               GO TO 4600-QUEBRA-DOCUMENTO-FIM
           END-IF.
           IF WCA-ANO-QTD NOT LESS THAN 20000
               SET TABELA-ESTOUROU TO TRUE
               GO TO 4600-QUEBRA-DOCUMENTO-FIM
           END-IF.
           ADD 1 TO WCA-ANO-QTD.
           ADD 1 TO WS-ULTIMA-SEQUENCIA.
           MOVE WS-ULTIMA-SEQUENCIA TO WS-PSE-SEQUENCIA.
           MOVE WS-DOC-ANTERIOR TO WCA-ANO-DOC(WCA-ANO-QTD).
           MOVE WS-PSEUDONIMO   TO WCA-ANO-PSEUDONIMO(WCA-ANO-QTD).
           ADD 1 TO WS-QTD-DOCUMENTOS.
       4600-QUEBRA-DOCUMENTO-FIM.
           EXIT.

       4610-CONFERE-CONTA.
           IF DC-EXPIRADA NOT EQUAL 'S'
               MOVE 'N' TO SW-ELEGIVEL
           END-IF.
           PERFORM 4500-LER-DOCTRAB
              THRU 4500-LER-DOCTRAB-FIM.
       4610-CONFERE-CONTA-FIM.
           EXIT.

      *****PSEUDONIMO DO DOCUMENTO EM WS-DOC-TESTE, SE FOR ELEGIVEL****
       4900-PROCURA-DOCUMENTO.
           MOVE 'N' TO SW-ACHADO.
           MOVE SPACES TO WS-PSE-ACHADO.
           SEARCH ALL WCA-ANO-TAB
               AT END
                   CONTINUE
               WHEN WCA-ANO-DOC(WCA-ANO-IDX) EQUAL WS-DOC-TESTE
                   MOVE 'S' TO SW-ACHADO
                   MOVE WCA-ANO-PSEUDONIMO(WCA-ANO-IDX)
                      TO WS-PSE-ACHADO
           END-SEARCH.
       4900-PROCURA-DOCUMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA <ARQUIVO>LG DE CADA ARQUIVO COM DADO PESSOAL
      *-----------------------------------------------------------------
       5000-ANONIMIZA.
           PERFORM 5100-ANONIMIZA-ENTRADA02
              THRU 5100-ANONIMIZA-ENTRADA02-FIM.
           PERFORM 5200-ANONIMIZA-TITULARES
              THRU 5200-ANONIMIZA-TITULARES-FIM.
           PERFORM 5300-EXCLUI-CONTATOS
              THRU 5300-EXCLUI-CONTATOS-FIM.
           PERFORM 5400-EXCLUI-PREFERENCIAS
              THRU 5400-EXCLUI-PREFERENCIAS-FIM.
           PERFORM 5500-ANONIMIZA-KYC
              THRU 5500-ANONIMIZA-KYC-FIM.
           PERFORM 5600-ANONIMIZA-JORNAL
              THRU 5600-ANONIMIZA-JORNAL-FIM.
       5000-ANONIMIZA-FIM.
           EXIT.

      *****HEADER E TRAILER PASSAM COMO ESTAO: O HASH E DE CONTAS
       5100-ANONIMIZA-ENTRADA02.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               MOVE 'S' TO WCA-SUB-AUSENTE(1)
               MOVE ZEROS TO WSN-FS-ENTRADA02
               GO TO 5100-ANONIMIZA-ENTRADA02-FIM
           END-IF.
           OPEN OUTPUT NOVE2.
           SET SW-FIM-NAO-ARQ TO TRUE.
           PERFORM 5110-COPIA-ENTRADA02
              THRU 5110-COPIA-ENTRADA02-FIM
             UNTIL SW-FIM-SIM-ARQ.
           CLOSE ENTRADA02.
           CLOSE NOVE2.
       5100-ANONIMIZA-ENTRADA02-FIM.
           EXIT.

       5110-COPIA-ENTRADA02.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-ARQ TO TRUE
                   GO TO 5110-COPIA-ENTRADA02-FIM
           END-READ.
           IF REG-ENTRADA-02(1:3) NOT EQUAL 'HDR'
              AND REG-ENTRADA-02(1:3) NOT EQUAL 'TRL'
               MOVE E2-NUM-DOC TO WS-DOC-TESTE
               PERFORM 4900-PROCURA-DOCUMENTO
                  THRU 4900-PROCURA-DOCUMENTO-FIM
               IF DOCUMENTO-ACHADO
                   MOVE WCA-ANONIMIZADO TO E2-NOM-CLI
                   MOVE WS-PSE-ACHADO   TO E2-NUM-DOC
                   ADD 1 TO WS-QTD-E2
                   SET WCA-CTA-ANONIMIZADA(E2-COD-CTA) TO TRUE
                   PERFORM 5120-LISTA-CONTA
                      THRU 5120-LISTA-CONTA-FIM
               END-IF
           END-IF.
           WRITE REG-NOVE2 FROM REG-ENTRADA-02.
           IF WSN-FS-NOVE2 NOT EQUAL ZEROS
               SET HOUVE-ERRO-GRAVACAO TO TRUE
           END-IF.
       5110-COPIA-ENTRADA02-FIM.
           EXIT.

       5120-LISTA-CONTA.
           MOVE E2-COD-CTA TO WS-CTA.
           PERFORM 3200-DATA-ENCERRAMENTO
              THRU 3200-DATA-ENCERRAMENTO-FIM.
           MOVE E2-COD-CTA          TO LC-COD-CTA.
           MOVE E2-NUM-DOC          TO LC-PSEUDONIMO.
           MOVE WS-DAT-ENCERRAMENTO TO LC-DATA.
           MOVE WCA-LINHA-CONTA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       5120-LISTA-CONTA-FIM.
           EXIT.

       5200-ANONIMIZA-TITULARES.
           OPEN INPUT TITULARES.
           IF WSN-FS-TITULARES NOT EQUAL ZEROS
               MOVE 'S' TO WCA-SUB-AUSENTE(2)
               MOVE ZEROS TO WSN-FS-TITULARES
               GO TO 5200-ANONIMIZA-TITULARES-FIM
           END-IF.
           OPEN OUTPUT NOVTIT.
           SET SW-FIM-NAO-ARQ TO TRUE.
           PERFORM 5210-COPIA-TITULAR
              THRU 5210-COPIA-TITULAR-FIM
             UNTIL SW-FIM-SIM-ARQ.
           CLOSE TITULARES.
           CLOSE NOVTIT.
       5200-ANONIMIZA-TITULARES-FIM.
           EXIT.

       5210-COPIA-TITULAR.
           READ TITULARES
               AT END
                   SET SW-FIM-SIM-ARQ TO TRUE
                   GO TO 5210-COPIA-TITULAR-FIM
           END-READ.
           MOVE TIT-NUM-DOC TO WS-DOC-TESTE.
           PERFORM 4900-PROCURA-DOCUMENTO
              THRU 4900-PROCURA-DOCUMENTO-FIM.
           IF DOCUMENTO-ACHADO
               MOVE WCA-ANONIMIZADO TO TIT-NOM-CLI
               MOVE WS-PSE-ACHADO   TO TIT-NUM-DOC
               ADD 1 TO WS-QTD-TIT
           END-IF.
           WRITE REG-NOVTIT FROM REG-TITULAR.
           IF WSN-FS-NOVTIT NOT EQUAL ZEROS
               SET HOUVE-ERRO-GRAVACAO TO TRUE
           END-IF.
       5210-COPIA-TITULAR-FIM.
           EXIT.

       5300-EXCLUI-CONTATOS.
           OPEN INPUT CONTATO.
           IF WSN-FS-CONTATO NOT EQUAL ZEROS
               MOVE 'S' TO WCA-SUB-AUSENTE(3)
               MOVE ZEROS TO WSN-FS-CONTATO
               GO TO 5300-EXCLUI-CONTATOS-FIM
           END-IF.
           OPEN OUTPUT NOVCON.
           SET SW-FIM-NAO-ARQ TO TRUE.
           PERFORM 5310-COPIA-CONTATO
              THRU 5310-COPIA-CONTATO-FIM
             UNTIL SW-FIM-SIM-ARQ.
           CLOSE CONTATO.
           CLOSE NOVCON.
       5300-EXCLUI-CONTATOS-FIM.
           EXIT.

       5310-COPIA-CONTATO.
           READ CONTATO
               AT END
                   SET SW-FIM-SIM-ARQ TO TRUE
                   GO TO 5310-COPIA-CONTATO-FIM
           END-READ.
           MOVE CON-NUM-DOC TO WS-DOC-TESTE.
           PERFORM 4900-PROCURA-DOCUMENTO
              THRU 4900-PROCURA-DOCUMENTO-FIM.
           IF DOCUMENTO-ACHADO
               ADD 1 TO WS-QTD-CON
               GO TO 5310-COPIA-CONTATO-FIM
           END-IF.
           WRITE REG-NOVCON FROM REG-CONTATO.
           IF WSN-FS-NOVCON NOT EQUAL ZEROS
               SET HOUVE-ERRO-GRAVACAO TO TRUE
           END-IF.
       5310-COPIA-CONTATO-FIM.
           EXIT.

       5400-EXCLUI-PREFERENCIAS.
           OPEN INPUT PREFNOT.
           IF WSN-FS-PREFNOT NOT EQUAL ZEROS
               MOVE 'S' TO WCA-SUB-AUSENTE(4)
               MOVE ZEROS TO WSN-FS-PREFNOT
               GO TO 5400-EXCLUI-PREFERENCIAS-FIM
           END-IF.
           OPEN OUTPUT NOVPNT.
           SET SW-FIM-NAO-ARQ TO TRUE.
           PERFORM 5410-COPIA-PREFERENCIA
              THRU 5410-COPIA-PREFERENCIA-FIM
             UNTIL SW-FIM-SIM-ARQ.
           CLOSE PREFNOT.
           CLOSE NOVPNT.
       5400-EXCLUI-PREFERENCIAS-FIM.
           EXIT.

       5410-COPIA-PREFERENCIA.
           READ PREFNOT
               AT END
                   SET SW-FIM-SIM-ARQ TO TRUE
                   GO TO 5410-COPIA-PREFERENCIA-FIM
           END-READ.
           MOVE PNT-NUM-DOC TO WS-DOC-TESTE.
           PERFORM 4900-PROCURA-DOCUMENTO
              THRU 4900-PROCURA-DOCUMENTO-FIM.
           IF DOCUMENTO-ACHADO
               ADD 1 TO WS-QTD-PNT
               GO TO 5410-COPIA-PREFERENCIA-FIM
           END-IF.
           WRITE REG-NOVPNT FROM REG-PREFNOT.
           IF WSN-FS-NOVPNT NOT EQUAL ZEROS
               SET HOUVE-ERRO-GRAVACAO TO TRUE
           END-IF.
       5410-COPIA-PREFERENCIA-FIM.
           EXIT.

      *****O HISTORICO DE KYC FICA PARA A ESTATISTICA, SOB PSEUDONIMO
       5500-ANONIMIZA-KYC.
           OPEN INPUT KYCREG.
           IF WSN-FS-KYCREG NOT EQUAL ZEROS
               MOVE 'S' TO WCA-SUB-AUSENTE(5)
               MOVE ZEROS TO WSN-FS-KYCREG
               GO TO 5500-ANONIMIZA-KYC-FIM
           END-IF.
           OPEN OUTPUT NOVKYC.
           SET SW-FIM-NAO-ARQ TO TRUE.
           PERFORM 5510-COPIA-KYC
              THRU 5510-COPIA-KYC-FIM
             UNTIL SW-FIM-SIM-ARQ.
           CLOSE KYCREG.
           CLOSE NOVKYC.
       5500-ANONIMIZA-KYC-FIM.
           EXIT.

       5510-COPIA-KYC.
           READ KYCREG
               AT END
                   SET SW-FIM-SIM-ARQ TO TRUE
                   GO TO 5510-COPIA-KYC-FIM
           END-READ.
           MOVE KYC-NUM-DOC TO WS-DOC-TESTE.
           PERFORM 4900-PROCURA-DOCUMENTO
              THRU 4900-PROCURA-DOCUMENTO-FIM.
           IF DOCUMENTO-ACHADO
               MOVE WS-PSE-ACHADO TO KYC-NUM-DOC
               ADD 1 TO WS-QTD-KYC
           END-IF.
           WRITE REG-NOVKYC FROM REG-KYC.
           IF WSN-FS-NOVKYC NOT EQUAL ZEROS
               SET HOUVE-ERRO-GRAVACAO TO TRUE
           END-IF.
       5510-COPIA-KYC-FIM.
           EXIT.

      *****NO JORNAL: CHAVE POR DOCUMENTO VIRA O PSEUDONIMO; VALOR QUE
      *****E DOCUMENTO ELEGIVEL (E2-NUM-DOC, COTITULAR) VIRA O
      *****PSEUDONIMO; NOME DAS CONTAS ANONIMIZADAS SOME
       5600-ANONIMIZA-JORNAL.
           OPEN INPUT JORNAL.
           IF WSN-FS-JORNAL NOT EQUAL ZEROS
               MOVE 'S' TO WCA-SUB-AUSENTE(6)
               MOVE ZEROS TO WSN-FS-JORNAL
               GO TO 5600-ANONIMIZA-JORNAL-FIM
           END-IF.
           OPEN OUTPUT NOVJMD.
           SET SW-FIM-NAO-ARQ TO TRUE.
           PERFORM 5610-COPIA-JORNAL
              THRU 5610-COPIA-JORNAL-FIM
             UNTIL SW-FIM-SIM-ARQ.
           CLOSE JORNAL.
           CLOSE NOVJMD.
       5600-ANONIMIZA-JORNAL-FIM.
           EXIT.

       5610-COPIA-JORNAL.
           READ JORNAL
               AT END
                   SET SW-FIM-SIM-ARQ TO TRUE
                   GO TO 5610-COPIA-JORNAL-FIM
           END-READ.
           MOVE 'N' TO SW-ELEGIVEL.
           MOVE JMD-CHAVE TO WS-VALOR-JMD.
           PERFORM 5620-TROCA-DOCUMENTO
              THRU 5620-TROCA-DOCUMENTO-FIM.
           MOVE WS-VALOR-JMD TO JMD-CHAVE.
           MOVE JMD-VALOR-ANTIGO TO WS-VALOR-JMD.
           PERFORM 5620-TROCA-DOCUMENTO
              THRU 5620-TROCA-DOCUMENTO-FIM.
           MOVE WS-VALOR-JMD TO JMD-VALOR-ANTIGO.
           MOVE JMD-VALOR-NOVO TO WS-VALOR-JMD.
           PERFORM 5620-TROCA-DOCUMENTO
              THRU 5620-TROCA-DOCUMENTO-FIM.
           MOVE WS-VALOR-JMD TO JMD-VALOR-NOVO.

           IF JMD-CAMPO EQUAL 'E2-NOM-CLI'
              AND JMD-CHAVE(1:6) NUMERIC
              AND JMD-CHAVE(7:14) EQUAL SPACES
               MOVE JMD-CHAVE(1:6) TO WS-CTA
               IF WS-CTA GREATER THAN ZEROS
                   IF WCA-CTA-ANONIMIZADA(WS-CTA)
                       IF JMD-VALOR-ANTIGO NOT EQUAL SPACES
                           MOVE WCA-ANONIMIZADO TO JMD-VALOR-ANTIGO
                       END-IF
                       IF JMD-VALOR-NOVO NOT EQUAL SPACES
                           MOVE WCA-ANONIMIZADO TO JMD-VALOR-NOVO
                       END-IF
                       MOVE 'S' TO SW-ELEGIVEL
                   END-IF
               END-IF
           END-IF.

           IF DOCUMENTO-ELEGIVEL
               ADD 1 TO WS-QTD-JMD
           END-IF.
           WRITE REG-NOVJMD FROM REG-JORNAL.
           IF WSN-FS-NOVJMD NOT EQUAL ZEROS
               SET HOUVE-ERRO-GRAVACAO TO TRUE
           END-IF.
       5610-COPIA-JORNAL-FIM.
           EXIT.

      *****CHAVE OU VALOR QUE COMECA PELO DOCUMENTO ELEGIVEL (SOZINHO
      *****OU SEGUIDO DO NOME, COMO NO COTITULAR) VIRA SO O PSEUDONIMO
       5620-TROCA-DOCUMENTO.
           MOVE SPACES TO WS-DOC-TESTE.
           UNSTRING WS-VALOR-JMD DELIMITED BY SPACE
               INTO WS-DOC-TESTE.
           IF WS-DOC-TESTE EQUAL SPACES
               GO TO 5620-TROCA-DOCUMENTO-FIM
           END-IF.
           PERFORM 4900-PROCURA-DOCUMENTO
              THRU 4900-PROCURA-DOCUMENTO-FIM.
           IF DOCUMENTO-ACHADO
               MOVE WS-PSE-ACHADO TO WS-VALOR-JMD
               MOVE 'S' TO SW-ELEGIVEL
           END-IF.
       5620-TROCA-DOCUMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     TUDO GRAVADO: <ARQUIVO>LG SUBSTITUI O ORIGINAL E CADA CONTA
      *     ANONIMIZADA FICA REGISTRADA NO JORNAL DE ALTERACOES
      *-----------------------------------------------------------------
       8000-EFETIVA.
           PERFORM 8100-SUBSTITUI-ARQUIVO
              THRU 8100-SUBSTITUI-ARQUIVO-FIM
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX GREATER THAN 6.

           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-ENTRADA02
               GO TO 8000-EFETIVA-FIM
           END-IF.
           SET SW-FIM-NAO-ARQ TO TRUE.
           PERFORM 8200-JORNALIZA-CONTA
              THRU 8200-JORNALIZA-CONTA-FIM
             UNTIL SW-FIM-SIM-ARQ.
           CLOSE ENTRADA02.
       8000-EFETIVA-FIM.
           EXIT.

       8100-SUBSTITUI-ARQUIVO.
           IF WCA-SUB-ESTA-AUSENTE(WS-IDX)
               GO TO 8100-SUBSTITUI-ARQUIVO-FIM
           END-IF.
           MOVE SPACES TO WS-COMANDO.
           STRING 'mv -f '                    DELIMITED BY SIZE
                  WCA-SUB-ARQ(WS-IDX)         DELIMITED BY SPACE
                  'LG '                       DELIMITED BY SIZE
                  WCA-SUB-ARQ(WS-IDX)         DELIMITED BY SPACE
               INTO WS-COMANDO.
           CALL 'SYSTEM' USING WS-COMANDO.
       8100-SUBSTITUI-ARQUIVO-FIM.
           EXIT.

       8200-JORNALIZA-CONTA.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-ARQ TO TRUE
                   GO TO 8200-JORNALIZA-CONTA-FIM
           END-READ.
           IF REG-ENTRADA-02(1:3) EQUAL 'HDR'
              OR REG-ENTRADA-02(1:3) EQUAL 'TRL'
               GO TO 8200-JORNALIZA-CONTA-FIM
           END-IF.
           IF NOT WCA-CTA-ANONIMIZADA(E2-COD-CTA)
               GO TO 8200-JORNALIZA-CONTA-FIM
           END-IF.
           MOVE E2-COD-CTA TO WS-JMD-CHAVE.
           MOVE E2-NUM-DOC TO WS-JMD-NOVO.
           CALL 'JORNALMD' USING WS-JMD-USUARIO WS-LOG-PROGRAMA
               WS-JMD-ARQUIVO WS-JMD-CHAVE WS-JMD-CAMPO
               WS-JMD-ANTIGO WS-JMD-NOVO.
       8200-JORNALIZA-CONTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           IF WCA-ANO-QTD EQUAL ZEROS
               MOVE '  NENHUM TITULAR ALEM DA RETENCAO' TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO BEFORE 2 LINES.
           MOVE 'CONTAS ENCERRADAS' TO LT-TEXTO.
           MOVE WS-QTD-ENCERRADAS TO LT-QTD.
           PERFORM 9100-LINHA-TOTAL THRU 9100-LINHA-TOTAL-FIM.
           MOVE 'CONTAS ALEM DA RETENCAO' TO LT-TEXTO.
           MOVE WS-QTD-EXPIRADAS TO LT-QTD.
           PERFORM 9100-LINHA-TOTAL THRU 9100-LINHA-TOTAL-FIM.
           MOVE 'TITULARES ANONIMIZADOS' TO LT-TEXTO.
           MOVE WS-QTD-DOCUMENTOS TO LT-QTD.
           PERFORM 9100-LINHA-TOTAL THRU 9100-LINHA-TOTAL-FIM.
           MOVE 'ENTRADA02 - CONTAS ANONIMIZADAS' TO LT-TEXTO.
           MOVE WS-QTD-E2 TO LT-QTD.
           PERFORM 9100-LINHA-TOTAL THRU 9100-LINHA-TOTAL-FIM.
           MOVE 'TITULARES01 - TITULARES ANONIMIZADOS' TO LT-TEXTO.
           MOVE WS-QTD-TIT TO LT-QTD.
           PERFORM 9100-LINHA-TOTAL THRU 9100-LINHA-TOTAL-FIM.
           MOVE 'CONTATO01 - CONTATOS EXCLUIDOS' TO LT-TEXTO.
           MOVE WS-QTD-CON TO LT-QTD.
           PERFORM 9100-LINHA-TOTAL THRU 9100-LINHA-TOTAL-FIM.
           MOVE 'PREFNOT01 - PREFERENCIAS EXCLUIDAS' TO LT-TEXTO.
           MOVE WS-QTD-PNT TO LT-QTD.
           PERFORM 9100-LINHA-TOTAL THRU 9100-LINHA-TOTAL-FIM.
           MOVE 'KYCREG01 - REGISTROS PSEUDONIMIZADOS' TO LT-TEXTO.
           MOVE WS-QTD-KYC TO LT-QTD.
           PERFORM 9100-LINHA-TOTAL THRU 9100-LINHA-TOTAL-FIM.
           MOVE 'JORNALMD01 - LINHAS ANONIMIZADAS' TO LT-TEXTO.
           MOVE WS-QTD-JMD TO LT-QTD.
           PERFORM 9100-LINHA-TOTAL THRU 9100-LINHA-TOTAL-FIM.
           IF TABELA-ESTOUROU
               MOVE '  MAIS DE 20000 TITULARES - RESTANTE NA PROXIMA ROD
      -             'ADA' TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           IF HOUVE-ERRO-GRAVACAO
               MOVE '  ERRO DE GRAVACAO - NADA SUBSTITUIDO, ORIGINAIS MA
      -             'NTIDOS' TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           CLOSE RELATORIO.

           DISPLAY 'LGPDANON01 - TITULARES ANONIMIZADOS: '
                   WS-QTD-DOCUMENTOS ' CONTAS: ' WS-QTD-E2
                   ' ENCERRADAS ALEM DA RETENCAO: ' WS-QTD-EXPIRADAS.

           MOVE SPACES TO WS-LOG-MENSAGEM.
           IF HOUVE-ERRO-GRAVACAO
               STRING 'ANONIMIZACAO LGPD ABORTADA - ERRO DE GRAVACAO'
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
               MOVE 'E' TO WS-LOG-SEVERIDADE
               MOVE 1 TO RETURN-CODE
           ELSE
               STRING 'ANONIMIZACAO LGPD: ' WS-QTD-DOCUMENTOS
                      ' TITULARES ' WS-QTD-E2 ' CONTAS'
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
               MOVE 'I' TO WS-LOG-SEVERIDADE
               MOVE 0 TO RETURN-CODE
           END-IF.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       9000-FINALIZAR-FIM.
           EXIT.

       9100-LINHA-TOTAL.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       9100-LINHA-TOTAL-FIM.
           EXIT.
       END PROGRAM LGPDANON01.
