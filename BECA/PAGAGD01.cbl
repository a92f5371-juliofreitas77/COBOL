      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Lote noturno dos agendamentos e debitos automaticos
      * (AGENDA01, mantido pelo MANUAGD01). Para cada agendamento ativo,
      * o vencimento nominal e rolado para o dia util seguinte pelo
      * cadastro Feriados01.txt e pela rotina DIASEMANA (mesma regra do
      * COBRAEMP01); vencido ate a CTL-DATA-REFERENCIA do Controle01, o
      * pagamento e lancado em Movimento01 com NSU - debito na conta do
      * cliente e, quando o favorecido e conta do banco, credito na
      * favorecida, as duas pernas juntas como no TRANSF01. Debito que
      * estouraria o saldo mais o limite de cheque especial
      * (LimiteChq01), ou que so caberia usando a parcela bloqueada por
      * ordem judicial (BLOQUEIOS01, situacao 'A'), nao e lancado: a
      * ocorrencia e tentada de novo nas rodadas seguintes, ate o numero
      * de dias de CTL-DIAS-RETENTATIVA (03 quando nao informado);
      * esgotadas as tentativas ela e dada como falha no relatorio
      * AGDFALHA01, com a agencia da conta, e o agendamento segue para a
      * proxima ocorrencia (o unico fica com situacao 'F'). Ocorrencias
      * atrasadas por rodada perdida sao tratadas na mesma noite, da
      * mais antiga para a mais nova. O AGENDA01 e regravado ao final
      * com os proximos vencimentos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGAGD01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT AGENDA ASSIGN TO 'AGENDA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-AGENDA.

           SELECT ENTRADA ASSIGN TO 'ENTRADA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA.

           SELECT LIMITES ASSIGN TO 'LIMITECHQ01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-LIMITES.

           SELECT BLOQUEIOS ASSIGN TO 'BLOQUEIOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-BLOQUEIOS.

           SELECT FERIADOS ASSIGN TO
               'C:\cobol\COBOL\DESAFIO\Feriados01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-FERIADOS.

           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT RELATORIO ASSIGN TO 'AGDFALHA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

       DATA DIVISION.
      *
       FILE SECTION.
      *                AGENDAMENTOS E DEBITOS AUTOMATICOS
       FD AGENDA.
       01 REG-AGENDA.
           05 AGD-NUMERO           PIC 9(06).
           05 AGD-COD-CTA          PIC 9(06).
      *****'C' = CONTA FAVORECIDA DO BANCO, 'F' = FAVORECIDO EXTERNO
           05 AGD-TIPO-FAVOR       PIC X(01).
           05 AGD-CTA-FAVOR        PIC 9(06).
           05 AGD-NOM-FAVOR        PIC X(20).
           05 AGD-VALOR            PIC 9(09)V99.
           05 AGD-DAT-INI          PIC 9(08).
      *****'U' = UNICA, 'S' = SEMANAL, 'M' = MENSAL
           05 AGD-FREQUENCIA       PIC X(01).
      *****DATA FINAL ZERADA = SEM DATA FINAL
           05 AGD-DAT-FIM          PIC 9(08).
      *****PROXIMO VENCIMENTO NOMINAL (ANTES DO ROLAMENTO) E QUANTAS
      *****OCORRENCIAS JA FORAM TRATADAS
           05 AGD-PROX-VENC        PIC 9(08).
           05 AGD-OCORRENCIAS      PIC 9(04).
      *****TENTATIVAS SEM SALDO DA OCORRENCIA CORRENTE E A DATA DA
      *****ULTIMA, PARA A RODADA REPETIDA NO MESMO DIA NAO CONTAR DUAS
           05 AGD-TENTATIVAS       PIC 9(02).
           05 AGD-DAT-TENTATIVA    PIC 9(08).
      *****'A' = ATIVO, 'E' = ENCERRADO, 'F' = FALHOU, 'C' = CANCELADO
           05 AGD-STATUS           PIC X(01).

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

       FD FERIADOS.
       01 REG-FERIADO.
           05 FER-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 FER-AMBITO           PIC X(01).
           05 FILLER               PIC X(01).
           05 FER-DESCRICAO        PIC X(20).

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
      *****DIAS DE NOVA TENTATIVA DO DEBITO AGENDADO SEM SALDO
           05 CTL-DIAS-RETENTATIVA    PIC 9(02).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(84).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-AGENDA        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-LIMITES       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-BLOQUEIOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-FERIADOS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-AGENDA            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-AGD               VALUE 'N'.
               88 SW-FIM-SIM-AGD               VALUE 'S'.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.
           05 SW-LIMITES           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-LIM               VALUE 'N'.
               88 SW-FIM-SIM-LIM               VALUE 'S'.
           05 SW-BLOQUEIOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-BLQ               VALUE 'N'.
               88 SW-FIM-SIM-BLQ               VALUE 'S'.
           05 SW-FERIADOS          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-FER               VALUE 'N'.
               88 SW-FIM-SIM-FER               VALUE 'S'.
      *****PARA O TRATAMENTO DO AGENDAMENTO NESTA RODADA: NADA MAIS
      *****VENCIDO, ENCERRADO OU AGUARDANDO NOVA TENTATIVA
           05 SW-AGD-RODADA        PIC X(01) VALUE 'N'.
               88 SW-AGD-CONTINUA              VALUE 'N'.
               88 SW-AGD-PARA                  VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-DIAS-RETENTATIVA     PIC 9(02) VALUE 03.

      *****AGENDAMENTOS CARREGADOS EM MEMORIA PARA A REGRAVACAO
       01 WCA-AGENDA.
           05 WCA-AGD-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-AGD-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-AGD-IDX.
               10 WCA-AGD-REG      PIC X(90).

      *****SITUACAO, SALDO, LIMITE E AGENCIA POR CONTA (ESQUEMA DO
      *****TRANSF01); BLOQUEIO = TOTAL BLOQUEADO POR ORDEM JUDICIAL
       01 WCA-CONTAS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES.
               10 WCA-CTA-STATUS   PIC X(01) VALUE SPACES.
               10 WCA-CTA-SALDO    PIC S9(09)V99 VALUE ZEROS.
               10 WCA-CTA-LIMITE   PIC 9(06)V99 VALUE ZEROS.
               10 WCA-CTA-AGENCIA  PIC X(04) VALUE SPACES.
               10 WCA-CTA-BLOQUEIO PIC 9(09)V99 VALUE ZEROS.

      *****FERIADOS PARA O ROLAMENTO DO VENCIMENTO
       01 WCA-FERIADOS.
           05 WCA-FER-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-FER-TAB OCCURS 50 TIMES
                          INDEXED BY WCA-FER-IDX.
               10 WCA-FER-DATA     PIC 9(08).

      *****APURACAO DO VENCIMENTO EFETIVO E DO PROXIMO NOMINAL
       01 WS-DATA-INI-AUX          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-INI-R REDEFINES WS-DATA-INI-AUX.
           05 INI-ANO              PIC 9(04).
           05 INI-MES              PIC 9(02).
           05 INI-DIA              PIC 9(02).
       01 WS-MESES-TOTAIS          PIC 9(06) VALUE ZEROS.
       01 WS-DATA-VENC             PIC 9(08) VALUE ZEROS.
       01 WS-DATA-VENC-R REDEFINES WS-DATA-VENC.
           05 VEN-ANO              PIC 9(04).
           05 VEN-MES              PIC 9(02).
           05 VEN-DIA              PIC 9(02).
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
       01 WS-QTD-DIAS-SOMAR        PIC 9(02) VALUE ZEROS.
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

       01 WS-MOTIVO                PIC X(30) VALUE SPACES.
       01 WS-SALDO-APOS            PIC S9(11)V99 VALUE ZEROS.
      *****SALDO APOS O DEBITO SEM A PARCELA BLOQUEADA JUDICIALMENTE
       01 WS-SALDO-LIVRE           PIC S9(11)V99 VALUE ZEROS.
      *****NSU DO MOVIMENTO, FORNECIDO PELA ROTINA COMUM GERANSU
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-QTD-AGENDAMENTOS      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PAGOS             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EM-TENTATIVA      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-FALHAS            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ENCERRADOS        PIC 9(05) VALUE ZEROS.

       01 LINE-DESIGN              PIC X(84)
               VALUES
           '*===========================================================
      -    '=======================*'.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(52) VALUE
               '*  AGENDAMENTOS NAO PAGOS - TENTATIVAS ESGOTADAS EM '.
           05 TR-DATA-REF          PIC 9999/99/99.
           05 FILLER               PIC X(22) VALUE
               '                     *'.

       01 WCA-CABEC-COLUNAS.
           05 FILLER               PIC X(06) VALUE ' AGEN'.
           05 FILLER               PIC X(08) VALUE ' AGEND.'.
           05 FILLER               PIC X(08) VALUE '   CONTA'.
           05 FILLER               PIC X(16) VALUE
               '           VALOR'.
           05 FILLER               PIC X(12) VALUE '  VENCIMENTO'.
           05 FILLER               PIC X(34) VALUE '  MOTIVO'.

       01 WCA-LINHA-FALHA.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LF-AGENCIA           PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LF-NUMERO            PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LF-CONTA             PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LF-VALOR             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LF-VENCIMENTO        PIC 9999/99/99 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LF-MOTIVO            PIC X(30) VALUE SPACES.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(12) VALUE '   PAGOS ='.
           05 LT-PAGOS             PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(19) VALUE
               '  EM TENTATIVA ='.
           05 LT-TENTATIVA         PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(13) VALUE '  FALHAS ='.
           05 LT-FALHAS            PIC ZZZZ9 VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'PAGAGD01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 3000-TRATA-AGENDAMENTO
              THRU 3000-TRATA-AGENDAMENTO-FIM
              VARYING WCA-AGD-IDX FROM 1 BY 1
              UNTIL WCA-AGD-IDX GREATER THAN WCA-AGD-QTD

           PERFORM 6000-REGRAVA-AGENDA
              THRU 6000-REGRAVA-AGENDA-FIM

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
               DISPLAY 'PAGAGD01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 1200-CARREGA-AGENDA
              THRU 1200-CARREGA-AGENDA-FIM.
           PERFORM 1400-CARREGA-CONTAS
              THRU 1400-CARREGA-CONTAS-FIM.
           PERFORM 1500-CARREGA-LIMITES
              THRU 1500-CARREGA-LIMITES-FIM.
           PERFORM 1080-CARREGA-BLOQUEIOS
              THRU 1080-CARREGA-BLOQUEIOS-FIM.
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
           MOVE WCA-CABEC-COLUNAS TO REG-RELATORIO.
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
                       IF CTL-DIAS-RETENTATIVA NUMERIC
                          AND CTL-DIAS-RETENTATIVA GREATER THAN ZERO
                           MOVE CTL-DIAS-RETENTATIVA
                              TO WCA-DIAS-RETENTATIVA
                       END-IF
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

       1200-CARREGA-AGENDA.
           OPEN INPUT AGENDA.
           IF WSN-FS-AGENDA NOT EQUAL ZEROS
               DISPLAY 'PAGAGD01 - AGENDA01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-AGD TO TRUE.
           PERFORM 1210-LER-AGENDA
              THRU 1210-LER-AGENDA-FIM.
           PERFORM 1220-GUARDA-AGENDA
              THRU 1220-GUARDA-AGENDA-FIM
             UNTIL SW-FIM-SIM-AGD.
           CLOSE AGENDA.
       1200-CARREGA-AGENDA-FIM.
           EXIT.

       1210-LER-AGENDA.
           READ AGENDA
               AT END
                   SET SW-FIM-SIM-AGD TO TRUE
           END-READ.
       1210-LER-AGENDA-FIM.
           EXIT.

      *****COM A TABELA CHEIA O LOTE ABORTA: A REGRAVACAO FINAL DO
      *****AGENDA01 SO E SEGURA SE O CADASTRO COUBE INTEIRO
       1220-GUARDA-AGENDA.
           IF WCA-AGD-QTD NOT LESS THAN 2000
               DISPLAY 'PAGAGD01 - AGENDA01 COM MAIS DE 2000 '
                       'REGISTROS - ABORTADO PARA NAO REGRAVAR '
                       'CADASTRO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-AGD-QTD.
           SET WCA-AGD-IDX TO WCA-AGD-QTD.
           MOVE REG-AGENDA TO WCA-AGD-REG(WCA-AGD-IDX).
           PERFORM 1210-LER-AGENDA
              THRU 1210-LER-AGENDA-FIM.
       1220-GUARDA-AGENDA-FIM.
           EXIT.

       1400-CARREGA-CONTAS.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'PAGAGD01 - ENTRADA NAO ENCONTRADA'
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
               MOVE STA-CTA     TO WCA-CTA-STATUS(COD-CTA)
               MOVE SLD-CTA     TO WCA-CTA-SALDO(COD-CTA)
               MOVE COD-AGENCIA TO WCA-CTA-AGENCIA(COD-CTA)
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
      *     UM AGENDAMENTO POR VOLTA: AS OCORRENCIAS VENCIDAS SAO
      *     TRATADAS UMA A UMA ATE NAO HAVER MAIS NADA VENCIDO, O
      *     AGENDAMENTO ENCERRAR OU UMA OCORRENCIA FICAR AGUARDANDO
      *     NOVA TENTATIVA
      *-----------------------------------------------------------------
       3000-TRATA-AGENDAMENTO.
           MOVE WCA-AGD-REG(WCA-AGD-IDX) TO REG-AGENDA.
           ADD 1 TO WS-QTD-AGENDAMENTOS.
           IF AGD-STATUS NOT EQUAL 'A'
               GO TO 3000-TRATA-AGENDAMENTO-FIM
           END-IF.

           SET SW-AGD-CONTINUA TO TRUE.
           PERFORM 3100-TRATA-OCORRENCIA
              THRU 3100-TRATA-OCORRENCIA-FIM
             UNTIL SW-AGD-PARA.

           MOVE REG-AGENDA TO WCA-AGD-REG(WCA-AGD-IDX).
       3000-TRATA-AGENDAMENTO-FIM.
           EXIT.

       3100-TRATA-OCORRENCIA.
      *****PASSOU DA DATA FINAL: O AGENDAMENTO SE ENCERRA
           IF AGD-DAT-FIM NOT EQUAL ZEROS
              AND AGD-PROX-VENC GREATER THAN AGD-DAT-FIM
               MOVE 'E' TO AGD-STATUS
               ADD 1 TO WS-QTD-ENCERRADOS
               SET SW-AGD-PARA TO TRUE
               GO TO 3100-TRATA-OCORRENCIA-FIM
           END-IF.

           MOVE AGD-PROX-VENC TO WS-DATA-VENC.
           PERFORM 3300-TESTA-DIA-UTIL
              THRU 3300-TESTA-DIA-UTIL-FIM.
           PERFORM 3400-ROLA-UM-DIA
              THRU 3400-ROLA-UM-DIA-FIM
             UNTIL EH-DIA-UTIL.
           IF WS-DATA-VENC GREATER THAN WCA-DATA-REFERENCIA
               SET SW-AGD-PARA TO TRUE
               GO TO 3100-TRATA-OCORRENCIA-FIM
           END-IF.

           PERFORM 3200-VALIDA-PAGAMENTO
              THRU 3200-VALIDA-PAGAMENTO-FIM.

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 3500-GRAVA-PERNAS
                  THRU 3500-GRAVA-PERNAS-FIM
               PERFORM 3700-PROXIMA-OCORRENCIA
                  THRU 3700-PROXIMA-OCORRENCIA-FIM
               GO TO 3100-TRATA-OCORRENCIA-FIM
           END-IF.

      *****SEM CONDICAO DE PAGAR: CONTA UMA TENTATIVA POR DIA DE
      *****REFERENCIA; ESGOTADAS, A OCORRENCIA E DADA COMO FALHA
           SET SW-AGD-PARA TO TRUE.
           IF AGD-DAT-TENTATIVA EQUAL WCA-DATA-REFERENCIA
               GO TO 3100-TRATA-OCORRENCIA-FIM
           END-IF.
           ADD 1 TO AGD-TENTATIVAS.
           MOVE WCA-DATA-REFERENCIA TO AGD-DAT-TENTATIVA.
           IF AGD-TENTATIVAS LESS THAN WCA-DIAS-RETENTATIVA
               ADD 1 TO WS-QTD-EM-TENTATIVA
               GO TO 3100-TRATA-OCORRENCIA-FIM
           END-IF.

           PERFORM 3600-REPORTA-FALHA
              THRU 3600-REPORTA-FALHA-FIM.
           IF AGD-FREQUENCIA EQUAL 'U'
               MOVE 'F' TO AGD-STATUS
           ELSE
               PERFORM 3700-PROXIMA-OCORRENCIA
                  THRU 3700-PROXIMA-OCORRENCIA-FIM
           END-IF.
       3100-TRATA-OCORRENCIA-FIM.
           EXIT.

      *****MESMAS REGRAS DO TRANSF01; O PRIMEIRO ERRO DA O MOTIVO
       3200-VALIDA-PAGAMENTO.
           MOVE SPACES TO WS-MOTIVO.

           IF WCA-CTA-STATUS(AGD-COD-CTA) EQUAL SPACES
               MOVE 'CONTA INEXISTENTE'        TO WS-MOTIVO
               GO TO 3200-VALIDA-PAGAMENTO-FIM
           END-IF.
           IF WCA-CTA-STATUS(AGD-COD-CTA) NOT EQUAL 'A'
               MOVE 'CONTA NAO ATIVA'          TO WS-MOTIVO
               GO TO 3200-VALIDA-PAGAMENTO-FIM
           END-IF.

           IF AGD-TIPO-FAVOR EQUAL 'C'
               IF WCA-CTA-STATUS(AGD-CTA-FAVOR) EQUAL SPACES
                   MOVE 'FAVORECIDA INEXISTENTE' TO WS-MOTIVO
                   GO TO 3200-VALIDA-PAGAMENTO-FIM
               END-IF
               IF WCA-CTA-STATUS(AGD-CTA-FAVOR) NOT EQUAL 'A'
                   MOVE 'FAVORECIDA NAO ATIVA'   TO WS-MOTIVO
                   GO TO 3200-VALIDA-PAGAMENTO-FIM
               END-IF
           END-IF.

      *****O DEBITO PODE USAR O CHEQUE ESPECIAL, MAS NAO ALEM DO
      *****LIMITE CONTRATADO DA CONTA
           COMPUTE WS-SALDO-APOS =
               WCA-CTA-SALDO(AGD-COD-CTA) - AGD-VALOR.
           IF WS-SALDO-APOS LESS THAN ZERO
              AND (WS-SALDO-APOS * -1) GREATER THAN
                  WCA-CTA-LIMITE(AGD-COD-CTA)
               MOVE 'SALDO + LIMITE INSUFICIENTE' TO WS-MOTIVO
               GO TO 3200-VALIDA-PAGAMENTO-FIM
           END-IF.

      *****A PARCELA BLOQUEADA JUDICIALMENTE NAO ESTA DISPONIVEL: A
      *****OCORRENCIA FICA EM TENTATIVA COMO A DE SALDO INSUFICIENTE
      *****(O POSTMOV01 RECUSARIA O DEBITO E A PERNA DE CREDITO
      *****PASSARIA SOZINHA)
           IF WCA-CTA-BLOQUEIO(AGD-COD-CTA) GREATER THAN ZERO
               COMPUTE WS-SALDO-LIVRE = WS-SALDO-APOS
                   - WCA-CTA-BLOQUEIO(AGD-COD-CTA)
               IF WS-SALDO-LIVRE LESS THAN ZERO
                  AND (WS-SALDO-LIVRE * -1) GREATER THAN
                      WCA-CTA-LIMITE(AGD-COD-CTA)
                   MOVE 'SALDO BLOQUEADO JUDICIALMENTE' TO WS-MOTIVO
               END-IF
           END-IF.
       3200-VALIDA-PAGAMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     ROLAMENTO PARA O PROXIMO DIA UTIL QUANDO O VENCIMENTO CAI
      *     EM FIM DE SEMANA OU FERIADO (MESMA ROTINA DO COBRAEMP01)
      *-----------------------------------------------------------------
       3300-TESTA-DIA-UTIL.
           MOVE 'S' TO WS-DIA-UTIL.
           MOVE VEN-DIA TO WS-DIA-CHAMADA.
           MOVE VEN-MES TO WS-MES-CHAMADA.
           MOVE VEN-ANO TO WS-ANO-CHAMADA.
           CALL 'DIASEMANA' USING WS-DIA-CHAMADA WS-MES-CHAMADA
               WS-ANO-CHAMADA WS-DIA-SEMANA WS-NOME-DIA WS-NOME-MES.
           IF EH-FIM-DE-SEMANA
               MOVE 'N' TO WS-DIA-UTIL
           END-IF.
           IF EH-DIA-UTIL AND WCA-FER-QTD GREATER THAN ZERO
               PERFORM 3310-TESTA-FERIADO
                  THRU 3310-TESTA-FERIADO-FIM
                  VARYING WCA-FER-IDX FROM 1 BY 1
                  UNTIL WCA-FER-IDX GREATER THAN WCA-FER-QTD
                     OR NOT EH-DIA-UTIL
           END-IF.
       3300-TESTA-DIA-UTIL-FIM.
           EXIT.

       3310-TESTA-FERIADO.
           IF WS-DATA-VENC EQUAL WCA-FER-DATA(WCA-FER-IDX)
               MOVE 'N' TO WS-DIA-UTIL
           END-IF.
       3310-TESTA-FERIADO-FIM.
           EXIT.

       3400-ROLA-UM-DIA.
           PERFORM 3410-SOMA-UM-DIA
              THRU 3410-SOMA-UM-DIA-FIM.
           PERFORM 3300-TESTA-DIA-UTIL
              THRU 3300-TESTA-DIA-UTIL-FIM.
       3400-ROLA-UM-DIA-FIM.
           EXIT.

       3410-SOMA-UM-DIA.
           PERFORM 3420-APURA-ULTIMO-DIA
              THRU 3420-APURA-ULTIMO-DIA-FIM.
           IF VEN-DIA LESS THAN WS-ULT-DIA-MES
               ADD 1 TO VEN-DIA
           ELSE
               MOVE 01 TO VEN-DIA
               IF VEN-MES LESS THAN 12
                   ADD 1 TO VEN-MES
               ELSE
                   MOVE 01 TO VEN-MES
                   ADD 1 TO VEN-ANO
               END-IF
           END-IF.
       3410-SOMA-UM-DIA-FIM.
           EXIT.

       3420-APURA-ULTIMO-DIA.
           MOVE WCA-DIAS-MES-N(VEN-MES) TO WS-ULT-DIA-MES.
           IF VEN-MES EQUAL 02
               MOVE VEN-ANO TO WS-ANO-BISSEXTO
               CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO WS-BISSEXTO
               IF WS-BISSEXTO EQUAL 'S'
                   MOVE 29 TO WS-ULT-DIA-MES
               END-IF
           END-IF.
       3420-APURA-ULTIMO-DIA-FIM.
           EXIT.

      *****DEBITO NA CONTA E, PARA FAVORECIDA DO BANCO, CREDITO NELA;
      *****O LANCAMENTO SAI COM A DATA DO VENCIMENTO JA ROLADO
       3500-GRAVA-PERNAS.
           CALL 'GERANSU' USING WS-NSU.
           MOVE AGD-COD-CTA     TO MOV-COD-CTA.
           MOVE WS-DATA-VENC    TO MOV-DAT.
           MOVE 'D'             TO MOV-TIP.
           MOVE 'T'             TO MOV-FORMA.
           MOVE AGD-VALOR       TO MOV-VAL.
           MOVE SPACES          TO MOV-HIST.
           STRING 'AGENDAMENTO ' AGD-NUMERO
               DELIMITED BY SIZE INTO MOV-HIST.
           MOVE WS-NSU          TO MOV-NSU.
           WRITE REG-MOVIMENTO.
           SUBTRACT AGD-VALOR FROM WCA-CTA-SALDO(AGD-COD-CTA).

           IF AGD-TIPO-FAVOR EQUAL 'C'
               CALL 'GERANSU' USING WS-NSU
               MOVE AGD-CTA-FAVOR TO MOV-COD-CTA
               MOVE 'C'           TO MOV-TIP
               MOVE WS-NSU        TO MOV-NSU
               WRITE REG-MOVIMENTO
               ADD AGD-VALOR TO WCA-CTA-SALDO(AGD-CTA-FAVOR)
           END-IF.
           ADD 1 TO WS-QTD-PAGOS.
       3500-GRAVA-PERNAS-FIM.
           EXIT.

       3600-REPORTA-FALHA.
           MOVE WCA-CTA-AGENCIA(AGD-COD-CTA) TO LF-AGENCIA.
           MOVE AGD-NUMERO   TO LF-NUMERO.
           MOVE AGD-COD-CTA  TO LF-CONTA.
           MOVE AGD-VALOR    TO LF-VALOR.
           MOVE WS-DATA-VENC TO LF-VENCIMENTO.
           MOVE WS-MOTIVO    TO LF-MOTIVO.
           MOVE WCA-LINHA-FALHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WS-QTD-FALHAS.
       3600-REPORTA-FALHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     PROXIMO VENCIMENTO NOMINAL: SEMANAL SOMA SETE DIAS; MENSAL
      *     VOLTA AO DIA DA PRIMEIRA DATA NO MES SEGUINTE (AJUSTADO AO
      *     FIM DO MES CURTO); UNICO SE ENCERRA
      *-----------------------------------------------------------------
       3700-PROXIMA-OCORRENCIA.
           ADD 1 TO AGD-OCORRENCIAS.
           MOVE ZEROS TO AGD-TENTATIVAS.
           MOVE ZEROS TO AGD-DAT-TENTATIVA.

           EVALUATE AGD-FREQUENCIA
               WHEN 'S'
                   MOVE AGD-PROX-VENC TO WS-DATA-VENC
                   PERFORM 3410-SOMA-UM-DIA
                      THRU 3410-SOMA-UM-DIA-FIM
                      VARYING WS-QTD-DIAS-SOMAR FROM 1 BY 1
                      UNTIL WS-QTD-DIAS-SOMAR GREATER THAN 7
                   MOVE WS-DATA-VENC TO AGD-PROX-VENC
               WHEN 'M'
                   MOVE AGD-DAT-INI TO WS-DATA-INI-AUX
                   COMPUTE WS-MESES-TOTAIS =
                       (INI-ANO * 12) + INI-MES + AGD-OCORRENCIAS
                   COMPUTE VEN-ANO = (WS-MESES-TOTAIS - 1) / 12
                   COMPUTE VEN-MES =
                       WS-MESES-TOTAIS - (VEN-ANO * 12)
                   MOVE INI-DIA TO VEN-DIA
                   PERFORM 3420-APURA-ULTIMO-DIA
                      THRU 3420-APURA-ULTIMO-DIA-FIM
                   IF VEN-DIA GREATER THAN WS-ULT-DIA-MES
                       MOVE WS-ULT-DIA-MES TO VEN-DIA
                   END-IF
                   MOVE WS-DATA-VENC TO AGD-PROX-VENC
               WHEN OTHER
                   MOVE 'E' TO AGD-STATUS
                   ADD 1 TO WS-QTD-ENCERRADOS
                   SET SW-AGD-PARA TO TRUE
           END-EVALUATE.
       3700-PROXIMA-OCORRENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       6000-REGRAVA-AGENDA.
           OPEN OUTPUT AGENDA.
           PERFORM 6100-GRAVA-AGENDA
              THRU 6100-GRAVA-AGENDA-FIM
              VARYING WCA-AGD-IDX FROM 1 BY 1
              UNTIL WCA-AGD-IDX GREATER THAN WCA-AGD-QTD.
           CLOSE AGENDA.
       6000-REGRAVA-AGENDA-FIM.
           EXIT.

       6100-GRAVA-AGENDA.
           MOVE WCA-AGD-REG(WCA-AGD-IDX) TO REG-AGENDA.
           WRITE REG-AGENDA.
       6100-GRAVA-AGENDA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           MOVE WS-QTD-PAGOS        TO LT-PAGOS.
           MOVE WS-QTD-EM-TENTATIVA TO LT-TENTATIVA.
           MOVE WS-QTD-FALHAS       TO LT-FALHAS.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.

           DISPLAY 'PAGAGD01 - AGENDAMENTOS: ' WS-QTD-AGENDAMENTOS
                   ' PAGOS: ' WS-QTD-PAGOS
                   ' EM TENTATIVA: ' WS-QTD-EM-TENTATIVA
                   ' FALHAS: ' WS-QTD-FALHAS
                   ' ENCERRADOS: ' WS-QTD-ENCERRADOS
           CLOSE MOVIMENTO.

           MOVE 0 TO WS-RC-FINAL.
           IF WSN-FS-AGENDA NOT EQUAL 00 OR
              WSN-FS-MOVIMENTO NOT EQUAL 00
               DISPLAY 'PAGAGD01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-QTD-FALHAS GREATER THAN ZERO
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF.
           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'AGENDAMENTOS - ' WS-QTD-PAGOS ' PAGOS '
                  WS-QTD-EM-TENTATIVA ' EM TENTATIVA '
                  WS-QTD-FALHAS ' FALHAS'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM PAGAGD01.
