      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Lote de ordens judiciais sobre saldos de clientes. As
      * ordens chegam em ORDJUD01 (tipo, numero da ordem, CPF/CNPJ,
      * valor e data); antes alguem congelava a conta inteira ('C'
      * no MANUCTA01), prendendo muito mais do que a ordem mandava.
      * Bloqueio ('B'): procura todas as contas do documento em
      * Entrada02 e bloqueia so o valor ordenado, na prioridade do
      * tipo de conta (corrente, poupanca, investimento, demais),
      * sobre o saldo livre de cada uma (saldo positivo menos o que
      * ja estiver bloqueado); a parcela bloqueada em cada conta fica
      * no registro BLOQUEIOS01. Desbloqueio ('L') e transferencia
      * para conta judicial ('T') citam o numero da ordem de
      * bloqueio e valem sobre as parcelas dela (valor zero = tudo o
      * que resta bloqueado); a transferencia debita a conta em
      * Movimento01 (historico TRANSF JUDICIAL, NSU da GERANSU). Cada
      * ordem tem uma linha de resposta em RESPJUD01 com o valor de
      * fato atingido. TRANSF01, COMPCHQ01, POSTMOV01 e COBRAEMP01
      * tratam a parcela bloqueada ativa como indisponivel.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOQJUD01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT ORDENS ASSIGN TO 'ORDJUD01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ORDENS.

           SELECT ENTRADA ASSIGN TO 'ENTRADA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA.

           SELECT ENTRADA02 ASSIGN TO 'ENTRADA02'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA02.

           SELECT BLOQUEIOS ASSIGN TO 'BLOQUEIOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-BLOQUEIOS.

           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

           SELECT RESPOSTAS ASSIGN TO 'RESPJUD01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RESPOSTAS.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

       DATA DIVISION.
      *
       FILE SECTION.
      *                ORDENS JUDICIAIS DO DIA
       FD ORDENS.
       01 REG-ORDEM.
      *****'B' = BLOQUEIO, 'L' = DESBLOQUEIO, 'T' = TRANSFERENCIA
      *****PARA CONTA JUDICIAL
           05 ORD-TIPO             PIC X(01).
               88 ORD-BLOQUEIO                 VALUE 'B'.
               88 ORD-DESBLOQUEIO              VALUE 'L'.
               88 ORD-TRANSFERENCIA            VALUE 'T'.
           05 ORD-NUM-ORDEM        PIC X(20).
           05 ORD-NUM-DOC          PIC X(14).
           05 ORD-VALOR            PIC 9(09)V99.
           05 ORD-DATA             PIC 9(08).

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

      *                PARCELA BLOQUEADA POR ORDEM E POR CONTA
       FD BLOQUEIOS.
       01 REG-BLOQUEIO.
           05 BJ-NUM-ORDEM         PIC X(20).
           05 FILLER               PIC X(01).
           05 BJ-NUM-DOC           PIC X(14).
           05 FILLER               PIC X(01).
           05 BJ-COD-CTA           PIC 9(06).
           05 FILLER               PIC X(01).
           05 BJ-DAT-BLOQUEIO      PIC 9(08).
           05 FILLER               PIC X(01).
      *****VALOR AINDA BLOQUEADO NA CONTA
           05 BJ-VAL-BLOQUEADO     PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 BJ-VAL-LIBERADO      PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 BJ-VAL-TRANSFERIDO   PIC 9(09)V99.
           05 FILLER               PIC X(01).
      *****'A' = ATIVO, 'L' = LIBERADO, 'T' = TRANSFERIDO (ENCERRADO
      *****QUANDO NADA MAIS RESTA BLOQUEADO)
           05 BJ-SITUACAO          PIC X(01).
           05 FILLER               PIC X(01).
           05 BJ-DAT-SITUACAO      PIC 9(08).

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

      *                RESPOSTA AO JUIZO, UMA LINHA POR ORDEM
       FD RESPOSTAS.
       01 REG-RESPOSTA.
           05 RSP-TIPO             PIC X(01).
           05 FILLER               PIC X(01).
           05 RSP-NUM-ORDEM        PIC X(20).
           05 FILLER               PIC X(01).
           05 RSP-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 RSP-VAL-ORDEM        PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 RSP-VAL-ATINGIDO     PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 RSP-QTD-CONTAS       PIC 9(02).
           05 FILLER               PIC X(01).
           05 RSP-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 RSP-RESULTADO        PIC X(30).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-ORDENS        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-BLOQUEIOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RESPOSTAS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-ORDENS            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-ORD               VALUE 'N'.
               88 SW-FIM-SIM-ORD               VALUE 'S'.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.
           05 SW-ENTRADA02         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-02                VALUE 'N'.
               88 SW-FIM-SIM-02                VALUE 'S'.
           05 SW-BLOQUEIOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-BLQ               VALUE 'N'.
               88 SW-FIM-SIM-BLQ               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.

      *****SITUACAO, SALDO, PRIORIDADE DO TIPO E TOTAL BLOQUEADO POR
      *****CONTA, INDEXADOS PELO NUMERO DA CONTA (ESQUEMA DO
      *****TRANSF01); SITUACAO ' ' = CONTA INEXISTENTE
       01 WCA-CONTAS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES.
               10 WCA-CTA-STATUS   PIC X(01) VALUE SPACES.
               10 WCA-CTA-SALDO    PIC S9(09)V99 VALUE ZEROS.
               10 WCA-CTA-PRIOR    PIC 9(01) VALUE ZERO.
               10 WCA-CTA-BLOQUEIO PIC 9(09)V99 VALUE ZEROS.

      *****CONTAS POR DOCUMENTO (ENTRADA02)
       01 WCA-DOCUMENTOS.
           05 WCA-DOC-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-DOC-TAB OCCURS 20000 TIMES
                          INDEXED BY WCA-DOC-IDX.
               10 WCA-DOC-NUM      PIC X(14).
               10 WCA-DOC-CTA      PIC 9(06).

      *****REGISTRO DE BLOQUEIOS EM MEMORIA, REGRAVADO AO FINAL
       01 WCA-BLOQUEIOS.
           05 WCA-BLQ-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-BLQ-TAB OCCURS 20000 TIMES
                          INDEXED BY WCA-BLQ-IDX.
               10 WCA-BLQ-REG      PIC X(98).

      *****PRIORIDADE DO TIPO DE CONTA NO BLOQUEIO
       77 WS-PRIORIDADE            PIC 9(01) VALUE ZERO.
       01 WS-VAL-RESTANTE          PIC 9(09)V99 VALUE ZEROS.
       01 WS-VAL-ATINGIDO          PIC 9(09)V99 VALUE ZEROS.
       01 WS-VAL-PARCELA           PIC 9(09)V99 VALUE ZEROS.
       01 WS-SALDO-LIVRE           PIC S9(11)V99 VALUE ZEROS.
       01 WS-ORDEM-TOTAL           PIC X(01) VALUE 'N'.
           88 ORDEM-SOBRE-TUDO                 VALUE 'S'.
       77 WS-QTD-CONTAS-DOC        PIC 9(02) VALUE ZEROS.
       77 WS-QTD-CONTAS-ATING      PIC 9(02) VALUE ZEROS.
       77 WS-ORD-ACHOU             PIC X(01) VALUE 'N'.
           88 ORDEM-JA-REGISTRADA      VALUE 'S'.
       01 WS-RESULTADO             PIC X(30) VALUE SPACES.
      *****NSU DO MOVIMENTO, FORNECIDO PELA ROTINA COMUM GERANSU
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.

       77 WS-QTD-ORDENS            PIC 9(06) VALUE ZEROS.
       77 WS-QTD-BLOQUEIOS         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DESBLOQUEIOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-TRANSFERENCIAS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-RECUSADAS         PIC 9(06) VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'BLOQJUD01'.
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

           PERFORM 3000-PROCESSO
              THRU 3000-PROCESSO-FIM
             UNTIL SW-FIM-SIM-ORD

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
               DISPLAY 'BLOQJUD01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-CARREGA-CONTAS
              THRU 1100-CARREGA-CONTAS-FIM.
           PERFORM 1200-CARREGA-DOCUMENTOS
              THRU 1200-CARREGA-DOCUMENTOS-FIM.
           PERFORM 1300-CARREGA-BLOQUEIOS
              THRU 1300-CARREGA-BLOQUEIOS-FIM.

           OPEN INPUT ORDENS.
           IF WSN-FS-ORDENS NOT EQUAL ZEROS
               DISPLAY 'BLOQJUD01 - ORDJUD01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND MOVIMENTO
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               OPEN OUTPUT MOVIMENTO
           END-IF
           OPEN OUTPUT RESPOSTAS.

           SET SW-FIM-NAO-ORD TO TRUE.
           PERFORM 1400-LER-ORDEM
              THRU 1400-LER-ORDEM-FIM.
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

      ****************CARGA DA SITUACAO E SALDO DAS CONTAS**************
       1100-CARREGA-CONTAS.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'BLOQJUD01 - ENTRADA NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO TO TRUE.
           PERFORM 1110-LER-ENTRADA
              THRU 1110-LER-ENTRADA-FIM.
           PERFORM 1120-GUARDA-CONTA
              THRU 1120-GUARDA-CONTA-FIM
             UNTIL SW-FIM-SIM.
           CLOSE ENTRADA.
       1100-CARREGA-CONTAS-FIM.
           EXIT.

       1110-LER-ENTRADA.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
      *****PULA OS REGISTROS DE CONTROLE HDR/TRL DA ENTRADA
           IF NOT SW-FIM-SIM
              AND (REG-ENTRADA(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA(1:3) EQUAL 'TRL')
               GO TO 1110-LER-ENTRADA
           END-IF.
       1110-LER-ENTRADA-FIM.
           EXIT.

      *****PRIORIDADE DO BLOQUEIO: 1 CORRENTE, 2 POUPANCA,
      *****3 INVESTIMENTO, 4 DEMAIS TIPOS
       1120-GUARDA-CONTA.
           IF COD-CTA GREATER THAN ZERO
               MOVE STA-CTA TO WCA-CTA-STATUS(COD-CTA)
               MOVE SLD-CTA TO WCA-CTA-SALDO(COD-CTA)
               EVALUATE TRUE
                   WHEN TIP-CTA EQUAL 'Conta Corrente'
                       MOVE 1 TO WCA-CTA-PRIOR(COD-CTA)
                   WHEN TIP-CTA EQUAL 'Poupanca'
                       MOVE 2 TO WCA-CTA-PRIOR(COD-CTA)
                   WHEN TIP-CTA(1:9) EQUAL 'Conta Inv'
                       MOVE 3 TO WCA-CTA-PRIOR(COD-CTA)
                   WHEN OTHER
                       MOVE 4 TO WCA-CTA-PRIOR(COD-CTA)
               END-EVALUATE
           END-IF.
           PERFORM 1110-LER-ENTRADA
              THRU 1110-LER-ENTRADA-FIM.
       1120-GUARDA-CONTA-FIM.
           EXIT.

      ****************CARGA DAS CONTAS POR DOCUMENTO*******************
       1200-CARREGA-DOCUMENTOS.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               DISPLAY 'BLOQJUD01 - ENTRADA02 NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-02 TO TRUE.
           PERFORM 1210-LER-ENTRADA-02
              THRU 1210-LER-ENTRADA-02-FIM.
           PERFORM 1220-GUARDA-DOCUMENTO
              THRU 1220-GUARDA-DOCUMENTO-FIM
             UNTIL SW-FIM-SIM-02.
           CLOSE ENTRADA02.
       1200-CARREGA-DOCUMENTOS-FIM.
           EXIT.

       1210-LER-ENTRADA-02.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-02 TO TRUE
           END-READ.
      *****PULA OS REGISTROS DE CONTROLE HDR/TRL DA ENTRADA
           IF NOT SW-FIM-SIM-02
              AND (REG-ENTRADA-02(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA-02(1:3) EQUAL 'TRL')
               GO TO 1210-LER-ENTRADA-02
           END-IF.
       1210-LER-ENTRADA-02-FIM.
           EXIT.

      *****UMA CONTA FORA DA TABELA DEIXARIA DE SER ATINGIDA PELA
      *****ORDEM: O LOTE ABORTA ANTES DE RESPONDER AO JUIZO
       1220-GUARDA-DOCUMENTO.
           IF WCA-DOC-QTD NOT LESS THAN 20000
               DISPLAY 'BLOQJUD01 - ENTRADA02 COM MAIS DE 20000 '
                       'CONTAS - ABORTADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF E2-COD-CTA GREATER THAN ZERO
              AND E2-NUM-DOC NOT EQUAL SPACES
               ADD 1 TO WCA-DOC-QTD
               SET WCA-DOC-IDX TO WCA-DOC-QTD
               MOVE E2-NUM-DOC TO WCA-DOC-NUM(WCA-DOC-IDX)
               MOVE E2-COD-CTA TO WCA-DOC-CTA(WCA-DOC-IDX)
           END-IF.
           PERFORM 1210-LER-ENTRADA-02
              THRU 1210-LER-ENTRADA-02-FIM.
       1220-GUARDA-DOCUMENTO-FIM.
           EXIT.

      ****************CARGA DO REGISTRO DE BLOQUEIOS*******************
       1300-CARREGA-BLOQUEIOS.
           OPEN INPUT BLOQUEIOS.
           IF WSN-FS-BLOQUEIOS NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO NOVO SERA CRIADO (BLOQUEIOS01)'
               GO TO 1300-CARREGA-BLOQUEIOS-FIM
           END-IF.
           SET SW-FIM-NAO-BLQ TO TRUE.
           PERFORM 1310-LER-BLOQUEIO
              THRU 1310-LER-BLOQUEIO-FIM.
           PERFORM 1320-GUARDA-BLOQUEIO
              THRU 1320-GUARDA-BLOQUEIO-FIM
             UNTIL SW-FIM-SIM-BLQ.
           CLOSE BLOQUEIOS.
       1300-CARREGA-BLOQUEIOS-FIM.
           EXIT.

       1310-LER-BLOQUEIO.
           READ BLOQUEIOS
               AT END
                   SET SW-FIM-SIM-BLQ TO TRUE
           END-READ.
       1310-LER-BLOQUEIO-FIM.
           EXIT.

      *****COM A TABELA CHEIA O LOTE ABORTA: A REGRAVACAO DO
      *****BLOQUEIOS01 SO E SEGURA SE ELE COUBE INTEIRO
       1320-GUARDA-BLOQUEIO.
           IF WCA-BLQ-QTD NOT LESS THAN 20000
               DISPLAY 'BLOQJUD01 - BLOQUEIOS01 COM MAIS DE 20000 '
                       'REGISTROS - ABORTADO PARA NAO REGRAVAR '
                       'ARQUIVO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-BLQ-QTD.
           SET WCA-BLQ-IDX TO WCA-BLQ-QTD.
           MOVE REG-BLOQUEIO TO WCA-BLQ-REG(WCA-BLQ-IDX).
           IF BJ-SITUACAO EQUAL 'A'
              AND BJ-COD-CTA GREATER THAN ZERO
               ADD BJ-VAL-BLOQUEADO TO WCA-CTA-BLOQUEIO(BJ-COD-CTA)
           END-IF.
           PERFORM 1310-LER-BLOQUEIO
              THRU 1310-LER-BLOQUEIO-FIM.
       1320-GUARDA-BLOQUEIO-FIM.
           EXIT.

       1400-LER-ORDEM.
           READ ORDENS
               AT END
                   SET SW-FIM-SIM-ORD TO TRUE
           END-READ.
       1400-LER-ORDEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CADA ORDEM E ATENDIDA ATE ONDE O SALDO ALCANCA E
      *     RESPONDIDA COM O VALOR ATINGIDO
      *-----------------------------------------------------------------
       3000-PROCESSO.
           ADD 1 TO WS-QTD-ORDENS.
           MOVE ZEROS  TO WS-VAL-ATINGIDO
                          WS-QTD-CONTAS-ATING.
           MOVE SPACES TO WS-RESULTADO.
           MOVE ORD-VALOR TO WS-VAL-RESTANTE.
           MOVE 'N' TO WS-ORDEM-TOTAL.
           IF ORD-VALOR EQUAL ZEROS
               MOVE 'S' TO WS-ORDEM-TOTAL
           END-IF.

           EVALUATE TRUE
               WHEN ORD-BLOQUEIO
                   PERFORM 3100-BLOQUEIO
                      THRU 3100-BLOQUEIO-FIM
               WHEN ORD-DESBLOQUEIO
                   PERFORM 3300-DESBLOQUEIO
                      THRU 3300-DESBLOQUEIO-FIM
               WHEN ORD-TRANSFERENCIA
                   PERFORM 3300-DESBLOQUEIO
                      THRU 3300-DESBLOQUEIO-FIM
               WHEN OTHER
                   MOVE 'TIPO DE ORDEM INVALIDO' TO WS-RESULTADO
           END-EVALUATE.

           PERFORM 3600-GRAVA-RESPOSTA
              THRU 3600-GRAVA-RESPOSTA-FIM.
           PERFORM 1400-LER-ORDEM
              THRU 1400-LER-ORDEM-FIM.
       3000-PROCESSO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     BLOQUEIO: SO O VALOR ORDENADO, CONTA A CONTA DO DOCUMENTO
      *     NA ORDEM DE PRIORIDADE DO TIPO, SOBRE O SALDO LIVRE
      *-----------------------------------------------------------------
       3100-BLOQUEIO.
           PERFORM 3500-PROCURA-ORDEM
              THRU 3500-PROCURA-ORDEM-FIM.
           IF ORDEM-JA-REGISTRADA
               MOVE 'ORDEM JA PROCESSADA' TO WS-RESULTADO
               GO TO 3100-BLOQUEIO-FIM
           END-IF.
           IF ORD-VALOR EQUAL ZEROS
               MOVE 'VALOR DA ORDEM ZERADO' TO WS-RESULTADO
               GO TO 3100-BLOQUEIO-FIM
           END-IF.

           MOVE ZEROS TO WS-QTD-CONTAS-DOC.
           PERFORM 3110-BLOQUEIA-PRIORIDADE
              THRU 3110-BLOQUEIA-PRIORIDADE-FIM
               VARYING WS-PRIORIDADE FROM 1 BY 1
               UNTIL WS-PRIORIDADE GREATER THAN 4
                  OR WS-VAL-RESTANTE EQUAL ZEROS.

           EVALUATE TRUE
               WHEN WS-QTD-CONTAS-DOC EQUAL ZEROS
                AND WS-VAL-ATINGIDO EQUAL ZEROS
                   MOVE 'DOCUMENTO SEM CONTA OU SALDO' TO WS-RESULTADO
               WHEN WS-VAL-ATINGIDO EQUAL ZEROS
                   MOVE 'SEM SALDO LIVRE'            TO WS-RESULTADO
               WHEN WS-VAL-RESTANTE EQUAL ZEROS
                   MOVE 'BLOQUEIO TOTAL'             TO WS-RESULTADO
                   ADD 1 TO WS-QTD-BLOQUEIOS
               WHEN OTHER
                   MOVE 'BLOQUEIO PARCIAL'           TO WS-RESULTADO
                   ADD 1 TO WS-QTD-BLOQUEIOS
           END-EVALUATE.
       3100-BLOQUEIO-FIM.
           EXIT.

       3110-BLOQUEIA-PRIORIDADE.
           PERFORM 3120-BLOQUEIA-CONTA
              THRU 3120-BLOQUEIA-CONTA-FIM
               VARYING WCA-DOC-IDX FROM 1 BY 1
               UNTIL WCA-DOC-IDX GREATER THAN WCA-DOC-QTD
                  OR WS-VAL-RESTANTE EQUAL ZEROS.
       3110-BLOQUEIA-PRIORIDADE-FIM.
           EXIT.

      *****CONTA FECHADA NAO E ATINGIDA; O SALDO LIVRE E O SALDO
      *****POSITIVO MENOS O QUE OUTRAS ORDENS JA BLOQUEARAM
       3120-BLOQUEIA-CONTA.
           IF WCA-DOC-NUM(WCA-DOC-IDX) NOT EQUAL ORD-NUM-DOC
              OR WCA-CTA-PRIOR(WCA-DOC-CTA(WCA-DOC-IDX))
                 NOT EQUAL WS-PRIORIDADE
              OR WCA-CTA-STATUS(WCA-DOC-CTA(WCA-DOC-IDX))
                 EQUAL SPACES OR EQUAL 'F'
               GO TO 3120-BLOQUEIA-CONTA-FIM
           END-IF.
           ADD 1 TO WS-QTD-CONTAS-DOC.
           COMPUTE WS-SALDO-LIVRE =
               WCA-CTA-SALDO(WCA-DOC-CTA(WCA-DOC-IDX))
               - WCA-CTA-BLOQUEIO(WCA-DOC-CTA(WCA-DOC-IDX)).
           IF WS-SALDO-LIVRE NOT GREATER THAN ZERO
               GO TO 3120-BLOQUEIA-CONTA-FIM
           END-IF.
           IF WS-SALDO-LIVRE LESS THAN WS-VAL-RESTANTE
               MOVE WS-SALDO-LIVRE  TO WS-VAL-PARCELA
           ELSE
               MOVE WS-VAL-RESTANTE TO WS-VAL-PARCELA
           END-IF.

           IF WCA-BLQ-QTD NOT LESS THAN 20000
               DISPLAY 'BLOQJUD01 - BLOQUEIOS01 CHEIO - ABORTADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES                    TO REG-BLOQUEIO.
           MOVE ORD-NUM-ORDEM             TO BJ-NUM-ORDEM.
           MOVE ORD-NUM-DOC               TO BJ-NUM-DOC.
           MOVE WCA-DOC-CTA(WCA-DOC-IDX)  TO BJ-COD-CTA.
           MOVE WCA-DATA-REFERENCIA       TO BJ-DAT-BLOQUEIO
                                             BJ-DAT-SITUACAO.
           MOVE WS-VAL-PARCELA            TO BJ-VAL-BLOQUEADO.
           MOVE ZEROS                     TO BJ-VAL-LIBERADO
                                             BJ-VAL-TRANSFERIDO.
           MOVE 'A'                       TO BJ-SITUACAO.
           ADD 1 TO WCA-BLQ-QTD.
           SET WCA-BLQ-IDX TO WCA-BLQ-QTD.
           MOVE REG-BLOQUEIO TO WCA-BLQ-REG(WCA-BLQ-IDX).

           ADD WS-VAL-PARCELA
              TO WCA-CTA-BLOQUEIO(WCA-DOC-CTA(WCA-DOC-IDX)).
           ADD WS-VAL-PARCELA      TO WS-VAL-ATINGIDO.
           SUBTRACT WS-VAL-PARCELA FROM WS-VAL-RESTANTE.
           ADD 1 TO WS-QTD-CONTAS-ATING.
       3120-BLOQUEIA-CONTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     DESBLOQUEIO E TRANSFERENCIA: VALEM SOBRE AS PARCELAS
      *     ATIVAS DA ORDEM DE BLOQUEIO CITADA, NA ORDEM EM QUE FORAM
      *     BLOQUEADAS (A PRIORIDADE DO TIPO); VALOR ZERO = TUDO
      *-----------------------------------------------------------------
       3300-DESBLOQUEIO.
           PERFORM 3500-PROCURA-ORDEM
              THRU 3500-PROCURA-ORDEM-FIM.
           IF NOT ORDEM-JA-REGISTRADA
               MOVE 'ORDEM DE BLOQUEIO INEXISTENTE' TO WS-RESULTADO
               GO TO 3300-DESBLOQUEIO-FIM
           END-IF.

           PERFORM 3310-ATUA-PARCELA
              THRU 3310-ATUA-PARCELA-FIM
               VARYING WCA-BLQ-IDX FROM 1 BY 1
               UNTIL WCA-BLQ-IDX GREATER THAN WCA-BLQ-QTD
                  OR (WS-VAL-RESTANTE EQUAL ZEROS
                      AND NOT ORDEM-SOBRE-TUDO).

           IF WS-VAL-ATINGIDO EQUAL ZEROS
               MOVE 'NADA BLOQUEADO NA ORDEM' TO WS-RESULTADO
               GO TO 3300-DESBLOQUEIO-FIM
           END-IF.
           IF ORD-DESBLOQUEIO
               ADD 1 TO WS-QTD-DESBLOQUEIOS
               MOVE 'DESBLOQUEIO EFETUADO'    TO WS-RESULTADO
           ELSE
               ADD 1 TO WS-QTD-TRANSFERENCIAS
               MOVE 'TRANSFERENCIA EFETUADA'  TO WS-RESULTADO
           END-IF.
      *****SOBROU VALOR DA ORDEM SEM PARCELA BLOQUEADA QUE O COBRISSE
           IF NOT ORDEM-SOBRE-TUDO
              AND WS-VAL-RESTANTE GREATER THAN ZEROS
               IF ORD-DESBLOQUEIO
                   MOVE 'DESBLOQUEIO PARCIAL'    TO WS-RESULTADO
               ELSE
                   MOVE 'TRANSFERENCIA PARCIAL'  TO WS-RESULTADO
               END-IF
           END-IF.
       3300-DESBLOQUEIO-FIM.
           EXIT.

       3310-ATUA-PARCELA.
           MOVE WCA-BLQ-REG(WCA-BLQ-IDX) TO REG-BLOQUEIO.
           IF BJ-NUM-ORDEM NOT EQUAL ORD-NUM-ORDEM
              OR BJ-NUM-DOC NOT EQUAL ORD-NUM-DOC
              OR BJ-SITUACAO NOT EQUAL 'A'
              OR BJ-VAL-BLOQUEADO EQUAL ZEROS
               GO TO 3310-ATUA-PARCELA-FIM
           END-IF.
           IF ORDEM-SOBRE-TUDO
              OR BJ-VAL-BLOQUEADO LESS THAN WS-VAL-RESTANTE
               MOVE BJ-VAL-BLOQUEADO TO WS-VAL-PARCELA
           ELSE
               MOVE WS-VAL-RESTANTE  TO WS-VAL-PARCELA
           END-IF.

           IF ORD-DESBLOQUEIO
               ADD WS-VAL-PARCELA TO BJ-VAL-LIBERADO
           ELSE
               ADD WS-VAL-PARCELA TO BJ-VAL-TRANSFERIDO
               PERFORM 3400-DEBITA-TRANSFERENCIA
                  THRU 3400-DEBITA-TRANSFERENCIA-FIM
           END-IF.
           SUBTRACT WS-VAL-PARCELA FROM BJ-VAL-BLOQUEADO.
           SUBTRACT WS-VAL-PARCELA FROM WCA-CTA-BLOQUEIO(BJ-COD-CTA).
           MOVE WCA-DATA-REFERENCIA TO BJ-DAT-SITUACAO.
      *****PARCELA ZERADA ENCERRA PELO ULTIMO DESTINO DADO AO SALDO
           IF BJ-VAL-BLOQUEADO EQUAL ZEROS
               IF ORD-DESBLOQUEIO
                   MOVE 'L' TO BJ-SITUACAO
               ELSE
                   MOVE 'T' TO BJ-SITUACAO
               END-IF
           END-IF.
           MOVE REG-BLOQUEIO TO WCA-BLQ-REG(WCA-BLQ-IDX).

           ADD WS-VAL-PARCELA TO WS-VAL-ATINGIDO.
           IF NOT ORDEM-SOBRE-TUDO
               SUBTRACT WS-VAL-PARCELA FROM WS-VAL-RESTANTE
           END-IF.
           ADD 1 TO WS-QTD-CONTAS-ATING.
       3310-ATUA-PARCELA-FIM.
           EXIT.

      *****A TRANSFERENCIA SAI DA CONTA DO CLIENTE COMO DEBITO (SO A
      *****PERNA DO CLIENTE, COMO NOS DEMAIS LOTES)
       3400-DEBITA-TRANSFERENCIA.
           CALL 'GERANSU' USING WS-NSU.
           MOVE BJ-COD-CTA          TO MOV-COD-CTA.
           MOVE WCA-DATA-REFERENCIA TO MOV-DAT.
           MOVE 'D'                 TO MOV-TIP.
           MOVE 'T'                 TO MOV-FORMA.
           MOVE WS-VAL-PARCELA      TO MOV-VAL.
           MOVE 'TRANSF JUDICIAL'   TO MOV-HIST.
           MOVE WS-NSU              TO MOV-NSU.
           WRITE REG-MOVIMENTO.
           SUBTRACT WS-VAL-PARCELA FROM WCA-CTA-SALDO(BJ-COD-CTA).
       3400-DEBITA-TRANSFERENCIA-FIM.
           EXIT.

       3500-PROCURA-ORDEM.
           MOVE 'N' TO WS-ORD-ACHOU.
           PERFORM 3510-TESTA-ORDEM
              THRU 3510-TESTA-ORDEM-FIM
               VARYING WCA-BLQ-IDX FROM 1 BY 1
               UNTIL WCA-BLQ-IDX GREATER THAN WCA-BLQ-QTD
                  OR ORDEM-JA-REGISTRADA.
       3500-PROCURA-ORDEM-FIM.
           EXIT.

       3510-TESTA-ORDEM.
           MOVE WCA-BLQ-REG(WCA-BLQ-IDX) TO REG-BLOQUEIO.
           IF BJ-NUM-ORDEM EQUAL ORD-NUM-ORDEM
              AND BJ-NUM-DOC EQUAL ORD-NUM-DOC
               MOVE 'S' TO WS-ORD-ACHOU
           END-IF.
       3510-TESTA-ORDEM-FIM.
           EXIT.

       3600-GRAVA-RESPOSTA.
           IF WS-VAL-ATINGIDO EQUAL ZEROS
               ADD 1 TO WS-QTD-RECUSADAS
           END-IF.
           MOVE SPACES              TO REG-RESPOSTA.
           MOVE ORD-TIPO            TO RSP-TIPO.
           MOVE ORD-NUM-ORDEM       TO RSP-NUM-ORDEM.
           MOVE ORD-NUM-DOC         TO RSP-NUM-DOC.
           MOVE ORD-VALOR           TO RSP-VAL-ORDEM.
           MOVE WS-VAL-ATINGIDO     TO RSP-VAL-ATINGIDO.
           MOVE WS-QTD-CONTAS-ATING TO RSP-QTD-CONTAS.
           MOVE WCA-DATA-REFERENCIA TO RSP-DATA.
           MOVE WS-RESULTADO        TO RSP-RESULTADO.
           WRITE REG-RESPOSTA.
       3600-GRAVA-RESPOSTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           OPEN OUTPUT BLOQUEIOS.
           PERFORM 9100-GRAVA-BLOQUEIO
              THRU 9100-GRAVA-BLOQUEIO-FIM
               VARYING WCA-BLQ-IDX FROM 1 BY 1
               UNTIL WCA-BLQ-IDX GREATER THAN WCA-BLQ-QTD.

           DISPLAY 'BLOQJUD01 - ORDENS: ' WS-QTD-ORDENS
                   ' BLOQUEIOS: ' WS-QTD-BLOQUEIOS
                   ' DESBLOQUEIOS: ' WS-QTD-DESBLOQUEIOS
                   ' TRANSFERENCIAS: ' WS-QTD-TRANSFERENCIAS
                   ' NAO ATENDIDAS: ' WS-QTD-RECUSADAS
           CLOSE ORDENS
           CLOSE MOVIMENTO
           CLOSE RESPOSTAS
           CLOSE BLOQUEIOS.

           MOVE 0 TO WS-RC-FINAL.
           IF (WSN-FS-ORDENS     NOT EQUAL 00 AND
                WSN-FS-ORDENS     NOT EQUAL 10)   OR
               WSN-FS-MOVIMENTO   NOT EQUAL 00     OR
               WSN-FS-RESPOSTAS   NOT EQUAL 00     OR
               WSN-FS-BLOQUEIOS   NOT EQUAL 00
               DISPLAY 'BLOQJUD01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           ELSE
               IF WS-QTD-RECUSADAS GREATER THAN ZERO
                   MOVE 'A' TO WS-LOG-SEVERIDADE
               ELSE
                   MOVE 'I' TO WS-LOG-SEVERIDADE
               END-IF
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'ORDENS JUDICIAIS ' WS-QTD-ORDENS
                  ' BLQ ' WS-QTD-BLOQUEIOS
                  ' LIB ' WS-QTD-DESBLOQUEIOS
                  ' TRF ' WS-QTD-TRANSFERENCIAS
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.

       9100-GRAVA-BLOQUEIO.
           MOVE WCA-BLQ-REG(WCA-BLQ-IDX) TO REG-BLOQUEIO.
           WRITE REG-BLOQUEIO.
       9100-GRAVA-BLOQUEIO-FIM.
           EXIT.
       END PROGRAM BLOQJUD01.
