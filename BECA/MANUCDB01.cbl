      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Manutencao das aplicacoes em CDB (APLICCDB01, lido pelo
      * lote diario CDBDIA01), nos moldes do MANUAGD01: aplicacao nova,
      * resgate antecipado e listagem. A aplicacao tem principal
      * proprio, taxa ao ano, data de aplicacao e vencimento, e e
      * vinculada a uma conta corrente: o principal e debitado da conta
      * em Movimento01 (com NSU da rotina GERANSU), validado como no
      * TRANSF01 - conta ativa e saldo mais o limite de cheque especial
      * da LimiteChq01, sem a parcela bloqueada por ordem judicial
      * (BLOQUEIOS01, situacao 'A'). O resgate antecipado apropria o
      * rendimento ate a data de referencia pelo motor comum CALCCDB,
      * retem o IR pela tabela regressiva TABIRCDB01 (faixa pelos dias
      * corridos da aplicacao) e credita principal e rendimento na
      * conta, debitando o IR. As datas de movimento sao a data de
      * referencia do Controle01, a mesma do feed contabil GERACONT01.
      * Toda alteracao e registrada no log central via LOGOPER com o
      * usuario que a fez.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUCDB01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT APLICCDB ASSIGN TO 'APLICCDB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-APLICCDB.

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

           SELECT TABELA-IR ASSIGN TO 'TABIRCDB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-TABELA.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

       DATA DIVISION.
      *
       FILE SECTION.
      *                APLICACOES EM CDB
       FD APLICCDB.
       01 REG-APLICCDB.
           05 CDB-NUMERO           PIC 9(06).
           05 CDB-COD-CTA          PIC 9(06).
           05 CDB-PRINCIPAL        PIC 9(09)V99.
      *****TAXA EM PERCENTUAL AO ANO
           05 CDB-TAXA-ANO         PIC 9(02)V9(04).
           05 CDB-DAT-APLIC        PIC 9(08).
           05 CDB-DAT-VENC         PIC 9(08).
      *****RENDIMENTO BRUTO APROPRIADO E A DATA ATE ONDE FOI APROPRIADO
           05 CDB-RENDIMENTO       PIC 9(09)V99.
           05 CDB-DAT-APROP        PIC 9(08).
      *****APROPRIADO NA DATA DE REFERENCIA CDB-DAT-LOTE, PARA O FEED
      *****CONTABIL GERACONT01
           05 CDB-REND-LOTE        PIC 9(09)V99.
           05 CDB-DAT-LOTE         PIC 9(08).
           05 CDB-IR-RETIDO        PIC 9(09)V99.
           05 CDB-DAT-RESGATE      PIC 9(08).
      *****'A' = ATIVA, 'V' = RESGATADA NO VENCIMENTO,
      *****'R' = RESGATE ANTECIPADO
           05 CDB-STATUS           PIC X(01).

       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
           05 SLD-CTA              PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 STA-CTA              PIC X(01).
               88 STA-CTA-ATIVA                VALUE 'A'.

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

      *                TABELA REGRESSIVA DE IR DO CDB: ATE QUANTOS DIAS
      *                CORRIDOS DE APLICACAO VALE CADA ALIQUOTA
       FD TABELA-IR.
       01 REG-TABELA-IR.
           05 TIC-PRAZO-DIAS       PIC 9(05).
           05 TIC-TAXA-IR          PIC 9(02)V9(04).

      *                CONTROLE (PARAMETROS DO RELATORIO)
       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-APLICCDB      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-LIMITES       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-BLOQUEIOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-TABELA        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-APLICCDB          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CDB               VALUE 'N'.
               88 SW-FIM-SIM-CDB               VALUE 'S'.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.
           05 SW-LIMITES           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-LIM               VALUE 'N'.
               88 SW-FIM-SIM-LIM               VALUE 'S'.
           05 SW-BLOQUEIOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-BLQ               VALUE 'N'.
               88 SW-FIM-SIM-BLQ               VALUE 'S'.
           05 SW-TABELA            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-TAB               VALUE 'N'.
               88 SW-FIM-SIM-TAB               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.

       01 WCA-APLICACOES.
           05 WCA-CDB-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-CDB-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-CDB-IDX.
               10 WCA-CDB-REG      PIC X(103).

      ****** FAIXAS REGRESSIVAS CARREGADAS DE TABIRCDB01 ***************
       01 WCA-FAIXAS-IR.
           05 WCA-FX-QTD           PIC 9(02)      VALUE ZEROS.
           05 WCA-FX-TAB OCCURS 10 TIMES
                         INDEXED BY WCA-FX-IDX.
               10 WCA-FX-PRAZO     PIC 9(05)      VALUE ZEROS.
               10 WCA-FX-IR        PIC 9(02)V9(04) VALUE ZEROS.
       01 WCA-FX-ACHOU             PIC X(01)      VALUE 'N'.
           88 WCA-FX-ACHOU-SIM                    VALUE 'S'.
           88 WCA-FX-ACHOU-NAO                    VALUE 'N'.

       77 WS-OPCAO                 PIC 9(01) VALUE ZERO.
       77 WS-USUARIO               PIC X(20) VALUE SPACES.
       77 WS-NUMERO                PIC 9(06) VALUE ZEROS.
       77 WS-ULTIMO-NUMERO         PIC 9(06) VALUE ZEROS.
       77 WS-CDB-ACHOU             PIC X(01) VALUE 'N'.
           88 APLICACAO-ACHADA         VALUE 'S'.
       77 WS-CTA-ACHOU             PIC X(01) VALUE 'N'.
           88 CONTA-ACHADA             VALUE 'S'.
       77 WS-IDX-ACHADO            PIC 9(04) VALUE ZEROS.
       01 WS-VALOR-MASC            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 WS-REND-MASC             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *****CONTA VINCULADA: SALDO E LIMITE VIGENTE NA DATA DE REFERENCIA
      *****E TOTAL BLOQUEADO POR ORDEM JUDICIAL
       01 WS-SALDO-CONTA           PIC S9(09)V99 VALUE ZEROS.
       01 WS-STATUS-CONTA          PIC X(01) VALUE SPACES.
       01 WS-TIPO-CONTA            PIC X(14) VALUE SPACES.
       01 WS-LIMITE-CONTA          PIC 9(06)V99 VALUE ZEROS.
       01 WS-BLOQUEIO-CONTA        PIC 9(09)V99 VALUE ZEROS.
       01 WS-SALDO-APOS            PIC S9(11)V99 VALUE ZEROS.
      *****SALDO APOS O DEBITO SEM A PARCELA BLOQUEADA JUDICIALMENTE
       01 WS-SALDO-LIVRE           PIC S9(11)V99 VALUE ZEROS.

      *****APURACAO DO RESGATE (MOTOR COMUM CALCCDB)
       01 WS-REND-PERIODO          PIC 9(09)V99 VALUE ZEROS.
       01 WS-DIAS-CORRIDOS         PIC 9(05) VALUE ZEROS.
       01 WS-VALOR-IR              PIC 9(09)V99 VALUE ZEROS.
       01 WS-VALOR-LIQUIDO         PIC 9(10)V99 VALUE ZEROS.

      *****PERNA A GRAVAR EM MOVIMENTO01
       01 WS-MOV-TIP               PIC X(01) VALUE SPACES.
       01 WS-MOV-VAL               PIC 9(09)V99 VALUE ZEROS.
       01 WS-MOV-HIST              PIC X(20) VALUE SPACES.
      *****NSU DO MOVIMENTO, FORNECIDO PELA ROTINA COMUM GERANSU
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.

      *****CHAMADA DA ROTINA COMUM VALIDACTA (DV DA CONTA)
       01 WS-TIPO-VALIDACAO        PIC 9(01) VALUE 1.
       01 WS-CONTA-DV              PIC X(07) VALUE SPACES.
       01 WS-CTA-VALIDA            PIC X(01) VALUE 'N'.
           88 CONTA-EH-VALIDA                  VALUE 'S'.
       01 WS-CTA-MOTIVO            PIC X(17) VALUE SPACES.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'MANUCDB01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           DISPLAY 'SEU USUARIO (PARA O REGISTRO)?'
           ACCEPT WS-USUARIO

           PERFORM 1050-LE-CONTROLE
              THRU 1050-LE-CONTROLE-FIM
           IF WCA-DATA-REFERENCIA EQUAL ZEROS
               DISPLAY 'MANUCDB01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-CARREGA-APLICACOES
              THRU 1000-CARREGA-APLICACOES-FIM

           DISPLAY '1-APLICAR  2-RESGATAR ANTECIPADO  3-LISTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 2000-APLICAR
                      THRU 2000-APLICAR-FIM
               WHEN 2
                   PERFORM 3000-RESGATAR
                      THRU 3000-RESGATAR-FIM
               WHEN 3
                   PERFORM 5000-LISTAR
                      THRU 5000-LISTAR-FIM
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF WS-OPCAO LESS THAN 3
               PERFORM 6000-REGRAVA-APLICACOES
                  THRU 6000-REGRAVA-APLICACOES-FIM
           END-IF

           MOVE 0 TO RETURN-CODE
           STOP RUN.
       0000-PRINCIPAL-FIM.

       1000-CARREGA-APLICACOES.
           OPEN INPUT APLICCDB.
           IF WSN-FS-APLICCDB NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO NOVO SERA CRIADO (APLICCDB01)'
               GO TO 1000-CARREGA-APLICACOES-FIM
           END-IF.
           SET SW-FIM-NAO-CDB TO TRUE.
           PERFORM 1100-LER-APLICACAO
              THRU 1100-LER-APLICACAO-FIM.
           PERFORM 1200-GUARDA-APLICACAO
              THRU 1200-GUARDA-APLICACAO-FIM
             UNTIL SW-FIM-SIM-CDB.
           CLOSE APLICCDB.
       1000-CARREGA-APLICACOES-FIM.
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

      ****************CARGA DAS FAIXAS REGRESSIVAS DE IR****************
       1060-CARREGA-TABELA-IR.
           OPEN INPUT TABELA-IR.
           IF WSN-FS-TABELA NOT EQUAL ZEROS
               GO TO 1060-CARREGA-TABELA-IR-FIM
           END-IF.
           SET SW-FIM-NAO-TAB TO TRUE.
           PERFORM 1070-LER-TABELA-IR
              THRU 1070-LER-TABELA-IR-FIM.
           PERFORM 1080-GUARDA-FAIXA
              THRU 1080-GUARDA-FAIXA-FIM
             UNTIL SW-FIM-SIM-TAB.
           CLOSE TABELA-IR.
       1060-CARREGA-TABELA-IR-FIM.
           EXIT.

       1070-LER-TABELA-IR.
           READ TABELA-IR
               AT END
                   SET SW-FIM-SIM-TAB TO TRUE
           END-READ.
       1070-LER-TABELA-IR-FIM.
           EXIT.

       1080-GUARDA-FAIXA.
           IF WCA-FX-QTD LESS THAN 10
               ADD 1 TO WCA-FX-QTD
               SET WCA-FX-IDX TO WCA-FX-QTD
               MOVE TIC-PRAZO-DIAS TO WCA-FX-PRAZO(WCA-FX-IDX)
               MOVE TIC-TAXA-IR    TO WCA-FX-IR(WCA-FX-IDX)
           END-IF.
           PERFORM 1070-LER-TABELA-IR
              THRU 1070-LER-TABELA-IR-FIM.
       1080-GUARDA-FAIXA-FIM.
           EXIT.

       1100-LER-APLICACAO.
           READ APLICCDB
               AT END
                   SET SW-FIM-SIM-CDB TO TRUE
           END-READ.
       1100-LER-APLICACAO-FIM.
           EXIT.

      *****COM A TABELA CHEIA A MANUTENCAO ABORTA: A REGRAVACAO FINAL
      *****DO APLICCDB01 SO E SEGURA SE ELE COUBE INTEIRO
       1200-GUARDA-APLICACAO.
           IF WCA-CDB-QTD NOT LESS THAN 5000
               DISPLAY 'MANUCDB01 - APLICCDB01 COM MAIS DE 5000 '
                       'REGISTROS - ABORTADO PARA NAO REGRAVAR '
                       'ARQUIVO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-CDB-QTD.
           SET WCA-CDB-IDX TO WCA-CDB-QTD.
           MOVE REG-APLICCDB TO WCA-CDB-REG(WCA-CDB-IDX).
           IF CDB-NUMERO GREATER THAN WS-ULTIMO-NUMERO
               MOVE CDB-NUMERO TO WS-ULTIMO-NUMERO
           END-IF.
           PERFORM 1100-LER-APLICACAO
              THRU 1100-LER-APLICACAO-FIM.
       1200-GUARDA-APLICACAO-FIM.
           EXIT.

       1300-PROCURA-APLICACAO.
           MOVE 'N' TO WS-CDB-ACHOU.
           PERFORM 1310-TESTA-APLICACAO
              THRU 1310-TESTA-APLICACAO-FIM
               VARYING WCA-CDB-IDX FROM 1 BY 1
               UNTIL WCA-CDB-IDX GREATER THAN WCA-CDB-QTD
                  OR APLICACAO-ACHADA.
       1300-PROCURA-APLICACAO-FIM.
           EXIT.

       1310-TESTA-APLICACAO.
           MOVE WCA-CDB-REG(WCA-CDB-IDX) TO REG-APLICCDB.
           IF WS-NUMERO EQUAL CDB-NUMERO
               MOVE 'S' TO WS-CDB-ACHOU
               SET WS-IDX-ACHADO TO WCA-CDB-IDX
           END-IF.
       1310-TESTA-APLICACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CONTA VINCULADA: PROCURA A CONTA EM ENTRADA01, SOMA OS
      *     BLOQUEIOS JUDICIAIS ATIVOS DELA EM BLOQUEIOS01 E O LIMITE
      *     DE CHEQUE ESPECIAL VIGENTE EM LIMITECHQ01 (CONTA SEM
      *     REGISTRO TEM LIMITE ZERO, MESMA REGRA DO TRANSF01)
      *-----------------------------------------------------------------
       1400-PROCURA-CONTA.
           MOVE 'N' TO WS-CTA-ACHOU.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'MANUCDB01 - ENTRADA NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO TO TRUE.
           PERFORM 1410-LER-ENTRADA
              THRU 1410-LER-ENTRADA-FIM.
           PERFORM 1420-TESTA-CONTA
              THRU 1420-TESTA-CONTA-FIM
             UNTIL SW-FIM-SIM
                OR CONTA-ACHADA.
           CLOSE ENTRADA.

           PERFORM 1530-SOMA-BLOQUEIOS
              THRU 1530-SOMA-BLOQUEIOS-FIM.

           MOVE ZEROS TO WS-LIMITE-CONTA.
           OPEN INPUT LIMITES.
           IF WSN-FS-LIMITES NOT EQUAL ZEROS
               GO TO 1400-PROCURA-CONTA-FIM
           END-IF.
           SET SW-FIM-NAO-LIM TO TRUE.
           PERFORM 1510-LER-LIMITE
              THRU 1510-LER-LIMITE-FIM.
           PERFORM 1520-TESTA-LIMITE
              THRU 1520-TESTA-LIMITE-FIM
             UNTIL SW-FIM-SIM-LIM.
           CLOSE LIMITES.
       1400-PROCURA-CONTA-FIM.
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

       1420-TESTA-CONTA.
           IF COD-CTA EQUAL CDB-COD-CTA
               MOVE 'S' TO WS-CTA-ACHOU
               MOVE SLD-CTA TO WS-SALDO-CONTA
               MOVE STA-CTA TO WS-STATUS-CONTA
               MOVE TIP-CTA TO WS-TIPO-CONTA
           ELSE
               PERFORM 1410-LER-ENTRADA
                  THRU 1410-LER-ENTRADA-FIM
           END-IF.
       1420-TESTA-CONTA-FIM.
           EXIT.

       1510-LER-LIMITE.
           READ LIMITES
               AT END
                   SET SW-FIM-SIM-LIM TO TRUE
           END-READ.
       1510-LER-LIMITE-FIM.
           EXIT.

       1520-TESTA-LIMITE.
           IF LIM-COD-CTA EQUAL CDB-COD-CTA
              AND LIM-DAT-VENC NOT LESS THAN WCA-DATA-REFERENCIA
               MOVE LIM-VALOR TO WS-LIMITE-CONTA
           END-IF.
           PERFORM 1510-LER-LIMITE
              THRU 1510-LER-LIMITE-FIM.
       1520-TESTA-LIMITE-FIM.
           EXIT.

      ****************BLOQUEIOS JUDICIAIS ATIVOS DA CONTA***************
       1530-SOMA-BLOQUEIOS.
           MOVE ZEROS TO WS-BLOQUEIO-CONTA.
           OPEN INPUT BLOQUEIOS.
           IF WSN-FS-BLOQUEIOS NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-BLOQUEIOS
               GO TO 1530-SOMA-BLOQUEIOS-FIM
           END-IF.
           SET SW-FIM-NAO-BLQ TO TRUE.
           PERFORM 1540-LER-BLOQUEIO
              THRU 1540-LER-BLOQUEIO-FIM.
           PERFORM 1550-TESTA-BLOQUEIO
              THRU 1550-TESTA-BLOQUEIO-FIM
             UNTIL SW-FIM-SIM-BLQ.
           CLOSE BLOQUEIOS.
       1530-SOMA-BLOQUEIOS-FIM.
           EXIT.

       1540-LER-BLOQUEIO.
           READ BLOQUEIOS
               AT END
                   SET SW-FIM-SIM-BLQ TO TRUE
           END-READ.
       1540-LER-BLOQUEIO-FIM.
           EXIT.

       1550-TESTA-BLOQUEIO.
           IF BJ-COD-CTA EQUAL CDB-COD-CTA
              AND BJ-SITUACAO EQUAL 'A'
               ADD BJ-VAL-BLOQUEADO TO WS-BLOQUEIO-CONTA
           END-IF.
           PERFORM 1540-LER-BLOQUEIO
              THRU 1540-LER-BLOQUEIO-FIM.
       1550-TESTA-BLOQUEIO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     APLICACAO: A CONTA ENTRA COM O DIGITO VERIFICADOR (ROTINA
      *     VALIDACTA) E PRECISA SER CONTA CORRENTE ATIVA COM SALDO
      *     MAIS LIMITE QUE COMPORTE O PRINCIPAL
      *-----------------------------------------------------------------
       2000-APLICAR.
           IF WCA-CDB-QTD NOT LESS THAN 5000
               DISPLAY 'ARQUIVO DE APLICACOES CHEIO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-APLICCDB.

           DISPLAY 'CONTA CORRENTE VINCULADA COM DV (7 DIGITOS)?'
           ACCEPT WS-CONTA-DV
           PERFORM 2100-VALIDA-CONTA
              THRU 2100-VALIDA-CONTA-FIM
           MOVE WS-CONTA-DV(1:6) TO CDB-COD-CTA

           PERFORM 1400-PROCURA-CONTA
              THRU 1400-PROCURA-CONTA-FIM
           IF NOT CONTA-ACHADA
               DISPLAY 'CONTA INEXISTENTE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STATUS-CONTA NOT EQUAL 'A'
               DISPLAY 'CONTA INATIVA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TIPO-CONTA NOT EQUAL 'Conta Corrente'
               DISPLAY 'A CONTA VINCULADA DEVE SER CONTA CORRENTE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'VALOR APLICADO (ATE 999999999,99)?'
           ACCEPT CDB-PRINCIPAL
           IF CDB-PRINCIPAL EQUAL ZEROS
               DISPLAY 'VALOR ZERADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'TAXA AO ANO EM % (99,9999)?'
           ACCEPT CDB-TAXA-ANO
           IF CDB-TAXA-ANO EQUAL ZEROS
               DISPLAY 'TAXA ZERADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'DATA DE VENCIMENTO (AAAAMMDD)?'
           ACCEPT CDB-DAT-VENC
           IF CDB-DAT-VENC(5:2) LESS THAN '01'
              OR CDB-DAT-VENC(5:2) GREATER THAN '12'
              OR CDB-DAT-VENC(7:2) LESS THAN '01'
              OR CDB-DAT-VENC(7:2) GREATER THAN '31'
               DISPLAY 'DATA INVALIDA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CDB-DAT-VENC NOT GREATER THAN WCA-DATA-REFERENCIA
               DISPLAY 'VENCIMENTO DEVE SER POSTERIOR A '
                       WCA-DATA-REFERENCIA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      *****MESMA REGRA DO TRANSF01: O DEBITO NAO PODE ESTOURAR O SALDO
      *****MAIS O LIMITE DE CHEQUE ESPECIAL VIGENTE
           COMPUTE WS-SALDO-APOS = WS-SALDO-CONTA - CDB-PRINCIPAL
           IF WS-SALDO-APOS LESS THAN ZERO
              AND (WS-SALDO-APOS * -1) GREATER THAN WS-LIMITE-CONTA
               DISPLAY 'SALDO INSUFICIENTE PARA A APLICACAO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      *****A PARCELA BLOQUEADA JUDICIALMENTE NAO ESTA DISPONIVEL (O
      *****POSTMOV01 RECUSARIA O DEBITO E A APLICACAO FICARIA SEM
      *****FUNDING)
           COMPUTE WS-SALDO-LIVRE = WS-SALDO-APOS - WS-BLOQUEIO-CONTA
           IF WS-BLOQUEIO-CONTA GREATER THAN ZERO
              AND WS-SALDO-LIVRE LESS THAN ZERO
              AND (WS-SALDO-LIVRE * -1) GREATER THAN WS-LIMITE-CONTA
               DISPLAY 'SALDO BLOQUEADO JUDICIALMENTE - APLICACAO '
                       'RECUSADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-ULTIMO-NUMERO
           MOVE WS-ULTIMO-NUMERO    TO CDB-NUMERO
           MOVE WCA-DATA-REFERENCIA TO CDB-DAT-APLIC
                                       CDB-DAT-APROP
           MOVE ZEROS               TO CDB-RENDIMENTO
                                       CDB-REND-LOTE
                                       CDB-DAT-LOTE
                                       CDB-IR-RETIDO
                                       CDB-DAT-RESGATE
           MOVE 'A'                 TO CDB-STATUS

           MOVE 'D'                 TO WS-MOV-TIP
           MOVE CDB-PRINCIPAL       TO WS-MOV-VAL
           MOVE 'APLICACAO CDB'     TO WS-MOV-HIST
           PERFORM 7000-GRAVA-MOVIMENTO
              THRU 7000-GRAVA-MOVIMENTO-FIM

           ADD 1 TO WCA-CDB-QTD
           SET WCA-CDB-IDX TO WCA-CDB-QTD
           MOVE REG-APLICCDB TO WCA-CDB-REG(WCA-CDB-IDX)
           MOVE CDB-NUMERO TO WS-NUMERO
           DISPLAY 'APLICACAO INCLUIDA - NUMERO ' CDB-NUMERO
           PERFORM 8000-REGISTRA-LOG
              THRU 8000-REGISTRA-LOG-FIM.
       2000-APLICAR-FIM.
           EXIT.

       2100-VALIDA-CONTA.
           IF WS-CONTA-DV(1:6) NOT NUMERIC
              OR WS-CONTA-DV(1:6) EQUAL '000000'
               DISPLAY 'CONTA INVALIDA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'VALIDACTA' USING WS-TIPO-VALIDACAO
               WS-CONTA-DV WS-CTA-VALIDA WS-CTA-MOTIVO.
           IF NOT CONTA-EH-VALIDA
               DISPLAY 'CONTA ' WS-CONTA-DV ' - ' WS-CTA-MOTIVO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       2100-VALIDA-CONTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     RESGATE ANTECIPADO: APROPRIA ATE A DATA DE REFERENCIA,
      *     RETEM O IR PELA FAIXA DOS DIAS CORRIDOS E DEVOLVE PRINCIPAL
      *     E RENDIMENTO NA CONTA VINCULADA. APLICACAO VENCIDA E
      *     RESGATADA PELO LOTE CDBDIA01
      *-----------------------------------------------------------------
       3000-RESGATAR.
           DISPLAY 'NUMERO DA APLICACAO?'
           ACCEPT WS-NUMERO
           PERFORM 1300-PROCURA-APLICACAO
              THRU 1300-PROCURA-APLICACAO-FIM
           IF NOT APLICACAO-ACHADA
               DISPLAY 'APLICACAO NAO CADASTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WCA-CDB-IDX TO WS-IDX-ACHADO
           MOVE WCA-CDB-REG(WCA-CDB-IDX) TO REG-APLICCDB
           IF CDB-STATUS NOT EQUAL 'A'
               DISPLAY 'APLICACAO NAO ESTA ATIVA - SITUACAO '
                       CDB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CDB-DAT-VENC NOT GREATER THAN WCA-DATA-REFERENCIA
               DISPLAY 'APLICACAO VENCIDA - RESGATE PELO LOTE '
                       'CDBDIA01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1060-CARREGA-TABELA-IR
              THRU 1060-CARREGA-TABELA-IR-FIM
           IF WCA-FX-QTD EQUAL ZEROS
               DISPLAY 'MANUCDB01 - TABELA DE IR TABIRCDB01 '
                       'VAZIA OU AUSENTE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'CALCCDB' USING CDB-PRINCIPAL CDB-TAXA-ANO
               CDB-DAT-APLIC CDB-DAT-APROP WCA-DATA-REFERENCIA
               CDB-RENDIMENTO WS-REND-PERIODO WS-DIAS-CORRIDOS
      *****O APROPRIADO AQUI ENTRA NO FEED CONTABIL DA DATA
           IF CDB-DAT-LOTE EQUAL WCA-DATA-REFERENCIA
               ADD WS-REND-PERIODO TO CDB-REND-LOTE
           ELSE
               MOVE WS-REND-PERIODO     TO CDB-REND-LOTE
               MOVE WCA-DATA-REFERENCIA TO CDB-DAT-LOTE
           END-IF

           PERFORM 3100-CALCULA-IR
              THRU 3100-CALCULA-IR-FIM

           MOVE 'C'                 TO WS-MOV-TIP
           MOVE CDB-PRINCIPAL       TO WS-MOV-VAL
           MOVE 'RESGATE CDB'       TO WS-MOV-HIST
           PERFORM 7000-GRAVA-MOVIMENTO
              THRU 7000-GRAVA-MOVIMENTO-FIM
           IF CDB-RENDIMENTO GREATER THAN ZEROS
               MOVE 'C'              TO WS-MOV-TIP
               MOVE CDB-RENDIMENTO   TO WS-MOV-VAL
               MOVE 'RENDIMENTO CDB' TO WS-MOV-HIST
               PERFORM 7000-GRAVA-MOVIMENTO
                  THRU 7000-GRAVA-MOVIMENTO-FIM
           END-IF
           IF WS-VALOR-IR GREATER THAN ZEROS
               MOVE 'D'              TO WS-MOV-TIP
               MOVE WS-VALOR-IR      TO WS-MOV-VAL
               MOVE 'IR CDB'         TO WS-MOV-HIST
               PERFORM 7000-GRAVA-MOVIMENTO
                  THRU 7000-GRAVA-MOVIMENTO-FIM
           END-IF

           MOVE WS-VALOR-IR         TO CDB-IR-RETIDO
           MOVE WCA-DATA-REFERENCIA TO CDB-DAT-RESGATE
           MOVE 'R'                 TO CDB-STATUS
           MOVE REG-APLICCDB TO WCA-CDB-REG(WCA-CDB-IDX)

           COMPUTE WS-VALOR-LIQUIDO =
               CDB-PRINCIPAL + CDB-RENDIMENTO - WS-VALOR-IR
           MOVE CDB-RENDIMENTO   TO WS-REND-MASC
           MOVE WS-VALOR-LIQUIDO TO WS-VALOR-MASC
           DISPLAY 'RESGATADA - ' WS-DIAS-CORRIDOS ' DIAS - '
                   'RENDIMENTO R$ ' WS-REND-MASC
           MOVE WS-VALOR-IR      TO WS-REND-MASC
           DISPLAY '            IR R$ ' WS-REND-MASC
                   ' - LIQUIDO R$ ' WS-VALOR-MASC
           PERFORM 8000-REGISTRA-LOG
              THRU 8000-REGISTRA-LOG-FIM.
       3000-RESGATAR-FIM.
           EXIT.

      *****LOCALIZA A FAIXA PELOS DIAS CORRIDOS (PRIMEIRO PRAZO QUE
      *****COMPORTA OS DIAS; ACIMA DO ULTIMO PRAZO VALE A ULTIMA
      *****FAIXA) E CALCULA O IR SOBRE O RENDIMENTO BRUTO
       3100-CALCULA-IR.
           SET WCA-FX-ACHOU-NAO TO TRUE.
           PERFORM 3110-TESTA-FAIXA
              THRU 3110-TESTA-FAIXA-FIM
              VARYING WCA-FX-IDX FROM 1 BY 1
              UNTIL WCA-FX-IDX GREATER THAN WCA-FX-QTD
                 OR WCA-FX-ACHOU-SIM.
           IF WCA-FX-ACHOU-SIM
               SET WCA-FX-IDX DOWN BY 1
           ELSE
               SET WCA-FX-IDX TO WCA-FX-QTD
           END-IF.
           COMPUTE WS-VALOR-IR ROUNDED =
               CDB-RENDIMENTO * WCA-FX-IR(WCA-FX-IDX) / 100.
       3100-CALCULA-IR-FIM.
           EXIT.

       3110-TESTA-FAIXA.
           IF WS-DIAS-CORRIDOS NOT GREATER THAN
              WCA-FX-PRAZO(WCA-FX-IDX)
               SET WCA-FX-ACHOU-SIM TO TRUE
           END-IF.
       3110-TESTA-FAIXA-FIM.
           EXIT.

       5000-LISTAR.
           PERFORM 5100-MOSTRA-APLICACAO
              THRU 5100-MOSTRA-APLICACAO-FIM
               VARYING WCA-CDB-IDX FROM 1 BY 1
               UNTIL WCA-CDB-IDX GREATER THAN WCA-CDB-QTD.
       5000-LISTAR-FIM.
           EXIT.

       5100-MOSTRA-APLICACAO.
           MOVE WCA-CDB-REG(WCA-CDB-IDX) TO REG-APLICCDB.
           MOVE CDB-PRINCIPAL  TO WS-VALOR-MASC.
           MOVE CDB-RENDIMENTO TO WS-REND-MASC.
           DISPLAY CDB-NUMERO ' CTA ' CDB-COD-CTA
                   ' R$ ' WS-VALOR-MASC
                   ' ' CDB-TAXA-ANO '% AA'
                   ' VENC ' CDB-DAT-VENC
                   ' REND ' WS-REND-MASC
                   ' SIT ' CDB-STATUS.
       5100-MOSTRA-APLICACAO-FIM.
           EXIT.

       6000-REGRAVA-APLICACOES.
           OPEN OUTPUT APLICCDB.
           PERFORM 6100-GRAVA-APLICACAO
              THRU 6100-GRAVA-APLICACAO-FIM
               VARYING WCA-CDB-IDX FROM 1 BY 1
               UNTIL WCA-CDB-IDX GREATER THAN WCA-CDB-QTD.
           CLOSE APLICCDB.
       6000-REGRAVA-APLICACOES-FIM.
           EXIT.

       6100-GRAVA-APLICACAO.
           MOVE WCA-CDB-REG(WCA-CDB-IDX) TO REG-APLICCDB.
           WRITE REG-APLICCDB.
       6100-GRAVA-APLICACAO-FIM.
           EXIT.

      ****************PERNA DA CONTA VINCULADA EM MOVIMENTO01***********
       7000-GRAVA-MOVIMENTO.
           OPEN EXTEND MOVIMENTO.
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               OPEN OUTPUT MOVIMENTO
           END-IF.
           CALL 'GERANSU' USING WS-NSU.
           MOVE CDB-COD-CTA         TO MOV-COD-CTA.
           MOVE WCA-DATA-REFERENCIA TO MOV-DAT.
           MOVE WS-MOV-TIP          TO MOV-TIP.
           MOVE 'T'                 TO MOV-FORMA.
           MOVE WS-MOV-VAL          TO MOV-VAL.
           MOVE WS-MOV-HIST         TO MOV-HIST.
           MOVE WS-NSU              TO MOV-NSU.
           WRITE REG-MOVIMENTO.
           CLOSE MOVIMENTO.
       7000-GRAVA-MOVIMENTO-FIM.
           EXIT.

       8000-REGISTRA-LOG.
           MOVE 'I' TO WS-LOG-SEVERIDADE.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING WS-USUARIO ' APLICACAO CDB ' WS-NUMERO
                  ' OPCAO ' WS-OPCAO
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       8000-REGISTRA-LOG-FIM.
           EXIT.
       END PROGRAM MANUCDB01.
