      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Lote de compra e venda de moeda estrangeira entre as
      * contas do proprio cliente. Ate aqui a operacao era fechada
      * fora do sistema e digitada como dois movimentos soltos. Le as
      * instrucoes CAMBIOINS01 (tipo, documento do cliente, conta em
      * reais e conta em moeda estrangeira com os DVs, e o valor na
      * moeda estrangeira) e, na data de referencia do Controle01:
      * - confere que as duas contas existem, estao ativas e sao do
      *   mesmo cliente (documento do Entrada02), que a conta em
      *   reais e BRL e que a outra tem cotacao do dia em CAMBIO01
      *   (taxa com data diferente da referencia nao vale);
      * - aplica sobre a taxa do dia o spread vigente da moeda
      *   (rotina comum TAXAVIG, parametros 'SPREAD COMPRA mmm' e
      *   'SPREAD VENDA mmm' em percentual): na compra pelo cliente
      *   a taxa sobe o spread, na venda desce;
      * - cobra o IOF de cambio (parametro 'IOF CAMBIO', percentual
      *   sobre o valor em reais) com debito na conta em reais;
      * - grava as pernas juntas em Movimento01, cada uma com NSU da
      *   rotina GERANSU - ou rejeita a instrucao inteira em
      *   CAMBIOREJ01 com o motivo, nos moldes do TRANSF01. Conta a
      *   debitar segue as regras do TRANSF01 (limite de cheque
      *   especial do LIMITECHQ01 e bloqueio judicial do BLOQUEIOS01).
      * Historicos: compra 'CAMBIO COMPRA BRL' (D na conta em reais)
      * e 'CAMBIO COMPRA ME' (C na conta em moeda); venda 'CAMBIO
      * VENDA ME' (D na conta em moeda) e 'CAMBIO VENDA BRL' (C na
      * conta em reais); e 'IOF CAMBIO' (D na conta em reais). Cada
      * operacao efetivada e anexada ao OPCAMBIO01 (taxas, valores,
      * spread e IOF), base do relatorio diario RELCAMBIO01 e do
      * evento RECEITA CAMBIO do GERACONT01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBIOOP01.
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

           SELECT LIMITES ASSIGN TO 'LIMITECHQ01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-LIMITES.

           SELECT BLOQUEIOS ASSIGN TO 'BLOQUEIOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-BLOQUEIOS.

           SELECT CAMBIO ASSIGN TO 'CAMBIO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CAMBIO.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT INSTRUCOES ASSIGN TO 'CAMBIOINS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-INSTRUCOES.

           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

           SELECT OPERACOES ASSIGN TO 'OPCAMBIO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-OPERACOES.

           SELECT REJEITOS ASSIGN TO 'CAMBIOREJ01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-REJEITOS.

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

       FD CAMBIO.
       01 REG-CAMBIO.
           05 CAM-COD-MOEDA        PIC X(03).
           05 CAM-TAXA             PIC 9(04)V9(06).
           05 CAM-DATA             PIC 9(08).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      *                INSTRUCAO DE CAMBIO: TIPO 'C' = O CLIENTE
      *                COMPRA A MOEDA, 'V' = O CLIENTE VENDE; VALOR NA
      *                MOEDA ESTRANGEIRA
       FD INSTRUCOES.
       01 REG-INSTRUCAO.
           05 OPC-TIPO             PIC X(01).
               88 OPC-COMPRA                   VALUE 'C'.
               88 OPC-VENDA                    VALUE 'V'.
           05 OPC-NUM-DOC          PIC X(14).
           05 OPC-CTA-REAIS        PIC 9(06).
           05 OPC-DV-REAIS         PIC X(01).
           05 OPC-CTA-MOEDA        PIC 9(06).
           05 OPC-DV-MOEDA         PIC X(01).
           05 OPC-VALOR-ME         PIC 9(09)V99.

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

      *                OPERACOES DE CAMBIO EFETIVADAS (NSU DA PRIMEIRA
      *                PERNA IDENTIFICA A OPERACAO)
       FD OPERACOES.
       01 REG-OPERACAO.
           05 OPE-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 OPE-NSU              PIC 9(09).
           05 FILLER               PIC X(01).
           05 OPE-TIPO             PIC X(01).
           05 FILLER               PIC X(01).
           05 OPE-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 OPE-CTA-REAIS        PIC 9(06).
           05 FILLER               PIC X(01).
           05 OPE-CTA-MOEDA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 OPE-COD-MOEDA        PIC X(03).
           05 FILLER               PIC X(01).
           05 OPE-VALOR-ME         PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 OPE-TAXA-BASE        PIC 9(04)V9(06).
           05 FILLER               PIC X(01).
           05 OPE-TAXA-CLIENTE     PIC 9(04)V9(06).
           05 FILLER               PIC X(01).
           05 OPE-VALOR-REAIS      PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 OPE-SPREAD           PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 OPE-IOF              PIC 9(09)V99.

       FD REJEITOS.
       01 REG-REJEITO.
           05 RJ-ORIGEM            PIC X(02).
           05 FILLER               PIC X(01).
           05 RJ-IMAGEM            PIC X(40).
           05 FILLER               PIC X(02).
           05 RJ-MOTIVO            PIC X(30).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-LIMITES       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-BLOQUEIOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CAMBIO        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-INSTRUCOES    PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-OPERACOES     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-REJEITOS      PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.
           05 SW-ENTRADA02         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-E2                VALUE 'N'.
               88 SW-FIM-SIM-E2                VALUE 'S'.
           05 SW-LIMITES           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-LIM               VALUE 'N'.
               88 SW-FIM-SIM-LIM               VALUE 'S'.
           05 SW-BLOQUEIOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-BLQ               VALUE 'N'.
               88 SW-FIM-SIM-BLQ               VALUE 'S'.
           05 SW-CAMBIO            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CAM               VALUE 'N'.
               88 SW-FIM-SIM-CAM               VALUE 'S'.
           05 SW-INSTRUCOES        PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-INS               VALUE 'N'.
               88 SW-FIM-SIM-INS               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.

      *****SITUACAO, MOEDA, SALDO, LIMITE, BLOQUEIO E DOCUMENTO DO
      *****CLIENTE POR CONTA, INDEXADOS PELO NUMERO DA CONTA (MESMO
      *****ESQUEMA DO TRANSF01); SITUACAO ' ' = CONTA INEXISTENTE
       01 WCA-CONTAS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES.
               10 WCA-CTA-STATUS   PIC X(01) VALUE SPACES.
               10 WCA-CTA-MOEDA    PIC X(03) VALUE SPACES.
               10 WCA-CTA-SALDO    PIC S9(09)V99 VALUE ZEROS.
               10 WCA-CTA-LIMITE   PIC 9(06)V99 VALUE ZEROS.
               10 WCA-CTA-BLOQUEIO PIC 9(09)V99 VALUE ZEROS.
               10 WCA-CTA-DOC      PIC X(14) VALUE SPACES.

      ****** TAXAS DO DIA POR MOEDA ************************************
       01 WCA-CAMBIOS.
           05 WCA-CAM-QTD          PIC 9(02)      VALUE ZEROS.
           05 WCA-CAM-TAB OCCURS 10 TIMES
                         INDEXED BY WCA-CAM-IDX.
               10 WCA-CAM-MOEDA    PIC X(03)      VALUE SPACES.
               10 WCA-CAM-TAXA     PIC 9(04)V9(06) VALUE ZEROS.
       01 WCA-CAM-ACHOU            PIC X(01)      VALUE 'N'.
           88 WCA-CAM-ACHOU-SIM                   VALUE 'S'.
           88 WCA-CAM-ACHOU-NAO                   VALUE 'N'.
       01 WS-MOEDA-BUSCA           PIC X(03) VALUE SPACES.
       77 WS-QTD-TAXAS-VELHAS      PIC 9(02) VALUE ZEROS.

      *****CHAMADA DA ROTINA COMUM TAXAVIG (SPREAD E IOF DE CAMBIO)
       01 WS-PARAMETRO-VIG         PIC X(20) VALUE SPACES.
       01 WS-DATA-VIG              PIC 9(08) VALUE ZEROS.
       01 WS-VALOR-VIG             PIC 9(07)V9(04) VALUE ZEROS.
       01 WS-ACHOU-VIG             PIC X(01) VALUE 'N'.

      *****VALORES DA OPERACAO
       01 WS-MOEDA-OPERACAO        PIC X(03) VALUE SPACES.
       01 WS-TAXA-BASE             PIC 9(04)V9(06) VALUE ZEROS.
       01 WS-TAXA-CLIENTE          PIC 9(04)V9(06) VALUE ZEROS.
       01 WS-PCT-SPREAD            PIC 9(02)V9(04) VALUE ZEROS.
       01 WS-PCT-IOF               PIC 9(02)V9(04) VALUE ZEROS.
       01 WS-VALOR-REAIS           PIC 9(09)V99 VALUE ZEROS.
       01 WS-VALOR-BASE            PIC 9(09)V99 VALUE ZEROS.
       01 WS-VALOR-SPREAD          PIC 9(09)V99 VALUE ZEROS.
       01 WS-VALOR-IOF             PIC 9(09)V99 VALUE ZEROS.
      *****CONTA E VALOR DO DEBITO QUE PRECISA DE SALDO: NA COMPRA A
      *****CONTA EM REAIS (VALOR + IOF), NA VENDA A CONTA EM MOEDA
       01 WS-CTA-DEBITO            PIC 9(06) VALUE ZEROS.
       01 WS-VALOR-DEBITO          PIC 9(09)V99 VALUE ZEROS.
       01 WS-NSU-OPERACAO          PIC 9(09) VALUE ZEROS.

       01 WS-MOTIVO                PIC X(30) VALUE SPACES.
      *****NSU DO MOVIMENTO, FORNECIDO PELA ROTINA COMUM GERANSU
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.
      *****LIMITE VENCIDO VALE ZERO: A DATA DE HOJE DESCARTA OS
      *****VENCIDOS NA CARGA
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

      *****CHAMADA DA ROTINA COMUM VALIDACTA (DV DA CONTA)
       01 WS-TIPO-VALIDACAO        PIC 9(01) VALUE 1.
       01 WS-CONTA-DV              PIC X(07) VALUE SPACES.
       01 WS-CTA-VALIDA            PIC X(01) VALUE 'N'.
           88 CONTA-EH-VALIDA                  VALUE 'S'.
       01 WS-CTA-MOTIVO            PIC X(17) VALUE SPACES.
       01 WS-SALDO-APOS            PIC S9(11)V99 VALUE ZEROS.
      *****SALDO APOS O DEBITO SEM A PARCELA BLOQUEADA JUDICIALMENTE
       01 WS-SALDO-LIVRE           PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-INSTRUCOES        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EFETIVADAS        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADAS        PIC 9(06) VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'CAMBIOOP01'.
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
             UNTIL SW-FIM-SIM-INS

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIM

           STOP RUN.
       0000-PRINCIPAL-FIM.
      *-----------------------------------------------------------------
       1000-INICIO.
      *-----------------------------------------------------------------
           SET SW-FIM-NAO     TO TRUE
           SET SW-FIM-NAO-E2  TO TRUE
           SET SW-FIM-NAO-LIM TO TRUE
           SET SW-FIM-NAO-BLQ TO TRUE
           SET SW-FIM-NAO-INS TO TRUE.

           PERFORM 1050-LE-CONTROLE
              THRU 1050-LE-CONTROLE-FIM.
           IF WCA-DATA-REFERENCIA EQUAL ZEROS
               DISPLAY 'CAMBIOOP01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1060-CARREGA-CONTAS
              THRU 1060-CARREGA-CONTAS-FIM.
           PERFORM 1065-CARREGA-CLIENTES
              THRU 1065-CARREGA-CLIENTES-FIM.
           PERFORM 1070-CARREGA-LIMITES
              THRU 1070-CARREGA-LIMITES-FIM.
           PERFORM 1080-CARREGA-BLOQUEIOS
              THRU 1080-CARREGA-BLOQUEIOS-FIM.
           PERFORM 1500-CARREGA-CAMBIO
              THRU 1500-CARREGA-CAMBIO-FIM.
           IF WCA-CAM-QTD EQUAL ZEROS
               DISPLAY 'CAMBIOOP01 - CAMBIO01 SEM TAXA DO DIA '
                       WCA-DATA-REFERENCIA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT INSTRUCOES.
           IF WSN-FS-INSTRUCOES NOT EQUAL ZEROS
               DISPLAY 'CAMBIOOP01 - CAMBIOINS01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND MOVIMENTO
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               OPEN OUTPUT MOVIMENTO
           END-IF
           OPEN EXTEND OPERACOES
           IF WSN-FS-OPERACOES NOT EQUAL ZEROS
               OPEN OUTPUT OPERACOES
           END-IF
           OPEN OUTPUT REJEITOS.

           PERFORM 1300-LER-INSTRUCAO
              THRU 1300-LER-INSTRUCAO-FIM.
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

      ****************CARGA DA SITUACAO, MOEDA E SALDO DAS CONTAS*******
       1060-CARREGA-CONTAS.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'CAMBIOOP01 - ENTRADA NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LER-ENTRADA
              THRU 1100-LER-ENTRADA-FIM.
           PERFORM 1150-GUARDA-CONTA
              THRU 1150-GUARDA-CONTA-FIM
             UNTIL SW-FIM-SIM.
           CLOSE ENTRADA.
       1060-CARREGA-CONTAS-FIM.
           EXIT.

       1100-LER-ENTRADA.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
      *****PULA OS REGISTROS DE CONTROLE HDR/TRL DA ENTRADA
           IF NOT SW-FIM-SIM
              AND (REG-ENTRADA(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA(1:3) EQUAL 'TRL')
               GO TO 1100-LER-ENTRADA
           END-IF.
       1100-LER-ENTRADA-FIM.
           EXIT.

       1150-GUARDA-CONTA.
           IF COD-CTA GREATER THAN ZERO
               MOVE STA-CTA   TO WCA-CTA-STATUS(COD-CTA)
               MOVE COD-MOEDA TO WCA-CTA-MOEDA(COD-CTA)
               MOVE SLD-CTA   TO WCA-CTA-SALDO(COD-CTA)
           END-IF.
           PERFORM 1100-LER-ENTRADA
              THRU 1100-LER-ENTRADA-FIM.
       1150-GUARDA-CONTA-FIM.
           EXIT.

      ****************DOCUMENTO DO CLIENTE DE CADA CONTA****************
       1065-CARREGA-CLIENTES.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               DISPLAY 'CAMBIOOP01 - ENTRADA02 NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-LER-ENTRADA02
              THRU 1110-LER-ENTRADA02-FIM.
           PERFORM 1160-GUARDA-CLIENTE
              THRU 1160-GUARDA-CLIENTE-FIM
             UNTIL SW-FIM-SIM-E2.
           CLOSE ENTRADA02.
       1065-CARREGA-CLIENTES-FIM.
           EXIT.

       1110-LER-ENTRADA02.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-E2 TO TRUE
           END-READ.
      *****PULA OS REGISTROS DE CONTROLE HDR/TRL DA ENTRADA02
           IF NOT SW-FIM-SIM-E2
              AND (REG-ENTRADA-02(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA-02(1:3) EQUAL 'TRL')
               GO TO 1110-LER-ENTRADA02
           END-IF.
       1110-LER-ENTRADA02-FIM.
           EXIT.

       1160-GUARDA-CLIENTE.
           IF E2-COD-CTA GREATER THAN ZERO
               MOVE E2-NUM-DOC TO WCA-CTA-DOC(E2-COD-CTA)
           END-IF.
           PERFORM 1110-LER-ENTRADA02
              THRU 1110-LER-ENTRADA02-FIM.
       1160-GUARDA-CLIENTE-FIM.
           EXIT.

      ****************CARGA DOS LIMITES DE CHEQUE ESPECIAL**************
       1070-CARREGA-LIMITES.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT LIMITES.
           IF WSN-FS-LIMITES NOT EQUAL ZEROS
               GO TO 1070-CARREGA-LIMITES-FIM
           END-IF.
           PERFORM 1170-LER-LIMITE
              THRU 1170-LER-LIMITE-FIM.
           PERFORM 1180-GUARDA-LIMITE
              THRU 1180-GUARDA-LIMITE-FIM
             UNTIL SW-FIM-SIM-LIM.
           CLOSE LIMITES.
       1070-CARREGA-LIMITES-FIM.
           EXIT.

       1170-LER-LIMITE.
           READ LIMITES
               AT END
                   SET SW-FIM-SIM-LIM TO TRUE
           END-READ.
       1170-LER-LIMITE-FIM.
           EXIT.

       1180-GUARDA-LIMITE.
           IF LIM-COD-CTA GREATER THAN ZERO
              AND LIM-DAT-VENC NOT LESS THAN WS-DATA-HOJE
               MOVE LIM-VALOR TO WCA-CTA-LIMITE(LIM-COD-CTA)
           END-IF.
           PERFORM 1170-LER-LIMITE
              THRU 1170-LER-LIMITE-FIM.
       1180-GUARDA-LIMITE-FIM.
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

      *****TAXAS DO DIA; TAXA COM DATA DIFERENTE DA REFERENCIA E
      *****COTACAO VELHA E NAO ENTRA (A MOEDA FICA SEM OPERACAO)
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
           IF CAM-DATA NOT EQUAL WCA-DATA-REFERENCIA
               DISPLAY 'CAMBIOOP01 - TAXA DE ' CAM-COD-MOEDA
                       ' COM DATA ' CAM-DATA
                       ' DIFERENTE DA REFERENCIA - MOEDA SEM OPERACAO'
               ADD 1 TO WS-QTD-TAXAS-VELHAS
               GO TO 1520-GUARDA-CAMBIO-LEITURA
           END-IF.
           IF WCA-CAM-QTD LESS THAN 10
               ADD 1 TO WCA-CAM-QTD
               SET WCA-CAM-IDX TO WCA-CAM-QTD
               MOVE CAM-COD-MOEDA TO WCA-CAM-MOEDA(WCA-CAM-IDX)
               MOVE CAM-TAXA      TO WCA-CAM-TAXA(WCA-CAM-IDX)
           END-IF.
       1520-GUARDA-CAMBIO-LEITURA.
           PERFORM 1510-LER-CAMBIO
              THRU 1510-LER-CAMBIO-FIM.
       1520-GUARDA-CAMBIO-FIM.
           EXIT.

       1300-LER-INSTRUCAO.
           READ INSTRUCOES
               AT END
                   SET SW-FIM-SIM-INS TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-INSTRUCOES
           END-READ.
       1300-LER-INSTRUCAO-FIM.
           EXIT.

       2150-LOCALIZA-MOEDA.
           SET WCA-CAM-ACHOU-NAO TO TRUE.
           PERFORM 2151-PROCURA-MOEDA
              THRU 2151-PROCURA-MOEDA-FIM
              VARYING WCA-CAM-IDX FROM 1 BY 1
              UNTIL WCA-CAM-IDX GREATER THAN WCA-CAM-QTD
                 OR WCA-CAM-ACHOU-SIM.
           IF WCA-CAM-ACHOU-SIM
               SET WCA-CAM-IDX DOWN BY 1
           END-IF.
       2150-LOCALIZA-MOEDA-FIM.
           EXIT.

       2151-PROCURA-MOEDA.
           IF WS-MOEDA-BUSCA EQUAL WCA-CAM-MOEDA(WCA-CAM-IDX)
               SET WCA-CAM-ACHOU-SIM TO TRUE
           END-IF.
       2151-PROCURA-MOEDA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     VALIDA A INSTRUCAO INTEIRA ANTES DE GRAVAR QUALQUER PERNA;
      *     O PRIMEIRO ERRO DA O MOTIVO DA REJEICAO
      *-----------------------------------------------------------------
       3000-PROCESSO.
           MOVE SPACES TO WS-MOTIVO.

           IF NOT OPC-COMPRA AND NOT OPC-VENDA
               MOVE 'TIPO DIFERENTE DE C/V'    TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
              AND (OPC-CTA-REAIS EQUAL ZEROS
               OR  OPC-CTA-MOEDA EQUAL ZEROS)
               MOVE 'CONTA ZERADA'             TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
              AND OPC-CTA-REAIS EQUAL OPC-CTA-MOEDA
               MOVE 'CONTA REAIS IGUAL A MOEDA' TO WS-MOTIVO
           END-IF.

      *****O DIGITO VERIFICADOR DAS DUAS CONTAS E CONFERIDO NA
      *****ENTRADA (ROTINA VALIDACTA): NUMERO TRANSPOSTO NAO PASSA
           IF WS-MOTIVO EQUAL SPACES
               MOVE SPACES TO WS-CONTA-DV
               MOVE OPC-CTA-REAIS TO WS-CONTA-DV(1:6)
               MOVE OPC-DV-REAIS  TO WS-CONTA-DV(7:1)
               CALL 'VALIDACTA' USING WS-TIPO-VALIDACAO
                   WS-CONTA-DV WS-CTA-VALIDA WS-CTA-MOTIVO
               IF NOT CONTA-EH-VALIDA
                   MOVE 'DV DA CONTA REAIS NAO CONFERE' TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO EQUAL SPACES
               MOVE SPACES TO WS-CONTA-DV
               MOVE OPC-CTA-MOEDA TO WS-CONTA-DV(1:6)
               MOVE OPC-DV-MOEDA  TO WS-CONTA-DV(7:1)
               CALL 'VALIDACTA' USING WS-TIPO-VALIDACAO
                   WS-CONTA-DV WS-CTA-VALIDA WS-CTA-MOTIVO
               IF NOT CONTA-EH-VALIDA
                   MOVE 'DV DA CONTA MOEDA NAO CONFERE' TO WS-MOTIVO
               END-IF
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
              AND WCA-CTA-STATUS(OPC-CTA-REAIS) EQUAL SPACES
               MOVE 'CONTA REAIS INEXISTENTE'  TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
              AND WCA-CTA-STATUS(OPC-CTA-MOEDA) EQUAL SPACES
               MOVE 'CONTA MOEDA INEXISTENTE'  TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
              AND WCA-CTA-STATUS(OPC-CTA-REAIS) NOT EQUAL 'A'
               MOVE 'CONTA REAIS NAO ATIVA'    TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
              AND WCA-CTA-STATUS(OPC-CTA-MOEDA) NOT EQUAL 'A'
               MOVE 'CONTA MOEDA NAO ATIVA'    TO WS-MOTIVO
           END-IF.

      *****AS DUAS CONTAS SAO DO CLIENTE DA INSTRUCAO
           IF WS-MOTIVO EQUAL SPACES
              AND (OPC-NUM-DOC EQUAL SPACES
               OR  WCA-CTA-DOC(OPC-CTA-REAIS) NOT EQUAL OPC-NUM-DOC
               OR  WCA-CTA-DOC(OPC-CTA-MOEDA) NOT EQUAL OPC-NUM-DOC)
               MOVE 'CONTA NAO E DO CLIENTE'   TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
              AND WCA-CTA-MOEDA(OPC-CTA-REAIS) NOT EQUAL 'BRL'
               MOVE 'CONTA REAIS NAO E BRL'    TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
              AND (WCA-CTA-MOEDA(OPC-CTA-MOEDA) EQUAL 'BRL'
               OR  WCA-CTA-MOEDA(OPC-CTA-MOEDA) EQUAL SPACES)
               MOVE 'CONTA MOEDA EM REAIS'     TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
              AND OPC-VALOR-ME EQUAL ZEROS
               MOVE 'VALOR ZERADO'             TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 3200-CALCULA-OPERACAO
                  THRU 3200-CALCULA-OPERACAO-FIM
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 3300-CONFERE-SALDO
                  THRU 3300-CONFERE-SALDO-FIM
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 3100-GRAVA-PERNAS
                  THRU 3100-GRAVA-PERNAS-FIM
           ELSE
               MOVE SPACES        TO REG-REJEITO
               MOVE 'CB'          TO RJ-ORIGEM
               MOVE REG-INSTRUCAO TO RJ-IMAGEM
               MOVE WS-MOTIVO     TO RJ-MOTIVO
               WRITE REG-REJEITO
               ADD 1 TO WS-QTD-REJEITADAS
           END-IF.

           PERFORM 1300-LER-INSTRUCAO
              THRU 1300-LER-INSTRUCAO-FIM.
       3000-PROCESSO-FIM.
           EXIT.

      *****AS PERNAS SAEM JUNTAS, CADA UMA COM O SEU NSU; O NSU DA
      *****PRIMEIRA IDENTIFICA A OPERACAO NO OPCAMBIO01
       3100-GRAVA-PERNAS.
           IF OPC-COMPRA
               MOVE OPC-CTA-REAIS       TO MOV-COD-CTA
               MOVE 'D'                 TO MOV-TIP
               MOVE WS-VALOR-REAIS      TO MOV-VAL
               MOVE 'CAMBIO COMPRA BRL' TO MOV-HIST
           ELSE
               MOVE OPC-CTA-MOEDA       TO MOV-COD-CTA
               MOVE 'D'                 TO MOV-TIP
               MOVE OPC-VALOR-ME        TO MOV-VAL
               MOVE 'CAMBIO VENDA ME'   TO MOV-HIST
           END-IF.
           PERFORM 3150-GRAVA-MOVIMENTO
              THRU 3150-GRAVA-MOVIMENTO-FIM.
           MOVE WS-NSU TO WS-NSU-OPERACAO.

           IF OPC-COMPRA
               MOVE OPC-CTA-MOEDA       TO MOV-COD-CTA
               MOVE 'C'                 TO MOV-TIP
               MOVE OPC-VALOR-ME        TO MOV-VAL
               MOVE 'CAMBIO COMPRA ME'  TO MOV-HIST
           ELSE
               MOVE OPC-CTA-REAIS       TO MOV-COD-CTA
               MOVE 'C'                 TO MOV-TIP
               MOVE WS-VALOR-REAIS      TO MOV-VAL
               MOVE 'CAMBIO VENDA BRL'  TO MOV-HIST
           END-IF.
           PERFORM 3150-GRAVA-MOVIMENTO
              THRU 3150-GRAVA-MOVIMENTO-FIM.

           IF WS-VALOR-IOF GREATER THAN ZEROS
               MOVE OPC-CTA-REAIS       TO MOV-COD-CTA
               MOVE 'D'                 TO MOV-TIP
               MOVE WS-VALOR-IOF        TO MOV-VAL
               MOVE 'IOF CAMBIO'        TO MOV-HIST
               PERFORM 3150-GRAVA-MOVIMENTO
                  THRU 3150-GRAVA-MOVIMENTO-FIM
           END-IF.

      *****O SALDO EM MEMORIA ACOMPANHA A EFETIVACAO
           IF OPC-COMPRA
               SUBTRACT WS-VALOR-REAIS FROM
                   WCA-CTA-SALDO(OPC-CTA-REAIS)
               ADD OPC-VALOR-ME TO WCA-CTA-SALDO(OPC-CTA-MOEDA)
           ELSE
               SUBTRACT OPC-VALOR-ME FROM
                   WCA-CTA-SALDO(OPC-CTA-MOEDA)
               ADD WS-VALOR-REAIS TO WCA-CTA-SALDO(OPC-CTA-REAIS)
           END-IF.
           SUBTRACT WS-VALOR-IOF FROM WCA-CTA-SALDO(OPC-CTA-REAIS).

           MOVE SPACES              TO REG-OPERACAO.
           MOVE WCA-DATA-REFERENCIA TO OPE-DATA.
           MOVE WS-NSU-OPERACAO     TO OPE-NSU.
           MOVE OPC-TIPO            TO OPE-TIPO.
           MOVE OPC-NUM-DOC         TO OPE-NUM-DOC.
           MOVE OPC-CTA-REAIS       TO OPE-CTA-REAIS.
           MOVE OPC-CTA-MOEDA       TO OPE-CTA-MOEDA.
           MOVE WS-MOEDA-OPERACAO   TO OPE-COD-MOEDA.
           MOVE OPC-VALOR-ME        TO OPE-VALOR-ME.
           MOVE WS-TAXA-BASE        TO OPE-TAXA-BASE.
           MOVE WS-TAXA-CLIENTE     TO OPE-TAXA-CLIENTE.
           MOVE WS-VALOR-REAIS      TO OPE-VALOR-REAIS.
           MOVE WS-VALOR-SPREAD     TO OPE-SPREAD.
           MOVE WS-VALOR-IOF        TO OPE-IOF.
           WRITE REG-OPERACAO.
           ADD 1 TO WS-QTD-EFETIVADAS.
       3100-GRAVA-PERNAS-FIM.
           EXIT.

       3150-GRAVA-MOVIMENTO.
           CALL 'GERANSU' USING WS-NSU.
           MOVE WCA-DATA-REFERENCIA TO MOV-DAT.
           MOVE 'T'                 TO MOV-FORMA.
           MOVE WS-NSU              TO MOV-NSU.
           WRITE REG-MOVIMENTO.
       3150-GRAVA-MOVIMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     TAXA DO DIA DA MOEDA, SPREAD VIGENTE DO SENTIDO DA
      *     OPERACAO E IOF DE CAMBIO; PARAMETRO SEM VIGENCIA NA DATA
      *     REJEITA A INSTRUCAO (NAO HA VALOR PADRAO NO CONTROLE01)
      *-----------------------------------------------------------------
       3200-CALCULA-OPERACAO.
           MOVE WCA-CTA-MOEDA(OPC-CTA-MOEDA) TO WS-MOEDA-OPERACAO
                                                 WS-MOEDA-BUSCA.
           PERFORM 2150-LOCALIZA-MOEDA
              THRU 2150-LOCALIZA-MOEDA-FIM.
           IF WCA-CAM-ACHOU-NAO
               MOVE 'MOEDA SEM TAXA DO DIA'    TO WS-MOTIVO
               GO TO 3200-CALCULA-OPERACAO-FIM
           END-IF.
           MOVE WCA-CAM-TAXA(WCA-CAM-IDX) TO WS-TAXA-BASE.

           MOVE SPACES TO WS-PARAMETRO-VIG.
           IF OPC-COMPRA
               STRING 'SPREAD COMPRA ' WS-MOEDA-OPERACAO
                   DELIMITED BY SIZE INTO WS-PARAMETRO-VIG
           ELSE
               STRING 'SPREAD VENDA ' WS-MOEDA-OPERACAO
                   DELIMITED BY SIZE INTO WS-PARAMETRO-VIG
           END-IF.
           MOVE WCA-DATA-REFERENCIA TO WS-DATA-VIG.
           CALL 'TAXAVIG' USING WS-PARAMETRO-VIG WS-DATA-VIG
                                WS-VALOR-VIG WS-ACHOU-VIG.
           IF WS-ACHOU-VIG NOT EQUAL 'S'
               MOVE 'SEM SPREAD VIGENTE'       TO WS-MOTIVO
               GO TO 3200-CALCULA-OPERACAO-FIM
           END-IF.
           MOVE WS-VALOR-VIG TO WS-PCT-SPREAD.

           MOVE 'IOF CAMBIO' TO WS-PARAMETRO-VIG.
           CALL 'TAXAVIG' USING WS-PARAMETRO-VIG WS-DATA-VIG
                                WS-VALOR-VIG WS-ACHOU-VIG.
           IF WS-ACHOU-VIG NOT EQUAL 'S'
               MOVE 'SEM ALIQUOTA IOF CAMBIO'  TO WS-MOTIVO
               GO TO 3200-CALCULA-OPERACAO-FIM
           END-IF.
           MOVE WS-VALOR-VIG TO WS-PCT-IOF.

      *****NA COMPRA O CLIENTE PAGA A TAXA MAIS O SPREAD; NA VENDA
      *****RECEBE A TAXA MENOS O SPREAD. O SPREAD EM REAIS E A
      *****DIFERENCA PARA O VALOR PELA TAXA DO DIA
           IF OPC-COMPRA
               COMPUTE WS-TAXA-CLIENTE ROUNDED =
                   WS-TAXA-BASE * (1 + WS-PCT-SPREAD / 100)
           ELSE
               COMPUTE WS-TAXA-CLIENTE ROUNDED =
                   WS-TAXA-BASE * (1 - WS-PCT-SPREAD / 100)
           END-IF.
           COMPUTE WS-VALOR-REAIS ROUNDED =
               OPC-VALOR-ME * WS-TAXA-CLIENTE
               ON SIZE ERROR
                   MOVE 'VALOR EM REAIS FORA DA FAIXA' TO WS-MOTIVO
                   GO TO 3200-CALCULA-OPERACAO-FIM
           END-COMPUTE.
           COMPUTE WS-VALOR-BASE ROUNDED =
               OPC-VALOR-ME * WS-TAXA-BASE
               ON SIZE ERROR
                   MOVE 'VALOR EM REAIS FORA DA FAIXA' TO WS-MOTIVO
                   GO TO 3200-CALCULA-OPERACAO-FIM
           END-COMPUTE.
           IF OPC-COMPRA
               COMPUTE WS-VALOR-SPREAD =
                   WS-VALOR-REAIS - WS-VALOR-BASE
           ELSE
               COMPUTE WS-VALOR-SPREAD =
                   WS-VALOR-BASE - WS-VALOR-REAIS
           END-IF.
           COMPUTE WS-VALOR-IOF ROUNDED =
               WS-VALOR-REAIS * WS-PCT-IOF / 100.
           IF WS-VALOR-REAIS EQUAL ZEROS
               MOVE 'VALOR EM REAIS ZERADO'    TO WS-MOTIVO
           END-IF.

           IF OPC-COMPRA
               MOVE OPC-CTA-REAIS TO WS-CTA-DEBITO
               COMPUTE WS-VALOR-DEBITO =
                   WS-VALOR-REAIS + WS-VALOR-IOF
                   ON SIZE ERROR
                       MOVE 'VALOR EM REAIS FORA DA FAIXA'
                          TO WS-MOTIVO
               END-COMPUTE
           ELSE
               MOVE OPC-CTA-MOEDA TO WS-CTA-DEBITO
               MOVE OPC-VALOR-ME  TO WS-VALOR-DEBITO
           END-IF.
       3200-CALCULA-OPERACAO-FIM.
           EXIT.

      *****O DEBITO PODE USAR O CHEQUE ESPECIAL, MAS NAO ALEM DO
      *****LIMITE CONTRATADO, E NAO ALCANCA A PARCELA BLOQUEADA
      *****JUDICIALMENTE (MESMAS REGRAS DO TRANSF01)
       3300-CONFERE-SALDO.
           COMPUTE WS-SALDO-APOS =
               WCA-CTA-SALDO(WS-CTA-DEBITO) - WS-VALOR-DEBITO.
           IF WS-SALDO-APOS LESS THAN ZERO
              AND (WS-SALDO-APOS * -1) GREATER THAN
                  WCA-CTA-LIMITE(WS-CTA-DEBITO)
               MOVE 'SALDO INSUFICIENTE'       TO WS-MOTIVO
               GO TO 3300-CONFERE-SALDO-FIM
           END-IF.

           IF WCA-CTA-BLOQUEIO(WS-CTA-DEBITO) GREATER THAN ZERO
               COMPUTE WS-SALDO-LIVRE = WS-SALDO-APOS
                   - WCA-CTA-BLOQUEIO(WS-CTA-DEBITO)
               IF WS-SALDO-LIVRE LESS THAN ZERO
                  AND (WS-SALDO-LIVRE * -1) GREATER THAN
                      WCA-CTA-LIMITE(WS-CTA-DEBITO)
                   MOVE 'SALDO BLOQUEADO JUDICIALMENTE' TO WS-MOTIVO
               END-IF
           END-IF.
       3300-CONFERE-SALDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           DISPLAY 'CAMBIOOP01 - INSTRUCOES: ' WS-QTD-INSTRUCOES
                   ' EFETIVADAS: ' WS-QTD-EFETIVADAS
                   ' REJEITADAS: ' WS-QTD-REJEITADAS
           CLOSE INSTRUCOES
           CLOSE MOVIMENTO
           CLOSE OPERACOES
           CLOSE REJEITOS.

           MOVE 0 TO WS-RC-FINAL.
           IF (WSN-FS-INSTRUCOES NOT EQUAL 00 AND
                WSN-FS-INSTRUCOES NOT EQUAL 10)   OR
               WSN-FS-MOVIMENTO   NOT EQUAL 00     OR
               WSN-FS-OPERACOES   NOT EQUAL 00     OR
               WSN-FS-REJEITOS    NOT EQUAL 00
               DISPLAY 'CAMBIOOP01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-QTD-TAXAS-VELHAS GREATER THAN ZERO
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF.
           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'CAMBIO - EFETIVADAS ' WS-QTD-EFETIVADAS
                  ' REJEITADAS ' WS-QTD-REJEITADAS
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM CAMBIOOP01.
