      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Tela do caixa da agencia, atras do portao de acesso
      * (PROGCOB10, mesmo esquema do CONSCTA01). Os depositos e saques
      * de balcao eram anotados em papel e digitados depois como um
      * arquivo de movimentos; aqui o caixa lanca direto em
      * Movimento01, com NSU da GERANSU e data de CTL-DATA-REFERENCIA,
      * o deposito em dinheiro e o saque (MOV-FORMA 'D') e o deposito
      * em cheque (MOV-FORMA 'H'). A conta e digitada com o DV e
      * conferida pela rotina VALIDACTA; so conta ativa (STA-CTA 'A')
      * em Entrada01 opera, e o saque segue a regra do TRANSF01:
      * saldo mais o limite de cheque especial vigente em
      * LimiteChq01, sem usar a parcela bloqueada judicialmente
      * (BLOQUEIOS01), e nunca alem do dinheiro que ha na gaveta.
      * Cada caixa tem uma gaveta por dia em CAIXAS01 (agencia, fundo
      * de troco da abertura e totais correntes de entradas e saidas
      * em dinheiro e de cheques), regravada a cada operacao. No
      * fechamento do turno o caixa informa o dinheiro contado, que e
      * comparado com o total do sistema (fundo + entradas - saidas);
      * a diferenca (sobra positiva, falta negativa) e anexada ao
      * relatorio de diferencas de caixa DIFCAIXA01, lido pela
      * conciliacao de dinheiro CONCDIN01, e a gaveta fica fechada
      * para o dia. Cada operacao e o fechamento sao registrados no
      * log central via LOGOPER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAIXA01.
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

           SELECT LIMITES ASSIGN TO 'LIMITECHQ01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-LIMITES.

           SELECT BLOQUEIOS ASSIGN TO 'BLOQUEIOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-BLOQUEIOS.

           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

      *        GAVETAS DOS CAIXAS, UMA POR USUARIO E DIA
           SELECT CAIXAS ASSIGN TO 'CAIXAS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CAIXAS.

      *        DIFERENCAS DE CAIXA APURADAS NOS FECHAMENTOS
           SELECT DIFCAIXA ASSIGN TO 'DIFCAIXA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-DIFCAIXA.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

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

       FD CAIXAS.
       01 REG-CAIXA                PIC X(126).

      *                UMA LINHA POR FECHAMENTO (LEIAUTE LIDO PELO
      *                CONCDIN01)
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

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-LIMITES       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-BLOQUEIOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CAIXAS        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-DIFCAIXA      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.
           05 SW-LIMITES           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-LIM               VALUE 'N'.
               88 SW-FIM-SIM-LIM               VALUE 'S'.
           05 SW-BLOQUEIOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-BLQ               VALUE 'N'.
               88 SW-FIM-SIM-BLQ               VALUE 'S'.
           05 SW-CAIXAS            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CXA               VALUE 'N'.
               88 SW-FIM-SIM-CXA               VALUE 'S'.

      *****SITUACAO, AGENCIA, SALDO E LIMITE POR CONTA, INDEXADOS PELO
      *****NUMERO DA CONTA (MESMO ESQUEMA DO TRANSF01); SITUACAO ' ' =
      *****CONTA INEXISTENTE; BLOQUEIO = TOTAL BLOQUEADO POR ORDEM
      *****JUDICIAL. O SALDO ACOMPANHA AS OPERACOES DA SESSAO
       01 WCA-CONTAS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES.
               10 WCA-CTA-STATUS   PIC X(01) VALUE SPACES.
               10 WCA-CTA-AGENCIA  PIC X(04) VALUE SPACES.
               10 WCA-CTA-SALDO    PIC S9(09)V99 VALUE ZEROS.
               10 WCA-CTA-LIMITE   PIC 9(06)V99 VALUE ZEROS.
               10 WCA-CTA-BLOQUEIO PIC 9(09)V99 VALUE ZEROS.

      *****GAVETAS DO CAIXAS01 EM MEMORIA, REGRAVADAS INTEIRAS A CADA
      *****OPERACAO (MESMO ESQUEMA DA REGRAVACAO DO MANULIM01)
       01 WCA-GAVETAS.
           05 WCA-CXA-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-CXA-REG          PIC X(126) OCCURS 500 TIMES.
       77 WS-IDX-CXA               PIC 9(03) VALUE ZEROS.
       77 WS-IDX-GAVETA            PIC 9(03) VALUE ZEROS.

      *****GAVETA DO CAIXA DA SESSAO (LEIAUTE DO REGISTRO DO CAIXAS01)
       01 WCA-GAVETA.
           05 GAV-USUARIO          PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 GAV-DATA             PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 GAV-COD-AGENCIA      PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 GAV-SITUACAO         PIC X(01) VALUE SPACES.
               88 GAVETA-ABERTA                VALUE 'A'.
               88 GAVETA-FECHADA               VALUE 'F'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 GAV-FUNDO            PIC 9(09)V99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 GAV-ENT-DINHEIRO     PIC 9(11)V99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 GAV-SAI-DINHEIRO     PIC 9(11)V99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 GAV-ENT-CHEQUE       PIC 9(11)V99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 GAV-QTD-OPER         PIC 9(05) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 GAV-CONTADO          PIC 9(11)V99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 GAV-DIFERENCA        PIC S9(11)V99 VALUE ZEROS
                                   SIGN LEADING SEPARATE.

       77 WS-COMANDO               PIC X(100) VALUE SPACES.
       77 WS-RC-PASSO              PIC 9(03) VALUE ZEROS.
       77 WS-NIVEL                 PIC 9(02) VALUE 99.
           88 NIVEL-NEGADO             VALUE 99.
       77 WS-USUARIO               PIC X(20) VALUE SPACES.
       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
      *****LIMITE VENCIDO VALE ZERO (MESMA REGRA DO TRANSF01)
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

      *****OPCAO DO MENU: 1 DEPOSITO EM DINHEIRO, 2 DEPOSITO EM
      *****CHEQUE, 3 SAQUE, 4 FECHAMENTO, 9 SAIR
       77 WS-OPCAO                 PIC 9(01) VALUE ZERO.
           88 OPCAO-DEP-DINHEIRO       VALUE 1.
           88 OPCAO-DEP-CHEQUE         VALUE 2.
           88 OPCAO-SAQUE              VALUE 3.
           88 OPCAO-FECHAMENTO         VALUE 4.
           88 OPCAO-SAIR               VALUE 9.
       77 WS-CONFIRMA              PIC X(01) VALUE 'N'.
       77 WS-COD-CTA               PIC 9(06) VALUE ZEROS.
       77 WS-VALOR                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-CONTADO               PIC 9(11)V99 VALUE ZEROS.
       01 WS-MOTIVO                PIC X(40) VALUE SPACES.
      *****NSU DO MOVIMENTO, FORNECIDO PELA ROTINA COMUM GERANSU
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.

      *****CHAMADA DA ROTINA COMUM VALIDACTA (DV DA CONTA)
       01 WS-TIPO-VALIDACAO        PIC 9(01) VALUE 1.
       01 WS-CONTA-DV              PIC X(07) VALUE SPACES.
       01 WS-CTA-VALIDA            PIC X(01) VALUE 'N'.
           88 CONTA-EH-VALIDA                  VALUE 'S'.
       01 WS-CTA-MOTIVO            PIC X(17) VALUE SPACES.

       01 WS-SALDO-APOS            PIC S9(11)V99 VALUE ZEROS.
      *****SALDO APOS O DEBITO SEM A PARCELA BLOQUEADA JUDICIALMENTE
       01 WS-SALDO-LIVRE           PIC S9(11)V99 VALUE ZEROS.
      *****DINHEIRO QUE DEVE HAVER NA GAVETA: FUNDO + ENTRADAS - SAIDAS
       01 WS-DINHEIRO-GAVETA       PIC S9(11)V99 VALUE ZEROS.

       01 WS-VALOR-MASC            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 WS-TOTAL-MASC            PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'CAIXA01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           DISPLAY 'IDENTIFIQUE-SE PARA O PORTAO DE ACESSO'
           DISPLAY 'SEU USUARIO (REPETIDO PARA O REGISTRO)?'
           ACCEPT WS-USUARIO

      *****A ORIGEM DO LOGON VAI NA VARIAVEL DE AMBIENTE PARA A
      *****AUDITORIA DO PORTAO (AUDLOG01)
           MOVE 'ORIGEMLOGON=CAIXA01 ./PROGCOB10' TO WS-COMANDO
           CALL 'SYSTEM' USING WS-COMANDO
           COMPUTE WS-RC-PASSO = RETURN-CODE / 256
           MOVE WS-RC-PASSO TO WS-NIVEL

           IF NIVEL-NEGADO OR WS-NIVEL GREATER THAN 02
               DISPLAY 'CAIXA01 - ACESSO NEGADO'
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1050-LE-CONTROLE
              THRU 1050-LE-CONTROLE-FIM
           IF WCA-DATA-REFERENCIA EQUAL ZEROS
               DISPLAY 'CAIXA01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1060-CARREGA-CONTAS
              THRU 1060-CARREGA-CONTAS-FIM
           PERFORM 1070-CARREGA-LIMITES
              THRU 1070-CARREGA-LIMITES-FIM
           PERFORM 1080-CARREGA-BLOQUEIOS
              THRU 1080-CARREGA-BLOQUEIOS-FIM
           PERFORM 1090-CARREGA-GAVETAS
              THRU 1090-CARREGA-GAVETAS-FIM

           PERFORM 1500-ABRE-GAVETA
              THRU 1500-ABRE-GAVETA-FIM

           MOVE ZERO TO WS-OPCAO
           PERFORM 2000-ATENDIMENTO
              THRU 2000-ATENDIMENTO-FIM
               UNTIL OPCAO-SAIR

           MOVE 0 TO RETURN-CODE
           STOP RUN.
       0000-PRINCIPAL-FIM.

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
       1060-CARREGA-CONTAS.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'CAIXA01 - ENTRADA NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO TO TRUE.
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
               MOVE STA-CTA     TO WCA-CTA-STATUS(COD-CTA)
               MOVE COD-AGENCIA TO WCA-CTA-AGENCIA(COD-CTA)
               MOVE SLD-CTA     TO WCA-CTA-SALDO(COD-CTA)
           END-IF.
           PERFORM 1100-LER-ENTRADA
              THRU 1100-LER-ENTRADA-FIM.
       1150-GUARDA-CONTA-FIM.
           EXIT.

      ****************CARGA DOS LIMITES DE CHEQUE ESPECIAL**************
       1070-CARREGA-LIMITES.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT LIMITES.
           IF WSN-FS-LIMITES NOT EQUAL ZEROS
               GO TO 1070-CARREGA-LIMITES-FIM
           END-IF.
           SET SW-FIM-NAO-LIM TO TRUE.
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
           SET SW-FIM-NAO-BLQ TO TRUE.
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

      ****************CARGA DAS GAVETAS DOS CAIXAS**********************
       1090-CARREGA-GAVETAS.
           OPEN INPUT CAIXAS.
           IF WSN-FS-CAIXAS NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-CAIXAS
               GO TO 1090-CARREGA-GAVETAS-FIM
           END-IF.
           SET SW-FIM-NAO-CXA TO TRUE.
           PERFORM 1091-LER-GAVETA
              THRU 1091-LER-GAVETA-FIM.
           PERFORM 1092-GUARDA-GAVETA
              THRU 1092-GUARDA-GAVETA-FIM
             UNTIL SW-FIM-SIM-CXA.
           CLOSE CAIXAS.
       1090-CARREGA-GAVETAS-FIM.
           EXIT.

       1091-LER-GAVETA.
           READ CAIXAS
               AT END
                   SET SW-FIM-SIM-CXA TO TRUE
           END-READ.
       1091-LER-GAVETA-FIM.
           EXIT.

      *****COM A TABELA CHEIA O CAIXA NAO ABRE: A REGRAVACAO DO
      *****CAIXAS01 SO E SEGURA SE ELE COUBE INTEIRO
       1092-GUARDA-GAVETA.
           IF WCA-CXA-QTD NOT LESS THAN 500
               DISPLAY 'CAIXA01 - CAIXAS01 COM MAIS DE 500 GAVETAS - '
                       'ABORTADO PARA NAO REGRAVAR ARQUIVO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-CXA-QTD.
           MOVE REG-CAIXA TO WCA-CXA-REG(WCA-CXA-QTD).
           PERFORM 1091-LER-GAVETA
              THRU 1091-LER-GAVETA-FIM.
       1092-GUARDA-GAVETA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     GAVETA DO CAIXA NO DIA: RETOMA A ABERTA, RECUSA A FECHADA
      *     OU ABRE UMA NOVA COM A AGENCIA E O FUNDO DE TROCO
      *-----------------------------------------------------------------
       1500-ABRE-GAVETA.
           MOVE ZEROS TO WS-IDX-GAVETA.
           PERFORM 1510-PROCURA-GAVETA
              THRU 1510-PROCURA-GAVETA-FIM
               VARYING WS-IDX-CXA FROM 1 BY 1
               UNTIL WS-IDX-CXA GREATER THAN WCA-CXA-QTD
                  OR WS-IDX-GAVETA GREATER THAN ZERO.

           IF WS-IDX-GAVETA GREATER THAN ZERO
               MOVE WCA-CXA-REG(WS-IDX-GAVETA) TO WCA-GAVETA
               IF GAVETA-FECHADA
                   DISPLAY 'CAIXA01 - CAIXA DE ' WS-USUARIO
                           ' JA FECHADO EM ' WCA-DATA-REFERENCIA
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'CAIXA REABERTO - AGENCIA ' GAV-COD-AGENCIA
                       ' - ' GAV-QTD-OPER ' OPERACOES NO DIA'
               GO TO 1500-ABRE-GAVETA-FIM
           END-IF.

           IF WCA-CXA-QTD NOT LESS THAN 500
               DISPLAY 'CAIXA01 - CAIXAS01 SEM ESPACO PARA NOVA GAVETA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES              TO WCA-GAVETA.
           MOVE WS-USUARIO          TO GAV-USUARIO.
           MOVE WCA-DATA-REFERENCIA TO GAV-DATA.
           DISPLAY 'ABERTURA DO CAIXA - AGENCIA?'
           ACCEPT GAV-COD-AGENCIA.
           DISPLAY 'FUNDO DE TROCO RECEBIDO (ATE 999999999,99)?'
           ACCEPT WS-VALOR.
           MOVE 'A'      TO GAV-SITUACAO.
           MOVE WS-VALOR TO GAV-FUNDO.
           MOVE ZEROS    TO GAV-ENT-DINHEIRO GAV-SAI-DINHEIRO
                            GAV-ENT-CHEQUE GAV-QTD-OPER
                            GAV-CONTADO GAV-DIFERENCA.
           ADD 1 TO WCA-CXA-QTD.
           MOVE WCA-CXA-QTD TO WS-IDX-GAVETA.
           PERFORM 4900-REGRAVA-GAVETAS
              THRU 4900-REGRAVA-GAVETAS-FIM.

           MOVE 'I' TO WS-LOG-SEVERIDADE.
           MOVE GAV-FUNDO TO WS-VALOR-MASC.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING WS-USUARIO ' ABRIU CAIXA AG ' GAV-COD-AGENCIA
                  ' FUNDO ' WS-VALOR-MASC
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       1500-ABRE-GAVETA-FIM.
           EXIT.

       1510-PROCURA-GAVETA.
           MOVE WCA-CXA-REG(WS-IDX-CXA) TO WCA-GAVETA.
           IF GAV-USUARIO EQUAL WS-USUARIO
              AND GAV-DATA EQUAL WCA-DATA-REFERENCIA
               MOVE WS-IDX-CXA TO WS-IDX-GAVETA
           END-IF.
       1510-PROCURA-GAVETA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     UMA OPERACAO POR VOLTA DO MENU
      *-----------------------------------------------------------------
       2000-ATENDIMENTO.
           DISPLAY ' '
           DISPLAY '1-DEPOSITO DINHEIRO  2-DEPOSITO CHEQUE  3-SAQUE  '
                   '4-FECHAMENTO  9-SAIR'
           ACCEPT WS-OPCAO

           EVALUATE TRUE
               WHEN OPCAO-DEP-DINHEIRO
               WHEN OPCAO-DEP-CHEQUE
               WHEN OPCAO-SAQUE
                   PERFORM 3000-OPERACAO
                      THRU 3000-OPERACAO-FIM
               WHEN OPCAO-FECHAMENTO
                   PERFORM 5000-FECHAMENTO
                      THRU 5000-FECHAMENTO-FIM
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       2000-ATENDIMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     DEPOSITO OU SAQUE: CONTA COM DV, SITUACAO, VALOR E, NO
      *     SAQUE, SALDO + LIMITE, BLOQUEIO E DINHEIRO NA GAVETA; O
      *     PRIMEIRO ERRO RECUSA A OPERACAO
      *-----------------------------------------------------------------
       3000-OPERACAO.
           MOVE SPACES TO WS-MOTIVO.
           DISPLAY 'CONTA COM DV (7 DIGITOS)?'
           ACCEPT WS-CONTA-DV.
           CALL 'VALIDACTA' USING WS-TIPO-VALIDACAO
               WS-CONTA-DV WS-CTA-VALIDA WS-CTA-MOTIVO.
           IF NOT CONTA-EH-VALIDA
               DISPLAY 'CONTA RECUSADA - ' WS-CTA-MOTIVO
               GO TO 3000-OPERACAO-FIM
           END-IF.
           MOVE WS-CONTA-DV(1:6) TO WS-COD-CTA.

           IF WS-COD-CTA EQUAL ZEROS
              OR WCA-CTA-STATUS(WS-COD-CTA) EQUAL SPACES
               MOVE 'CONTA INEXISTENTE' TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO EQUAL SPACES
              AND WCA-CTA-STATUS(WS-COD-CTA) NOT EQUAL 'A'
               STRING 'CONTA NAO ATIVA - SITUACAO '
                      WCA-CTA-STATUS(WS-COD-CTA)
                   DELIMITED BY SIZE INTO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO NOT EQUAL SPACES
               DISPLAY 'OPERACAO RECUSADA - ' WS-MOTIVO
               GO TO 3000-OPERACAO-FIM
           END-IF.

           DISPLAY 'CONTA ' WS-COD-CTA ' AGENCIA '
                   WCA-CTA-AGENCIA(WS-COD-CTA).
           DISPLAY 'VALOR (ATE 999999999,99)?'
           ACCEPT WS-VALOR.
           IF WS-VALOR EQUAL ZEROS
               MOVE 'VALOR ZERADO' TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
              AND OPCAO-SAQUE
               PERFORM 3050-CONFERE-SAQUE
                  THRU 3050-CONFERE-SAQUE-FIM
           END-IF.
           IF WS-MOTIVO NOT EQUAL SPACES
               DISPLAY 'OPERACAO RECUSADA - ' WS-MOTIVO
               GO TO 3000-OPERACAO-FIM
           END-IF.

           MOVE WS-VALOR TO WS-VALOR-MASC.
           EVALUATE TRUE
               WHEN OPCAO-DEP-DINHEIRO
                   DISPLAY 'DEPOSITO EM DINHEIRO DE ' WS-VALOR-MASC
               WHEN OPCAO-DEP-CHEQUE
                   DISPLAY 'DEPOSITO EM CHEQUE DE ' WS-VALOR-MASC
               WHEN OPCAO-SAQUE
                   DISPLAY 'SAQUE DE ' WS-VALOR-MASC
           END-EVALUATE.
           DISPLAY 'CONFIRMA? (S/N)'
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'OPERACAO CANCELADA'
               GO TO 3000-OPERACAO-FIM
           END-IF.

           PERFORM 3100-GRAVA-MOVIMENTO
              THRU 3100-GRAVA-MOVIMENTO-FIM.
           PERFORM 3200-ATUALIZA-GAVETA
              THRU 3200-ATUALIZA-GAVETA-FIM.
           PERFORM 8000-REGISTRA-OPERACAO
              THRU 8000-REGISTRA-OPERACAO-FIM.
           DISPLAY 'OPERACAO EFETIVADA - NSU ' WS-NSU.
       3000-OPERACAO-FIM.
           EXIT.

      *****O SAQUE PODE USAR O CHEQUE ESPECIAL ATE O LIMITE VIGENTE,
      *****NAO A PARCELA BLOQUEADA JUDICIALMENTE (REGRAS DO TRANSF01),
      *****E NAO PODE PAGAR MAIS DINHEIRO DO QUE HA NA GAVETA
       3050-CONFERE-SAQUE.
           COMPUTE WS-SALDO-APOS =
               WCA-CTA-SALDO(WS-COD-CTA) - WS-VALOR.
           IF WS-SALDO-APOS LESS THAN ZERO
              AND (WS-SALDO-APOS * -1) GREATER THAN
                  WCA-CTA-LIMITE(WS-COD-CTA)
               MOVE 'SALDO INSUFICIENTE' TO WS-MOTIVO
               GO TO 3050-CONFERE-SAQUE-FIM
           END-IF.

           IF WCA-CTA-BLOQUEIO(WS-COD-CTA) GREATER THAN ZERO
               COMPUTE WS-SALDO-LIVRE = WS-SALDO-APOS
                   - WCA-CTA-BLOQUEIO(WS-COD-CTA)
               IF WS-SALDO-LIVRE LESS THAN ZERO
                  AND (WS-SALDO-LIVRE * -1) GREATER THAN
                      WCA-CTA-LIMITE(WS-COD-CTA)
                   MOVE 'SALDO BLOQUEADO JUDICIALMENTE' TO WS-MOTIVO
                   GO TO 3050-CONFERE-SAQUE-FIM
               END-IF
           END-IF.

           COMPUTE WS-DINHEIRO-GAVETA = GAV-FUNDO
               + GAV-ENT-DINHEIRO - GAV-SAI-DINHEIRO.
           IF WS-VALOR GREATER THAN WS-DINHEIRO-GAVETA
               MOVE 'DINHEIRO INSUFICIENTE NA GAVETA' TO WS-MOTIVO
           END-IF.
       3050-CONFERE-SAQUE-FIM.
           EXIT.

      ****************LANCAMENTO NA CONTA, COM NSU DA GERANSU***********
       3100-GRAVA-MOVIMENTO.
           OPEN EXTEND MOVIMENTO.
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               OPEN OUTPUT MOVIMENTO
           END-IF.
           CALL 'GERANSU' USING WS-NSU.
           MOVE WS-COD-CTA          TO MOV-COD-CTA.
           MOVE WCA-DATA-REFERENCIA TO MOV-DAT.
           MOVE WS-VALOR            TO MOV-VAL.
           MOVE WS-NSU              TO MOV-NSU.
           EVALUATE TRUE
               WHEN OPCAO-DEP-DINHEIRO
                   MOVE 'C'                    TO MOV-TIP
                   MOVE 'D'                    TO MOV-FORMA
                   MOVE 'DEPOSITO DINHEIRO'    TO MOV-HIST
               WHEN OPCAO-DEP-CHEQUE
                   MOVE 'C'                    TO MOV-TIP
                   MOVE 'H'                    TO MOV-FORMA
                   MOVE 'DEPOSITO CHEQUE'      TO MOV-HIST
               WHEN OPCAO-SAQUE
                   MOVE 'D'                    TO MOV-TIP
                   MOVE 'D'                    TO MOV-FORMA
                   MOVE 'SAQUE NO CAIXA'       TO MOV-HIST
           END-EVALUATE.
           WRITE REG-MOVIMENTO.
           CLOSE MOVIMENTO.
       3100-GRAVA-MOVIMENTO-FIM.
           EXIT.

      *****SALDO DA CONTA E TOTAIS DA GAVETA ACOMPANHAM A OPERACAO; A
      *****GAVETA E REGRAVADA NA HORA PARA SOBREVIVER A UMA QUEDA
       3200-ATUALIZA-GAVETA.
           EVALUATE TRUE
               WHEN OPCAO-DEP-DINHEIRO
                   ADD WS-VALOR TO WCA-CTA-SALDO(WS-COD-CTA)
                   ADD WS-VALOR TO GAV-ENT-DINHEIRO
               WHEN OPCAO-DEP-CHEQUE
                   ADD WS-VALOR TO WCA-CTA-SALDO(WS-COD-CTA)
                   ADD WS-VALOR TO GAV-ENT-CHEQUE
               WHEN OPCAO-SAQUE
                   SUBTRACT WS-VALOR FROM WCA-CTA-SALDO(WS-COD-CTA)
                   ADD WS-VALOR TO GAV-SAI-DINHEIRO
           END-EVALUATE.
           ADD 1 TO GAV-QTD-OPER.
           PERFORM 4900-REGRAVA-GAVETAS
              THRU 4900-REGRAVA-GAVETAS-FIM.
       3200-ATUALIZA-GAVETA-FIM.
           EXIT.

      ****************REGRAVACAO DO CAIXAS01 A PARTIR DA TABELA*********
       4900-REGRAVA-GAVETAS.
           MOVE WCA-GAVETA TO WCA-CXA-REG(WS-IDX-GAVETA).
           OPEN OUTPUT CAIXAS.
           IF WSN-FS-CAIXAS NOT EQUAL ZEROS
               DISPLAY 'CAIXA01 - ERRO AO GRAVAR CAIXAS01 - FS '
                       WSN-FS-CAIXAS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 4910-GRAVA-GAVETA
              THRU 4910-GRAVA-GAVETA-FIM
               VARYING WS-IDX-CXA FROM 1 BY 1
               UNTIL WS-IDX-CXA GREATER THAN WCA-CXA-QTD.
           CLOSE CAIXAS.
       4900-REGRAVA-GAVETAS-FIM.
           EXIT.

       4910-GRAVA-GAVETA.
           MOVE WCA-CXA-REG(WS-IDX-CXA) TO REG-CAIXA.
           WRITE REG-CAIXA.
       4910-GRAVA-GAVETA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     FECHAMENTO DO TURNO: DINHEIRO CONTADO CONTRA O TOTAL DO
      *     SISTEMA; A DIFERENCA VAI PARA O DIFCAIXA01 (CONCDIN01) E A
      *     GAVETA FICA FECHADA PARA O DIA
      *-----------------------------------------------------------------
       5000-FECHAMENTO.
           COMPUTE WS-DINHEIRO-GAVETA = GAV-FUNDO
               + GAV-ENT-DINHEIRO - GAV-SAI-DINHEIRO.
           DISPLAY 'FECHAMENTO DO CAIXA DE ' WS-USUARIO
           MOVE GAV-FUNDO TO WS-TOTAL-MASC
           DISPLAY 'FUNDO DE TROCO.......: ' WS-TOTAL-MASC
           MOVE GAV-ENT-DINHEIRO TO WS-TOTAL-MASC
           DISPLAY 'ENTRADAS EM DINHEIRO.: ' WS-TOTAL-MASC
           MOVE GAV-SAI-DINHEIRO TO WS-TOTAL-MASC
           DISPLAY 'SAIDAS EM DINHEIRO...: ' WS-TOTAL-MASC
           MOVE GAV-ENT-CHEQUE TO WS-TOTAL-MASC
           DISPLAY 'CHEQUES RECEBIDOS....: ' WS-TOTAL-MASC
           DISPLAY 'DINHEIRO CONTADO NA GAVETA (ATE 99999999999,99)?'
           ACCEPT WS-CONTADO
           DISPLAY 'CONFIRMA O FECHAMENTO? (S/N)'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'FECHAMENTO CANCELADO'
               GO TO 5000-FECHAMENTO-FIM
           END-IF

           MOVE WS-CONTADO TO GAV-CONTADO.
           COMPUTE GAV-DIFERENCA = WS-CONTADO - WS-DINHEIRO-GAVETA.
           MOVE 'F' TO GAV-SITUACAO.
           PERFORM 4900-REGRAVA-GAVETAS
              THRU 4900-REGRAVA-GAVETAS-FIM.

           OPEN EXTEND DIFCAIXA.
           IF WSN-FS-DIFCAIXA NOT EQUAL ZEROS
               OPEN OUTPUT DIFCAIXA
           END-IF.
           MOVE SPACES             TO REG-DIFCAIXA.
           MOVE GAV-COD-AGENCIA    TO DFC-COD-AGENCIA.
           MOVE GAV-DATA           TO DFC-DATA.
           MOVE GAV-USUARIO        TO DFC-USUARIO.
           MOVE GAV-FUNDO          TO DFC-FUNDO.
           MOVE WS-DINHEIRO-GAVETA TO DFC-ESPERADO.
           MOVE GAV-CONTADO        TO DFC-CONTADO.
           MOVE GAV-DIFERENCA      TO DFC-DIFERENCA.
           WRITE REG-DIFCAIXA.
           CLOSE DIFCAIXA.

           MOVE WS-DINHEIRO-GAVETA TO WS-TOTAL-MASC.
           DISPLAY 'TOTAL DO SISTEMA.....: ' WS-TOTAL-MASC.
           MOVE GAV-DIFERENCA TO WS-TOTAL-MASC.
           DISPLAY 'DIFERENCA DE CAIXA...: ' WS-TOTAL-MASC.

           IF GAV-DIFERENCA EQUAL ZEROS
               MOVE 'I' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'A' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING WS-USUARIO ' FECHOU CAIXA DIF ' WS-TOTAL-MASC
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.

           SET OPCAO-SAIR TO TRUE.
       5000-FECHAMENTO-FIM.
           EXIT.

      *****REGISTRO DE QUEM LANCOU O QUE, NO LOG CENTRAL
       8000-REGISTRA-OPERACAO.
           MOVE 'I' TO WS-LOG-SEVERIDADE.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING WS-USUARIO ' ' MOV-TIP MOV-FORMA
                  ' CTA ' WS-COD-CTA ' NSU ' WS-NSU
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       8000-REGISTRA-OPERACAO-FIM.
           EXIT.
       END PROGRAM CAIXA01.
