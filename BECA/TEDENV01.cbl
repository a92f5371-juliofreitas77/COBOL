      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Lote de envio de TED para outros bancos. Le as
      * instrucoes do arquivo TEDINSTR01 (conta de origem com DV, valor,
      * banco/agencia/conta do favorecido, CPF/CNPJ e nome) e valida
      * cada uma como o TRANSF01: DV da conta (VALIDACTA), conta
      * existente e ativa em Entrada01, debito dentro do saldo mais o
      * limite de cheque especial da LimiteChq01 (sem a parcela
      * bloqueada por ordem judicial no BLOQUEIOS01, situacao 'A'), e
      * ainda o documento do favorecido pela rotina comum VALIDADOC e o
      * banco de destino (TED para o proprio banco e rejeitada - e caso
      * do TRANSF01). A instrucao aceita e debitada em Movimento01 com
      * NSU da GERANSU (historico TED ENVIADA, na data de referencia do
      * Controle01), gravada no arquivo de remessa REMTED01 para a
      * camara de compensacao (leiaute fixo, com header HDR e trailer
      * TRL nas convencoes das entradas das agencias) e registrada em
      * TEDCTRL01 com situacao 'E' (enviada), que o TEDRET01 baixa com o
      * arquivo de retorno. A rejeitada vai para TEDREJ01 com o motivo,
      * nos moldes do TRANSFREJ01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEDENV01.
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

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT INSTRUCOES ASSIGN TO 'TEDINSTR01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-INSTRUCOES.

           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

      *        REMESSA PARA A CAMARA DE COMPENSACAO
           SELECT REMESSA ASSIGN TO 'REMTED01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-REMESSA.

      *        CONTROLE DAS TED ENVIADAS, BAIXADO PELO TEDRET01
           SELECT TEDCTRL ASSIGN TO 'TEDCTRL01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-TEDCTRL.

           SELECT REJEITOS ASSIGN TO 'TEDREJ01'
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

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      *                INSTRUCAO DE TED: CONTA DE ORIGEM NO BANCO E
      *                DADOS DO FAVORECIDO NO BANCO DE DESTINO
       FD INSTRUCOES.
       01 REG-INSTRUCAO.
           05 TEI-CTA-ORIGEM       PIC 9(06).
           05 TEI-DV-ORIGEM        PIC X(01).
           05 TEI-VALOR            PIC 9(09)V99.
           05 TEI-BANCO-DEST       PIC X(03).
           05 TEI-AGENCIA-DEST     PIC X(04).
           05 TEI-CONTA-DEST       PIC X(13).
      *****CPF = 11 DIGITOS E TRES BRANCOS, CNPJ = 14 POSICOES
           05 TEI-DOC-FAV          PIC X(14).
           05 TEI-NOM-FAV          PIC X(30).

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

      *                DETALHE DA REMESSA: O NSU DO DEBITO IDENTIFICA
      *                A TED NO RETORNO DA CAMARA
       FD REMESSA.
       01 REG-REMESSA.
           05 RMT-NSU              PIC 9(09).
           05 RMT-DATA             PIC 9(08).
           05 RMT-BANCO-ORIG       PIC X(03).
           05 RMT-AGENCIA-ORIG     PIC X(04).
           05 RMT-CTA-ORIG         PIC 9(06).
           05 RMT-BANCO-DEST       PIC X(03).
           05 RMT-AGENCIA-DEST     PIC X(04).
           05 RMT-CONTA-DEST       PIC X(13).
           05 RMT-DOC-FAV          PIC X(14).
           05 RMT-NOM-FAV          PIC X(30).
           05 RMT-VALOR            PIC 9(09)V99.

      *                TED ENVIADA: 'E' = ENVIADA, AGUARDANDO RETORNO,
      *                'C' = CONFIRMADA, 'D' = DEVOLVIDA E ESTORNADA
       FD TEDCTRL.
       01 REG-TEDCTRL.
           05 TCT-NSU              PIC 9(09).
           05 TCT-DAT-ENVIO        PIC 9(08).
           05 TCT-COD-CTA          PIC 9(06).
           05 TCT-VALOR            PIC 9(09)V99.
           05 TCT-BANCO-DEST       PIC X(03).
           05 TCT-AGENCIA-DEST     PIC X(04).
           05 TCT-CONTA-DEST       PIC X(13).
           05 TCT-DOC-FAV          PIC X(14).
           05 TCT-NOM-FAV          PIC X(30).
           05 TCT-STATUS           PIC X(01).
           05 TCT-DAT-RETORNO      PIC 9(08).
           05 TCT-MOTIVO           PIC X(02).
           05 TCT-NSU-DEVOL        PIC 9(09).

       FD REJEITOS.
       01 REG-REJEITO.
           05 RJ-ORIGEM            PIC X(02).
           05 FILLER               PIC X(01).
           05 RJ-IMAGEM            PIC X(82).
           05 FILLER               PIC X(02).
           05 RJ-MOTIVO            PIC X(30).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-LIMITES       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-BLOQUEIOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-INSTRUCOES    PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-REMESSA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-TEDCTRL       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-REJEITOS      PIC 9(02) VALUE ZEROS.

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
           05 SW-INSTRUCOES        PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-INS               VALUE 'N'.
               88 SW-FIM-SIM-INS               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.

      *****SITUACAO, AGENCIA, SALDO E LIMITE POR CONTA, INDEXADOS PELO
      *****NUMERO DA CONTA (MESMO ESQUEMA DO TRANSF01); SITUACAO ' ' =
      *****CONTA INEXISTENTE; BLOQUEIO = TOTAL BLOQUEADO POR ORDEM
      *****JUDICIAL
       01 WCA-CONTAS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES.
               10 WCA-CTA-STATUS   PIC X(01) VALUE SPACES.
               10 WCA-CTA-AGENCIA  PIC X(04) VALUE SPACES.
               10 WCA-CTA-SALDO    PIC S9(09)V99 VALUE ZEROS.
               10 WCA-CTA-LIMITE   PIC 9(06)V99 VALUE ZEROS.
               10 WCA-CTA-BLOQUEIO PIC 9(09)V99 VALUE ZEROS.

      *****CODIGO DO BANCO REMETENTE: DO HEADER DA ENTRADA01, COMO NO
      *****JOBFECHAMENTO (001 QUANDO O HEADER NAO TRAZ)
       01 WS-COD-BANCO             PIC X(03) VALUE '001'.

      *****CONTROLES HDR/TRL DA REMESSA, NAS CONVENCOES DAS ENTRADAS
      *****DAS AGENCIAS (BANCO REMETENTE NA POSICAO 22 DO HEADER)
       01 WCA-HEADER-REMESSA.
           05 FILLER               PIC X(03) VALUE 'HDR'.
           05 HDR-DATA             PIC 9(08) VALUE ZEROS.
           05 HDR-ORIGEM           PIC X(10) VALUE 'TEDENV01  '.
           05 HDR-BANCO            PIC X(03) VALUE SPACES.
       01 WCA-TRAILER-REMESSA.
           05 FILLER               PIC X(03) VALUE 'TRL'.
           05 TRL-QTD              PIC 9(06) VALUE ZEROS.
           05 TRL-HASH             PIC S9(11)V99
                                   SIGN LEADING SEPARATE.

       01 WS-MOTIVO                PIC X(30) VALUE SPACES.
      *****NSU DO MOVIMENTO, FORNECIDO PELA ROTINA COMUM GERANSU
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.

      *****CHAMADA DA ROTINA COMUM VALIDACTA (DV DA CONTA)
       01 WS-TIPO-VALIDACAO        PIC 9(01) VALUE 1.
       01 WS-CONTA-DV              PIC X(07) VALUE SPACES.
       01 WS-CTA-VALIDA            PIC X(01) VALUE 'N'.
           88 CONTA-EH-VALIDA                  VALUE 'S'.
       01 WS-CTA-MOTIVO            PIC X(17) VALUE SPACES.

      *****CAMPOS PARA A VALIDACAO DO CPF/CNPJ VIA VALIDADOC (CPF =
      *****11 DIGITOS E TRES BRANCOS, CNPJ = 14 POSICOES, MESMA
      *****CONVENCAO DO CRITICA01)
       01 WS-TIPO-DOC              PIC 9(01)  VALUE ZERO.
       01 WS-DOC-BUFFER            PIC X(14)  VALUE SPACES.
       01 WS-DOC-VALIDO            PIC X(01)  VALUE 'N'.
           88 WS-DOC-EH-VALIDO                VALUE 'S'.
       01 WS-DOC-MOTIVO            PIC X(17)  VALUE SPACES.

       01 WS-SALDO-APOS            PIC S9(11)V99 VALUE ZEROS.
      *****SALDO APOS O DEBITO SEM A PARCELA BLOQUEADA JUDICIALMENTE
       01 WS-SALDO-LIVRE           PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOT-ENVIADO           PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-INSTRUCOES        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ENVIADAS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADAS        PIC 9(06) VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'TEDENV01'.
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
           SET SW-FIM-NAO-LIM TO TRUE
           SET SW-FIM-NAO-INS TO TRUE.

           PERFORM 1050-LE-CONTROLE
              THRU 1050-LE-CONTROLE-FIM.
           IF WCA-DATA-REFERENCIA EQUAL ZEROS
               DISPLAY 'TEDENV01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1060-CARREGA-CONTAS
              THRU 1060-CARREGA-CONTAS-FIM.
           PERFORM 1070-CARREGA-LIMITES
              THRU 1070-CARREGA-LIMITES-FIM.
           PERFORM 1080-CARREGA-BLOQUEIOS
              THRU 1080-CARREGA-BLOQUEIOS-FIM.

           OPEN INPUT INSTRUCOES.
           IF WSN-FS-INSTRUCOES NOT EQUAL ZEROS
               DISPLAY 'TEDENV01 - TEDINSTR01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND MOVIMENTO
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               OPEN OUTPUT MOVIMENTO
           END-IF
           OPEN EXTEND TEDCTRL
           IF WSN-FS-TEDCTRL NOT EQUAL ZEROS
               OPEN OUTPUT TEDCTRL
           END-IF
           OPEN OUTPUT REMESSA
           OPEN OUTPUT REJEITOS.

           MOVE WCA-DATA-REFERENCIA TO HDR-DATA.
           MOVE WS-COD-BANCO        TO HDR-BANCO.
           MOVE WCA-HEADER-REMESSA  TO REG-REMESSA.
           WRITE REG-REMESSA.

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

      ****************CARGA DA SITUACAO E SALDO DAS CONTAS**************
       1060-CARREGA-CONTAS.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'TEDENV01 - ENTRADA NAO ENCONTRADA'
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
      *****O HEADER DA ENTRADA TRAZ O BANCO; HDR/TRL SAO PULADOS
           IF NOT SW-FIM-SIM
              AND REG-ENTRADA(1:3) EQUAL 'HDR'
              AND REG-ENTRADA(22:3) NOT EQUAL SPACES
               MOVE REG-ENTRADA(22:3) TO WS-COD-BANCO
           END-IF.
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
      *****O DEBITO SAI NA DATA DE REFERENCIA: LIMITE VENCIDO ATE ELA
      *****VALE ZERO
       1070-CARREGA-LIMITES.
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
              AND LIM-DAT-VENC NOT LESS THAN WCA-DATA-REFERENCIA
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

       1300-LER-INSTRUCAO.
           READ INSTRUCOES
               AT END
                   SET SW-FIM-SIM-INS TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-INSTRUCOES
           END-READ.
       1300-LER-INSTRUCAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     VALIDA A INSTRUCAO INTEIRA ANTES DE DEBITAR; O PRIMEIRO
      *     ERRO DA O MOTIVO DA REJEICAO
      *-----------------------------------------------------------------
       3000-PROCESSO.
           MOVE SPACES TO WS-MOTIVO.

           IF TEI-CTA-ORIGEM EQUAL ZEROS
               MOVE 'CONTA ZERADA'             TO WS-MOTIVO
           END-IF.

      *****O DIGITO VERIFICADOR DA CONTA DE ORIGEM E CONFERIDO NA
      *****ENTRADA (ROTINA VALIDACTA): NUMERO TRANSPOSTO NAO PASSA
           IF WS-MOTIVO EQUAL SPACES
               MOVE SPACES TO WS-CONTA-DV
               MOVE TEI-CTA-ORIGEM TO WS-CONTA-DV(1:6)
               MOVE TEI-DV-ORIGEM  TO WS-CONTA-DV(7:1)
               CALL 'VALIDACTA' USING WS-TIPO-VALIDACAO
                   WS-CONTA-DV WS-CTA-VALIDA WS-CTA-MOTIVO
               IF NOT CONTA-EH-VALIDA
                   MOVE 'DV DA ORIGEM NAO CONFERE' TO WS-MOTIVO
               END-IF
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
              AND WCA-CTA-STATUS(TEI-CTA-ORIGEM) EQUAL SPACES
               MOVE 'ORIGEM INEXISTENTE'       TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
              AND WCA-CTA-STATUS(TEI-CTA-ORIGEM) NOT EQUAL 'A'
               MOVE 'ORIGEM NAO ATIVA'         TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
              AND TEI-VALOR EQUAL ZEROS
               MOVE 'VALOR ZERADO'             TO WS-MOTIVO
           END-IF.

      *****TED E PARA OUTRO BANCO; ENTRE CONTAS DO BANCO VALE O
      *****TRANSF01
           IF WS-MOTIVO EQUAL SPACES
              AND TEI-BANCO-DEST IS NOT NUMERIC
               MOVE 'BANCO DESTINO INVALIDO'   TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
              AND TEI-BANCO-DEST EQUAL WS-COD-BANCO
               MOVE 'DESTINO NO PROPRIO BANCO' TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
              AND (TEI-AGENCIA-DEST EQUAL SPACES
               OR  TEI-CONTA-DEST EQUAL SPACES)
               MOVE 'CONTA DESTINO NAO INFORMADA' TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
              AND TEI-NOM-FAV EQUAL SPACES
               MOVE 'FAVORECIDO NAO INFORMADO'  TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 3200-VALIDA-DOCUMENTO
                  THRU 3200-VALIDA-DOCUMENTO-FIM
               IF NOT WS-DOC-EH-VALIDO
                   MOVE 'CPF/CNPJ DO FAVORECIDO INVALIDO'
                     TO WS-MOTIVO
               END-IF
           END-IF.

      *****O DEBITO PODE USAR O CHEQUE ESPECIAL, MAS NAO ALEM DO
      *****LIMITE CONTRATADO DA CONTA DE ORIGEM
           IF WS-MOTIVO EQUAL SPACES
               COMPUTE WS-SALDO-APOS =
                   WCA-CTA-SALDO(TEI-CTA-ORIGEM) - TEI-VALOR
               IF WS-SALDO-APOS LESS THAN ZERO
                  AND (WS-SALDO-APOS * -1) GREATER THAN
                      WCA-CTA-LIMITE(TEI-CTA-ORIGEM)
                   MOVE 'ALEM DO LIMITE CHQ ESPECIAL' TO WS-MOTIVO
               END-IF
           END-IF.

      *****A PARCELA BLOQUEADA JUDICIALMENTE NAO ESTA DISPONIVEL (A
      *****REMESSA NAO PODE SAIR PARA A CAMARA SE O POSTMOV01 VAI
      *****RECUSAR O DEBITO)
           IF WS-MOTIVO EQUAL SPACES
              AND WCA-CTA-BLOQUEIO(TEI-CTA-ORIGEM) GREATER THAN ZERO
               COMPUTE WS-SALDO-LIVRE = WS-SALDO-APOS
                   - WCA-CTA-BLOQUEIO(TEI-CTA-ORIGEM)
               IF WS-SALDO-LIVRE LESS THAN ZERO
                  AND (WS-SALDO-LIVRE * -1) GREATER THAN
                      WCA-CTA-LIMITE(TEI-CTA-ORIGEM)
                   MOVE 'SALDO BLOQUEADO JUDICIALMENTE' TO WS-MOTIVO
               END-IF
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 3100-ENVIA-TED
                  THRU 3100-ENVIA-TED-FIM
           ELSE
               MOVE SPACES        TO REG-REJEITO
               MOVE 'TD'          TO RJ-ORIGEM
               MOVE REG-INSTRUCAO TO RJ-IMAGEM
               MOVE WS-MOTIVO     TO RJ-MOTIVO
               WRITE REG-REJEITO
               ADD 1 TO WS-QTD-REJEITADAS
           END-IF.

           PERFORM 1300-LER-INSTRUCAO
              THRU 1300-LER-INSTRUCAO-FIM.
       3000-PROCESSO-FIM.
           EXIT.

      *****DEBITO NA ORIGEM, DETALHE NA REMESSA E REGISTRO NO CONTROLE
      *****SAEM JUNTOS, TODOS COM O MESMO NSU
       3100-ENVIA-TED.
           CALL 'GERANSU' USING WS-NSU.
           MOVE TEI-CTA-ORIGEM      TO MOV-COD-CTA.
           MOVE WCA-DATA-REFERENCIA TO MOV-DAT.
           MOVE 'D'                 TO MOV-TIP.
           MOVE 'T'                 TO MOV-FORMA.
           MOVE TEI-VALOR           TO MOV-VAL.
           MOVE 'TED ENVIADA'       TO MOV-HIST.
           MOVE WS-NSU              TO MOV-NSU.
           WRITE REG-MOVIMENTO.

           MOVE SPACES                  TO REG-REMESSA.
           MOVE WS-NSU                  TO RMT-NSU.
           MOVE WCA-DATA-REFERENCIA     TO RMT-DATA.
           MOVE WS-COD-BANCO            TO RMT-BANCO-ORIG.
           MOVE WCA-CTA-AGENCIA(TEI-CTA-ORIGEM)
                                        TO RMT-AGENCIA-ORIG.
           MOVE TEI-CTA-ORIGEM          TO RMT-CTA-ORIG.
           MOVE TEI-BANCO-DEST          TO RMT-BANCO-DEST.
           MOVE TEI-AGENCIA-DEST        TO RMT-AGENCIA-DEST.
           MOVE TEI-CONTA-DEST          TO RMT-CONTA-DEST.
           MOVE TEI-DOC-FAV             TO RMT-DOC-FAV.
           MOVE TEI-NOM-FAV             TO RMT-NOM-FAV.
           MOVE TEI-VALOR               TO RMT-VALOR.
           WRITE REG-REMESSA.

           MOVE SPACES              TO REG-TEDCTRL.
           MOVE WS-NSU              TO TCT-NSU.
           MOVE WCA-DATA-REFERENCIA TO TCT-DAT-ENVIO.
           MOVE TEI-CTA-ORIGEM      TO TCT-COD-CTA.
           MOVE TEI-VALOR           TO TCT-VALOR.
           MOVE TEI-BANCO-DEST      TO TCT-BANCO-DEST.
           MOVE TEI-AGENCIA-DEST    TO TCT-AGENCIA-DEST.
           MOVE TEI-CONTA-DEST      TO TCT-CONTA-DEST.
           MOVE TEI-DOC-FAV         TO TCT-DOC-FAV.
           MOVE TEI-NOM-FAV         TO TCT-NOM-FAV.
           MOVE 'E'                 TO TCT-STATUS.
           MOVE ZEROS               TO TCT-DAT-RETORNO
                                       TCT-NSU-DEVOL.
           WRITE REG-TEDCTRL.

           SUBTRACT TEI-VALOR FROM WCA-CTA-SALDO(TEI-CTA-ORIGEM).
           ADD TEI-VALOR TO WS-TOT-ENVIADO.
           ADD 1 TO WS-QTD-ENVIADAS.
       3100-ENVIA-TED-FIM.
           EXIT.

      *****VALIDA O CPF/CNPJ DO FAVORECIDO COM A ROTINA VALIDADOC
       3200-VALIDA-DOCUMENTO.
           MOVE 'N' TO WS-DOC-VALIDO.
           IF TEI-DOC-FAV EQUAL SPACES
               MOVE 'EM BRANCO' TO WS-DOC-MOTIVO
               GO TO 3200-VALIDA-DOCUMENTO-FIM
           END-IF.
           IF TEI-DOC-FAV(12:3) EQUAL SPACES
               MOVE 1 TO WS-TIPO-DOC
           ELSE
               MOVE 2 TO WS-TIPO-DOC
           END-IF.
           MOVE TEI-DOC-FAV TO WS-DOC-BUFFER.
           CALL 'VALIDADOC' USING WS-TIPO-DOC WS-DOC-BUFFER
                                  WS-DOC-VALIDO WS-DOC-MOTIVO.
       3200-VALIDA-DOCUMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           MOVE WS-QTD-ENVIADAS     TO TRL-QTD.
           MOVE WS-TOT-ENVIADO      TO TRL-HASH.
           MOVE WCA-TRAILER-REMESSA TO REG-REMESSA.
           WRITE REG-REMESSA.

           DISPLAY 'TEDENV01 - INSTRUCOES: ' WS-QTD-INSTRUCOES
                   ' ENVIADAS: ' WS-QTD-ENVIADAS
                   ' REJEITADAS: ' WS-QTD-REJEITADAS
           CLOSE INSTRUCOES
           CLOSE MOVIMENTO
           CLOSE REMESSA
           CLOSE TEDCTRL
           CLOSE REJEITOS.

           MOVE 0 TO WS-RC-FINAL.
           IF (WSN-FS-INSTRUCOES NOT EQUAL 00 AND
                WSN-FS-INSTRUCOES NOT EQUAL 10)   OR
               WSN-FS-MOVIMENTO   NOT EQUAL 00     OR
               WSN-FS-REMESSA     NOT EQUAL 00     OR
               WSN-FS-TEDCTRL     NOT EQUAL 00     OR
               WSN-FS-REJEITOS    NOT EQUAL 00
               DISPLAY 'TEDENV01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-RC-FINAL EQUAL ZERO
               MOVE 'I' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'TED - ENVIADAS ' WS-QTD-ENVIADAS
                  ' REJEITADAS ' WS-QTD-REJEITADAS
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM TEDENV01.
