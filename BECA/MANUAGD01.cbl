      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Manutencao do cadastro de agendamentos e debitos
      * automaticos (AGENDA01, lido pelo lote noturno PAGAGD01), nos
      * moldes do MANULIM01: inclusao de um pagamento agendado ou de
      * um debito recorrente (conta debitada, conta favorecida do
      * banco ou favorecido externo, valor, primeira data,
      * frequencia U-unica S-semanal M-mensal e data final),
      * cancelamento e listagem. O cancelamento nao tira o registro
      * do arquivo: o agendamento fica com situacao 'C' para o
      * historico da agencia. Toda alteracao e registrada no log
      * central via LOGOPER com o usuario que a fez.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUAGD01.
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

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-AGENDA        PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-AGENDA            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-AGD               VALUE 'N'.
               88 SW-FIM-SIM-AGD               VALUE 'S'.

       01 WCA-AGENDA.
           05 WCA-AGD-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-AGD-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-AGD-IDX.
               10 WCA-AGD-REG      PIC X(90).

       77 WS-OPCAO                 PIC 9(01) VALUE ZERO.
       77 WS-USUARIO               PIC X(20) VALUE SPACES.
       77 WS-NUMERO                PIC 9(06) VALUE ZEROS.
       77 WS-ULTIMO-NUMERO         PIC 9(06) VALUE ZEROS.
       77 WS-AGD-ACHOU             PIC X(01) VALUE 'N'.
           88 AGENDAMENTO-ACHADO       VALUE 'S'.
       77 WS-IDX-ACHADO            PIC 9(04) VALUE ZEROS.
       01 WS-VALOR-MASC            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *****CHAMADA DA ROTINA COMUM VALIDACTA (DV DA CONTA)
       01 WS-TIPO-VALIDACAO        PIC 9(01) VALUE 1.
       01 WS-CONTA-DV              PIC X(07) VALUE SPACES.
       01 WS-CTA-VALIDA            PIC X(01) VALUE 'N'.
           88 CONTA-EH-VALIDA                  VALUE 'S'.
       01 WS-CTA-MOTIVO            PIC X(17) VALUE SPACES.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'MANUAGD01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           DISPLAY 'SEU USUARIO (PARA O REGISTRO)?'
           ACCEPT WS-USUARIO

           PERFORM 1000-CARREGA-AGENDA
              THRU 1000-CARREGA-AGENDA-FIM

           DISPLAY '1-INCLUIR  2-CANCELAR  3-LISTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 2000-INCLUIR
                      THRU 2000-INCLUIR-FIM
               WHEN 2
                   PERFORM 3000-CANCELAR
                      THRU 3000-CANCELAR-FIM
               WHEN 3
                   PERFORM 5000-LISTAR
                      THRU 5000-LISTAR-FIM
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF WS-OPCAO LESS THAN 3
               PERFORM 6000-REGRAVA-AGENDA
                  THRU 6000-REGRAVA-AGENDA-FIM
           END-IF

           MOVE 0 TO RETURN-CODE
           STOP RUN.
       0000-PRINCIPAL-FIM.

       1000-CARREGA-AGENDA.
           OPEN INPUT AGENDA.
           IF WSN-FS-AGENDA NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO NOVO SERA CRIADO (AGENDA01)'
               GO TO 1000-CARREGA-AGENDA-FIM
           END-IF.
           SET SW-FIM-NAO-AGD TO TRUE.
           PERFORM 1100-LER-AGENDA
              THRU 1100-LER-AGENDA-FIM.
           PERFORM 1200-GUARDA-AGENDA
              THRU 1200-GUARDA-AGENDA-FIM
             UNTIL SW-FIM-SIM-AGD.
           CLOSE AGENDA.
       1000-CARREGA-AGENDA-FIM.
           EXIT.

       1100-LER-AGENDA.
           READ AGENDA
               AT END
                   SET SW-FIM-SIM-AGD TO TRUE
           END-READ.
       1100-LER-AGENDA-FIM.
           EXIT.

      *****COM A TABELA CHEIA A MANUTENCAO ABORTA: A REGRAVACAO FINAL
      *****DO AGENDA01 SO E SEGURA SE ELE COUBE INTEIRO
       1200-GUARDA-AGENDA.
           IF WCA-AGD-QTD NOT LESS THAN 2000
               DISPLAY 'MANUAGD01 - AGENDA01 COM MAIS DE 2000 '
                       'REGISTROS - ABORTADO PARA NAO REGRAVAR '
                       'ARQUIVO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-AGD-QTD.
           SET WCA-AGD-IDX TO WCA-AGD-QTD.
           MOVE REG-AGENDA TO WCA-AGD-REG(WCA-AGD-IDX).
           IF AGD-NUMERO GREATER THAN WS-ULTIMO-NUMERO
               MOVE AGD-NUMERO TO WS-ULTIMO-NUMERO
           END-IF.
           PERFORM 1100-LER-AGENDA
              THRU 1100-LER-AGENDA-FIM.
       1200-GUARDA-AGENDA-FIM.
           EXIT.

       1300-PROCURA-AGENDA.
           MOVE 'N' TO WS-AGD-ACHOU.
           PERFORM 1310-TESTA-AGENDA
              THRU 1310-TESTA-AGENDA-FIM
               VARYING WCA-AGD-IDX FROM 1 BY 1
               UNTIL WCA-AGD-IDX GREATER THAN WCA-AGD-QTD
                  OR AGENDAMENTO-ACHADO.
       1300-PROCURA-AGENDA-FIM.
           EXIT.

       1310-TESTA-AGENDA.
           MOVE WCA-AGD-REG(WCA-AGD-IDX) TO REG-AGENDA.
           IF WS-NUMERO EQUAL AGD-NUMERO
               MOVE 'S' TO WS-AGD-ACHOU
               SET WS-IDX-ACHADO TO WCA-AGD-IDX
           END-IF.
       1310-TESTA-AGENDA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     INCLUSAO: AS CONTAS ENTRAM COM O DIGITO VERIFICADOR
      *     (ROTINA VALIDACTA), COMO NAS INSTRUCOES DO TRANSF01
      *-----------------------------------------------------------------
       2000-INCLUIR.
           IF WCA-AGD-QTD NOT LESS THAN 2000
               DISPLAY 'ARQUIVO DE AGENDAMENTOS CHEIO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-AGENDA.

           DISPLAY 'CONTA A DEBITAR COM DV (7 DIGITOS)?'
           ACCEPT WS-CONTA-DV
           PERFORM 2100-VALIDA-CONTA
              THRU 2100-VALIDA-CONTA-FIM
           MOVE WS-CONTA-DV(1:6) TO AGD-COD-CTA

           DISPLAY 'FAVORECIDO: C-CONTA DO BANCO  F-EXTERNO?'
           ACCEPT AGD-TIPO-FAVOR
           EVALUATE AGD-TIPO-FAVOR
               WHEN 'C'
                   DISPLAY 'CONTA FAVORECIDA COM DV (7 DIGITOS)?'
                   ACCEPT WS-CONTA-DV
                   PERFORM 2100-VALIDA-CONTA
                      THRU 2100-VALIDA-CONTA-FIM
                   MOVE WS-CONTA-DV(1:6) TO AGD-CTA-FAVOR
                   IF AGD-CTA-FAVOR EQUAL AGD-COD-CTA
                       DISPLAY 'FAVORECIDA IGUAL A DEBITADA'
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN 'F'
                   MOVE ZEROS TO AGD-CTA-FAVOR
               WHEN OTHER
                   DISPLAY 'TIPO DE FAVORECIDO INVALIDO'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           DISPLAY 'NOME DO FAVORECIDO (ATE 20 POSICOES)?'
           ACCEPT AGD-NOM-FAVOR

           DISPLAY 'VALOR (ATE 999999999,99)?'
           ACCEPT AGD-VALOR
           IF AGD-VALOR EQUAL ZEROS
               DISPLAY 'VALOR ZERADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'PRIMEIRA DATA (AAAAMMDD)?'
           ACCEPT AGD-DAT-INI
           IF AGD-DAT-INI(5:2) LESS THAN '01'
              OR AGD-DAT-INI(5:2) GREATER THAN '12'
              OR AGD-DAT-INI(7:2) LESS THAN '01'
              OR AGD-DAT-INI(7:2) GREATER THAN '31'
               DISPLAY 'DATA INVALIDA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'FREQUENCIA: U-UNICA  S-SEMANAL  M-MENSAL?'
           ACCEPT AGD-FREQUENCIA
           IF AGD-FREQUENCIA NOT EQUAL 'U'
              AND AGD-FREQUENCIA NOT EQUAL 'S'
              AND AGD-FREQUENCIA NOT EQUAL 'M'
               DISPLAY 'FREQUENCIA INVALIDA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO AGD-DAT-FIM
           IF AGD-FREQUENCIA NOT EQUAL 'U'
               DISPLAY 'DATA FINAL (AAAAMMDD, ZERO = SEM FIM)?'
               ACCEPT AGD-DAT-FIM
               IF AGD-DAT-FIM NOT EQUAL ZEROS
                  AND AGD-DAT-FIM LESS THAN AGD-DAT-INI
                   DISPLAY 'DATA FINAL ANTES DA PRIMEIRA DATA'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           ADD 1 TO WS-ULTIMO-NUMERO
           MOVE WS-ULTIMO-NUMERO TO AGD-NUMERO
           MOVE AGD-DAT-INI      TO AGD-PROX-VENC
           MOVE ZEROS            TO AGD-OCORRENCIAS
           MOVE ZEROS            TO AGD-TENTATIVAS
           MOVE ZEROS            TO AGD-DAT-TENTATIVA
           MOVE 'A'              TO AGD-STATUS

           ADD 1 TO WCA-AGD-QTD
           SET WCA-AGD-IDX TO WCA-AGD-QTD
           MOVE REG-AGENDA TO WCA-AGD-REG(WCA-AGD-IDX)
           MOVE AGD-NUMERO TO WS-NUMERO
           DISPLAY 'AGENDAMENTO INCLUIDO - NUMERO ' AGD-NUMERO
           PERFORM 8000-REGISTRA-LOG
              THRU 8000-REGISTRA-LOG-FIM.
       2000-INCLUIR-FIM.
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

      *****O CANCELAMENTO SO MARCA A SITUACAO: O REGISTRO FICA PARA O
      *****HISTORICO E O PAGAGD01 PASSA A IGNORA-LO
       3000-CANCELAR.
           DISPLAY 'NUMERO DO AGENDAMENTO?'
           ACCEPT WS-NUMERO
           PERFORM 1300-PROCURA-AGENDA
              THRU 1300-PROCURA-AGENDA-FIM
           IF NOT AGENDAMENTO-ACHADO
               DISPLAY 'AGENDAMENTO NAO CADASTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WCA-AGD-IDX TO WS-IDX-ACHADO
           MOVE WCA-AGD-REG(WCA-AGD-IDX) TO REG-AGENDA
           IF AGD-STATUS NOT EQUAL 'A'
               DISPLAY 'AGENDAMENTO NAO ESTA ATIVO - SITUACAO '
                       AGD-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'C' TO AGD-STATUS
           MOVE REG-AGENDA TO WCA-AGD-REG(WCA-AGD-IDX)
           DISPLAY 'AGENDAMENTO CANCELADO'
           PERFORM 8000-REGISTRA-LOG
              THRU 8000-REGISTRA-LOG-FIM.
       3000-CANCELAR-FIM.
           EXIT.

       5000-LISTAR.
           PERFORM 5100-MOSTRA-AGENDA
              THRU 5100-MOSTRA-AGENDA-FIM
               VARYING WCA-AGD-IDX FROM 1 BY 1
               UNTIL WCA-AGD-IDX GREATER THAN WCA-AGD-QTD.
       5000-LISTAR-FIM.
           EXIT.

       5100-MOSTRA-AGENDA.
           MOVE WCA-AGD-REG(WCA-AGD-IDX) TO REG-AGENDA.
           MOVE AGD-VALOR TO WS-VALOR-MASC.
           DISPLAY AGD-NUMERO ' CTA ' AGD-COD-CTA
                   ' P/ ' AGD-NOM-FAVOR
                   ' R$ ' WS-VALOR-MASC
                   ' ' AGD-FREQUENCIA
                   ' PROX ' AGD-PROX-VENC
                   ' FIM ' AGD-DAT-FIM
                   ' SIT ' AGD-STATUS.
       5100-MOSTRA-AGENDA-FIM.
           EXIT.

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

       8000-REGISTRA-LOG.
           MOVE 'I' TO WS-LOG-SEVERIDADE.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING WS-USUARIO ' AGENDAMENTO ' WS-NUMERO
                  ' OPCAO ' WS-OPCAO
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       8000-REGISTRA-LOG-FIM.
           EXIT.
       END PROGRAM MANUAGD01.
