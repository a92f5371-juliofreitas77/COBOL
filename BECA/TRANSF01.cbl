      * TRANSFREJ01 com o motivo, nunca metade dela. O saldo
      * disponivel e atualizado em memoria a cada instrucao aceita,
      * para duas transferencias do lote nao gastarem o mesmo saldo.
      * A parcela do saldo bloqueada por ordem judicial (BLOQUEIOS01,
      * situacao 'A') nao pode ser transferida: a instrucao que so
      * passaria usando esse valor e rejeitada como saldo bloqueado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-LIMITES.

           SELECT BLOQUEIOS ASSIGN TO 'BLOQUEIOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-BLOQUEIOS.

           SELECT INSTRUCOES ASSIGN TO 'TRANSFER01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-INSTRUCOES.
       FILE SECTION.
       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
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

       FD INSTRUCOES.
       01 REG-INSTRUCAO.
           05 TRF-CTA-ORIGEM       PIC 9(06).
           05 TRF-CTA-DESTINO      PIC 9(06).
           05 TRF-VALOR            PIC 9(09)V99.
           05 TRF-DATA             PIC 9(08).
           05 TRF-HIST             PIC X(20).

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).
       01 REG-REJEITO.
           05 RJ-ORIGEM            PIC X(02).
           05 FILLER               PIC X(01).
           05 RJ-IMAGEM            PIC X(56).
           05 FILLER               PIC X(02).
           05 RJ-MOTIVO            PIC X(30).

       01 WCA-VARIAVEIS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-LIMITES       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-BLOQUEIOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-INSTRUCOES    PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-REJEITOS      PIC 9(02) VALUE ZEROS.
           05 SW-LIMITES           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-LIM               VALUE 'N'.
               88 SW-FIM-SIM-LIM               VALUE 'S'.
           05 SW-BLOQUEIOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-BLQ               VALUE 'N'.
               88 SW-FIM-SIM-BLQ               VALUE 'S'.
           05 SW-INSTRUCOES        PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-INS               VALUE 'N'.
               88 SW-FIM-SIM-INS               VALUE 'S'.

      *****SITUACAO, SALDO E LIMITE POR CONTA, INDEXADOS PELO NUMERO
      *****DA CONTA (MESMO ESQUEMA DA TABELA DE LIMITES DO
      *****CHESPECIAL01); SITUACAO ' ' = CONTA INEXISTENTE;
      *****BLOQUEIO = TOTAL BLOQUEADO POR ORDEM JUDICIAL
       01 WCA-CONTAS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES.
               10 WCA-CTA-STATUS   PIC X(01) VALUE SPACES.
               10 WCA-CTA-SALDO    PIC S9(09)V99 VALUE ZEROS.
               10 WCA-CTA-LIMITE   PIC 9(06)V99 VALUE ZEROS.
               10 WCA-CTA-BLOQUEIO PIC 9(09)V99 VALUE ZEROS.

       01 WS-MOTIVO                PIC X(30) VALUE SPACES.
      *****NSU DO MOVIMENTO, FORNECIDO PELA ROTINA COMUM GERANSU

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
      *-----------------------------------------------------------------
           SET SW-FIM-NAO     TO TRUE
           SET SW-FIM-NAO-LIM TO TRUE
           SET SW-FIM-NAO-BLQ TO TRUE
           SET SW-FIM-NAO-INS TO TRUE.

           PERFORM 1060-CARREGA-CONTAS
              THRU 1060-CARREGA-CONTAS-FIM.
           PERFORM 1070-CARREGA-LIMITES
              THRU 1070-CARREGA-LIMITES-FIM.
           PERFORM 1080-CARREGA-BLOQUEIOS
              THRU 1080-CARREGA-BLOQUEIOS-FIM.

           OPEN INPUT INSTRUCOES.
           IF WSN-FS-INSTRUCOES NOT EQUAL ZEROS
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
      *****ENTRADA (ROTINA VALIDACTA): NUMERO TRANSPOSTO NAO PASSA
           IF WS-MOTIVO EQUAL SPACES
               MOVE SPACES TO WS-CONTA-DV
               MOVE TRF-CTA-ORIGEM TO WS-CONTA-DV(1:6)
               MOVE TRF-DV-ORIGEM  TO WS-CONTA-DV(7:1)
               CALL 'VALIDACTA' USING WS-TIPO-VALIDACAO
                   WS-CONTA-DV WS-CTA-VALIDA WS-CTA-MOTIVO
               IF NOT CONTA-EH-VALIDA
           END-IF.
           IF WS-MOTIVO EQUAL SPACES
               MOVE SPACES TO WS-CONTA-DV
               MOVE TRF-CTA-DESTINO TO WS-CONTA-DV(1:6)
               MOVE TRF-DV-DESTINO  TO WS-CONTA-DV(7:1)
               CALL 'VALIDACTA' USING WS-TIPO-VALIDACAO
                   WS-CONTA-DV WS-CTA-VALIDA WS-CTA-MOTIVO
               IF NOT CONTA-EH-VALIDA
               END-IF
           END-IF.

      *****A PARCELA BLOQUEADA JUDICIALMENTE NAO ESTA DISPONIVEL
           IF WS-MOTIVO EQUAL SPACES
              AND WCA-CTA-BLOQUEIO(TRF-CTA-ORIGEM) GREATER THAN ZERO
               COMPUTE WS-SALDO-LIVRE = WS-SALDO-APOS
                   - WCA-CTA-BLOQUEIO(TRF-CTA-ORIGEM)
               IF WS-SALDO-LIVRE LESS THAN ZERO
                  AND (WS-SALDO-LIVRE * -1) GREATER THAN
                      WCA-CTA-LIMITE(TRF-CTA-ORIGEM)
                   MOVE 'SALDO BLOQUEADO JUDICIALMENTE' TO WS-MOTIVO
               END-IF
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 3100-GRAVA-PERNAS
                  THRU 3100-GRAVA-PERNAS-FIM
