      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Cotacao de quitacao antecipada de emprestimo, atras
      * do portao de acesso (PROGCOB10, mesmo esquema do CONSCTA01).
      * O atendente digita o numero do contrato (CONTRATOS01) e a
      * data da quitacao (ENTER = data de referencia do Controle01).
      * O plano e regenerado pelo motor comum CALCEMP: as parcelas ja
      * vencidas ate a data e nao pagas entram pelo valor cheio; o
      * saldo devedor apos a ultima parcela vencida corre juros pro
      * rata dia (juros simples da taxa mensal, base 30 dias) ate a
      * data. As parcelas a vencer sao trocadas por esse saldo - a
      * diferenca e o desconto dos juros futuros. A quitacao efetiva
      * (e a amortizacao parcial) e feita pelo lote AMORTEMP01, com a
      * mesma conta. Cada cotacao e registrada no log central.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUITEMP01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN TO 'CONTRATOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTRATOS.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

       DATA DIVISION.
      *
       FILE SECTION.
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
           05 FILLER               PIC X(01).
      *****'C' CONSIGNADO (PARCELA DESCONTADA NA FOLHA), BRANCO COMUM
           05 CTR-MODALIDADE       PIC X(01).
               88 CTR-CONSIGNADO               VALUE 'C'.
           05 FILLER               PIC X(01).
           05 CTR-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTR-CET-MENSAL       PIC 9(03)V9(04).
           05 FILLER               PIC X(01).
           05 CTR-CET-ANUAL        PIC 9(05)V99.

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-CONTRATOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-CONTRATOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CTR               VALUE 'N'.
               88 SW-FIM-SIM-CTR               VALUE 'S'.
           05 SW-ACHOU             PIC X(01) VALUE 'N'.
               88 SW-ACHOU-NAO                 VALUE 'N'.
               88 SW-ACHOU-SIM                 VALUE 'S'.

       77 WS-COMANDO               PIC X(100) VALUE SPACES.
       77 WS-RC-PASSO              PIC 9(03) VALUE ZEROS.
       77 WS-NIVEL                 PIC 9(02) VALUE 99.
           88 NIVEL-NEGADO             VALUE 99.
       77 WS-USUARIO               PIC X(20) VALUE SPACES.
       77 WS-CTR-CONSULTA          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-COTACOES          PIC 9(05) VALUE ZEROS.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.

      *****CONTRATOS CARREGADOS EM MEMORIA PARA A CONSULTA
       01 WCA-CONTRATOS.
           05 WCA-CTR-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-CTR-TAB OCCURS 1000 TIMES
                          INDEXED BY WCA-CTR-IDX.
               10 WCA-CTR-NUMERO   PIC 9(06).
               10 WCA-CTR-CTA      PIC 9(06).
               10 WCA-CTR-SISTEMA  PIC X(01).
               10 WCA-CTR-PRINC    PIC 9(09)V99.
               10 WCA-CTR-TAXA     PIC 9(02)V9(04).
               10 WCA-CTR-PRAZO    PIC 9(03).
               10 WCA-CTR-INI      PIC 9(08).
               10 WCA-CTR-PAGAS    PIC 9(03).
               10 WCA-CTR-ATRASO   PIC 9(03).
               10 WCA-CTR-STATUS   PIC X(01).

      *****PLANO DEVOLVIDO PELO MOTOR COMUM CALCEMP
       01 WS-SISTEMA               PIC X(01) VALUE 'P'.
       01 WCA-PLANO.
           05 WCA-PLN-TAB OCCURS 120 TIMES.
               10 WCA-PLN-PARCELA  PIC 9(11)V99.
               10 WCA-PLN-JUROS    PIC 9(11)V99.
               10 WCA-PLN-AMORT    PIC 9(11)V99.
               10 WCA-PLN-SALDO    PIC S9(11)V99.
       01 WS-TOTAL-PAGO            PIC 9(12)V99 VALUE ZEROS.
       01 WS-TOTAL-JUROS           PIC 9(12)V99 VALUE ZEROS.

      *****APURACAO DA QUITACAO NA DATA
       01 WS-DATA-QUITACAO         PIC 9(08) VALUE ZEROS.
       01 WS-DATA-QUITACAO-R REDEFINES WS-DATA-QUITACAO.
           05 QUI-ANO              PIC 9(04).
           05 QUI-MES              PIC 9(02).
           05 QUI-DIA              PIC 9(02).
       01 WS-MOTIVO                PIC X(30) VALUE SPACES.
       01 WS-MESES-DECORRIDOS      PIC S9(05) VALUE ZEROS.
       01 WS-PARCELAS-VENCIDAS     PIC 9(03) VALUE ZEROS.
       01 WS-QTD-EM-ABERTO         PIC 9(03) VALUE ZEROS.
       01 WS-QTD-A-VENCER          PIC 9(03) VALUE ZEROS.
       01 WS-PARCELA-NUM           PIC 9(03) VALUE ZEROS.
       01 WS-VAL-EM-ABERTO         PIC 9(11)V99 VALUE ZEROS.
       01 WS-VAL-A-VENCER          PIC 9(11)V99 VALUE ZEROS.
       01 WS-SALDO-BASE            PIC 9(11)V99 VALUE ZEROS.
       01 WS-DATA-BASE             PIC 9(08) VALUE ZEROS.
       01 WS-DIA-BASE              PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-PRO-RATA         PIC S9(05) VALUE ZEROS.
       01 WS-JUROS-PRO-RATA        PIC S9(09)V99 VALUE ZEROS.
       01 WS-VALOR-QUITACAO        PIC S9(11)V99 VALUE ZEROS.
       01 WS-DESCONTO              PIC S9(11)V99 VALUE ZEROS.

      *****VENCIMENTO NOMINAL DE UMA PARCELA (DIA DA CONTRATACAO NO
      *****MES DA PARCELA, AJUSTADO AO FIM DO MES CURTO)
       01 WS-DATA-INI-AUX          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-INI-R REDEFINES WS-DATA-INI-AUX.
           05 INI-ANO              PIC 9(04).
           05 INI-MES              PIC 9(02).
           05 INI-DIA              PIC 9(02).
       01 WS-PARCELA-ALVO          PIC 9(03) VALUE ZEROS.
       01 WS-MESES-TOTAIS          PIC 9(06) VALUE ZEROS.
       01 WS-DATA-VENC             PIC 9(08) VALUE ZEROS.
       01 WS-DATA-VENC-R REDEFINES WS-DATA-VENC.
           05 VEN-ANO              PIC 9(04).
           05 VEN-MES              PIC 9(02).
           05 VEN-DIA              PIC 9(02).
       01 WS-ULT-DIA-MES           PIC 9(02) VALUE ZEROS.
       01 WS-ANO-BISSEXTO          PIC S9(04) VALUE ZEROS.
       01 WS-BISSEXTO              PIC X(01) VALUE 'A'.
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

      *****ARITMETICA DE DATAS DO DESAFIO11: NUMERO DO DIA = DIAS DOS
      *****ANOS ANTERIORES + DIA DENTRO DO ANO
       01 WS-DATA-CONV             PIC 9(08) VALUE ZEROS.
       01 WS-DATA-CONV-R REDEFINES WS-DATA-CONV.
           05 CONV-ANO             PIC 9(04).
           05 CONV-MES             PIC 9(02).
           05 CONV-DIA             PIC 9(02).
       01 WS-ANO-ANTERIOR          PIC 9(04) VALUE ZEROS.
       01 WS-Q4                    PIC 9(06) VALUE ZEROS.
       01 WS-Q100                  PIC 9(06) VALUE ZEROS.
       01 WS-Q400                  PIC 9(06) VALUE ZEROS.
       01 WS-R                     PIC 9(06) VALUE ZEROS.
       01 WS-IDX-MES               PIC 9(02) VALUE ZEROS.
       01 WS-DIA-DO-ANO            PIC 9(03) VALUE ZEROS.
       01 WS-DIAS-ANOS             PIC 9(08) VALUE ZEROS.
       01 WS-NUMERO-DIA            PIC 9(08) VALUE ZEROS.

      *****CAMPOS EDITADOS PARA A TELA
       01 WS-ED-VALOR              PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-ED-DATA               PIC 9999/99/99.
       01 WS-ED-QTD                PIC ZZ9.
       01 WS-ED-DIAS               PIC -ZZZ9.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'QUITEMP01'.
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
           MOVE 'ORIGEMLOGON=QUITEMP01 ./PROGCOB10' TO WS-COMANDO
           CALL 'SYSTEM' USING WS-COMANDO
           COMPUTE WS-RC-PASSO = RETURN-CODE / 256
           MOVE WS-RC-PASSO TO WS-NIVEL

           IF NIVEL-NEGADO OR WS-NIVEL GREATER THAN 02
               DISPLAY 'QUITEMP01 - ACESSO NEGADO'
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1050-LE-CONTROLE
              THRU 1050-LE-CONTROLE-FIM
           IF WCA-DATA-REFERENCIA EQUAL ZEROS
               DISPLAY 'QUITEMP01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1200-CARREGA-CONTRATOS
              THRU 1200-CARREGA-CONTRATOS-FIM

           PERFORM 2000-COTACAO
              THRU 2000-COTACAO-FIM
               UNTIL WS-CTR-CONSULTA EQUAL 999999

           DISPLAY 'QUITEMP01 - COTACOES EMITIDAS: ' WS-QTD-COTACOES
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

       1200-CARREGA-CONTRATOS.
           OPEN INPUT CONTRATOS.
           IF WSN-FS-CONTRATOS NOT EQUAL ZEROS
               DISPLAY 'QUITEMP01 - CONTRATOS01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-CTR TO TRUE.
           PERFORM 1210-LER-CONTRATO
              THRU 1210-LER-CONTRATO-FIM.
           PERFORM 1220-GUARDA-CONTRATO
              THRU 1220-GUARDA-CONTRATO-FIM
             UNTIL SW-FIM-SIM-CTR.
           CLOSE CONTRATOS.
       1200-CARREGA-CONTRATOS-FIM.
           EXIT.

       1210-LER-CONTRATO.
           READ CONTRATOS
               AT END
                   SET SW-FIM-SIM-CTR TO TRUE
           END-READ.
       1210-LER-CONTRATO-FIM.
           EXIT.

       1220-GUARDA-CONTRATO.
           IF WCA-CTR-QTD LESS THAN 1000
               ADD 1 TO WCA-CTR-QTD
               SET WCA-CTR-IDX TO WCA-CTR-QTD
               MOVE CTR-NUMERO    TO WCA-CTR-NUMERO(WCA-CTR-IDX)
               MOVE CTR-COD-CTA   TO WCA-CTR-CTA(WCA-CTR-IDX)
               MOVE CTR-SISTEMA   TO WCA-CTR-SISTEMA(WCA-CTR-IDX)
               MOVE CTR-PRINCIPAL TO WCA-CTR-PRINC(WCA-CTR-IDX)
               MOVE CTR-TAXA      TO WCA-CTR-TAXA(WCA-CTR-IDX)
               MOVE CTR-PRAZO     TO WCA-CTR-PRAZO(WCA-CTR-IDX)
               MOVE CTR-DATA-INI  TO WCA-CTR-INI(WCA-CTR-IDX)
               MOVE CTR-PAGAS     TO WCA-CTR-PAGAS(WCA-CTR-IDX)
               MOVE CTR-ATRASO    TO WCA-CTR-ATRASO(WCA-CTR-IDX)
               MOVE CTR-STATUS    TO WCA-CTR-STATUS(WCA-CTR-IDX)
           END-IF.
           PERFORM 1210-LER-CONTRATO
              THRU 1210-LER-CONTRATO-FIM.
       1220-GUARDA-CONTRATO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     UMA COTACAO POR VOLTA; 999999 ENCERRA O ATENDIMENTO
      *-----------------------------------------------------------------
       2000-COTACAO.
           DISPLAY ' '
           DISPLAY 'NUMERO DO CONTRATO (999999 ENCERRA)?'
           ACCEPT WS-CTR-CONSULTA
           IF WS-CTR-CONSULTA EQUAL 999999
               GO TO 2000-COTACAO-FIM
           END-IF

           SET SW-ACHOU-NAO TO TRUE
           SET WCA-CTR-IDX TO 1
           SEARCH WCA-CTR-TAB
               AT END
                   CONTINUE
               WHEN WCA-CTR-IDX GREATER THAN WCA-CTR-QTD
                   CONTINUE
               WHEN WCA-CTR-NUMERO(WCA-CTR-IDX) EQUAL WS-CTR-CONSULTA
                   SET SW-ACHOU-SIM TO TRUE
           END-SEARCH
           IF SW-ACHOU-NAO
               DISPLAY 'QUITEMP01 - CONTRATO NAO ENCONTRADO'
               GO TO 2000-COTACAO-FIM
           END-IF
           IF WCA-CTR-STATUS(WCA-CTR-IDX) NOT EQUAL 'A'
               DISPLAY 'QUITEMP01 - CONTRATO NAO ESTA ATIVO (SITUACAO '
                       WCA-CTR-STATUS(WCA-CTR-IDX) ')'
               GO TO 2000-COTACAO-FIM
           END-IF

           MOVE ZEROS TO WS-DATA-QUITACAO
           DISPLAY 'DATA DA QUITACAO AAAAMMDD (ENTER = '
                   WCA-DATA-REFERENCIA ')?'
           ACCEPT WS-DATA-QUITACAO
           IF WS-DATA-QUITACAO EQUAL ZEROS
               MOVE WCA-DATA-REFERENCIA TO WS-DATA-QUITACAO
           END-IF

           PERFORM 3000-APURA-QUITACAO
              THRU 3000-APURA-QUITACAO-FIM
           IF WS-MOTIVO NOT EQUAL SPACES
               DISPLAY 'QUITEMP01 - ' WS-MOTIVO
               GO TO 2000-COTACAO-FIM
           END-IF

           PERFORM 2100-MOSTRA-COTACAO
              THRU 2100-MOSTRA-COTACAO-FIM
           ADD 1 TO WS-QTD-COTACOES

           MOVE WS-VALOR-QUITACAO TO WS-ED-VALOR
           MOVE SPACES TO WS-LOG-MENSAGEM
           STRING 'COTACAO ' WS-CTR-CONSULTA
                  ' R$' WS-ED-VALOR ' ' WS-USUARIO
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       2000-COTACAO-FIM.
           EXIT.

       2100-MOSTRA-COTACAO.
           DISPLAY '------------------------------------------------'
           DISPLAY 'CONTRATO      : ' WCA-CTR-NUMERO(WCA-CTR-IDX)
                   '  CONTA ' WCA-CTR-CTA(WCA-CTR-IDX)
                   '  SISTEMA ' WCA-CTR-SISTEMA(WCA-CTR-IDX)
           MOVE WS-DATA-QUITACAO TO WS-ED-DATA
           DISPLAY 'DATA QUITACAO : ' WS-ED-DATA
           MOVE WCA-CTR-PAGAS(WCA-CTR-IDX) TO WS-ED-QTD
           DISPLAY 'PARCELAS PAGAS: ' WS-ED-QTD
           MOVE WS-QTD-EM-ABERTO TO WS-ED-QTD
           MOVE WS-VAL-EM-ABERTO TO WS-ED-VALOR
           DISPLAY 'VENCIDAS ABERT: ' WS-ED-QTD '  R$' WS-ED-VALOR
           MOVE WS-QTD-A-VENCER TO WS-ED-QTD
           MOVE WS-VAL-A-VENCER TO WS-ED-VALOR
           DISPLAY 'A VENCER      : ' WS-ED-QTD '  R$' WS-ED-VALOR
           MOVE WS-DATA-BASE  TO WS-ED-DATA
           MOVE WS-SALDO-BASE TO WS-ED-VALOR
           DISPLAY 'SALDO EM      : ' WS-ED-DATA '  R$' WS-ED-VALOR
           MOVE WS-DIAS-PRO-RATA  TO WS-ED-DIAS
           MOVE WS-JUROS-PRO-RATA TO WS-ED-VALOR
           DISPLAY 'PRO RATA      : ' WS-ED-DIAS ' DIAS  R$'
                   WS-ED-VALOR
           MOVE WS-DESCONTO TO WS-ED-VALOR
           DISPLAY 'DESCONTO      :           R$' WS-ED-VALOR
           MOVE WS-VALOR-QUITACAO TO WS-ED-VALOR
           DISPLAY 'VALOR QUITACAO:           R$' WS-ED-VALOR
           DISPLAY '------------------------------------------------'.
       2100-MOSTRA-COTACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     QUITACAO NA DATA: PARCELAS VENCIDAS (VENCIMENTO NOMINAL ATE
      *     A DATA, OU JA LANCADAS EM ATRASO) E NAO PAGAS PELO VALOR
      *     CHEIO; SALDO DEVEDOR APOS A ULTIMA VENCIDA COM JUROS PRO
      *     RATA DIA DESDE O SEU VENCIMENTO. DATA ANTERIOR AO
      *     VENCIMENTO DA ULTIMA PAGA (PARCELA COBRADA NO MES ANTES DO
      *     DIA) DA PRO RATA NEGATIVO: O JURO NAO CORRIDO E DEVOLVIDO.
      *-----------------------------------------------------------------
       3000-APURA-QUITACAO.
           MOVE SPACES TO WS-MOTIVO.
           IF QUI-MES LESS THAN 01 OR QUI-MES GREATER THAN 12
              OR QUI-DIA LESS THAN 01 OR QUI-DIA GREATER THAN 31
               MOVE 'DATA DE QUITACAO INVALIDA' TO WS-MOTIVO
               GO TO 3000-APURA-QUITACAO-FIM
           END-IF.
           IF WS-DATA-QUITACAO LESS THAN WCA-CTR-INI(WCA-CTR-IDX)
               MOVE 'DATA ANTERIOR A CONTRATACAO' TO WS-MOTIVO
               GO TO 3000-APURA-QUITACAO-FIM
           END-IF.

           MOVE WCA-CTR-SISTEMA(WCA-CTR-IDX) TO WS-SISTEMA.
           CALL 'CALCEMP' USING WS-SISTEMA
               WCA-CTR-PRINC(WCA-CTR-IDX)
               WCA-CTR-TAXA(WCA-CTR-IDX)
               WCA-CTR-PRAZO(WCA-CTR-IDX)
               WCA-PLANO WS-TOTAL-PAGO WS-TOTAL-JUROS.

      *****PARCELAS COM VENCIMENTO NOMINAL ATE A DATA DA QUITACAO
           MOVE WCA-CTR-INI(WCA-CTR-IDX) TO WS-DATA-INI-AUX.
           COMPUTE WS-MESES-DECORRIDOS =
               ((QUI-ANO * 12) + QUI-MES)
               - ((INI-ANO * 12) + INI-MES).
           IF WS-MESES-DECORRIDOS GREATER THAN
              WCA-CTR-PRAZO(WCA-CTR-IDX)
               MOVE WCA-CTR-PRAZO(WCA-CTR-IDX)
                  TO WS-MESES-DECORRIDOS
           END-IF.
           IF WS-MESES-DECORRIDOS GREATER THAN ZERO
               MOVE WS-MESES-DECORRIDOS TO WS-PARCELA-ALVO
               PERFORM 3200-APURA-VENCIMENTO
                  THRU 3200-APURA-VENCIMENTO-FIM
               IF WS-DATA-VENC GREATER THAN WS-DATA-QUITACAO
                   SUBTRACT 1 FROM WS-MESES-DECORRIDOS
               END-IF
           END-IF.
           IF WS-MESES-DECORRIDOS LESS THAN ZERO
               MOVE ZEROS TO WS-MESES-DECORRIDOS
           END-IF.
           MOVE WS-MESES-DECORRIDOS TO WS-PARCELAS-VENCIDAS.
           IF WS-PARCELAS-VENCIDAS LESS THAN
              (WCA-CTR-PAGAS(WCA-CTR-IDX)
               + WCA-CTR-ATRASO(WCA-CTR-IDX))
               COMPUTE WS-PARCELAS-VENCIDAS =
                   WCA-CTR-PAGAS(WCA-CTR-IDX)
                   + WCA-CTR-ATRASO(WCA-CTR-IDX)
           END-IF.

           COMPUTE WS-QTD-EM-ABERTO =
               WS-PARCELAS-VENCIDAS - WCA-CTR-PAGAS(WCA-CTR-IDX).
           COMPUTE WS-QTD-A-VENCER =
               WCA-CTR-PRAZO(WCA-CTR-IDX) - WS-PARCELAS-VENCIDAS.
           MOVE ZEROS TO WS-VAL-EM-ABERTO WS-VAL-A-VENCER.
           PERFORM 3100-SOMA-PARCELA
              THRU 3100-SOMA-PARCELA-FIM
              VARYING WS-PARCELA-NUM
                 FROM WCA-CTR-PAGAS(WCA-CTR-IDX) BY 1
              UNTIL WS-PARCELA-NUM NOT LESS THAN
                    WCA-CTR-PRAZO(WCA-CTR-IDX).

      *****SALDO DEVEDOR E DATA-BASE: A ULTIMA PARCELA VENCIDA
           IF WS-PARCELAS-VENCIDAS EQUAL ZEROS
               MOVE WCA-CTR-PRINC(WCA-CTR-IDX) TO WS-SALDO-BASE
               MOVE WCA-CTR-INI(WCA-CTR-IDX)   TO WS-DATA-BASE
           ELSE
               MOVE WCA-PLN-SALDO(WS-PARCELAS-VENCIDAS)
                  TO WS-SALDO-BASE
               MOVE WS-PARCELAS-VENCIDAS TO WS-PARCELA-ALVO
               PERFORM 3200-APURA-VENCIMENTO
                  THRU 3200-APURA-VENCIMENTO-FIM
               MOVE WS-DATA-VENC TO WS-DATA-BASE
           END-IF.

           MOVE WS-DATA-BASE TO WS-DATA-CONV.
           PERFORM 4300-NUMERO-DO-DIA
              THRU 4300-NUMERO-DO-DIA-FIM.
           MOVE WS-NUMERO-DIA TO WS-DIA-BASE.
           MOVE WS-DATA-QUITACAO TO WS-DATA-CONV.
           PERFORM 4300-NUMERO-DO-DIA
              THRU 4300-NUMERO-DO-DIA-FIM.
           COMPUTE WS-DIAS-PRO-RATA = WS-NUMERO-DIA - WS-DIA-BASE.

           COMPUTE WS-JUROS-PRO-RATA ROUNDED =
               WS-SALDO-BASE * WCA-CTR-TAXA(WCA-CTR-IDX)
               * WS-DIAS-PRO-RATA / 3000.
           COMPUTE WS-VALOR-QUITACAO =
               WS-VAL-EM-ABERTO + WS-SALDO-BASE + WS-JUROS-PRO-RATA.
           COMPUTE WS-DESCONTO =
               WS-VAL-A-VENCER - WS-SALDO-BASE - WS-JUROS-PRO-RATA.
       3000-APURA-QUITACAO-FIM.
           EXIT.

      *****PARCELA (NUMERO + 1): VENCIDA EM ABERTO OU A VENCER
       3100-SOMA-PARCELA.
           IF WS-PARCELA-NUM LESS THAN WS-PARCELAS-VENCIDAS
               ADD WCA-PLN-PARCELA(WS-PARCELA-NUM + 1)
                  TO WS-VAL-EM-ABERTO
           ELSE
               ADD WCA-PLN-PARCELA(WS-PARCELA-NUM + 1)
                  TO WS-VAL-A-VENCER
           END-IF.
       3100-SOMA-PARCELA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     VENCIMENTO NOMINAL DA PARCELA ALVO (MESMA REGRA DO
      *     COBRAEMP01, SEM O ROLAMENTO PARA DIA UTIL)
      *-----------------------------------------------------------------
       3200-APURA-VENCIMENTO.
           COMPUTE WS-MESES-TOTAIS =
               (INI-ANO * 12) + INI-MES + WS-PARCELA-ALVO.
           COMPUTE VEN-ANO = (WS-MESES-TOTAIS - 1) / 12.
           COMPUTE VEN-MES =
               WS-MESES-TOTAIS - (VEN-ANO * 12).
           MOVE INI-DIA TO VEN-DIA.

           MOVE WCA-DIAS-MES-N(VEN-MES) TO WS-ULT-DIA-MES.
           IF VEN-MES EQUAL 02
               MOVE VEN-ANO TO WS-ANO-BISSEXTO
               CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO WS-BISSEXTO
               IF WS-BISSEXTO EQUAL 'S'
                   MOVE 29 TO WS-ULT-DIA-MES
               END-IF
           END-IF.
           IF VEN-DIA GREATER THAN WS-ULT-DIA-MES
               MOVE WS-ULT-DIA-MES TO VEN-DIA
           END-IF.
       3200-APURA-VENCIMENTO-FIM.
           EXIT.

       4300-NUMERO-DO-DIA.
           COMPUTE WS-ANO-ANTERIOR = CONV-ANO - 1.
           DIVIDE WS-ANO-ANTERIOR BY 4   GIVING WS-Q4 REMAINDER WS-R.
           DIVIDE WS-ANO-ANTERIOR BY 100 GIVING WS-Q100 REMAINDER WS-R.
           DIVIDE WS-ANO-ANTERIOR BY 400 GIVING WS-Q400 REMAINDER WS-R.
           COMPUTE WS-DIAS-ANOS =
               (WS-ANO-ANTERIOR * 365) + WS-Q4 - WS-Q100 + WS-Q400.

           MOVE CONV-ANO TO WS-ANO-BISSEXTO.
           CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO WS-BISSEXTO.
           MOVE CONV-DIA TO WS-DIA-DO-ANO.
           IF CONV-MES GREATER THAN 1
               PERFORM 4310-SOMA-DIAS-MES
                  THRU 4310-SOMA-DIAS-MES-FIM
                  VARYING WS-IDX-MES FROM 1 BY 1
                  UNTIL WS-IDX-MES GREATER THAN CONV-MES - 1
           END-IF.
           COMPUTE WS-NUMERO-DIA = WS-DIAS-ANOS + WS-DIA-DO-ANO.
       4300-NUMERO-DO-DIA-FIM.
           EXIT.

       4310-SOMA-DIAS-MES.
           ADD WCA-DIAS-MES-N(WS-IDX-MES) TO WS-DIA-DO-ANO.
           IF WS-IDX-MES EQUAL 2 AND WS-BISSEXTO EQUAL 'S'
               ADD 1 TO WS-DIA-DO-ANO
           END-IF.
       4310-SOMA-DIAS-MES-FIM.
           EXIT.
       END PROGRAM QUITEMP01.
