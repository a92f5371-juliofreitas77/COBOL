      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Envelhecimento das contestacoes em aberto (CONTEST01,
      * mantido pelo MANUCTS01) contra o prazo regulatorio de solucao.
      * O prazo final de cada contestacao aberta ou em investigacao e
      * a data de abertura mais CTL-PRAZO-CONTESTACAO dias uteis do
      * Controle01 (10 quando nao informado), pulando fins de semana
      * (DIASEMANA) e os feriados de Feriados01.txt; na data de
      * referencia ela esta no prazo, vence no dia ou esta vencida. A
      * idade em dias corridos desde a abertura (aritmetica de datas
      * do DESAFIO11) separa as faixas de envelhecimento do resumo.
      * Havendo contestacao vencida o log sai com severidade de alerta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRAZOCTS01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT CONTESTACOES ASSIGN TO 'CONTEST01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTEST.

           SELECT FERIADOS ASSIGN TO
               'C:\cobol\COBOL\DESAFIO\Feriados01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-FERIADOS.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT RELATORIO ASSIGN TO 'PRAZOCTS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

       DATA DIVISION.
      *
       FILE SECTION.
      *                CONTESTACOES (LEIAUTE DO MANUCTS01)
       FD CONTESTACOES.
       01 REG-CONTESTACAO.
           05 CON-NSU-MOV          PIC 9(09).
           05 CON-COD-CTA          PIC 9(06).
           05 CON-DAT-MOV          PIC 9(08).
           05 CON-VAL-MOV          PIC 9(09)V99.
           05 CON-HIST-MOV         PIC X(20).
           05 CON-DAT-ABERTURA     PIC 9(08).
           05 CON-AGENCIA          PIC X(04).
           05 CON-MOTIVO           PIC X(30).
           05 CON-VAL-PROVISORIO   PIC 9(09)V99.
           05 CON-NSU-PROVISORIO   PIC 9(09).
           05 CON-STATUS           PIC X(01).
               88 CON-ABERTA                   VALUE 'A'.
               88 CON-EM-INVESTIGACAO          VALUE 'I'.
           05 CON-DAT-SOLUCAO      PIC 9(08).
           05 CON-NSU-SOLUCAO      PIC 9(09).
           05 CON-PARECER          PIC X(30).
           05 CON-USUARIO          PIC X(20).

       FD FERIADOS.
       01 REG-FERIADO.
           05 FER-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 FER-AMBITO           PIC X(01).
           05 FILLER               PIC X(01).
           05 FER-DESCRICAO        PIC X(20).

      *                CONTROLE (PARAMETROS DO RELATORIO)
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

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(84).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-CONTEST       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-FERIADOS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-CONTEST           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CON               VALUE 'N'.
               88 SW-FIM-SIM-CON               VALUE 'S'.
           05 SW-FERIADOS          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-FER               VALUE 'N'.
               88 SW-FIM-SIM-FER               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
      *****PRAZO REGULATORIO EM DIAS UTEIS A PARTIR DA ABERTURA
       01 WCA-PRAZO-DIAS           PIC 9(03) VALUE 10.

      *****FERIADOS PARA O CALCULO DO PRAZO EM DIAS UTEIS
       01 WCA-FERIADOS.
           05 WCA-FER-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-FER-TAB OCCURS 50 TIMES
                          INDEXED BY WCA-FER-IDX.
               10 WCA-FER-DATA     PIC 9(08).

      *****DATA DE PRAZO, AVANCADA DIA A DIA
       01 WS-DATA-PRAZO            PIC 9(08) VALUE ZEROS.
       01 WS-DATA-PRAZO-R REDEFINES WS-DATA-PRAZO.
           05 PRZ-ANO              PIC 9(04).
           05 PRZ-MES              PIC 9(02).
           05 PRZ-DIA              PIC 9(02).
       01 WS-DIAS-A-CONTAR         PIC 9(03) VALUE ZEROS.
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
       01 WS-DIA-REFERENCIA        PIC 9(08) VALUE ZEROS.
       01 WS-IDADE                 PIC 9(05) VALUE ZEROS.

      *****FAIXAS DE ENVELHECIMENTO EM DIAS CORRIDOS DESDE A ABERTURA
       01 WCA-FAIXAS-DEF.
           05 FILLER               PIC X(20) VALUE
               '00005ATE 5 DIAS     '.
           05 FILLER               PIC X(20) VALUE
               '000106 A 10 DIAS    '.
           05 FILLER               PIC X(20) VALUE
               '0003011 A 30 DIAS   '.
           05 FILLER               PIC X(20) VALUE
               '99999ACIMA DE 30    '.
       01 WCA-FAIXAS-R REDEFINES WCA-FAIXAS-DEF.
           05 WCA-FX-TAB OCCURS 4 TIMES
                         INDEXED BY WCA-FX-IDX.
               10 WCA-FX-LIMITE    PIC 9(05).
               10 WCA-FX-NOME      PIC X(15).
       01 WCA-FAIXAS-TOT.
           05 WCA-FXT-TAB OCCURS 4 TIMES.
               10 WCA-FXT-QTD      PIC 9(05) VALUE ZEROS.
               10 WCA-FXT-VALOR    PIC 9(11)V99 VALUE ZEROS.
       01 WS-FAIXA                 PIC 9(01) VALUE ZERO.

       01 WS-SITUACAO-PRAZO        PIC X(10) VALUE SPACES.
       01 WS-TOT-CONTESTADO        PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-PROVISORIO        PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-ABERTAS           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-VENCIDAS          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-VENCE-HOJE        PIC 9(05) VALUE ZEROS.

       01 LINE-DESIGN              PIC X(84)
               VALUES
           '*===========================================================
      -    '=======================*'.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(43) VALUE
               '*  CONTESTACOES EM ABERTO - PRAZO EM'.
           05 TR-DATA-REF          PIC 9999/99/99.
           05 FILLER               PIC X(12) VALUE '  - PRAZO DE'.
           05 TR-PRAZO             PIC ZZ9.
           05 FILLER               PIC X(16) VALUE
               ' DIAS UTEIS    *'.

       01 WCA-CABEC-DETALHE.
           05 FILLER               PIC X(12) VALUE '        NSU'.
           05 FILLER               PIC X(08) VALUE '   CONTA'.
           05 FILLER               PIC X(05) VALUE '   AG'.
           05 FILLER               PIC X(11) VALUE '   ABERTURA'.
           05 FILLER               PIC X(11) VALUE '      PRAZO'.
           05 FILLER               PIC X(05) VALUE ' DIAS'.
           05 FILLER               PIC X(14) VALUE
               '    CONTESTADO'.
           05 FILLER               PIC X(16) VALUE
               ' S  SITUACAO'.

       01 WCA-LINHA-DETALHE.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LD-NSU               PIC 9(09) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-CONTA             PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-AGENCIA           PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-ABERTURA          PIC 9999/99/99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-PRAZO             PIC 9999/99/99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-IDADE             PIC ZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-VALOR             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-STATUS            PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-SITUACAO          PIC X(10) VALUE SPACES.

       01 WCA-SUBTITULO-FAIXAS     PIC X(84) VALUE
           '  ENVELHECIMENTO (DIAS CORRIDOS DESDE A ABERTURA)'.

       01 WCA-LINHA-FAIXA.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LF-NOME              PIC X(15) VALUE SPACES.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LF-QTD               PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(06) VALUE '   R$ '.
           05 LF-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(16) VALUE
               '   EM ABERTO   ='.
           05 LT-ABERTAS           PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(14) VALUE
               '   VENCIDAS ='.
           05 LT-VENCIDAS          PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(16) VALUE
               '   VENCEM HOJE ='.
           05 LT-VENCE-HOJE        PIC ZZZZ9 VALUE ZEROS.

       01 WCA-LINHA-TOTAL-2.
           05 FILLER               PIC X(16) VALUE
               '   CONTESTADO R$'.
           05 LT-CONTESTADO        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(18) VALUE
               '   PROVISORIO R$'.
           05 LT-PROVISORIO        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'PRAZOCTS01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 2000-LER-CONTESTACAO
              THRU 2000-LER-CONTESTACAO-FIM
           PERFORM 3000-TRATA-CONTESTACAO
              THRU 3000-TRATA-CONTESTACAO-FIM
             UNTIL SW-FIM-SIM-CON

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
               DISPLAY 'PRAZOCTS01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WCA-DATA-REFERENCIA TO WS-DATA-CONV.
           PERFORM 4300-NUMERO-DO-DIA
              THRU 4300-NUMERO-DO-DIA-FIM.
           MOVE WS-NUMERO-DIA TO WS-DIA-REFERENCIA.

           PERFORM 1600-CARREGA-FERIADOS
              THRU 1600-CARREGA-FERIADOS-FIM.

           OPEN INPUT CONTESTACOES.
           IF WSN-FS-CONTEST NOT EQUAL ZEROS
               DISPLAY 'PRAZOCTS01 - SEM CADASTRO DE CONTESTACOES'
               MOVE ZEROS TO WSN-FS-CONTEST
               SET SW-FIM-SIM-CON TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO.
           MOVE WCA-DATA-REFERENCIA TO TR-DATA-REF.
           MOVE WCA-PRAZO-DIAS      TO TR-PRAZO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABEC-DETALHE TO REG-RELATORIO.
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
                       IF CTL-PRAZO-CONTESTACAO NUMERIC
                          AND CTL-PRAZO-CONTESTACAO GREATER THAN ZERO
                           MOVE CTL-PRAZO-CONTESTACAO
                              TO WCA-PRAZO-DIAS
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.
       1050-LE-CONTROLE-FIM.
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

       2000-LER-CONTESTACAO.
           READ CONTESTACOES
               AT END
                   SET SW-FIM-SIM-CON TO TRUE
           END-READ.
       2000-LER-CONTESTACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     SO AS ABERTAS E EM INVESTIGACAO CORREM CONTRA O PRAZO
      *-----------------------------------------------------------------
       3000-TRATA-CONTESTACAO.
           IF NOT CON-ABERTA AND NOT CON-EM-INVESTIGACAO
               GO TO 3000-TRATA-CONTESTACAO-SAI
           END-IF.

           MOVE CON-DAT-ABERTURA TO WS-DATA-PRAZO.
           MOVE WCA-PRAZO-DIAS   TO WS-DIAS-A-CONTAR.
           PERFORM 4200-ROLA-UM-DIA
              THRU 4200-ROLA-UM-DIA-FIM
             UNTIL WS-DIAS-A-CONTAR EQUAL ZERO.

           MOVE CON-DAT-ABERTURA TO WS-DATA-CONV.
           PERFORM 4300-NUMERO-DO-DIA
              THRU 4300-NUMERO-DO-DIA-FIM.
           IF WS-DIA-REFERENCIA GREATER THAN WS-NUMERO-DIA
               COMPUTE WS-IDADE = WS-DIA-REFERENCIA - WS-NUMERO-DIA
           ELSE
               MOVE ZEROS TO WS-IDADE
           END-IF.

           EVALUATE TRUE
               WHEN WCA-DATA-REFERENCIA GREATER THAN WS-DATA-PRAZO
                   MOVE 'VENCIDA'    TO WS-SITUACAO-PRAZO
                   ADD 1 TO WS-QTD-VENCIDAS
               WHEN WCA-DATA-REFERENCIA EQUAL WS-DATA-PRAZO
                   MOVE 'VENCE HOJE' TO WS-SITUACAO-PRAZO
                   ADD 1 TO WS-QTD-VENCE-HOJE
               WHEN OTHER
                   MOVE 'NO PRAZO'   TO WS-SITUACAO-PRAZO
           END-EVALUATE.

           SET WCA-FX-IDX TO 1.
           SEARCH WCA-FX-TAB
               AT END
                   SET WCA-FX-IDX TO 4
               WHEN WS-IDADE NOT GREATER THAN
                    WCA-FX-LIMITE(WCA-FX-IDX)
                   CONTINUE
           END-SEARCH.
           SET WS-FAIXA TO WCA-FX-IDX.
           ADD 1           TO WCA-FXT-QTD(WS-FAIXA).
           ADD CON-VAL-MOV TO WCA-FXT-VALOR(WS-FAIXA).

           ADD 1                  TO WS-QTD-ABERTAS.
           ADD CON-VAL-MOV        TO WS-TOT-CONTESTADO.
           ADD CON-VAL-PROVISORIO TO WS-TOT-PROVISORIO.

           MOVE CON-NSU-MOV       TO LD-NSU.
           MOVE CON-COD-CTA       TO LD-CONTA.
           MOVE CON-AGENCIA       TO LD-AGENCIA.
           MOVE CON-DAT-ABERTURA  TO LD-ABERTURA.
           MOVE WS-DATA-PRAZO     TO LD-PRAZO.
           MOVE WS-IDADE          TO LD-IDADE.
           MOVE CON-VAL-MOV       TO LD-VALOR.
           MOVE CON-STATUS        TO LD-STATUS.
           MOVE WS-SITUACAO-PRAZO TO LD-SITUACAO.
           MOVE WCA-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       3000-TRATA-CONTESTACAO-SAI.
           PERFORM 2000-LER-CONTESTACAO
              THRU 2000-LER-CONTESTACAO-FIM.
       3000-TRATA-CONTESTACAO-FIM.
           EXIT.

       4100-TESTA-DIA-UTIL.
           MOVE 'S' TO WS-DIA-UTIL.
           MOVE PRZ-DIA TO WS-DIA-CHAMADA.
           MOVE PRZ-MES TO WS-MES-CHAMADA.
           MOVE PRZ-ANO TO WS-ANO-CHAMADA.
           CALL 'DIASEMANA' USING WS-DIA-CHAMADA WS-MES-CHAMADA
               WS-ANO-CHAMADA WS-DIA-SEMANA WS-NOME-DIA WS-NOME-MES.
           IF EH-FIM-DE-SEMANA
               MOVE 'N' TO WS-DIA-UTIL
           END-IF.
           IF EH-DIA-UTIL AND WCA-FER-QTD GREATER THAN ZERO
               PERFORM 4110-TESTA-FERIADO
                  THRU 4110-TESTA-FERIADO-FIM
                  VARYING WCA-FER-IDX FROM 1 BY 1
                  UNTIL WCA-FER-IDX GREATER THAN WCA-FER-QTD
                     OR NOT EH-DIA-UTIL
           END-IF.
       4100-TESTA-DIA-UTIL-FIM.
           EXIT.

       4110-TESTA-FERIADO.
           IF WS-DATA-PRAZO EQUAL WCA-FER-DATA(WCA-FER-IDX)
               MOVE 'N' TO WS-DIA-UTIL
           END-IF.
       4110-TESTA-FERIADO-FIM.
           EXIT.

      *****AVANCA UM DIA CORRIDO; SO O DIA UTIL CONTA PARA O PRAZO
       4200-ROLA-UM-DIA.
           MOVE WCA-DIAS-MES-N(PRZ-MES) TO WS-ULT-DIA-MES.
           IF PRZ-MES EQUAL 02
               MOVE PRZ-ANO TO WS-ANO-BISSEXTO
               CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO WS-BISSEXTO
               IF WS-BISSEXTO EQUAL 'S'
                   MOVE 29 TO WS-ULT-DIA-MES
               END-IF
           END-IF.
           IF PRZ-DIA LESS THAN WS-ULT-DIA-MES
               ADD 1 TO PRZ-DIA
           ELSE
               MOVE 01 TO PRZ-DIA
               IF PRZ-MES LESS THAN 12
                   ADD 1 TO PRZ-MES
               ELSE
                   MOVE 01 TO PRZ-MES
                   ADD 1 TO PRZ-ANO
               END-IF
           END-IF.
           PERFORM 4100-TESTA-DIA-UTIL
              THRU 4100-TESTA-DIA-UTIL-FIM.
           IF EH-DIA-UTIL
               SUBTRACT 1 FROM WS-DIAS-A-CONTAR
           END-IF.
       4200-ROLA-UM-DIA-FIM.
           EXIT.

      *****NUMERO DO DIA PELA REGRA DO DESAFIO11 (6100-CALCULA-DIAS-
      *****TOTAIS): DIAS ATE O FIM DO ANO ANTERIOR + DIA DO ANO
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

       5000-IMPRIME-FAIXA.
           MOVE WCA-FX-NOME(WCA-FX-IDX) TO LF-NOME.
           SET WS-FAIXA TO WCA-FX-IDX.
           MOVE WCA-FXT-QTD(WS-FAIXA)   TO LF-QTD.
           MOVE WCA-FXT-VALOR(WS-FAIXA) TO LF-VALOR.
           MOVE WCA-LINHA-FAIXA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       5000-IMPRIME-FAIXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-SUBTITULO-FAIXAS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 5000-IMPRIME-FAIXA
              THRU 5000-IMPRIME-FAIXA-FIM
              VARYING WCA-FX-IDX FROM 1 BY 1
              UNTIL WCA-FX-IDX GREATER THAN 4.

           MOVE WS-QTD-ABERTAS    TO LT-ABERTAS.
           MOVE WS-QTD-VENCIDAS   TO LT-VENCIDAS.
           MOVE WS-QTD-VENCE-HOJE TO LT-VENCE-HOJE.
           MOVE WS-TOT-CONTESTADO TO LT-CONTESTADO.
           MOVE WS-TOT-PROVISORIO TO LT-PROVISORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-LINHA-TOTAL-2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.
           CLOSE CONTESTACOES.

           DISPLAY 'PRAZOCTS01 - EM ABERTO: ' WS-QTD-ABERTAS
                   ' VENCIDAS: ' WS-QTD-VENCIDAS

           MOVE 0 TO WS-RC-FINAL.
           IF WSN-FS-CONTEST   NOT EQUAL 00 OR
              WSN-FS-RELATORIO NOT EQUAL 00
               DISPLAY 'PRAZOCTS01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-QTD-VENCIDAS GREATER THAN ZERO
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF.
           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'CONTESTACOES ABERTAS ' WS-QTD-ABERTAS
                  ' VENCIDAS ' WS-QTD-VENCIDAS
                  ' VENCEM HOJE ' WS-QTD-VENCE-HOJE
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM PRAZOCTS01.
