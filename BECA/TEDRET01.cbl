      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Leitura do arquivo de retorno de TED da camara de
      * compensacao (RETTED01) e baixa do controle TEDCTRL01 gravado
      * pelo TEDENV01. O retorno so e aplicado se o trailer TRL bater
      * com a quantidade e a soma dos valores dos detalhes; cada
      * detalhe traz o NSU da TED enviada e a situacao: '00' confirma
      * a TED (situacao 'C'); qualquer outro codigo e a devolucao pelo
      * banco de destino - o valor volta para a conta de origem em
      * Movimento01 (historico DEVOLUCAO TED, NSU da GERANSU, data de
      * referencia do Controle01) e a TED fica 'D' com o codigo do
      * motivo. NSU desconhecido, retorno repetido ou valor diferente
      * do enviado nao mexem em nada e saem como divergencia. O
      * relatorio TEDRET01 lista os retornos processados, com a
      * descricao do motivo, e toda TED ainda sem confirmacao passado
      * um dia util do envio (fim de semana e Feriados01.txt pela
      * rotina DIASEMANA, mesma regra do COBRAEMP01). Sem arquivo de
      * retorno no dia, so as pendencias sao listadas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEDRET01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT TEDCTRL ASSIGN TO 'TEDCTRL01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-TEDCTRL.

      *        RETORNO DA CAMARA DE COMPENSACAO
           SELECT RETORNO ASSIGN TO 'RETTED01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RETORNO.

           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

           SELECT FERIADOS ASSIGN TO
               'C:\cobol\COBOL\DESAFIO\Feriados01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-FERIADOS.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT RELATORIO ASSIGN TO 'TEDRET01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

       DATA DIVISION.
      *
       FILE SECTION.
      *                TED ENVIADA (LEIAUTE DO TEDENV01): 'E' =
      *                ENVIADA, 'C' = CONFIRMADA, 'D' = DEVOLVIDA
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
               88 TCT-ENVIADA                  VALUE 'E'.
               88 TCT-CONFIRMADA               VALUE 'C'.
               88 TCT-DEVOLVIDA                VALUE 'D'.
           05 TCT-DAT-RETORNO      PIC 9(08).
           05 TCT-MOTIVO           PIC X(02).
           05 TCT-NSU-DEVOL        PIC 9(09).

      *                DETALHE DO RETORNO: NSU DA TED, DATA, SITUACAO
      *                ('00' = LIQUIDADA, DEMAIS = MOTIVO DA DEVOLUCAO)
      *                E VALOR; HEADER HDR E TRAILER TRL (QUANTIDADE E
      *                SOMA DOS VALORES) NAS CONVENCOES DA REMESSA
       FD RETORNO.
       01 REG-RETORNO.
           05 RTD-NSU              PIC 9(09).
           05 RTD-DATA             PIC 9(08).
           05 RTD-SITUACAO         PIC X(02).
           05 RTD-VALOR            PIC 9(09)V99.
       01 REG-RETORNO-TRL.
           05 FILLER               PIC X(03).
           05 RTT-QTD              PIC 9(06).
           05 RTT-HASH             PIC S9(11)V99
                                   SIGN LEADING SEPARATE.

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

       FD FERIADOS.
       01 REG-FERIADO.
           05 FER-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 FER-AMBITO           PIC X(01).
           05 FILLER               PIC X(01).
           05 FER-DESCRICAO        PIC X(20).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(84).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-TEDCTRL       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RETORNO       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-FERIADOS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-TEDCTRL           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-TED               VALUE 'N'.
               88 SW-FIM-SIM-TED               VALUE 'S'.
           05 SW-RETORNO           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-RET               VALUE 'N'.
               88 SW-FIM-SIM-RET               VALUE 'S'.
           05 SW-FERIADOS          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-FER               VALUE 'N'.
               88 SW-FIM-SIM-FER               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.

      ****** TED ENVIADAS, REGRAVADAS AO FINAL COM A BAIXA *************
       01 WCA-TEDS.
           05 WCA-TED-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-TED-TAB OCCURS 20000 TIMES
                          INDEXED BY WCA-TED-IDX.
               10 WCA-TED-REG      PIC X(118).
       01 WS-TED-ACHOU             PIC X(01) VALUE 'N'.
           88 TED-ACHADA                       VALUE 'S'.

      ****** DETALHES DO RETORNO, CONFERIDOS COM O TRAILER *************
       01 WCA-RETORNOS.
           05 WCA-RET-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-RET-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-RET-IDX.
               10 WCA-RET-NSU      PIC 9(09).
               10 WCA-RET-DATA     PIC 9(08).
               10 WCA-RET-SITUACAO PIC X(02).
               10 WCA-RET-VALOR    PIC 9(09)V99.
       01 WS-RET-HASH              PIC S9(11)V99 VALUE ZEROS.
       01 WS-TRL-LIDO              PIC X(01) VALUE 'N'.
           88 TRAILER-LIDO                     VALUE 'S'.
       01 WS-TRL-QTD               PIC 9(06) VALUE ZEROS.
       01 WS-TRL-HASH              PIC S9(11)V99 VALUE ZEROS.

      ****** MOTIVOS DE DEVOLUCAO DA CAMARA ****************************
       01 WCA-MOTIVOS.
           05 FILLER               PIC X(32) VALUE
               '00LIQUIDADA NO DESTINO          '.
           05 FILLER               PIC X(32) VALUE
               '01CONTA DESTINO INEXISTENTE     '.
           05 FILLER               PIC X(32) VALUE
               '02CONTA DESTINO ENCERRADA       '.
           05 FILLER               PIC X(32) VALUE
               '03CPF/CNPJ NAO CONFERE          '.
           05 FILLER               PIC X(32) VALUE
               '04AGENCIA DESTINO INVALIDA      '.
           05 FILLER               PIC X(32) VALUE
               '05CONTA DESTINO BLOQUEADA       '.
           05 FILLER               PIC X(32) VALUE
               '06TIPO DE CONTA INVALIDO        '.
           05 FILLER               PIC X(32) VALUE
               '99OUTROS - CONSULTAR A CAMARA   '.
       01 WCA-MOTIVOS-R REDEFINES WCA-MOTIVOS.
           05 WCA-MOT-TAB OCCURS 8 TIMES
                          INDEXED BY WCA-MOT-IDX.
               10 WCA-MOT-CODIGO   PIC X(02).
               10 WCA-MOT-DESCRICAO PIC X(30).
       01 WS-DESCRICAO             PIC X(30) VALUE SPACES.

      *****FERIADOS PARA O PRAZO DE CONFIRMACAO
       01 WCA-FERIADOS.
           05 WCA-FER-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-FER-TAB OCCURS 50 TIMES
                          INDEXED BY WCA-FER-IDX.
               10 WCA-FER-DATA     PIC 9(08).

      *****PRAZO DE CONFIRMACAO: PRIMEIRO DIA UTIL DEPOIS DO ENVIO
       01 WS-DATA-PRAZO            PIC 9(08) VALUE ZEROS.
       01 WS-DATA-PRAZO-R REDEFINES WS-DATA-PRAZO.
           05 PRZ-ANO              PIC 9(04).
           05 PRZ-MES              PIC 9(02).
           05 PRZ-DIA              PIC 9(02).
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

      *****NSU DO MOVIMENTO, FORNECIDO PELA ROTINA COMUM GERANSU
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.
       01 WS-TOT-DEVOLVIDO         PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-PENDENTE          PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-CONFIRMADAS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DEVOLVIDAS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DIVERGENTES       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PENDENTES         PIC 9(05) VALUE ZEROS.

       01 LINE-DESIGN              PIC X(84)
               VALUES
           '*===========================================================
      -    '=======================*'.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(43) VALUE
               '*  TED - RETORNO DA CAMARA E PENDENCIAS EM '.
           05 TR-DATA-REF          PIC 9999/99/99.
           05 FILLER               PIC X(31) VALUE
               '                              *'.

       01 WCA-SUBTITULO-RETORNO    PIC X(84) VALUE
           '  RETORNOS PROCESSADOS'.

       01 WCA-SUBTITULO-PENDENTE   PIC X(84) VALUE
           '  TED SEM CONFIRMACAO PASSADO UM DIA UTIL DO ENVIO'.

       01 WCA-CABEC-RETORNO.
           05 FILLER               PIC X(11) VALUE '        NSU'.
           05 FILLER               PIC X(08) VALUE '   CONTA'.
           05 FILLER               PIC X(16) VALUE
               '           VALOR'.
           05 FILLER               PIC X(05) VALUE '  SIT'.
           05 FILLER               PIC X(44) VALUE '  OCORRENCIA'.

       01 WCA-LINHA-RETORNO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LR-NSU               PIC 9(09) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LR-CONTA             PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LR-VALOR             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LR-SITUACAO          PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LR-DESCRICAO         PIC X(30) VALUE SPACES.

       01 WCA-CABEC-PENDENTE.
           05 FILLER               PIC X(11) VALUE '        NSU'.
           05 FILLER               PIC X(08) VALUE '   CONTA'.
           05 FILLER               PIC X(16) VALUE
               '           VALOR'.
           05 FILLER               PIC X(12) VALUE '       ENVIO'.
           05 FILLER               PIC X(37) VALUE
               '  BCO  AGEN  CONTA DESTINO'.

       01 WCA-LINHA-PENDENTE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LP-NSU               PIC 9(09) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LP-CONTA             PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LP-VALOR             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LP-ENVIO             PIC 9999/99/99 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LP-BANCO             PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LP-AGENCIA           PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LP-CONTA-DEST        PIC X(13) VALUE SPACES.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(17) VALUE
               '   CONFIRMADAS ='.
           05 LT-CONFIRMADAS       PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(16) VALUE
               '  DEVOLVIDAS ='.
           05 LT-DEVOLVIDAS        PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(18) VALUE
               '  DIVERGENTES ='.
           05 LT-DIVERGENTES       PIC ZZZZ9 VALUE ZEROS.

       01 WCA-LINHA-TOTAL-VALOR.
           05 FILLER               PIC X(17) VALUE
               '   DEVOLVIDO R$'.
           05 LTV-DEVOLVIDO        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(16) VALUE
               '  PENDENTES ='.
           05 LTV-PENDENTES        PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(06) VALUE '  R$'.
           05 LTV-PENDENTE         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'TEDRET01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 3000-TRATA-RETORNO
              THRU 3000-TRATA-RETORNO-FIM
              VARYING WCA-RET-IDX FROM 1 BY 1
              UNTIL WCA-RET-IDX GREATER THAN WCA-RET-QTD

           MOVE LINE-DESIGN TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WCA-SUBTITULO-PENDENTE TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WCA-CABEC-PENDENTE TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM 4000-VERIFICA-PENDENTE
              THRU 4000-VERIFICA-PENDENTE-FIM
              VARYING WCA-TED-IDX FROM 1 BY 1
              UNTIL WCA-TED-IDX GREATER THAN WCA-TED-QTD

           PERFORM 6000-REGRAVA-CONTROLE
              THRU 6000-REGRAVA-CONTROLE-FIM

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
               DISPLAY 'TEDRET01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1200-CARREGA-TEDS
              THRU 1200-CARREGA-TEDS-FIM.
           PERFORM 1300-CARREGA-RETORNO
              THRU 1300-CARREGA-RETORNO-FIM.
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
           MOVE WCA-SUBTITULO-RETORNO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABEC-RETORNO TO REG-RELATORIO.
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
               END-READ
               CLOSE CONTROLE
           END-IF.
       1050-LE-CONTROLE-FIM.
           EXIT.

       1200-CARREGA-TEDS.
           OPEN INPUT TEDCTRL.
           IF WSN-FS-TEDCTRL NOT EQUAL ZEROS
               DISPLAY 'TEDRET01 - TEDCTRL01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-TED TO TRUE.
           PERFORM 1210-LER-TEDCTRL
              THRU 1210-LER-TEDCTRL-FIM.
           PERFORM 1220-GUARDA-TED
              THRU 1220-GUARDA-TED-FIM
             UNTIL SW-FIM-SIM-TED.
           CLOSE TEDCTRL.
       1200-CARREGA-TEDS-FIM.
           EXIT.

       1210-LER-TEDCTRL.
           READ TEDCTRL
               AT END
                   SET SW-FIM-SIM-TED TO TRUE
           END-READ.
       1210-LER-TEDCTRL-FIM.
           EXIT.

      *****COM A TABELA CHEIA O LOTE ABORTA: A REGRAVACAO FINAL DO
      *****TEDCTRL01 SO E SEGURA SE O CONTROLE COUBE INTEIRO
       1220-GUARDA-TED.
           IF WCA-TED-QTD NOT LESS THAN 20000
               DISPLAY 'TEDRET01 - TEDCTRL01 COM MAIS DE 20000 '
                       'REGISTROS - ABORTADO PARA NAO REGRAVAR '
                       'CONTROLE TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-TED-QTD.
           SET WCA-TED-IDX TO WCA-TED-QTD.
           MOVE REG-TEDCTRL TO WCA-TED-REG(WCA-TED-IDX).
           PERFORM 1210-LER-TEDCTRL
              THRU 1210-LER-TEDCTRL-FIM.
       1220-GUARDA-TED-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CARGA E CONFERENCIA DO RETORNO: QUANTIDADE E SOMA DOS
      *     DETALHES TEM DE BATER COM O TRAILER, SENAO NADA E BAIXADO
      *-----------------------------------------------------------------
       1300-CARREGA-RETORNO.
           OPEN INPUT RETORNO.
           IF WSN-FS-RETORNO NOT EQUAL ZEROS
               DISPLAY 'TEDRET01 - SEM RETORNO DA CAMARA NO DIA'
               MOVE ZEROS TO WSN-FS-RETORNO
               GO TO 1300-CARREGA-RETORNO-FIM
           END-IF.
           SET SW-FIM-NAO-RET TO TRUE.
           PERFORM 1310-LER-RETORNO
              THRU 1310-LER-RETORNO-FIM.
           PERFORM 1320-GUARDA-RETORNO
              THRU 1320-GUARDA-RETORNO-FIM
             UNTIL SW-FIM-SIM-RET.
           CLOSE RETORNO.

           IF NOT TRAILER-LIDO
              OR WS-TRL-QTD NOT EQUAL WCA-RET-QTD
              OR WS-TRL-HASH NOT EQUAL WS-RET-HASH
               DISPLAY 'TEDRET01 - RETTED01 NAO CONFERE COM O '
                       'TRAILER - NADA FOI BAIXADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       1300-CARREGA-RETORNO-FIM.
           EXIT.

       1310-LER-RETORNO.
           READ RETORNO
               AT END
                   SET SW-FIM-SIM-RET TO TRUE
           END-READ.
       1310-LER-RETORNO-FIM.
           EXIT.

       1320-GUARDA-RETORNO.
           EVALUATE REG-RETORNO(1:3)
               WHEN 'HDR'
                   CONTINUE
               WHEN 'TRL'
                   MOVE 'S'      TO WS-TRL-LIDO
                   MOVE RTT-QTD  TO WS-TRL-QTD
                   MOVE RTT-HASH TO WS-TRL-HASH
               WHEN OTHER
                   IF WCA-RET-QTD NOT LESS THAN 5000
                       DISPLAY 'TEDRET01 - RETTED01 COM MAIS DE '
                               '5000 DETALHES - NADA FOI BAIXADO'
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WCA-RET-QTD
                   SET WCA-RET-IDX TO WCA-RET-QTD
                   MOVE RTD-NSU      TO WCA-RET-NSU(WCA-RET-IDX)
                   MOVE RTD-DATA     TO WCA-RET-DATA(WCA-RET-IDX)
                   MOVE RTD-SITUACAO TO WCA-RET-SITUACAO(WCA-RET-IDX)
                   MOVE RTD-VALOR    TO WCA-RET-VALOR(WCA-RET-IDX)
                   ADD RTD-VALOR     TO WS-RET-HASH
           END-EVALUATE.
           PERFORM 1310-LER-RETORNO
              THRU 1310-LER-RETORNO-FIM.
       1320-GUARDA-RETORNO-FIM.
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
      *     BAIXA DE UM DETALHE DO RETORNO NA TED ENVIADA DE MESMO NSU
      *-----------------------------------------------------------------
       3000-TRATA-RETORNO.
           MOVE SPACES TO WS-DESCRICAO.
           PERFORM 3100-PROCURA-TED
              THRU 3100-PROCURA-TED-FIM.

           MOVE WCA-RET-NSU(WCA-RET-IDX)      TO LR-NSU.
           MOVE WCA-RET-VALOR(WCA-RET-IDX)    TO LR-VALOR.
           MOVE WCA-RET-SITUACAO(WCA-RET-IDX) TO LR-SITUACAO.
           MOVE ZEROS                         TO LR-CONTA.

           IF NOT TED-ACHADA
               MOVE 'NSU NAO ENCONTRADO'       TO WS-DESCRICAO
           ELSE
               MOVE WCA-TED-REG(WCA-TED-IDX) TO REG-TEDCTRL
               MOVE TCT-COD-CTA              TO LR-CONTA
               IF NOT TCT-ENVIADA
                   MOVE 'RETORNO REPETIDO'     TO WS-DESCRICAO
               ELSE
                   IF TCT-VALOR NOT EQUAL WCA-RET-VALOR(WCA-RET-IDX)
                       MOVE 'VALOR DIFERENTE DO ENVIADO'
                         TO WS-DESCRICAO
                   END-IF
               END-IF
           END-IF.

           IF WS-DESCRICAO NOT EQUAL SPACES
               ADD 1 TO WS-QTD-DIVERGENTES
           ELSE
               PERFORM 3200-BAIXA-TED
                  THRU 3200-BAIXA-TED-FIM
           END-IF.

           MOVE WS-DESCRICAO TO LR-DESCRICAO.
           MOVE WCA-LINHA-RETORNO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       3000-TRATA-RETORNO-FIM.
           EXIT.

       3100-PROCURA-TED.
           MOVE 'N' TO WS-TED-ACHOU.
           PERFORM 3110-TESTA-TED
              THRU 3110-TESTA-TED-FIM
              VARYING WCA-TED-IDX FROM 1 BY 1
              UNTIL WCA-TED-IDX GREATER THAN WCA-TED-QTD
                 OR TED-ACHADA.
           IF TED-ACHADA
               SET WCA-TED-IDX DOWN BY 1
           END-IF.
       3100-PROCURA-TED-FIM.
           EXIT.

       3110-TESTA-TED.
           IF WCA-TED-REG(WCA-TED-IDX)(1:9) EQUAL
              WCA-RET-NSU(WCA-RET-IDX)
               MOVE 'S' TO WS-TED-ACHOU
           END-IF.
       3110-TESTA-TED-FIM.
           EXIT.

      *****'00' CONFIRMA; OUTRO CODIGO DEVOLVE O VALOR PARA A CONTA DE
      *****ORIGEM E GUARDA O MOTIVO
       3200-BAIXA-TED.
           MOVE WCA-RET-SITUACAO(WCA-RET-IDX) TO TCT-MOTIVO.
           MOVE WCA-DATA-REFERENCIA           TO TCT-DAT-RETORNO.
           PERFORM 3300-DESCREVE-MOTIVO
              THRU 3300-DESCREVE-MOTIVO-FIM.

           IF TCT-MOTIVO EQUAL '00'
               SET TCT-CONFIRMADA TO TRUE
               ADD 1 TO WS-QTD-CONFIRMADAS
           ELSE
               CALL 'GERANSU' USING WS-NSU
               MOVE TCT-COD-CTA         TO MOV-COD-CTA
               MOVE WCA-DATA-REFERENCIA TO MOV-DAT
               MOVE 'C'                 TO MOV-TIP
               MOVE 'T'                 TO MOV-FORMA
               MOVE TCT-VALOR           TO MOV-VAL
               MOVE 'DEVOLUCAO TED'     TO MOV-HIST
               MOVE WS-NSU              TO MOV-NSU
               WRITE REG-MOVIMENTO
               MOVE WS-NSU TO TCT-NSU-DEVOL
               SET TCT-DEVOLVIDA TO TRUE
               ADD TCT-VALOR TO WS-TOT-DEVOLVIDO
               ADD 1 TO WS-QTD-DEVOLVIDAS
           END-IF.
           MOVE REG-TEDCTRL TO WCA-TED-REG(WCA-TED-IDX).
       3200-BAIXA-TED-FIM.
           EXIT.

       3300-DESCREVE-MOTIVO.
           MOVE 'MOTIVO NAO TABELADO' TO WS-DESCRICAO.
           SET WCA-MOT-IDX TO 1.
           SEARCH WCA-MOT-TAB
               AT END
                   CONTINUE
               WHEN WCA-MOT-CODIGO(WCA-MOT-IDX) EQUAL TCT-MOTIVO
                   MOVE WCA-MOT-DESCRICAO(WCA-MOT-IDX)
                     TO WS-DESCRICAO
           END-SEARCH.
       3300-DESCREVE-MOTIVO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     TED AINDA ENVIADA COM O PRAZO DE UM DIA UTIL VENCIDO ANTES
      *     DA DATA DE REFERENCIA VAI PARA A LISTA DE PENDENCIAS
      *-----------------------------------------------------------------
       4000-VERIFICA-PENDENTE.
           MOVE WCA-TED-REG(WCA-TED-IDX) TO REG-TEDCTRL.
           IF NOT TCT-ENVIADA
               GO TO 4000-VERIFICA-PENDENTE-FIM
           END-IF.

           MOVE TCT-DAT-ENVIO TO WS-DATA-PRAZO.
           PERFORM 4200-ROLA-UM-DIA
              THRU 4200-ROLA-UM-DIA-FIM.
           PERFORM 4200-ROLA-UM-DIA
              THRU 4200-ROLA-UM-DIA-FIM
             UNTIL EH-DIA-UTIL.

           IF WCA-DATA-REFERENCIA GREATER THAN WS-DATA-PRAZO
               MOVE TCT-NSU          TO LP-NSU
               MOVE TCT-COD-CTA      TO LP-CONTA
               MOVE TCT-VALOR        TO LP-VALOR
               MOVE TCT-DAT-ENVIO    TO LP-ENVIO
               MOVE TCT-BANCO-DEST   TO LP-BANCO
               MOVE TCT-AGENCIA-DEST TO LP-AGENCIA
               MOVE TCT-CONTA-DEST   TO LP-CONTA-DEST
               MOVE WCA-LINHA-PENDENTE TO REG-RELATORIO
               WRITE REG-RELATORIO
               ADD TCT-VALOR TO WS-TOT-PENDENTE
               ADD 1 TO WS-QTD-PENDENTES
           END-IF.
       4000-VERIFICA-PENDENTE-FIM.
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
       4200-ROLA-UM-DIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       6000-REGRAVA-CONTROLE.
      *-----------------------------------------------------------------
           OPEN OUTPUT TEDCTRL.
           PERFORM 6100-GRAVA-TED
              THRU 6100-GRAVA-TED-FIM
              VARYING WCA-TED-IDX FROM 1 BY 1
              UNTIL WCA-TED-IDX GREATER THAN WCA-TED-QTD.
           CLOSE TEDCTRL.
       6000-REGRAVA-CONTROLE-FIM.
           EXIT.

       6100-GRAVA-TED.
           MOVE WCA-TED-REG(WCA-TED-IDX) TO REG-TEDCTRL.
           WRITE REG-TEDCTRL.
       6100-GRAVA-TED-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           MOVE WS-QTD-CONFIRMADAS TO LT-CONFIRMADAS.
           MOVE WS-QTD-DEVOLVIDAS  TO LT-DEVOLVIDAS.
           MOVE WS-QTD-DIVERGENTES TO LT-DIVERGENTES.
           MOVE WS-TOT-DEVOLVIDO   TO LTV-DEVOLVIDO.
           MOVE WS-QTD-PENDENTES   TO LTV-PENDENTES.
           MOVE WS-TOT-PENDENTE    TO LTV-PENDENTE.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-LINHA-TOTAL-VALOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.

           DISPLAY 'TEDRET01 - RETORNOS: ' WCA-RET-QTD
                   ' CONFIRMADAS: ' WS-QTD-CONFIRMADAS
                   ' DEVOLVIDAS: ' WS-QTD-DEVOLVIDAS
                   ' DIVERGENTES: ' WS-QTD-DIVERGENTES
                   ' PENDENTES: ' WS-QTD-PENDENTES
           CLOSE MOVIMENTO.

           MOVE 0 TO WS-RC-FINAL.
           IF WSN-FS-TEDCTRL   NOT EQUAL 00 OR
              WSN-FS-MOVIMENTO NOT EQUAL 00 OR
              WSN-FS-RELATORIO NOT EQUAL 00
               DISPLAY 'TEDRET01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-QTD-DIVERGENTES GREATER THAN ZERO
              OR WS-QTD-PENDENTES GREATER THAN ZERO
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF.
           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'RETORNO TED - ' WS-QTD-CONFIRMADAS ' CONF '
                  WS-QTD-DEVOLVIDAS ' DEVOL '
                  WS-QTD-DIVERGENTES ' DIVERG '
                  WS-QTD-PENDENTES ' PEND'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM TEDRET01.
