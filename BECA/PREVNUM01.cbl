      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Previsao de numerario e proposta de remessa do
      * carro-forte por agencia, no lugar do pedido feito no olho.
      * Sobre o historico POSNUM01 (gravado pelo NUMERARIO01) tira a
      * media do fluxo liquido dos caixas (entradas menos saidas em
      * especie) de cada dia da semana nas ultimas semanas, projeta o
      * caixa da agencia nos proximos dias uteis (fim de semana pela
      * rotina DIASEMANA e feriados de Feriados01.txt, mesma regra do
      * COBRAEMP01) a partir do fechamento da data de referencia, e
      * propoe a entrega que mantem o caixa acima do minimo da
      * agencia ou o recolhimento que o traz para baixo do teto do
      * seguro (AGENCIAS01), em multiplos de R$ 1.000,00. A proposta
      * sai no relatorio PREVNUM01 e, para as agencias com remessa, no
      * arquivo PEDNUM01 no leiaute do CARFORTE01, datada do primeiro
      * dia util seguinte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVNUM01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT AGENCIAS ASSIGN TO 'AGENCIAS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-AGENCIAS.

           SELECT POSICOES ASSIGN TO 'POSNUM01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-POSICOES.

           SELECT FERIADOS ASSIGN TO
               'C:\cobol\COBOL\DESAFIO\Feriados01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-FERIADOS.

           SELECT PEDIDOS ASSIGN TO 'PEDNUM01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-PEDIDOS.

           SELECT RELATORIO ASSIGN TO 'PREVNUM01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

       DATA DIVISION.
      *
       FILE SECTION.
      *                AGENCIAS01 (CADASTRO DE AGENCIAS)
       FD AGENCIAS.
       01 REG-AGENCIAS.
           05 AGM-COD              PIC X(04).
           05 AGM-NOM              PIC X(20).
           05 AGM-REGIAO           PIC X(15).
      *****CAIXA MINIMO E TETO DO SEGURO (BRANCO OU ZERO = SEM LIMITE)
           05 AGM-NUM-MINIMO       PIC 9(09)V99.
           05 AGM-NUM-MAXIMO       PIC 9(09)V99.

      *                POSICAO DIARIA DE NUMERARIO (NUMERARIO01)
       FD POSICOES.
       01 REG-POSICAO.
           05 PN-COD-AGENCIA       PIC X(04).
           05 FILLER               PIC X(01).
           05 PN-DATA              PIC 9(08).
           05 FILLER               PIC X(01).
           05 PN-DIA-SEMANA        PIC 9(01).
           05 FILLER               PIC X(01).
           05 PN-ABERTURA          PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 PN-ENTRADAS          PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 PN-SAIDAS            PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 PN-ENTREGAS          PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 PN-RECOLHIMENTOS     PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 PN-FECHAMENTO        PIC S9(11)V99
                                   SIGN LEADING SEPARATE.

       FD FERIADOS.
       01 REG-FERIADO.
           05 FER-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 FER-AMBITO           PIC X(01).
           05 FILLER               PIC X(01).
           05 FER-DESCRICAO        PIC X(20).

      *                PEDIDO AO CARRO-FORTE (LEIAUTE DO CARFORTE01)
       FD PEDIDOS.
       01 REG-PEDIDO.
           05 PED-COD-AGENCIA      PIC X(04).
           05 FILLER               PIC X(01).
           05 PED-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 PED-TIPO             PIC X(01).
           05 FILLER               PIC X(01).
           05 PED-VALOR            PIC 9(11)V99.

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(130).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-AGENCIAS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-POSICOES      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-FERIADOS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-PEDIDOS       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-AGENCIAS          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-AGM               VALUE 'N'.
               88 SW-FIM-SIM-AGM               VALUE 'S'.
           05 SW-POSICOES          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-POS               VALUE 'N'.
               88 SW-FIM-SIM-POS               VALUE 'S'.
           05 SW-FERIADOS          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-FER               VALUE 'N'.
               88 SW-FIM-SIM-FER               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.

      *****PARAMETROS DA PREVISAO: SEMANAS DE HISTORICO POR DIA DA
      *****SEMANA, DIAS UTEIS PROJETADOS E MULTIPLO DA REMESSA
       77 WS-SEMANAS-HISTORICO     PIC 9(02) VALUE 4.
       77 WS-DIAS-PREVISAO         PIC 9(01) VALUE 3.
       01 WS-MULTIPLO-REMESSA      PIC 9(05)V99 VALUE 1000,00.

      *****AGENCIAS COM A POSICAO DE REFERENCIA E AS MEDIAS DO FLUXO
      *****LIQUIDO POR DIA DA SEMANA (1 = SABADO ... 7 = SEXTA)
       01 WCA-AGENCIAS.
           05 WCA-AGE-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-AGE-TAB OCCURS 50 TIMES
                          INDEXED BY WCA-AGE-IDX.
               10 WCA-AGE-COD      PIC X(04).
               10 WCA-AGE-MINIMO   PIC 9(09)V99.
               10 WCA-AGE-MAXIMO   PIC 9(09)V99.
               10 WCA-AGE-DATA-POS PIC 9(08).
               10 WCA-AGE-CAIXA    PIC S9(11)V99.
               10 WCA-AGE-SEMANA OCCURS 7 TIMES.
                   15 WCA-AGE-FLUXO    PIC S9(13)V99.
                   15 WCA-AGE-QTD-DIAS PIC 9(02).
       01 WCA-AGE-ACHOU            PIC X(01) VALUE 'N'.
           88 AGENCIA-ACHADA                   VALUE 'S'.
       77 WS-IDX-ACHADO            PIC 9(02) VALUE ZEROS.
       01 WS-AG-BUSCA              PIC X(04) VALUE SPACES.

      *****HISTORICO EM MEMORIA, PERCORRIDO DO MAIS RECENTE PARA O
      *****MAIS ANTIGO NA APURACAO DAS MEDIAS
       01 WCA-POSICOES.
           05 WCA-POS-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-POS-TAB OCCURS 20000 TIMES
                          INDEXED BY WCA-POS-IDX.
               10 WCA-POS-REG      PIC X(101).
       77 WS-POS-SUB               PIC 9(05) VALUE ZEROS.

       01 WCA-FERIADOS.
           05 WCA-FER-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-FER-TAB OCCURS 50 TIMES
                          INDEXED BY WCA-FER-IDX.
               10 WCA-FER-DATA     PIC 9(08).

      *****PROXIMOS DIAS UTEIS APOS A DATA DE REFERENCIA
       01 WCA-DIAS-UTEIS.
           05 WCA-DU-QTD           PIC 9(01) VALUE ZERO.
           05 WCA-DU-TAB OCCURS 9 TIMES
                          INDEXED BY WCA-DU-IDX.
               10 WCA-DU-DATA      PIC 9(08).
               10 WCA-DU-SEMANA    PIC 9(01).

      *****ROLAMENTO DE DATA (MESMA CAMINHADA DO COBRAEMP01)
       01 WS-DATA-VENC             PIC 9(08) VALUE ZEROS.
       01 WS-DATA-VENC-R REDEFINES WS-DATA-VENC.
           05 VEN-ANO              PIC 9(04).
           05 VEN-MES              PIC 9(02).
           05 VEN-DIA              PIC 9(02).
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

      *****PROJECAO E PROPOSTA DA AGENCIA CORRENTE
       01 WS-FLUXO-MEDIO           PIC S9(13)V99 VALUE ZEROS.
       01 WS-CAIXA-PROJ            PIC S9(13)V99 VALUE ZEROS.
       01 WS-CAIXA-MINIMO          PIC S9(13)V99 VALUE ZEROS.
       01 WS-CAIXA-MAXIMO          PIC S9(13)V99 VALUE ZEROS.
       01 WS-VALOR-BRUTO           PIC S9(13)V99 VALUE ZEROS.
       01 WS-VALOR-REMESSA         PIC 9(11)V99 VALUE ZEROS.
       01 WS-QTD-MULTIPLOS         PIC 9(09) VALUE ZEROS.
       01 WS-TIPO-REMESSA          PIC X(01) VALUE SPACES.
       01 WS-OBSERVACAO            PIC X(24) VALUE SPACES.

       77 WS-QTD-AGENCIAS          PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ENTREGAS          PIC 9(04) VALUE ZEROS.
       77 WS-QTD-RECOLHIMENTOS     PIC 9(04) VALUE ZEROS.
       77 WS-QTD-SEM-POSICAO       PIC 9(04) VALUE ZEROS.

       01 LINE-DESIGN              PIC X(130) VALUE ALL '='.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(36) VALUE
               ' PREVISAO DE NUMERARIO - REFERENCIA '.
           05 TIT-DATA             PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(14) VALUE '  DIAS UTEIS: '.
           05 TIT-DIAS             PIC X(48) VALUE SPACES.

       01 WCA-CABECALHO.
           05 FILLER               PIC X(21) VALUE
               '  AG     CAIXA ATUAL'.
           05 FILLER               PIC X(30) VALUE
               '   MINIMO PROJ.   MAXIMO PROJ.'.
           05 FILLER               PIC X(28) VALUE
               '   CAIXA MINIMO  TETO SEGURO'.
           05 FILLER               PIC X(25) VALUE
               '  REMESSA          VALOR '.
           05 FILLER               PIC X(26) VALUE 'OBSERVACAO'.

       01 WCA-LINHA-AGENCIA.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LA-AG                PIC X(04) VALUE SPACES.
           05 LA-CAIXA             PIC -ZZZ.ZZZ.ZZ9,99.
           05 LA-PROJ-MIN          PIC -ZZZ.ZZZ.ZZ9,99.
           05 LA-PROJ-MAX          PIC -ZZZ.ZZZ.ZZ9,99.
           05 LA-MINIMO            PIC ZZZ.ZZZ.ZZ9,99.
           05 LA-MAXIMO            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LA-TIPO              PIC X(08) VALUE SPACES.
           05 LA-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-OBSERVACAO        PIC X(24) VALUE SPACES.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(14) VALUE '   AGENCIAS ='.
           05 LT-AGENCIAS          PIC ZZZ9  VALUE ZEROS.
           05 FILLER               PIC X(14) VALUE '   ENTREGAS ='.
           05 LT-ENTREGAS          PIC ZZZ9  VALUE ZEROS.
           05 FILLER               PIC X(18) VALUE
               '   RECOLHIMENTOS ='.
           05 LT-RECOLHE           PIC ZZZ9  VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'PREVNUM01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 2000-APURA-MEDIAS
              THRU 2000-APURA-MEDIAS-FIM
              VARYING WS-POS-SUB FROM WCA-POS-QTD BY -1
              UNTIL WS-POS-SUB LESS THAN 1

           PERFORM 3000-PROPOE-REMESSA
              THRU 3000-PROPOE-REMESSA-FIM
              VARYING WCA-AGE-IDX FROM 1 BY 1
              UNTIL WCA-AGE-IDX GREATER THAN WCA-AGE-QTD

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
               DISPLAY 'PREVNUM01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1200-CARREGA-AGENCIAS
              THRU 1200-CARREGA-AGENCIAS-FIM.
           PERFORM 1400-CARREGA-FERIADOS
              THRU 1400-CARREGA-FERIADOS-FIM.
           PERFORM 1600-CARREGA-POSICOES
              THRU 1600-CARREGA-POSICOES-FIM.

      *****PROXIMOS DIAS UTEIS A PARTIR DO DIA SEGUINTE A REFERENCIA
           MOVE WCA-DATA-REFERENCIA TO WS-DATA-VENC.
           MOVE ZERO TO WCA-DU-QTD.
           PERFORM 1800-PROXIMO-DIA-UTIL
              THRU 1800-PROXIMO-DIA-UTIL-FIM
              UNTIL WCA-DU-QTD NOT LESS THAN WS-DIAS-PREVISAO.

           OPEN OUTPUT RELATORIO.
           OPEN OUTPUT PEDIDOS.
           MOVE WCA-DATA-REFERENCIA TO TIT-DATA.
           MOVE SPACES TO TIT-DIAS.
           STRING WCA-DU-DATA(1) ' ' WCA-DU-DATA(2) ' '
                  WCA-DU-DATA(3)
               DELIMITED BY SIZE INTO TIT-DIAS.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABECALHO TO REG-RELATORIO.
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

      ****************CARGA DO CADASTRO DE AGENCIAS*********************
       1200-CARREGA-AGENCIAS.
           OPEN INPUT AGENCIAS.
           IF WSN-FS-AGENCIAS NOT EQUAL ZEROS
               DISPLAY 'PREVNUM01 - AGENCIAS01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-AGM TO TRUE.
           PERFORM 1210-LER-AGENCIA
              THRU 1210-LER-AGENCIA-FIM.
           PERFORM 1220-GUARDA-AGENCIA
              THRU 1220-GUARDA-AGENCIA-FIM
             UNTIL SW-FIM-SIM-AGM.
           CLOSE AGENCIAS.
       1200-CARREGA-AGENCIAS-FIM.
           EXIT.

       1210-LER-AGENCIA.
           READ AGENCIAS
               AT END
                   SET SW-FIM-SIM-AGM TO TRUE
           END-READ.
       1210-LER-AGENCIA-FIM.
           EXIT.

       1220-GUARDA-AGENCIA.
           IF WCA-AGE-QTD NOT LESS THAN 50
               DISPLAY 'PREVNUM01 - AGENCIAS01 COM MAIS DE 50 '
                       'AGENCIAS - ABORTADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-AGE-QTD.
           SET WCA-AGE-IDX TO WCA-AGE-QTD.
           INITIALIZE WCA-AGE-TAB(WCA-AGE-IDX).
           MOVE AGM-COD TO WCA-AGE-COD(WCA-AGE-IDX).
           IF AGM-NUM-MINIMO IS NUMERIC
               MOVE AGM-NUM-MINIMO TO WCA-AGE-MINIMO(WCA-AGE-IDX)
           END-IF.
           IF AGM-NUM-MAXIMO IS NUMERIC
               MOVE AGM-NUM-MAXIMO TO WCA-AGE-MAXIMO(WCA-AGE-IDX)
           END-IF.
           PERFORM 1210-LER-AGENCIA
              THRU 1210-LER-AGENCIA-FIM.
       1220-GUARDA-AGENCIA-FIM.
           EXIT.

      ****************CARGA DOS FERIADOS********************************
       1400-CARREGA-FERIADOS.
           OPEN INPUT FERIADOS.
           IF WSN-FS-FERIADOS NOT EQUAL ZEROS
               GO TO 1400-CARREGA-FERIADOS-FIM
           END-IF.
           SET SW-FIM-NAO-FER TO TRUE.
           PERFORM 1410-LER-FERIADO
              THRU 1410-LER-FERIADO-FIM.
           PERFORM 1420-GUARDA-FERIADO
              THRU 1420-GUARDA-FERIADO-FIM
             UNTIL SW-FIM-SIM-FER.
           CLOSE FERIADOS.
       1400-CARREGA-FERIADOS-FIM.
           EXIT.

       1410-LER-FERIADO.
           READ FERIADOS
               AT END
                   SET SW-FIM-SIM-FER TO TRUE
           END-READ.
       1410-LER-FERIADO-FIM.
           EXIT.

       1420-GUARDA-FERIADO.
           IF WCA-FER-QTD LESS THAN 50
               ADD 1 TO WCA-FER-QTD
               SET WCA-FER-IDX TO WCA-FER-QTD
               MOVE FER-DATA TO WCA-FER-DATA(WCA-FER-IDX)
           END-IF.
           PERFORM 1410-LER-FERIADO
              THRU 1410-LER-FERIADO-FIM.
       1420-GUARDA-FERIADO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     HISTORICO: SO POSICOES ATE A DATA DE REFERENCIA; A MAIS
      *     RECENTE DE CADA AGENCIA E O CAIXA DE PARTIDA DA PROJECAO
      *-----------------------------------------------------------------
       1600-CARREGA-POSICOES.
           OPEN INPUT POSICOES.
           IF WSN-FS-POSICOES NOT EQUAL ZEROS
               DISPLAY 'PREVNUM01 - POSNUM01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-POS TO TRUE.
           PERFORM 1610-LER-POSICAO
              THRU 1610-LER-POSICAO-FIM.
           PERFORM 1620-GUARDA-POSICAO
              THRU 1620-GUARDA-POSICAO-FIM
             UNTIL SW-FIM-SIM-POS.
           CLOSE POSICOES.
       1600-CARREGA-POSICOES-FIM.
           EXIT.

       1610-LER-POSICAO.
           READ POSICOES
               AT END
                   SET SW-FIM-SIM-POS TO TRUE
           END-READ.
       1610-LER-POSICAO-FIM.
           EXIT.

       1620-GUARDA-POSICAO.
           IF PN-DATA GREATER THAN WCA-DATA-REFERENCIA
               GO TO 1620-GUARDA-LEITURA
           END-IF.
           IF WCA-POS-QTD NOT LESS THAN 20000
               DISPLAY 'PREVNUM01 - POSNUM01 COM MAIS DE 20000 '
                       'REGISTROS - ABORTADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-POS-QTD.
           SET WCA-POS-IDX TO WCA-POS-QTD.
           MOVE REG-POSICAO TO WCA-POS-REG(WCA-POS-IDX).
           MOVE PN-COD-AGENCIA TO WS-AG-BUSCA.
           PERFORM 1700-LOCALIZA-AGENCIA
              THRU 1700-LOCALIZA-AGENCIA-FIM.
           IF AGENCIA-ACHADA
              AND PN-DATA GREATER THAN WCA-AGE-DATA-POS(WCA-AGE-IDX)
               MOVE PN-DATA       TO WCA-AGE-DATA-POS(WCA-AGE-IDX)
               MOVE PN-FECHAMENTO TO WCA-AGE-CAIXA(WCA-AGE-IDX)
           END-IF.
       1620-GUARDA-LEITURA.
           PERFORM 1610-LER-POSICAO
              THRU 1610-LER-POSICAO-FIM.
       1620-GUARDA-POSICAO-FIM.
           EXIT.

      *****LOCALIZA A AGENCIA NA TABELA DO CADASTRO
       1700-LOCALIZA-AGENCIA.
           MOVE 'N' TO WCA-AGE-ACHOU.
           PERFORM 1710-TESTA-AGENCIA
              THRU 1710-TESTA-AGENCIA-FIM
              VARYING WCA-AGE-IDX FROM 1 BY 1
              UNTIL WCA-AGE-IDX GREATER THAN WCA-AGE-QTD
                 OR AGENCIA-ACHADA.
           IF AGENCIA-ACHADA
               SET WCA-AGE-IDX TO WS-IDX-ACHADO
           END-IF.
       1700-LOCALIZA-AGENCIA-FIM.
           EXIT.

       1710-TESTA-AGENCIA.
           IF WS-AG-BUSCA EQUAL WCA-AGE-COD(WCA-AGE-IDX)
               MOVE 'S' TO WCA-AGE-ACHOU
               SET WS-IDX-ACHADO TO WCA-AGE-IDX
           END-IF.
       1710-TESTA-AGENCIA-FIM.
           EXIT.

      *****AVANCA UM DIA E GUARDA A DATA SE FOR DIA UTIL
       1800-PROXIMO-DIA-UTIL.
           PERFORM 1900-ROLA-UM-DIA
              THRU 1900-ROLA-UM-DIA-FIM.
           PERFORM 1850-TESTA-DIA-UTIL
              THRU 1850-TESTA-DIA-UTIL-FIM.
           IF EH-DIA-UTIL
               ADD 1 TO WCA-DU-QTD
               SET WCA-DU-IDX TO WCA-DU-QTD
               MOVE WS-DATA-VENC  TO WCA-DU-DATA(WCA-DU-IDX)
               MOVE WS-DIA-SEMANA TO WCA-DU-SEMANA(WCA-DU-IDX)
           END-IF.
       1800-PROXIMO-DIA-UTIL-FIM.
           EXIT.

       1850-TESTA-DIA-UTIL.
           MOVE 'S' TO WS-DIA-UTIL.
           MOVE VEN-DIA TO WS-DIA-CHAMADA.
           MOVE VEN-MES TO WS-MES-CHAMADA.
           MOVE VEN-ANO TO WS-ANO-CHAMADA.
           CALL 'DIASEMANA' USING WS-DIA-CHAMADA WS-MES-CHAMADA
               WS-ANO-CHAMADA WS-DIA-SEMANA WS-NOME-DIA WS-NOME-MES.
           IF EH-FIM-DE-SEMANA
               MOVE 'N' TO WS-DIA-UTIL
           END-IF.
           IF EH-DIA-UTIL AND WCA-FER-QTD GREATER THAN ZERO
               PERFORM 1860-TESTA-FERIADO
                  THRU 1860-TESTA-FERIADO-FIM
                  VARYING WCA-FER-IDX FROM 1 BY 1
                  UNTIL WCA-FER-IDX GREATER THAN WCA-FER-QTD
                     OR NOT EH-DIA-UTIL
           END-IF.
       1850-TESTA-DIA-UTIL-FIM.
           EXIT.

       1860-TESTA-FERIADO.
           IF WS-DATA-VENC EQUAL WCA-FER-DATA(WCA-FER-IDX)
               MOVE 'N' TO WS-DIA-UTIL
           END-IF.
       1860-TESTA-FERIADO-FIM.
           EXIT.

       1900-ROLA-UM-DIA.
           MOVE WCA-DIAS-MES-N(VEN-MES) TO WS-ULT-DIA-MES.
           IF VEN-MES EQUAL 02
               MOVE VEN-ANO TO WS-ANO-BISSEXTO
               CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO WS-BISSEXTO
               IF WS-BISSEXTO EQUAL 'S'
                   MOVE 29 TO WS-ULT-DIA-MES
               END-IF
           END-IF.
           IF VEN-DIA LESS THAN WS-ULT-DIA-MES
               ADD 1 TO VEN-DIA
           ELSE
               MOVE 01 TO VEN-DIA
               IF VEN-MES LESS THAN 12
                   ADD 1 TO VEN-MES
               ELSE
                   MOVE 01 TO VEN-MES
                   ADD 1 TO VEN-ANO
               END-IF
           END-IF.
       1900-ROLA-UM-DIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     MEDIAS POR DIA DA SEMANA: DO MAIS RECENTE PARA O MAIS
      *     ANTIGO, NO MAXIMO WS-SEMANAS-HISTORICO DIAS DE CADA DIA DA
      *     SEMANA POR AGENCIA
      *-----------------------------------------------------------------
       2000-APURA-MEDIAS.
           MOVE WCA-POS-REG(WS-POS-SUB) TO REG-POSICAO.
           IF PN-DIA-SEMANA LESS THAN 1
              OR PN-DIA-SEMANA GREATER THAN 7
               GO TO 2000-APURA-MEDIAS-FIM
           END-IF.
           MOVE PN-COD-AGENCIA TO WS-AG-BUSCA.
           PERFORM 1700-LOCALIZA-AGENCIA
              THRU 1700-LOCALIZA-AGENCIA-FIM.
           IF NOT AGENCIA-ACHADA
              OR WCA-AGE-QTD-DIAS(WCA-AGE-IDX, PN-DIA-SEMANA)
                 NOT LESS THAN WS-SEMANAS-HISTORICO
               GO TO 2000-APURA-MEDIAS-FIM
           END-IF.
           ADD 1 TO WCA-AGE-QTD-DIAS(WCA-AGE-IDX, PN-DIA-SEMANA).
           COMPUTE WCA-AGE-FLUXO(WCA-AGE-IDX, PN-DIA-SEMANA) =
               WCA-AGE-FLUXO(WCA-AGE-IDX, PN-DIA-SEMANA)
               + PN-ENTRADAS - PN-SAIDAS.
       2000-APURA-MEDIAS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     PROJECAO DO CAIXA NOS PROXIMOS DIAS UTEIS E PROPOSTA DE
      *     REMESSA CONTRA O MINIMO E O TETO DO SEGURO
      *-----------------------------------------------------------------
       3000-PROPOE-REMESSA.
           MOVE SPACES TO WCA-LINHA-AGENCIA(3:).
           MOVE WCA-AGE-COD(WCA-AGE-IDX) TO LA-AG.
           IF WCA-AGE-DATA-POS(WCA-AGE-IDX) EQUAL ZEROS
               MOVE 'SEM POSICAO NO HISTORICO' TO LA-OBSERVACAO
               MOVE WCA-LINHA-AGENCIA TO REG-RELATORIO
               WRITE REG-RELATORIO
               ADD 1 TO WS-QTD-SEM-POSICAO
               GO TO 3000-PROPOE-REMESSA-FIM
           END-IF.
           ADD 1 TO WS-QTD-AGENCIAS.

           MOVE WCA-AGE-CAIXA(WCA-AGE-IDX) TO WS-CAIXA-PROJ
                                              WS-CAIXA-MINIMO
                                              WS-CAIXA-MAXIMO.
           PERFORM 3100-PROJETA-DIA
              THRU 3100-PROJETA-DIA-FIM
              VARYING WCA-DU-IDX FROM 1 BY 1
              UNTIL WCA-DU-IDX GREATER THAN WCA-DU-QTD.

           MOVE SPACES TO WS-TIPO-REMESSA WS-OBSERVACAO.
           MOVE ZEROS  TO WS-VALOR-REMESSA.
           EVALUATE TRUE
               WHEN WS-CAIXA-MINIMO LESS THAN
                    WCA-AGE-MINIMO(WCA-AGE-IDX)
                   PERFORM 3200-PROPOE-ENTREGA
                      THRU 3200-PROPOE-ENTREGA-FIM
               WHEN WCA-AGE-MAXIMO(WCA-AGE-IDX) GREATER THAN ZEROS
                AND WS-CAIXA-MAXIMO GREATER THAN
                    WCA-AGE-MAXIMO(WCA-AGE-IDX)
                   PERFORM 3300-PROPOE-RECOLHIMENTO
                      THRU 3300-PROPOE-RECOLHIMENTO-FIM
               WHEN OTHER
                   MOVE 'DENTRO DA FAIXA' TO WS-OBSERVACAO
           END-EVALUATE.

           IF WS-VALOR-REMESSA GREATER THAN ZEROS
               MOVE SPACES              TO REG-PEDIDO
               MOVE WCA-AGE-COD(WCA-AGE-IDX) TO PED-COD-AGENCIA
               MOVE WCA-DU-DATA(1)      TO PED-DATA
               MOVE WS-TIPO-REMESSA     TO PED-TIPO
               MOVE WS-VALOR-REMESSA    TO PED-VALOR
               WRITE REG-PEDIDO
               IF WS-TIPO-REMESSA EQUAL 'E'
                   MOVE 'ENTREGA'  TO LA-TIPO
                   ADD 1 TO WS-QTD-ENTREGAS
               ELSE
                   MOVE 'RECOLHE'  TO LA-TIPO
                   ADD 1 TO WS-QTD-RECOLHIMENTOS
               END-IF
           ELSE
               MOVE 'NENHUMA' TO LA-TIPO
           END-IF.

           MOVE WCA-AGE-CAIXA(WCA-AGE-IDX)  TO LA-CAIXA.
           MOVE WS-CAIXA-MINIMO             TO LA-PROJ-MIN.
           MOVE WS-CAIXA-MAXIMO             TO LA-PROJ-MAX.
           MOVE WCA-AGE-MINIMO(WCA-AGE-IDX) TO LA-MINIMO.
           MOVE WCA-AGE-MAXIMO(WCA-AGE-IDX) TO LA-MAXIMO.
           MOVE WS-VALOR-REMESSA            TO LA-VALOR.
           MOVE WS-OBSERVACAO               TO LA-OBSERVACAO.
           MOVE WCA-LINHA-AGENCIA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       3000-PROPOE-REMESSA-FIM.
           EXIT.

      *****O DIA SEM HISTORICO DAQUELE DIA DA SEMANA PROJETA FLUXO ZERO
       3100-PROJETA-DIA.
           MOVE ZEROS TO WS-FLUXO-MEDIO.
           IF WCA-AGE-QTD-DIAS(WCA-AGE-IDX, WCA-DU-SEMANA(WCA-DU-IDX))
              GREATER THAN ZERO
               COMPUTE WS-FLUXO-MEDIO ROUNDED =
                   WCA-AGE-FLUXO(WCA-AGE-IDX,
                                 WCA-DU-SEMANA(WCA-DU-IDX))
                 / WCA-AGE-QTD-DIAS(WCA-AGE-IDX,
                                    WCA-DU-SEMANA(WCA-DU-IDX))
           END-IF.
           ADD WS-FLUXO-MEDIO TO WS-CAIXA-PROJ.
           IF WS-CAIXA-PROJ LESS THAN WS-CAIXA-MINIMO
               MOVE WS-CAIXA-PROJ TO WS-CAIXA-MINIMO
           END-IF.
           IF WS-CAIXA-PROJ GREATER THAN WS-CAIXA-MAXIMO
               MOVE WS-CAIXA-PROJ TO WS-CAIXA-MAXIMO
           END-IF.
       3100-PROJETA-DIA-FIM.
           EXIT.

      *****ENTREGA QUE LEVA O PONTO MAIS BAIXO AO MINIMO; O PONTO
      *****MAIS ALTO COM A ENTREGA NAO PODE PASSAR DO TETO DO SEGURO
       3200-PROPOE-ENTREGA.
           MOVE 'E' TO WS-TIPO-REMESSA.
           COMPUTE WS-VALOR-BRUTO =
               WCA-AGE-MINIMO(WCA-AGE-IDX) - WS-CAIXA-MINIMO.
           PERFORM 3400-ARREDONDA-REMESSA
              THRU 3400-ARREDONDA-REMESSA-FIM.
           IF WCA-AGE-MAXIMO(WCA-AGE-IDX) GREATER THAN ZEROS
              AND WS-CAIXA-MAXIMO + WS-VALOR-REMESSA GREATER THAN
                  WCA-AGE-MAXIMO(WCA-AGE-IDX)
               COMPUTE WS-VALOR-BRUTO =
                   WCA-AGE-MAXIMO(WCA-AGE-IDX) - WS-CAIXA-MAXIMO
               IF WS-VALOR-BRUTO GREATER THAN ZEROS
                   COMPUTE WS-QTD-MULTIPLOS =
                       WS-VALOR-BRUTO / WS-MULTIPLO-REMESSA
                   COMPUTE WS-VALOR-REMESSA =
                       WS-QTD-MULTIPLOS * WS-MULTIPLO-REMESSA
               ELSE
                   MOVE ZEROS TO WS-VALOR-REMESSA
               END-IF
               MOVE 'LIMITADA PELO SEGURO' TO WS-OBSERVACAO
           END-IF.
       3200-PROPOE-ENTREGA-FIM.
           EXIT.

      *****RECOLHIMENTO QUE TRAZ O PONTO MAIS ALTO PARA O TETO SEM
      *****DEIXAR O PONTO MAIS BAIXO ABAIXO DO MINIMO
       3300-PROPOE-RECOLHIMENTO.
           MOVE 'R' TO WS-TIPO-REMESSA.
           COMPUTE WS-VALOR-BRUTO =
               WS-CAIXA-MAXIMO - WCA-AGE-MAXIMO(WCA-AGE-IDX).
           PERFORM 3400-ARREDONDA-REMESSA
              THRU 3400-ARREDONDA-REMESSA-FIM.
           IF WS-CAIXA-MINIMO - WS-VALOR-REMESSA LESS THAN
              WCA-AGE-MINIMO(WCA-AGE-IDX)
               COMPUTE WS-VALOR-BRUTO =
                   WS-CAIXA-MINIMO - WCA-AGE-MINIMO(WCA-AGE-IDX)
               IF WS-VALOR-BRUTO GREATER THAN ZEROS
                   COMPUTE WS-QTD-MULTIPLOS =
                       WS-VALOR-BRUTO / WS-MULTIPLO-REMESSA
                   COMPUTE WS-VALOR-REMESSA =
                       WS-QTD-MULTIPLOS * WS-MULTIPLO-REMESSA
               ELSE
                   MOVE ZEROS TO WS-VALOR-REMESSA
               END-IF
               MOVE 'LIMITADO PELO MINIMO' TO WS-OBSERVACAO
           END-IF.
       3300-PROPOE-RECOLHIMENTO-FIM.
           EXIT.

      *****ARREDONDA PARA CIMA NO MULTIPLO DA REMESSA
       3400-ARREDONDA-REMESSA.
           COMPUTE WS-QTD-MULTIPLOS =
               (WS-VALOR-BRUTO + WS-MULTIPLO-REMESSA - 0,01)
               / WS-MULTIPLO-REMESSA.
           COMPUTE WS-VALOR-REMESSA =
               WS-QTD-MULTIPLOS * WS-MULTIPLO-REMESSA.
       3400-ARREDONDA-REMESSA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           MOVE WS-QTD-AGENCIAS      TO LT-AGENCIAS.
           MOVE WS-QTD-ENTREGAS      TO LT-ENTREGAS.
           MOVE WS-QTD-RECOLHIMENTOS TO LT-RECOLHE.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           DISPLAY 'PREVNUM01 - AGENCIAS: ' WS-QTD-AGENCIAS
                   ' ENTREGAS: ' WS-QTD-ENTREGAS
                   ' RECOLHIMENTOS: ' WS-QTD-RECOLHIMENTOS
           IF WS-QTD-SEM-POSICAO GREATER THAN ZERO
               DISPLAY 'PREVNUM01 - ' WS-QTD-SEM-POSICAO
                       ' AGENCIAS SEM POSICAO NO HISTORICO'
           END-IF
           CLOSE RELATORIO
           CLOSE PEDIDOS.

           MOVE 0 TO WS-RC-FINAL.
           IF WSN-FS-RELATORIO NOT EQUAL 00
              OR WSN-FS-PEDIDOS NOT EQUAL 00
               DISPLAY 'PREVNUM01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           ELSE
               IF WS-QTD-SEM-POSICAO GREATER THAN ZERO
                   MOVE 'A' TO WS-LOG-SEVERIDADE
               ELSE
                   MOVE 'I' TO WS-LOG-SEVERIDADE
               END-IF
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'PREVISAO NUMERARIO - ENTREGAS ' WS-QTD-ENTREGAS
                  ' RECOLHIMENTOS ' WS-QTD-RECOLHIMENTOS
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM PREVNUM01.
