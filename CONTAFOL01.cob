      ******************************************************************
      * Author: JULIO CESAR
      * Date: 02/09/2026
      * Purpose: Contabilizacao da folha no feed contabil. O GERACONT01
      * so transforma os movimentos do banco em pares debito/credito;
      * despesa de salarios e extras, INSS e IRRF retidos a recolher
      * e o liquido a pagar eram lancados a mao. Este lote le os
      * contracheques do CONTRACHEQ01 e os encargos do empregador do
      * ENCARGOS01 (rodar depois do ENCARGOS01 de cada folha),
      * resolve o centro de custo de cada matricula na lotacao
      * Depto01 (sem lotacao, centro '??????', como no CUSTODEP01) e
      * anexa ao LANCTO01 um par debito/credito de mesmo valor por
      * centro de custo e evento, com o centro no proprio lancamento.
      * Os eventos sao resolvidos no mapa MAPAEVENT01 (contas do
      * PLANOCTAS01), da mesma forma que os do banco:
      *     FOLHA SALARIOS      despesa de salarios / salarios a pagar
      *     FOLHA EXTRAS        despesa de extras / salarios a pagar
      *     FOLHA INSS RETIDO   salarios a pagar / INSS a recolher
      *     FOLHA IRRF RETIDO   salarios a pagar / IRRF a recolher
      *     FOLHA DESCONTOS     salarios a pagar / adiantamentos
      *     ENCARGO FGTS        despesa de FGTS / FGTS a recolher
      *     ENCARGO PREVIDENCIA despesa de INSS patronal / INSS a
      *                         recolher
      * O saldo que fica em salarios a pagar e o liquido da folha, que
      * o PAGSAL01 credita em conta com o historico CREDITO SALARIO -
      * mapeado no MAPAEVENT01 (salarios a pagar / depositos), o par
      * da baixa sai do GERACONT01 na noite do credito. Evento sem
      * mapa cai nas contas transitorias 99999999 e sai contado no
      * log. Roda depois do GERACONT01 e antes do BALANCETE01, que
      * fecha os lancamentos da folha a parte dos do banco; rodar de
      * novo na mesma data exige regerar o LANCTO01.
      * Fecha com o relatorio de conciliacao folha x razao
      * RELCONTAFOL01: relido o LANCTO01, cada evento da folha na data
      * de referencia sai com o total dos contracheques/encargos e o
      * total lancado, mais o liquido da folha contra o saldo que os
      * lancamentos deixam em salarios a pagar; qualquer diferenca
      * encerra com RETURN-CODE 1.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTAFOL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACHEQUES ASSIGN TO 'CONTRACHEQ01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTRACHEQUES.

           SELECT ARQUIVO-ENCARGOS ASSIGN TO 'ENCARGOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENCARGOS.

           SELECT DEPTOS ASSIGN TO 'DEPTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPTOS.

           SELECT PLANOCTAS ASSIGN TO 'PLANOCTAS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANOCTAS.

           SELECT MAPAEVENT ASSIGN TO 'MAPAEVENT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAPAEVENT.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT LANCAMENTOS ASSIGN TO 'LANCTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LANCAMENTOS.

           SELECT RELATORIO ASSIGN TO 'RELCONTAFOL01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRACHEQUES.
       01 REG-CONTRACHEQUE.
           05 CC-MATRICULA         PIC 9(06).
           05 FILLER               PIC X(01).
           05 CC-NOME              PIC X(30).
           05 FILLER               PIC X(01).
           05 CC-SALARIO           PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 CC-EXTRAS            PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 CC-INSS              PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 CC-IRRF              PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 CC-LIQUIDO           PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 CC-TIPO-FOLHA        PIC X(01).
           05 FILLER               PIC X(01).
           05 CC-DESCONTOS         PIC 9(07)V99.

       FD ARQUIVO-ENCARGOS.
       01 REG-ENCARGOS.
           05 EN-MATRICULA         PIC 9(06).
           05 FILLER               PIC X(01).
           05 EN-TIPO-FOLHA        PIC X(01).
           05 FILLER               PIC X(01).
           05 EN-BASE              PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 EN-FGTS              PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 EN-PREVIDENCIA       PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 EN-TOTAL             PIC 9(09)V99.

       FD DEPTOS.
       01 REG-DEPTO.
           05 DEP-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 DEP-DEPTO            PIC X(10).
           05 FILLER               PIC X(01).
           05 DEP-CENTRO           PIC X(06).

       FD PLANOCTAS.
       01 REG-PLANOCTAS.
           05 PLC-CONTA            PIC X(08).
           05 FILLER               PIC X(01).
           05 PLC-DESCRICAO        PIC X(30).
           05 FILLER               PIC X(01).
           05 PLC-GRUPO            PIC X(01).

       FD MAPAEVENT.
       01 REG-MAPAEVENT.
           05 MAP-HIST             PIC X(20).
           05 FILLER               PIC X(01).
           05 MAP-CONTA-DEB        PIC X(08).
           05 FILLER               PIC X(01).
           05 MAP-CONTA-CRED       PIC X(08).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      *****FEED CONTABIL; O CENTRO DE CUSTO SO VEM NOS LANCAMENTOS DA
      *****FOLHA (OS DO BANCO SAEM COM O CENTRO EM BRANCO)
       FD LANCAMENTOS.
       01 REG-LANCAMENTO.
           05 LCT-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 LCT-CONTA            PIC X(08).
           05 FILLER               PIC X(01).
           05 LCT-DC               PIC X(01).
           05 FILLER               PIC X(01).
           05 LCT-VALOR            PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 LCT-HIST             PIC X(20).
           05 FILLER               PIC X(01).
           05 LCT-AGENCIA          PIC X(04).
           05 FILLER               PIC X(01).
           05 LCT-CENTRO           PIC X(06).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(84).

       WORKING-STORAGE SECTION.
       77 WS-FS-CONTRACHEQUES      PIC 9(02) VALUE ZEROS.
       77 WS-FS-ENCARGOS           PIC 9(02) VALUE ZEROS.
       77 WS-FS-DEPTOS             PIC 9(02) VALUE ZEROS.
       77 WS-FS-PLANOCTAS          PIC 9(02) VALUE ZEROS.
       77 WS-FS-MAPAEVENT          PIC 9(02) VALUE ZEROS.
       77 WS-FS-CONTROLE           PIC 9(02) VALUE ZEROS.
       77 WS-FS-LANCAMENTOS        PIC 9(02) VALUE ZEROS.
       77 WS-FS-RELATORIO          PIC 9(02) VALUE ZEROS.
       77 FIM-ARQUIVO              PIC X(01) VALUE 'N'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.

      *****EVENTOS DA FOLHA, NA ORDEM DAS COLUNAS DE VALOR
       01 WCA-EVENTOS-TABELA.
           05 FILLER PIC X(20) VALUE 'FOLHA SALARIOS'.
           05 FILLER PIC X(20) VALUE 'FOLHA EXTRAS'.
           05 FILLER PIC X(20) VALUE 'FOLHA INSS RETIDO'.
           05 FILLER PIC X(20) VALUE 'FOLHA IRRF RETIDO'.
           05 FILLER PIC X(20) VALUE 'FOLHA DESCONTOS'.
           05 FILLER PIC X(20) VALUE 'ENCARGO FGTS'.
           05 FILLER PIC X(20) VALUE 'ENCARGO PREVIDENCIA'.
       01 WCA-EVENTOS REDEFINES WCA-EVENTOS-TABELA.
           05 WCA-EVT-HIST         PIC X(20) OCCURS 7 TIMES.
       77 WCA-EVT-QTD              PIC 9(01) VALUE 7.
       77 WS-IDX-EVT               PIC 9(01) VALUE ZEROS.

      *****CENTRO DE CUSTO POR MATRICULA (DEPTO01)
       01 WRK-LOTACAO.
           05 WRK-LOT-QTD          PIC 9(03) VALUE ZEROS.
           05 WRK-LOT-TAB OCCURS 200 TIMES.
               10 WRK-LOT-MATRICULA PIC 9(06).
               10 WRK-LOT-CENTRO   PIC X(06).
       77 WRK-LOT-ACHOU            PIC X(01) VALUE 'N'.
       77 WRK-IDX-LOT              PIC 9(03) VALUE ZEROS.
       01 WS-MATRICULA-BUSCA       PIC 9(06) VALUE ZEROS.
       01 WS-CENTRO-FUNC           PIC X(06) VALUE SPACES.

      *****VALORES POR CENTRO DE CUSTO E EVENTO
       01 WCA-CENTROS.
           05 WCA-CTR-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-CTR-TAB OCCURS 30 TIMES.
               10 WCA-CTR-CODIGO   PIC X(06).
               10 WCA-CTR-VALOR    PIC 9(11)V99 OCCURS 7 TIMES.
       77 WCA-CTR-ACHOU            PIC X(01) VALUE 'N'.
       77 WS-IDX-CTR               PIC 9(02) VALUE ZEROS.
       77 WS-QTD-SEM-CENTRO        PIC 9(04) VALUE ZEROS.

      *****MAPA DE EVENTOS E CONTAS DO PLANO
       01 WRK-MAPA.
           05 WRK-MAP-QTD          PIC 9(02) VALUE ZEROS.
           05 WRK-MAP-TAB OCCURS 50 TIMES.
               10 WRK-MAP-HIST     PIC X(20).
               10 WRK-MAP-DEB      PIC X(08).
               10 WRK-MAP-CRED     PIC X(08).
       77 WRK-MAP-ACHOU            PIC X(01) VALUE 'N'.
       77 WRK-IDX-MAP              PIC 9(02) VALUE ZEROS.
       01 WRK-PLANO.
           05 WRK-PLC-QTD          PIC 9(03) VALUE ZEROS.
           05 WRK-PLC-CONTA        PIC X(08) OCCURS 100 TIMES.
       77 WRK-PLC-ACHOU            PIC X(01) VALUE 'N'.
       77 WRK-IDX-PLC              PIC 9(03) VALUE ZEROS.
       01 WS-CONTA-BUSCA           PIC X(08) VALUE SPACES.
       01 WS-CONTA-DEB             PIC X(08) VALUE SPACES.
       01 WS-CONTA-CRED            PIC X(08) VALUE SPACES.
       01 WS-VALOR-EVENTO          PIC 9(11)V99 VALUE ZEROS.

      *****TOTAIS DA FOLHA (ARQUIVOS) E DO RAZAO (LANCTO01) POR EVENTO
       01 WCA-TOTAIS.
           05 WCA-TOT-FOLHA        PIC 9(11)V99 OCCURS 7 TIMES.
           05 WCA-TOT-RAZAO        PIC 9(11)V99 OCCURS 7 TIMES.
       01 WS-TOT-LIQUIDO           PIC 9(11)V99 VALUE ZEROS.
       01 WS-LIQUIDO-RAZAO         PIC S9(11)V99 VALUE ZEROS.
       01 WS-DIFERENCA             PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOT-DEBITOS           PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-CREDITOS          PIC 9(13)V99 VALUE ZEROS.
       77 WS-QTD-CONTRACHEQUES     PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ENCARGOS          PIC 9(04) VALUE ZEROS.
       77 WS-QTD-LANCAMENTOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-MAPA          PIC 9(02) VALUE ZEROS.
       77 WS-QTD-FORA-PLANO        PIC 9(02) VALUE ZEROS.
       77 WS-QTD-DIVERGENCIAS      PIC 9(02) VALUE ZEROS.

       01 LINE-DESIGN              PIC X(84)
               VALUE
           '*===========================================================
      -    '=======================*'.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(40) VALUE
               '*   CONCILIACAO FOLHA X RAZAO - DATA '.
           05 TR-DATA              PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(35) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE '*'.

       01 WCA-CABECALHO.
           05 FILLER               PIC X(24) VALUE '  EVENTO'.
           05 FILLER               PIC X(20) VALUE '         FOLHA R$'.
           05 FILLER               PIC X(20) VALUE '         RAZAO R$'.
           05 FILLER               PIC X(20) VALUE '     DIFERENCA R$'.

       01 WCA-LINHA-EVENTO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LE-EVENTO            PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LE-FOLHA             PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LE-RAZAO             PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LE-DIFERENCA         PIC ---.---.---.--9,99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LE-MARCA             PIC X(03) VALUE SPACES.

       01 WCA-LINHA-RESUMO.
           05 FILLER               PIC X(12) VALUE '  CENTROS: '.
           05 LR-CENTROS           PIC Z9    VALUE ZEROS.
           05 FILLER               PIC X(17) VALUE '  LANCAMENTOS: '.
           05 LR-LANCAMENTOS       PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(14) VALUE '  SEM MAPA: '.
           05 LR-SEM-MAPA          PIC Z9    VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'CONTAFOL01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-ACUMULA-CONTRACHEQUE
               UNTIL FIM-ARQUIVO EQUAL 'S'
           CLOSE CONTRACHEQUES
           PERFORM 2500-ACUMULA-ENCARGOS
           PERFORM 3000-GRAVA-LANCAMENTOS
           PERFORM 5000-CONCILIA-RAZAO
           PERFORM 6000-GRAVA-RELATORIO
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           PERFORM 1050-LE-CONTROLE
           IF WCA-DATA-REFERENCIA EQUAL ZEROS
               ACCEPT WCA-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF
           INITIALIZE WCA-TOTAIS
           PERFORM 1100-CARREGA-LOTACAO
           PERFORM 1200-CARREGA-PLANO
           PERFORM 1300-CARREGA-MAPA
           IF WRK-MAP-QTD EQUAL ZEROS
               DISPLAY 'CONTAFOL01 - MAPAEVENT01 VAZIO OU AUSENTE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CONTRACHEQUES
           IF WS-FS-CONTRACHEQUES NOT EQUAL 00
               DISPLAY 'CONTAFOL01 - CONTRACHEQ01 NAO ENCONTRADO - '
                       'RODE O CONTRACH01 ANTES'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO FIM-ARQUIVO
           PERFORM 1500-LER-CONTRACHEQUE
           .

       1050-LE-CONTROLE.
           OPEN INPUT CONTROLE
           IF WS-FS-CONTROLE EQUAL ZEROS
               READ CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-DATA-REFERENCIA
                          TO WCA-DATA-REFERENCIA
               END-READ
               CLOSE CONTROLE
           END-IF
           .

      *****SEM A LOTACAO TODOS OS LANCAMENTOS SAEM NO CENTRO '??????'
       1100-CARREGA-LOTACAO.
           OPEN INPUT DEPTOS
           IF WS-FS-DEPTOS NOT EQUAL 00
               DISPLAY 'CONTAFOL01 - DEPTO01 AUSENTE - LANCAMENTOS '
                       'SEM CENTRO DE CUSTO'
           ELSE
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM 1110-LER-DEPTO
               PERFORM 1120-GUARDA-DEPTO
                   UNTIL FIM-ARQUIVO EQUAL 'S'
               CLOSE DEPTOS
           END-IF
           .

       1110-LER-DEPTO.
           READ DEPTOS
               AT END
                   MOVE 'S' TO FIM-ARQUIVO
           END-READ
           .

       1120-GUARDA-DEPTO.
           IF WRK-LOT-QTD LESS THAN 200
               ADD 1 TO WRK-LOT-QTD
               MOVE DEP-MATRICULA TO WRK-LOT-MATRICULA(WRK-LOT-QTD)
               MOVE DEP-CENTRO    TO WRK-LOT-CENTRO(WRK-LOT-QTD)
           END-IF
           PERFORM 1110-LER-DEPTO
           .

       1200-CARREGA-PLANO.
           OPEN INPUT PLANOCTAS
           IF WS-FS-PLANOCTAS EQUAL 00
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM 1210-LER-PLANO
               PERFORM 1220-GUARDA-PLANO
                   UNTIL FIM-ARQUIVO EQUAL 'S'
               CLOSE PLANOCTAS
           END-IF
           .

       1210-LER-PLANO.
           READ PLANOCTAS
               AT END
                   MOVE 'S' TO FIM-ARQUIVO
           END-READ
           .

       1220-GUARDA-PLANO.
           IF WRK-PLC-QTD LESS THAN 100
               ADD 1 TO WRK-PLC-QTD
               MOVE PLC-CONTA TO WRK-PLC-CONTA(WRK-PLC-QTD)
           END-IF
           PERFORM 1210-LER-PLANO
           .

      *****CONTA DO MAPA FORA DO PLANO E APONTADA, MAS O MAPA VALE
       1300-CARREGA-MAPA.
           OPEN INPUT MAPAEVENT
           IF WS-FS-MAPAEVENT EQUAL 00
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM 1310-LER-MAPA
               PERFORM 1320-GUARDA-MAPA
                   UNTIL FIM-ARQUIVO EQUAL 'S'
               CLOSE MAPAEVENT
           END-IF
           .

       1310-LER-MAPA.
           READ MAPAEVENT
               AT END
                   MOVE 'S' TO FIM-ARQUIVO
           END-READ
           .

       1320-GUARDA-MAPA.
           IF WRK-MAP-QTD LESS THAN 50
               ADD 1 TO WRK-MAP-QTD
               MOVE MAP-HIST       TO WRK-MAP-HIST(WRK-MAP-QTD)
               MOVE MAP-CONTA-DEB  TO WRK-MAP-DEB(WRK-MAP-QTD)
               MOVE MAP-CONTA-CRED TO WRK-MAP-CRED(WRK-MAP-QTD)
           END-IF
           PERFORM 1310-LER-MAPA
           .

       1400-CONFERE-PLANO.
           IF WRK-PLC-QTD GREATER THAN ZEROS
               MOVE 'N' TO WRK-PLC-ACHOU
               MOVE 1 TO WRK-IDX-PLC
               PERFORM 1410-TESTA-PLANO
                   UNTIL WRK-IDX-PLC GREATER THAN WRK-PLC-QTD
                      OR WRK-PLC-ACHOU EQUAL 'S'
               IF WRK-PLC-ACHOU EQUAL 'N'
                   ADD 1 TO WS-QTD-FORA-PLANO
                   DISPLAY 'CONTAFOL01 - CONTA ' WS-CONTA-BUSCA
                           ' DO MAPA NAO CONSTA NO PLANO DE CONTAS'
               END-IF
           END-IF
           .

       1410-TESTA-PLANO.
           IF WS-CONTA-BUSCA EQUAL WRK-PLC-CONTA(WRK-IDX-PLC)
               MOVE 'S' TO WRK-PLC-ACHOU
           ELSE
               ADD 1 TO WRK-IDX-PLC
           END-IF
           .

       1500-LER-CONTRACHEQUE.
           READ CONTRACHEQUES
               AT END
                   MOVE 'S' TO FIM-ARQUIVO
           END-READ
           .

      *-----------------------------------------------------------------
      *     UM CONTRACHEQUE POR VOLTA: VERBAS E RETENCOES SOMADAS NO
      *     CENTRO DE CUSTO DA MATRICULA E NOS TOTAIS DA FOLHA
      *-----------------------------------------------------------------
       2000-ACUMULA-CONTRACHEQUE.
           ADD 1 TO WS-QTD-CONTRACHEQUES
           MOVE CC-MATRICULA TO WS-MATRICULA-BUSCA
           PERFORM 2100-CENTRO-DA-MATRICULA
           ADD CC-SALARIO   TO WCA-CTR-VALOR(WS-IDX-CTR 1)
                               WCA-TOT-FOLHA(1)
           ADD CC-EXTRAS    TO WCA-CTR-VALOR(WS-IDX-CTR 2)
                               WCA-TOT-FOLHA(2)
           ADD CC-INSS      TO WCA-CTR-VALOR(WS-IDX-CTR 3)
                               WCA-TOT-FOLHA(3)
           ADD CC-IRRF      TO WCA-CTR-VALOR(WS-IDX-CTR 4)
                               WCA-TOT-FOLHA(4)
           ADD CC-DESCONTOS TO WCA-CTR-VALOR(WS-IDX-CTR 5)
                               WCA-TOT-FOLHA(5)
           ADD CC-LIQUIDO   TO WS-TOT-LIQUIDO
           PERFORM 1500-LER-CONTRACHEQUE
           .

      *****RESOLVE O CENTRO DE WS-MATRICULA-BUSCA E POSICIONA
      *****WS-IDX-CTR NA LINHA DELE (CRIADA NA PRIMEIRA VEZ); COM A
      *****TABELA CHEIA O VALOR VAI PARA A ULTIMA LINHA
       2100-CENTRO-DA-MATRICULA.
           MOVE '??????' TO WS-CENTRO-FUNC
           MOVE 'N' TO WRK-LOT-ACHOU
           MOVE 1 TO WRK-IDX-LOT
           PERFORM 2110-PROCURA-LOTACAO
               UNTIL WRK-IDX-LOT GREATER THAN WRK-LOT-QTD
                  OR WRK-LOT-ACHOU EQUAL 'S'
           IF WRK-LOT-ACHOU EQUAL 'N'
               ADD 1 TO WS-QTD-SEM-CENTRO
           END-IF

           MOVE 'N' TO WCA-CTR-ACHOU
           MOVE 1 TO WS-IDX-CTR
           PERFORM 2120-PROCURA-CENTRO
               UNTIL WS-IDX-CTR GREATER THAN WCA-CTR-QTD
                  OR WCA-CTR-ACHOU EQUAL 'S'
           IF WCA-CTR-ACHOU EQUAL 'N'
               IF WCA-CTR-QTD LESS THAN 30
                   ADD 1 TO WCA-CTR-QTD
                   MOVE WCA-CTR-QTD TO WS-IDX-CTR
                   MOVE WS-CENTRO-FUNC TO WCA-CTR-CODIGO(WS-IDX-CTR)
                   PERFORM 2130-ZERA-CENTRO
                       VARYING WS-IDX-EVT FROM 1 BY 1
                       UNTIL WS-IDX-EVT GREATER THAN WCA-EVT-QTD
               ELSE
                   DISPLAY 'CONTAFOL01 - MAIS DE 30 CENTROS - '
                           WS-CENTRO-FUNC ' SOMADO EM '
                           WCA-CTR-CODIGO(30)
                   MOVE 30 TO WS-IDX-CTR
               END-IF
           END-IF
           .

       2110-PROCURA-LOTACAO.
           IF WS-MATRICULA-BUSCA EQUAL WRK-LOT-MATRICULA(WRK-IDX-LOT)
               MOVE 'S' TO WRK-LOT-ACHOU
               MOVE WRK-LOT-CENTRO(WRK-IDX-LOT) TO WS-CENTRO-FUNC
               IF WS-CENTRO-FUNC EQUAL SPACES
                   MOVE '??????' TO WS-CENTRO-FUNC
               END-IF
           ELSE
               ADD 1 TO WRK-IDX-LOT
           END-IF
           .

       2120-PROCURA-CENTRO.
           IF WS-CENTRO-FUNC EQUAL WCA-CTR-CODIGO(WS-IDX-CTR)
               MOVE 'S' TO WCA-CTR-ACHOU
           ELSE
               ADD 1 TO WS-IDX-CTR
           END-IF
           .

       2130-ZERA-CENTRO.
           MOVE ZEROS TO WCA-CTR-VALOR(WS-IDX-CTR WS-IDX-EVT)
           .

      *****ENCARGOS DO EMPREGADOR; SEM O ENCARGOS01 NAO HA O QUE
      *****LANCAR NOS EVENTOS DE ENCARGO
       2500-ACUMULA-ENCARGOS.
           OPEN INPUT ARQUIVO-ENCARGOS
           IF WS-FS-ENCARGOS NOT EQUAL 00
               DISPLAY 'CONTAFOL01 - ENCARGOS01 AUSENTE - ENCARGOS '
                       'NAO LANCADOS'
           ELSE
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM 2510-LER-ENCARGOS
               PERFORM 2520-ACUMULA-ENCARGO
                   UNTIL FIM-ARQUIVO EQUAL 'S'
               CLOSE ARQUIVO-ENCARGOS
           END-IF
           .

       2510-LER-ENCARGOS.
           READ ARQUIVO-ENCARGOS
               AT END
                   MOVE 'S' TO FIM-ARQUIVO
           END-READ
           .

       2520-ACUMULA-ENCARGO.
           ADD 1 TO WS-QTD-ENCARGOS
           MOVE EN-MATRICULA TO WS-MATRICULA-BUSCA
           PERFORM 2100-CENTRO-DA-MATRICULA
           ADD EN-FGTS        TO WCA-CTR-VALOR(WS-IDX-CTR 6)
                                 WCA-TOT-FOLHA(6)
           ADD EN-PREVIDENCIA TO WCA-CTR-VALOR(WS-IDX-CTR 7)
                                 WCA-TOT-FOLHA(7)
           PERFORM 2510-LER-ENCARGOS
           .

      *-----------------------------------------------------------------
      *     UM PAR DEBITO/CREDITO POR CENTRO E EVENTO COM VALOR,
      *     ANEXADO AO FEED DA NOITE
      *-----------------------------------------------------------------
       3000-GRAVA-LANCAMENTOS.
           OPEN EXTEND LANCAMENTOS
           IF WS-FS-LANCAMENTOS NOT EQUAL 00
               OPEN OUTPUT LANCAMENTOS
           END-IF
           PERFORM 3100-LANCA-EVENTO
               VARYING WS-IDX-EVT FROM 1 BY 1
               UNTIL WS-IDX-EVT GREATER THAN WCA-EVT-QTD
           CLOSE LANCAMENTOS
           .

       3100-LANCA-EVENTO.
           MOVE 'N' TO WRK-MAP-ACHOU
           MOVE 1 TO WRK-IDX-MAP
           PERFORM 3110-PROCURA-MAPA
               UNTIL WRK-IDX-MAP GREATER THAN WRK-MAP-QTD
                  OR WRK-MAP-ACHOU EQUAL 'S'
           IF WRK-MAP-ACHOU EQUAL 'S'
               MOVE WRK-MAP-DEB(WRK-IDX-MAP)  TO WS-CONTA-DEB
               MOVE WRK-MAP-CRED(WRK-IDX-MAP) TO WS-CONTA-CRED
               MOVE WS-CONTA-DEB  TO WS-CONTA-BUSCA
               PERFORM 1400-CONFERE-PLANO
               MOVE WS-CONTA-CRED TO WS-CONTA-BUSCA
               PERFORM 1400-CONFERE-PLANO
           ELSE
               MOVE '99999999' TO WS-CONTA-DEB WS-CONTA-CRED
               ADD 1 TO WS-QTD-SEM-MAPA
               DISPLAY 'CONTAFOL01 - EVENTO ' WCA-EVT-HIST(WS-IDX-EVT)
                       ' SEM MAPA (CONTAS TRANSITORIAS)'
           END-IF
           PERFORM 3200-GRAVA-PAR
               VARYING WS-IDX-CTR FROM 1 BY 1
               UNTIL WS-IDX-CTR GREATER THAN WCA-CTR-QTD
           .

       3110-PROCURA-MAPA.
           IF WCA-EVT-HIST(WS-IDX-EVT) EQUAL WRK-MAP-HIST(WRK-IDX-MAP)
               MOVE 'S' TO WRK-MAP-ACHOU
           ELSE
               ADD 1 TO WRK-IDX-MAP
           END-IF
           .

       3200-GRAVA-PAR.
           MOVE WCA-CTR-VALOR(WS-IDX-CTR WS-IDX-EVT) TO WS-VALOR-EVENTO
           IF WS-VALOR-EVENTO GREATER THAN ZERO
               MOVE SPACES              TO REG-LANCAMENTO
               MOVE WCA-DATA-REFERENCIA TO LCT-DATA
               MOVE WS-CONTA-DEB        TO LCT-CONTA
               MOVE 'D'                 TO LCT-DC
               MOVE WS-VALOR-EVENTO     TO LCT-VALOR
               MOVE WCA-EVT-HIST(WS-IDX-EVT) TO LCT-HIST
               MOVE WCA-CTR-CODIGO(WS-IDX-CTR) TO LCT-CENTRO
               WRITE REG-LANCAMENTO

               MOVE SPACES              TO REG-LANCAMENTO
               MOVE WCA-DATA-REFERENCIA TO LCT-DATA
               MOVE WS-CONTA-CRED       TO LCT-CONTA
               MOVE 'C'                 TO LCT-DC
               MOVE WS-VALOR-EVENTO     TO LCT-VALOR
               MOVE WCA-EVT-HIST(WS-IDX-EVT) TO LCT-HIST
               MOVE WCA-CTR-CODIGO(WS-IDX-CTR) TO LCT-CENTRO
               WRITE REG-LANCAMENTO
               ADD 2 TO WS-QTD-LANCAMENTOS
           END-IF
           .

      *-----------------------------------------------------------------
      *     CONCILIACAO: RELE O LANCTO01 E SOMA, POR EVENTO, OS
      *     LANCAMENTOS DA FOLHA (COM CENTRO) DA DATA DE REFERENCIA
      *-----------------------------------------------------------------
       5000-CONCILIA-RAZAO.
           OPEN INPUT LANCAMENTOS
           IF WS-FS-LANCAMENTOS NOT EQUAL 00
               DISPLAY 'CONTAFOL01 - LANCTO01 NAO PODE SER RELIDO'
               MOVE 1 TO WS-RC-FINAL
           ELSE
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM 5100-LER-LANCAMENTO
               PERFORM 5200-SOMA-LANCAMENTO
                   UNTIL FIM-ARQUIVO EQUAL 'S'
               CLOSE LANCAMENTOS
           END-IF
           .

       5100-LER-LANCAMENTO.
           READ LANCAMENTOS
               AT END
                   MOVE 'S' TO FIM-ARQUIVO
           END-READ
           .

       5200-SOMA-LANCAMENTO.
           IF LCT-DATA EQUAL WCA-DATA-REFERENCIA
              AND LCT-CENTRO NOT EQUAL SPACES
               IF LCT-DC EQUAL 'D'
                   ADD LCT-VALOR TO WS-TOT-DEBITOS
               ELSE
                   ADD LCT-VALOR TO WS-TOT-CREDITOS
                   PERFORM 5210-SOMA-EVENTO
                       VARYING WS-IDX-EVT FROM 1 BY 1
                       UNTIL WS-IDX-EVT GREATER THAN WCA-EVT-QTD
               END-IF
           END-IF
           PERFORM 5100-LER-LANCAMENTO
           .

       5210-SOMA-EVENTO.
           IF LCT-HIST EQUAL WCA-EVT-HIST(WS-IDX-EVT)
               ADD LCT-VALOR TO WCA-TOT-RAZAO(WS-IDX-EVT)
           END-IF
           .

      *-----------------------------------------------------------------
      *     RELATORIO FOLHA X RAZAO: UMA LINHA POR EVENTO E O LIQUIDO
      *     DA FOLHA CONTRA O SALDO DEIXADO EM SALARIOS A PAGAR
      *     (SALARIOS + EXTRAS - INSS - IRRF - DESCONTOS LANCADOS)
      *-----------------------------------------------------------------
       6000-GRAVA-RELATORIO.
           OPEN OUTPUT RELATORIO
           MOVE WCA-DATA-REFERENCIA TO TR-DATA
           MOVE LINE-DESIGN TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINE-DESIGN TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WCA-CABECALHO TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM 6100-GRAVA-EVENTO
               VARYING WS-IDX-EVT FROM 1 BY 1
               UNTIL WS-IDX-EVT GREATER THAN WCA-EVT-QTD

           COMPUTE WS-LIQUIDO-RAZAO =
               WCA-TOT-RAZAO(1) + WCA-TOT-RAZAO(2)
               - WCA-TOT-RAZAO(3) - WCA-TOT-RAZAO(4)
               - WCA-TOT-RAZAO(5)
           COMPUTE WS-DIFERENCA = WS-TOT-LIQUIDO - WS-LIQUIDO-RAZAO
           MOVE 'LIQUIDO A PAGAR'  TO LE-EVENTO
           MOVE WS-TOT-LIQUIDO     TO LE-FOLHA
           MOVE WS-LIQUIDO-RAZAO   TO LE-RAZAO
           PERFORM 6200-GRAVA-LINHA

           MOVE WCA-CTR-QTD        TO LR-CENTROS
           MOVE WS-QTD-LANCAMENTOS TO LR-LANCAMENTOS
           MOVE WS-QTD-SEM-MAPA    TO LR-SEM-MAPA
           MOVE WCA-LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO BEFORE 2 LINES
           CLOSE RELATORIO
           .

       6100-GRAVA-EVENTO.
           COMPUTE WS-DIFERENCA =
               WCA-TOT-FOLHA(WS-IDX-EVT) - WCA-TOT-RAZAO(WS-IDX-EVT)
           MOVE WCA-EVT-HIST(WS-IDX-EVT)  TO LE-EVENTO
           MOVE WCA-TOT-FOLHA(WS-IDX-EVT) TO LE-FOLHA
           MOVE WCA-TOT-RAZAO(WS-IDX-EVT) TO LE-RAZAO
           PERFORM 6200-GRAVA-LINHA
           .

       6200-GRAVA-LINHA.
           MOVE WS-DIFERENCA TO LE-DIFERENCA
           IF WS-DIFERENCA EQUAL ZERO
               MOVE SPACES TO LE-MARCA
           ELSE
               MOVE '<<<' TO LE-MARCA
               ADD 1 TO WS-QTD-DIVERGENCIAS
           END-IF
           MOVE WCA-LINHA-EVENTO TO REG-RELATORIO
           WRITE REG-RELATORIO
           .

       9000-FINALIZAR.
           DISPLAY 'CONTAFOL01 - CONTRACHEQUES: ' WS-QTD-CONTRACHEQUES
                   ' ENCARGOS: ' WS-QTD-ENCARGOS
                   ' LANCAMENTOS: ' WS-QTD-LANCAMENTOS
           IF WS-QTD-SEM-CENTRO GREATER THAN ZERO
               DISPLAY 'CONTAFOL01 - ' WS-QTD-SEM-CENTRO
                       ' REGISTROS SEM LOTACAO (CENTRO ??????)'
           END-IF
           IF WS-QTD-SEM-MAPA GREATER THAN ZERO
               DISPLAY 'CONTAFOL01 - ' WS-QTD-SEM-MAPA
                       ' EVENTOS SEM MAPA (CONTAS TRANSITORIAS)'
           END-IF

           IF WS-TOT-DEBITOS NOT EQUAL WS-TOT-CREDITOS
               DISPLAY 'CONTAFOL01 - LANCAMENTOS DA FOLHA '
                       'DESBALANCEADOS'
               MOVE 1 TO WS-RC-FINAL
           END-IF
           IF WS-QTD-DIVERGENCIAS GREATER THAN ZERO
               DISPLAY 'CONTAFOL01 - FOLHA X RAZAO COM '
                       WS-QTD-DIVERGENCIAS ' DIVERGENCIA(S) - VER '
                       'RELCONTAFOL01'
               MOVE 1 TO WS-RC-FINAL
           END-IF
           IF (WS-FS-LANCAMENTOS NOT EQUAL 00 AND
                WS-FS-LANCAMENTOS NOT EQUAL 10)
              OR WS-FS-RELATORIO NOT EQUAL 00
               DISPLAY 'CONTAFOL01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF

           IF WS-QTD-SEM-MAPA GREATER THAN ZERO
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF
           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF
           MOVE SPACES TO WS-LOG-MENSAGEM
           STRING 'FOLHA CONTABIL - ' WS-QTD-LANCAMENTOS
                  ' LANCAMENTOS ' WS-QTD-DIVERGENCIAS ' DIVERGENCIAS'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM
           MOVE WS-RC-FINAL TO RETURN-CODE
           .
       END PROGRAM CONTAFOL01.
