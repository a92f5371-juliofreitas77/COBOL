      * contabilidade completar o mapa. O fechamento do balancete
      * (debitos = creditos) e conferido pelo BALANCETE01 no proprio
      * passo dele na cadeia.
      * O rendimento do CDB apropriado no dia pelo CDBDIA01 nao passa
      * pela conta do cliente: sai do APLICCDB01 (aplicacoes com o
      * lote apropriado na data de referencia) como o evento
      * APROPRIACAO CDB, resolvido no mesmo mapa.
      * Estornos lancados pelo ESTORNO01 sao reconhecidos pelo NSU no
      * registro de vinculos ESTORNOS01: o par sai com as contas do
      * evento original invertidas (debita a conta que ele creditou
      * e vice-versa), com o historico do proprio estorno.
      * Cada lancamento leva a agencia da conta do cliente (Entrada01),
      * para o razao contabil manter os saldos por agencia; sem a
      * Entrada01 os lancamentos saem sem agencia (sede).
      * As pernas da compra e venda de moeda do CAMBIOOP01 (CAMBIO
      * COMPRA BRL/ME, CAMBIO VENDA BRL/ME e IOF CAMBIO) passam pelo
      * mapa como qualquer movimento; o spread embutido na taxa do
      * cliente sai das operacoes do dia no OPCAMBIO01 como o evento
      * RECEITA CAMBIO, resolvido no mesmo mapa, na agencia da conta
      * em reais.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT APLICCDB ASSIGN TO 'APLICCDB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-APLICCDB.

           SELECT ESTORNOS ASSIGN TO 'ESTORNOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ESTORNOS.

           SELECT LANCAMENTOS ASSIGN TO 'LANCTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-LANCAMENTOS.

           SELECT ENTRADA ASSIGN TO 'ENTRADA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA.

           SELECT OPCAMBIO ASSIGN TO 'OPCAMBIO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-OPCAMBIO.

       DATA DIVISION.
      *
       FILE SECTION.
       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).
           05 PLC-CONTA            PIC X(08).
           05 FILLER               PIC X(01).
           05 PLC-DESCRICAO        PIC X(30).
           05 FILLER               PIC X(01).
           05 PLC-GRUPO            PIC X(01).

      *                MAPA DE EVENTOS: HISTORICO DO MOVIMENTO ->
      *                CONTA A DEBITAR E CONTA A CREDITAR
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      *                APLICACOES EM CDB (LEIAUTE DO MANUCDB01)
       FD APLICCDB.
       01 REG-APLICCDB.
           05 CDB-NUMERO           PIC 9(06).
           05 CDB-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(52).
           05 CDB-REND-LOTE        PIC 9(09)V99.
           05 CDB-DAT-LOTE         PIC 9(08).
           05 FILLER               PIC X(20).

      *                VINCULOS ORIGINAL -> ESTORNO (LEIAUTE DO
      *                ESTORNO01)
       FD ESTORNOS.
       01 REG-ESTORNO.
           05 EST-NSU-ORIGINAL     PIC 9(09).
           05 FILLER               PIC X(01).
           05 EST-NSU-ESTORNO      PIC 9(09).
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(16).
           05 EST-DAT-ESTORNO      PIC 9(08).
           05 FILLER               PIC X(15).
           05 EST-HIST-ORIGINAL    PIC X(20).
           05 FILLER               PIC X(83).

       FD LANCAMENTOS.
       01 REG-LANCAMENTO.
           05 LCT-DATA             PIC 9(08).
           05 LCT-VALOR            PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 LCT-HIST             PIC X(20).
           05 FILLER               PIC X(01).
           05 LCT-AGENCIA          PIC X(04).
      *****CENTRO DE CUSTO, SO NOS LANCAMENTOS DA FOLHA (CONTAFOL01)
           05 FILLER               PIC X(01).
           05 LCT-CENTRO           PIC X(06).

       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
           05 SLD-CTA              PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 STA-CTA              PIC X(01).

      *                OPERACOES DE CAMBIO EFETIVADAS (SO OS CAMPOS
      *                USADOS AQUI; LEIAUTE DO CAMBIOOP01)
       FD OPCAMBIO.
       01 REG-OPCAMBIO.
           05 OPE-DATA             PIC 9(08).
           05 FILLER               PIC X(28).
           05 OPE-CTA-REAIS        PIC 9(06).
           05 FILLER               PIC X(58).
           05 OPE-SPREAD           PIC 9(09)V99.
           05 FILLER               PIC X(12).

      ******************************************************************
       WORKING-STORAGE SECTION.
           05 WSN-FS-MAPAEVENT     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-LANCAMENTOS   PIC 9(02) VALUE ZEROS.
           05 WSN-FS-APLICCDB      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ESTORNOS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-OPCAMBIO      PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-MOVIMENTO         PIC X(01) VALUE 'N'.
           05 SW-PLANOCTAS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-PLC               VALUE 'N'.
               88 SW-FIM-SIM-PLC               VALUE 'S'.
           05 SW-APLICCDB          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CDB               VALUE 'N'.
               88 SW-FIM-SIM-CDB               VALUE 'S'.
           05 SW-ESTORNOS          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-EST               VALUE 'N'.
               88 SW-FIM-SIM-EST               VALUE 'S'.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-ENT               VALUE 'N'.
               88 SW-FIM-SIM-ENT               VALUE 'S'.
           05 SW-OPCAMBIO          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-OPC               VALUE 'N'.
               88 SW-FIM-SIM-OPC               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.

           88 CONTA-NO-PLANO                   VALUE 'S'.
       01 WS-CONTA-BUSCA           PIC X(08) VALUE SPACES.

      ****** ESTORNOS DA DATA DE REFERENCIA ****************************
      ****** (NSU DO ESTORNO -> HISTORICO DO ORIGINAL) *****************
       01 WCA-ESTORNOS.
           05 WCA-EST-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-EST-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-EST-IDX.
               10 WCA-EST-NSU      PIC 9(09).
               10 WCA-EST-HIST     PIC X(20).
       01 WCA-EST-ACHOU            PIC X(01) VALUE 'N'.
           88 MOVIMENTO-E-ESTORNO              VALUE 'S'.

      *****EVENTO A LANCAR: MOVIMENTO OU APROPRIACAO DO CDB. NO
      *****ESTORNO O EVENTO E O DO ORIGINAL E O HISTORICO DO
      *****LANCAMENTO E O DO PROPRIO ESTORNO
       01 WS-HIST-EVENTO           PIC X(20) VALUE SPACES.
       01 WS-HIST-LANCTO           PIC X(20) VALUE SPACES.
       01 WS-DATA-EVENTO           PIC 9(08) VALUE ZEROS.
       01 WS-VALOR-EVENTO          PIC 9(11)V99 VALUE ZEROS.
       01 WS-AGENCIA-EVENTO        PIC X(04) VALUE SPACES.

      *****AGENCIA POR CONTA, INDEXADA PELO NUMERO DA CONTA
       01 WCA-AGENCIA-CONTA.
           05 WCA-AG-CTA           PIC X(04) OCCURS 999999 TIMES
                                   VALUE SPACES.

       01 WS-CONTA-DEB             PIC X(08) VALUE SPACES.
       01 WS-CONTA-CRED            PIC X(08) VALUE SPACES.
       01 WS-CONTA-TROCA           PIC X(08) VALUE SPACES.
       01 WS-TOT-DEBITOS           PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-CREDITOS          PIC 9(13)V99 VALUE ZEROS.
       77 WS-QTD-MOVIMENTOS        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LANCAMENTOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-MAPA          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-FORA-PLANO        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-APROP-CDB         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ESTORNOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SPREAD-CAMBIO     PIC 9(06) VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'GERACONT01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
              THRU 3000-PROCESSO-FIM
             UNTIL SW-FIM-SIM-MOV

           PERFORM 5000-APROPRIACAO-CDB
              THRU 5000-APROPRIACAO-CDB-FIM

           PERFORM 5500-RECEITA-CAMBIO
              THRU 5500-RECEITA-CAMBIO-FIM

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIM

               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1500-CARREGA-ESTORNOS
              THRU 1500-CARREGA-ESTORNOS-FIM.
           PERFORM 1600-CARREGA-CONTAS
              THRU 1600-CARREGA-CONTAS-FIM.

           OPEN INPUT MOVIMENTO.
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
       1410-TESTA-PLANO-FIM.
           EXIT.

      *****SO OS ESTORNOS LANCADOS NA DATA DE REFERENCIA INTERESSAM
      *****(SEM O ESTORNOS01, NAO HOUVE ESTORNO)
       1500-CARREGA-ESTORNOS.
           OPEN INPUT ESTORNOS.
           IF WSN-FS-ESTORNOS NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-ESTORNOS
               GO TO 1500-CARREGA-ESTORNOS-FIM
           END-IF.
           SET SW-FIM-NAO-EST TO TRUE.
           PERFORM 1510-LER-ESTORNO
              THRU 1510-LER-ESTORNO-FIM.
           PERFORM 1520-GUARDA-ESTORNO
              THRU 1520-GUARDA-ESTORNO-FIM
             UNTIL SW-FIM-SIM-EST.
           CLOSE ESTORNOS.
       1500-CARREGA-ESTORNOS-FIM.
           EXIT.

       1510-LER-ESTORNO.
           READ ESTORNOS
               AT END
                   SET SW-FIM-SIM-EST TO TRUE
           END-READ.
       1510-LER-ESTORNO-FIM.
           EXIT.

      *****COM A TABELA CHEIA O FEED ABORTA: ESTORNO FORA DA TABELA
      *****SAIRIA COM O PAR NO MESMO SENTIDO DO ORIGINAL
       1520-GUARDA-ESTORNO.
           IF EST-DAT-ESTORNO EQUAL WCA-DATA-REFERENCIA
               IF WCA-EST-QTD NOT LESS THAN 2000
                   DISPLAY 'GERACONT01 - MAIS DE 2000 ESTORNOS NA '
                           'DATA - ABORTADO'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WCA-EST-QTD
               SET WCA-EST-IDX TO WCA-EST-QTD
               MOVE EST-NSU-ESTORNO   TO WCA-EST-NSU(WCA-EST-IDX)
               MOVE EST-HIST-ORIGINAL TO WCA-EST-HIST(WCA-EST-IDX)
           END-IF.
           PERFORM 1510-LER-ESTORNO
              THRU 1510-LER-ESTORNO-FIM.
       1520-GUARDA-ESTORNO-FIM.
           EXIT.

      ****************AGENCIA DE CADA CONTA (ENTRADA01)*****************
       1600-CARREGA-CONTAS.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'GERACONT01 - ENTRADA01 AUSENTE - LANCAMENTOS '
                       'SEM AGENCIA'
               MOVE ZEROS TO WSN-FS-ENTRADA
               GO TO 1600-CARREGA-CONTAS-FIM
           END-IF.
           SET SW-FIM-NAO-ENT TO TRUE.
           PERFORM 1610-LER-ENTRADA
              THRU 1610-LER-ENTRADA-FIM.
           PERFORM 1620-GUARDA-CONTA
              THRU 1620-GUARDA-CONTA-FIM
             UNTIL SW-FIM-SIM-ENT.
           CLOSE ENTRADA.
       1600-CARREGA-CONTAS-FIM.
           EXIT.

       1610-LER-ENTRADA.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM-ENT TO TRUE
           END-READ.
      *****PULA OS REGISTROS DE CONTROLE HDR/TRL DA ENTRADA
           IF NOT SW-FIM-SIM-ENT
              AND (REG-ENTRADA(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA(1:3) EQUAL 'TRL')
               GO TO 1610-LER-ENTRADA
           END-IF.
       1610-LER-ENTRADA-FIM.
           EXIT.

       1620-GUARDA-CONTA.
           IF COD-CTA GREATER THAN ZERO
               MOVE COD-AGENCIA TO WCA-AG-CTA(COD-CTA)
           END-IF.
           PERFORM 1610-LER-ENTRADA
              THRU 1610-LER-ENTRADA-FIM.
       1620-GUARDA-CONTA-FIM.
           EXIT.

       1100-LER-MOVIMENTO.
           READ MOVIMENTO
               AT END
           END-IF.
           ADD 1 TO WS-QTD-MOVIMENTOS.

           MOVE MOV-HIST TO WS-HIST-EVENTO.
           MOVE MOV-HIST TO WS-HIST-LANCTO.
           MOVE MOV-DAT  TO WS-DATA-EVENTO.
           MOVE MOV-VAL  TO WS-VALOR-EVENTO.
           MOVE SPACES   TO WS-AGENCIA-EVENTO.
           IF MOV-COD-CTA GREATER THAN ZERO
               MOVE WCA-AG-CTA(MOV-COD-CTA) TO WS-AGENCIA-EVENTO
           END-IF.
           MOVE 'N' TO WCA-EST-ACHOU.
           IF WCA-EST-QTD GREATER THAN ZERO
              AND MOV-NSU GREATER THAN ZERO
               PERFORM 3050-PROCURA-ESTORNO
                  THRU 3050-PROCURA-ESTORNO-FIM
                  VARYING WCA-EST-IDX FROM 1 BY 1
                  UNTIL WCA-EST-IDX GREATER THAN WCA-EST-QTD
                     OR MOVIMENTO-E-ESTORNO
           END-IF.
           PERFORM 3200-GRAVA-PAR
              THRU 3200-GRAVA-PAR-FIM.
       3000-PROCESSO-LEITURA.
           PERFORM 1100-LER-MOVIMENTO
              THRU 1100-LER-MOVIMENTO-FIM.
       3000-PROCESSO-FIM.
           EXIT.

       3050-PROCURA-ESTORNO.
           IF MOV-NSU EQUAL WCA-EST-NSU(WCA-EST-IDX)
               SET MOVIMENTO-E-ESTORNO TO TRUE
               MOVE WCA-EST-HIST(WCA-EST-IDX) TO WS-HIST-EVENTO
               ADD 1 TO WS-QTD-ESTORNOS
           END-IF.
       3050-PROCURA-ESTORNO-FIM.
           EXIT.

       3100-PROCURA-MAPA.
           IF WS-HIST-EVENTO EQUAL WCA-MAP-HIST(WCA-MAP-IDX)
               SET EVENTO-MAPEADO TO TRUE
           END-IF.
       3100-PROCURA-MAPA-FIM.
           EXIT.

      *****RESOLVE O HISTORICO DO EVENTO NO MAPA E GRAVA O PAR
      *****DEBITO/CREDITO DE MESMO VALOR
       3200-GRAVA-PAR.
           MOVE 'N' TO WCA-MAP-ACHOU.
           PERFORM 3100-PROCURA-MAPA
              THRU 3100-PROCURA-MAPA-FIM
               MOVE '99999999' TO WS-CONTA-DEB WS-CONTA-CRED
               ADD 1 TO WS-QTD-SEM-MAPA
           END-IF.
      *****ESTORNO: O PAR DO EVENTO ORIGINAL COM AS CONTAS TROCADAS
           IF MOVIMENTO-E-ESTORNO
               MOVE WS-CONTA-DEB   TO WS-CONTA-TROCA
               MOVE WS-CONTA-CRED  TO WS-CONTA-DEB
               MOVE WS-CONTA-TROCA TO WS-CONTA-CRED
           END-IF.

           MOVE SPACES          TO REG-LANCAMENTO.
           MOVE WS-DATA-EVENTO  TO LCT-DATA.
           MOVE WS-CONTA-DEB    TO LCT-CONTA.
           MOVE 'D'             TO LCT-DC.
           MOVE WS-VALOR-EVENTO TO LCT-VALOR.
           MOVE WS-HIST-LANCTO  TO LCT-HIST.
           MOVE WS-AGENCIA-EVENTO TO LCT-AGENCIA.
           WRITE REG-LANCAMENTO.
           ADD WS-VALOR-EVENTO TO WS-TOT-DEBITOS.

           MOVE SPACES          TO REG-LANCAMENTO.
           MOVE WS-DATA-EVENTO  TO LCT-DATA.
           MOVE WS-CONTA-CRED   TO LCT-CONTA.
           MOVE 'C'             TO LCT-DC.
           MOVE WS-VALOR-EVENTO TO LCT-VALOR.
           MOVE WS-HIST-LANCTO  TO LCT-HIST.
           MOVE WS-AGENCIA-EVENTO TO LCT-AGENCIA.
           WRITE REG-LANCAMENTO.
           ADD WS-VALOR-EVENTO TO WS-TOT-CREDITOS.
           ADD 2 TO WS-QTD-LANCAMENTOS.
       3200-GRAVA-PAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     APROPRIACAO DIARIA DO CDB: CADA APLICACAO COM LOTE
      *     APROPRIADO NA DATA DE REFERENCIA VIRA UM PAR NO EVENTO
      *     APROPRIACAO CDB (SEM O ARQUIVO, NAO HA O QUE LANCAR)
      *-----------------------------------------------------------------
       5000-APROPRIACAO-CDB.
           OPEN INPUT APLICCDB.
           IF WSN-FS-APLICCDB NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-APLICCDB
               GO TO 5000-APROPRIACAO-CDB-FIM
           END-IF.
           SET SW-FIM-NAO-CDB TO TRUE.
           PERFORM 5100-LER-APLICCDB
              THRU 5100-LER-APLICCDB-FIM.
           PERFORM 5200-LANCA-APROPRIACAO
              THRU 5200-LANCA-APROPRIACAO-FIM
             UNTIL SW-FIM-SIM-CDB.
           CLOSE APLICCDB.
       5000-APROPRIACAO-CDB-FIM.
           EXIT.

       5100-LER-APLICCDB.
           READ APLICCDB
               AT END
                   SET SW-FIM-SIM-CDB TO TRUE
           END-READ.
       5100-LER-APLICCDB-FIM.
           EXIT.

       5200-LANCA-APROPRIACAO.
           IF CDB-DAT-LOTE EQUAL WCA-DATA-REFERENCIA
              AND CDB-REND-LOTE GREATER THAN ZERO
               ADD 1 TO WS-QTD-APROP-CDB
               MOVE 'APROPRIACAO CDB'   TO WS-HIST-EVENTO
                                           WS-HIST-LANCTO
               MOVE 'N'                 TO WCA-EST-ACHOU
               MOVE CDB-DAT-LOTE        TO WS-DATA-EVENTO
               MOVE CDB-REND-LOTE       TO WS-VALOR-EVENTO
               MOVE SPACES              TO WS-AGENCIA-EVENTO
               IF CDB-COD-CTA GREATER THAN ZERO
                   MOVE WCA-AG-CTA(CDB-COD-CTA) TO WS-AGENCIA-EVENTO
               END-IF
               PERFORM 3200-GRAVA-PAR
                  THRU 3200-GRAVA-PAR-FIM
           END-IF.
           PERFORM 5100-LER-APLICCDB
              THRU 5100-LER-APLICCDB-FIM.
       5200-LANCA-APROPRIACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     RECEITA DE SPREAD DE CAMBIO: CADA OPERACAO DO CAMBIOOP01
      *     NA DATA DE REFERENCIA COM SPREAD VIRA UM PAR NO EVENTO
      *     RECEITA CAMBIO (SEM O ARQUIVO, NAO HOUVE OPERACAO)
      *-----------------------------------------------------------------
       5500-RECEITA-CAMBIO.
           OPEN INPUT OPCAMBIO.
           IF WSN-FS-OPCAMBIO NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-OPCAMBIO
               GO TO 5500-RECEITA-CAMBIO-FIM
           END-IF.
           SET SW-FIM-NAO-OPC TO TRUE.
           PERFORM 5600-LER-OPCAMBIO
              THRU 5600-LER-OPCAMBIO-FIM.
           PERFORM 5700-LANCA-SPREAD
              THRU 5700-LANCA-SPREAD-FIM
             UNTIL SW-FIM-SIM-OPC.
           CLOSE OPCAMBIO.
       5500-RECEITA-CAMBIO-FIM.
           EXIT.

       5600-LER-OPCAMBIO.
           READ OPCAMBIO
               AT END
                   SET SW-FIM-SIM-OPC TO TRUE
           END-READ.
       5600-LER-OPCAMBIO-FIM.
           EXIT.

       5700-LANCA-SPREAD.
           IF OPE-DATA EQUAL WCA-DATA-REFERENCIA
              AND OPE-SPREAD GREATER THAN ZERO
               ADD 1 TO WS-QTD-SPREAD-CAMBIO
               MOVE 'RECEITA CAMBIO' TO WS-HIST-EVENTO
                                               WS-HIST-LANCTO
               MOVE 'N'                 TO WCA-EST-ACHOU
               MOVE OPE-DATA            TO WS-DATA-EVENTO
               MOVE OPE-SPREAD          TO WS-VALOR-EVENTO
               MOVE SPACES              TO WS-AGENCIA-EVENTO
               IF OPE-CTA-REAIS GREATER THAN ZERO
                   MOVE WCA-AG-CTA(OPE-CTA-REAIS) TO WS-AGENCIA-EVENTO
               END-IF
               PERFORM 3200-GRAVA-PAR
                  THRU 3200-GRAVA-PAR-FIM
           END-IF.
           PERFORM 5600-LER-OPCAMBIO
              THRU 5600-LER-OPCAMBIO-FIM.
       5700-LANCA-SPREAD-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
           DISPLAY 'GERACONT01 - MOVIMENTOS: ' WS-QTD-MOVIMENTOS
                   ' LANCAMENTOS: ' WS-QTD-LANCAMENTOS
                   ' APROPRIACOES CDB: ' WS-QTD-APROP-CDB
           IF WS-QTD-SPREAD-CAMBIO GREATER THAN ZERO
               DISPLAY 'GERACONT01 - ' WS-QTD-SPREAD-CAMBIO
                       ' OPERACOES DE CAMBIO COM RECEITA DE SPREAD'
           END-IF
           IF WS-QTD-ESTORNOS GREATER THAN ZERO
               DISPLAY 'GERACONT01 - ' WS-QTD-ESTORNOS
                       ' ESTORNOS LANCADOS COM O PAR INVERTIDO'
           END-IF
           IF WS-QTD-SEM-MAPA GREATER THAN ZERO
               DISPLAY 'GERACONT01 - ' WS-QTD-SEM-MAPA
                       ' MOVIMENTOS SEM MAPA (CONTAS TRANSITORIAS)'
