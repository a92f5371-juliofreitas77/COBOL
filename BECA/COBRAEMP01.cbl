      * envelhecimento do ATRASOEMP01. Contrato com todas as parcelas
      * pagas vira 'Q' (quitado). O cadastro de contratos e regravado
      * ao final com as novas posicoes.
      * A parcela do saldo bloqueada por ordem judicial (BLOQUEIOS01,
      * situacao 'A') nao paga a prestacao: o debito que so caberia
      * usando esse valor deixa a parcela em atraso.
      * Contrato consignado (modalidade 'C') nao e debitado em conta:
      * a parcela e descontada no contracheque pelo CONTRACH01, que
      * devolve em CONSIGFOL01 cada parcela devida da competencia
      * ('D' descontada, 'M' sem margem). Parcela descontada conta
      * como paga; sem margem ou fora do retorno fica em atraso. Sem
      * nenhum retorno da competencia (folha ainda nao fechada) o
      * contrato consignado fica como esta, aguardando a folha.
      * Com a marca PREVIA01 presente (rotina comum MODOPREVIA) o lote
      * roda inteiro mas grava os movimentos no arquivo de previa
      * PREVMOV01, e nao no Movimento01, para o comparativo RELPREV01,
      * e o cadastro de contratos nao e regravado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-LIMITES.

           SELECT BLOQUEIOS ASSIGN TO 'BLOQUEIOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-BLOQUEIOS.

           SELECT FERIADOS ASSIGN TO
               'C:\cobol\COBOL\DESAFIO\Feriados01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-FERIADOS.

           SELECT MOVIMENTO ASSIGN TO DYNAMIC WS-NOME-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT CONSIGFOL ASSIGN TO 'CONSIGFOL01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONSIGFOL.

       DATA DIVISION.
      *
       FILE SECTION.
       01 REG-CONTRATO.
           05 CTR-NUMERO           PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTR-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTR-SISTEMA          PIC X(01).
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

       FD FERIADOS.
       01 REG-FERIADO.
           05 FER-DATA             PIC 9(08).

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      *                RETORNO DO DESCONTO EM FOLHA DO CONSIGNADO
       FD CONSIGFOL.
       01 REG-CONSIGFOL.
           05 CSF-CONTRATO         PIC 9(06).
           05 FILLER               PIC X(01).
           05 CSF-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 CSF-PARCELA          PIC 9(03).
           05 FILLER               PIC X(01).
           05 CSF-VALOR            PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 CSF-COMPETENCIA      PIC 9(06).
           05 FILLER               PIC X(01).
           05 CSF-SITUACAO         PIC X(01).
               88 CSF-DESCONTADA               VALUE 'D'.

      ******************************************************************
       WORKING-STORAGE SECTION.

           05 WSN-FS-CONTRATOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-LIMITES       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-BLOQUEIOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-FERIADOS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WS-NOME-MOVIMENTO    PIC X(12) VALUE 'MOVIMENTO01'.
           05 SW-PREVIA            PIC X(01) VALUE 'N'.
               88 SW-PREVIA-SIM                VALUE 'S'.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONSIGFOL     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-CONTRATOS         PIC X(01) VALUE 'N'.
           05 SW-LIMITES           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-LIM               VALUE 'N'.
               88 SW-FIM-SIM-LIM               VALUE 'S'.
           05 SW-BLOQUEIOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-BLQ               VALUE 'N'.
               88 SW-FIM-SIM-BLQ               VALUE 'S'.
           05 SW-FERIADOS          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-FER               VALUE 'N'.
               88 SW-FIM-SIM-FER               VALUE 'S'.
           05 SW-CONSIGFOL         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CSF               VALUE 'N'.
               88 SW-FIM-SIM-CSF               VALUE 'S'.
           05 SW-ACHOU-CSF         PIC X(01) VALUE 'N'.
               88 SW-ACHOU-CSF-NAO             VALUE 'N'.
               88 SW-ACHOU-CSF-SIM             VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-DATA-REFERENCIA-R REDEFINES WCA-DATA-REFERENCIA.
           05 REF-ANO              PIC 9(04).
           05 REF-MES              PIC 9(02).
           05 FILLER               PIC 9(02).
       01 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.

      *****CONTRATOS CARREGADOS EM MEMORIA PARA A REGRAVACAO
       01 WCA-CONTRATOS.
           05 WCA-CTR-TAB OCCURS 1000 TIMES
                          INDEXED BY WCA-CTR-IDX.
               10 WCA-CTR-NUMERO   PIC 9(06).
               10 WCA-CTR-CTA      PIC 9(06).
               10 WCA-CTR-SISTEMA  PIC X(01).
               10 WCA-CTR-PRINC    PIC 9(09)V99.
               10 WCA-CTR-TAXA     PIC 9(02)V9(04).
               10 WCA-CTR-PAGAS    PIC 9(03).
               10 WCA-CTR-ATRASO   PIC 9(03).
               10 WCA-CTR-STATUS   PIC X(01).
               10 WCA-CTR-MODALIDADE PIC X(01).
               10 WCA-CTR-MATRICULA  PIC 9(06).
               10 WCA-CTR-CET-MENSAL PIC 9(03)V9(04).
               10 WCA-CTR-CET-ANUAL  PIC 9(05)V99.

      *****PARCELAS DE CONSIGNADO DA COMPETENCIA DEVOLVIDAS PELA FOLHA
       01 WCA-CONSIGNADOS.
           05 WCA-CSF-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-CSF-TAB OCCURS 1000 TIMES
                          INDEXED BY WCA-CSF-IDX.
               10 WCA-CSF-CONTRATO PIC 9(06).
               10 WCA-CSF-PARCELA  PIC 9(03).
               10 WCA-CSF-SITUACAO PIC X(01).

      *****SITUACAO, SALDO, LIMITE E TOTAL BLOQUEADO POR ORDEM
      *****JUDICIAL POR CONTA (ESQUEMA DO TRANSF01)
       01 WCA-CONTAS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES.
               10 WCA-CTA-STATUS   PIC X(01) VALUE SPACES.
               10 WCA-CTA-SALDO    PIC S9(09)V99 VALUE ZEROS.
               10 WCA-CTA-LIMITE   PIC 9(06)V99 VALUE ZEROS.
               10 WCA-CTA-BLOQUEIO PIC 9(09)V99 VALUE ZEROS.

      *****FERIADOS PARA O ROLAMENTO DO VENCIMENTO
       01 WCA-FERIADOS.
       01 WS-PARCELA-ALVO          PIC 9(03) VALUE ZEROS.
       01 WS-VALOR-PARCELA         PIC 9(09)V99 VALUE ZEROS.
       01 WS-SALDO-APOS            PIC S9(11)V99 VALUE ZEROS.
      *****SALDO APOS O DEBITO SEM A PARCELA BLOQUEADA JUDICIALMENTE
       01 WS-SALDO-LIVRE           PIC S9(11)V99 VALUE ZEROS.
       01 WS-DATA-INI-AUX          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-INI-R REDEFINES WS-DATA-INI-AUX.
           05 INI-ANO              PIC 9(04).
       77 WS-QTD-COBRADAS          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EM-ATRASO         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-QUITADOS          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONSIGNADAS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-AGUARDANDO        PIC 9(05) VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'COBRAEMP01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
              VARYING WCA-CTR-IDX FROM 1 BY 1
              UNTIL WCA-CTR-IDX GREATER THAN WCA-CTR-QTD

      *****A PREVIA NAO MEXE NAS POSICOES DOS CONTRATOS
           IF NOT SW-PREVIA-SIM
               PERFORM 6000-REGRAVA-CONTRATOS
                  THRU 6000-REGRAVA-CONTRATOS-FIM
           END-IF

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIM
              THRU 1400-CARREGA-CONTAS-FIM.
           PERFORM 1500-CARREGA-LIMITES
              THRU 1500-CARREGA-LIMITES-FIM.
           PERFORM 1550-CARREGA-BLOQUEIOS
              THRU 1550-CARREGA-BLOQUEIOS-FIM.
           PERFORM 1600-CARREGA-FERIADOS
              THRU 1600-CARREGA-FERIADOS-FIM.
           COMPUTE WS-COMPETENCIA = (REF-ANO * 100) + REF-MES.
           PERFORM 1700-CARREGA-CONSIGNADOS
              THRU 1700-CARREGA-CONSIGNADOS-FIM.

      *****EM PREVIA OS MOVIMENTOS VAO PARA PREVMOV01
           CALL 'MODOPREVIA' USING SW-PREVIA
           IF SW-PREVIA-SIM
               MOVE 'PREVMOV01' TO WS-NOME-MOVIMENTO
           END-IF
           OPEN EXTEND MOVIMENTO
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               OPEN OUTPUT MOVIMENTO
           MOVE CTR-PAGAS     TO WCA-CTR-PAGAS(WCA-CTR-IDX).
           MOVE CTR-ATRASO    TO WCA-CTR-ATRASO(WCA-CTR-IDX).
           MOVE CTR-STATUS    TO WCA-CTR-STATUS(WCA-CTR-IDX).
           MOVE CTR-MODALIDADE TO WCA-CTR-MODALIDADE(WCA-CTR-IDX).
           MOVE ZEROS         TO WCA-CTR-MATRICULA(WCA-CTR-IDX).
           IF CTR-MATRICULA NUMERIC
               MOVE CTR-MATRICULA TO WCA-CTR-MATRICULA(WCA-CTR-IDX)
           END-IF.
           MOVE ZEROS TO WCA-CTR-CET-MENSAL(WCA-CTR-IDX)
                         WCA-CTR-CET-ANUAL(WCA-CTR-IDX).
           IF CTR-CET-MENSAL NUMERIC AND CTR-CET-ANUAL NUMERIC
               MOVE CTR-CET-MENSAL TO WCA-CTR-CET-MENSAL(WCA-CTR-IDX)
               MOVE CTR-CET-ANUAL  TO WCA-CTR-CET-ANUAL(WCA-CTR-IDX)
           END-IF.
           PERFORM 1210-LER-CONTRATO
              THRU 1210-LER-CONTRATO-FIM.
       1220-GUARDA-CONTRATO-FIM.
       1520-GUARDA-LIMITE-FIM.
           EXIT.

       1550-CARREGA-BLOQUEIOS.
           OPEN INPUT BLOQUEIOS.
           IF WSN-FS-BLOQUEIOS NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-BLOQUEIOS
               GO TO 1550-CARREGA-BLOQUEIOS-FIM
           END-IF.
           SET SW-FIM-NAO-BLQ TO TRUE.
           PERFORM 1560-LER-BLOQUEIO
              THRU 1560-LER-BLOQUEIO-FIM.
           PERFORM 1570-GUARDA-BLOQUEIO
              THRU 1570-GUARDA-BLOQUEIO-FIM
             UNTIL SW-FIM-SIM-BLQ.
           CLOSE BLOQUEIOS.
       1550-CARREGA-BLOQUEIOS-FIM.
           EXIT.

       1560-LER-BLOQUEIO.
           READ BLOQUEIOS
               AT END
                   SET SW-FIM-SIM-BLQ TO TRUE
           END-READ.
       1560-LER-BLOQUEIO-FIM.
           EXIT.

       1570-GUARDA-BLOQUEIO.
           IF BJ-COD-CTA GREATER THAN ZERO
              AND BJ-SITUACAO EQUAL 'A'
               ADD BJ-VAL-BLOQUEADO TO WCA-CTA-BLOQUEIO(BJ-COD-CTA)
           END-IF.
           PERFORM 1560-LER-BLOQUEIO
              THRU 1560-LER-BLOQUEIO-FIM.
       1570-GUARDA-BLOQUEIO-FIM.
           EXIT.

       1600-CARREGA-FERIADOS.
           OPEN INPUT FERIADOS.
           IF WSN-FS-FERIADOS NOT EQUAL ZEROS
       1620-GUARDA-FERIADO-FIM.
           EXIT.

      *****SO VALE O RETORNO DA COMPETENCIA DA DATA DE REFERENCIA
       1700-CARREGA-CONSIGNADOS.
           OPEN INPUT CONSIGFOL.
           IF WSN-FS-CONSIGFOL NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-CONSIGFOL
               GO TO 1700-CARREGA-CONSIGNADOS-FIM
           END-IF.
           SET SW-FIM-NAO-CSF TO TRUE.
           PERFORM 1710-LER-CONSIGNADO
              THRU 1710-LER-CONSIGNADO-FIM.
           PERFORM 1720-GUARDA-CONSIGNADO
              THRU 1720-GUARDA-CONSIGNADO-FIM
             UNTIL SW-FIM-SIM-CSF.
           CLOSE CONSIGFOL.
       1700-CARREGA-CONSIGNADOS-FIM.
           EXIT.

       1710-LER-CONSIGNADO.
           READ CONSIGFOL
               AT END
                   SET SW-FIM-SIM-CSF TO TRUE
           END-READ.
       1710-LER-CONSIGNADO-FIM.
           EXIT.

       1720-GUARDA-CONSIGNADO.
           IF CSF-COMPETENCIA NUMERIC
              AND CSF-COMPETENCIA EQUAL WS-COMPETENCIA
              AND WCA-CSF-QTD LESS THAN 1000
               ADD 1 TO WCA-CSF-QTD
               SET WCA-CSF-IDX TO WCA-CSF-QTD
               MOVE CSF-CONTRATO TO WCA-CSF-CONTRATO(WCA-CSF-IDX)
               MOVE CSF-PARCELA  TO WCA-CSF-PARCELA(WCA-CSF-IDX)
               MOVE CSF-SITUACAO TO WCA-CSF-SITUACAO(WCA-CSF-IDX)
           END-IF.
           PERFORM 1710-LER-CONSIGNADO
              THRU 1710-LER-CONSIGNADO-FIM.
       1720-GUARDA-CONSIGNADO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     UM CONTRATO POR VOLTA: HA PARCELA DEVIDA QUANDO OS MESES
      *     DECORRIDOS DESDE A CONTRATACAO PASSAM DAS PARCELAS JA
           MOVE WCA-PLN-PARCELA(WS-PARCELA-ALVO)
              TO WS-VALOR-PARCELA.

      *****CONSIGNADO: A PARCELA JA FOI (OU NAO) DESCONTADA NA FOLHA
           IF WCA-CTR-MODALIDADE(WCA-CTR-IDX) EQUAL 'C'
               PERFORM 3100-BAIXA-CONSIGNADO
                  THRU 3100-BAIXA-CONSIGNADO-FIM
               GO TO 3000-COBRA-CONTRATO-FIM
           END-IF.

           PERFORM 3200-APURA-VENCIMENTO
              THRU 3200-APURA-VENCIMENTO-FIM.

      *****DEBITO QUE ESTOURARIA SALDO + LIMITE NAO E LANCADO: A
      *****PARCELA FICA EM ATRASO PARA O ENVELHECIMENTO; A PARCELA
      *****BLOQUEADA JUDICIALMENTE NAO CONTA COMO SALDO
           COMPUTE WS-SALDO-APOS =
               WCA-CTA-SALDO(WCA-CTR-CTA(WCA-CTR-IDX))
               - WS-VALOR-PARCELA.
           COMPUTE WS-SALDO-LIVRE = WS-SALDO-APOS
               - WCA-CTA-BLOQUEIO(WCA-CTR-CTA(WCA-CTR-IDX)).
           IF WCA-CTA-STATUS(WCA-CTR-CTA(WCA-CTR-IDX))
              NOT EQUAL 'A'
              OR (WS-SALDO-LIVRE LESS THAN ZERO
                  AND (WS-SALDO-LIVRE * -1) GREATER THAN
                      WCA-CTA-LIMITE(WCA-CTR-CTA(WCA-CTR-IDX)))
               ADD 1 TO WCA-CTR-ATRASO(WCA-CTR-IDX)
               ADD 1 TO WS-QTD-EM-ATRASO
              TO WCA-CTA-SALDO(WCA-CTR-CTA(WCA-CTR-IDX)).
           ADD 1 TO WCA-CTR-PAGAS(WCA-CTR-IDX).
           ADD 1 TO WS-QTD-COBRADAS.
           PERFORM 3900-TESTA-QUITADO
              THRU 3900-TESTA-QUITADO-FIM.
       3000-COBRA-CONTRATO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CONSIGNADO: A PARCELA ALVO DESCONTADA NA FOLHA DA
      *     COMPETENCIA CONTA COMO PAGA; SEM MARGEM OU AUSENTE DO
      *     RETORNO FICA EM ATRASO. SEM RETORNO DA COMPETENCIA A FOLHA
      *     AINDA NAO FECHOU E O CONTRATO FICA PARA A PROXIMA RODADA.
      *-----------------------------------------------------------------
       3100-BAIXA-CONSIGNADO.
           IF WCA-CSF-QTD EQUAL ZEROS
               ADD 1 TO WS-QTD-AGUARDANDO
               GO TO 3100-BAIXA-CONSIGNADO-FIM
           END-IF.
           SET SW-ACHOU-CSF-NAO TO TRUE.
           SET WCA-CSF-IDX TO 1.
           SEARCH WCA-CSF-TAB
               AT END
                   CONTINUE
               WHEN WCA-CSF-IDX GREATER THAN WCA-CSF-QTD
                   CONTINUE
               WHEN WCA-CSF-CONTRATO(WCA-CSF-IDX) EQUAL
                    WCA-CTR-NUMERO(WCA-CTR-IDX)
                AND WCA-CSF-PARCELA(WCA-CSF-IDX) EQUAL WS-PARCELA-ALVO
                   SET SW-ACHOU-CSF-SIM TO TRUE
           END-SEARCH.
           IF SW-ACHOU-CSF-NAO
               ADD 1 TO WCA-CTR-ATRASO(WCA-CTR-IDX)
               ADD 1 TO WS-QTD-EM-ATRASO
               GO TO 3100-BAIXA-CONSIGNADO-FIM
           END-IF.
           IF WCA-CSF-SITUACAO(WCA-CSF-IDX) NOT EQUAL 'D'
               ADD 1 TO WCA-CTR-ATRASO(WCA-CTR-IDX)
               ADD 1 TO WS-QTD-EM-ATRASO
               GO TO 3100-BAIXA-CONSIGNADO-FIM
           END-IF.
           ADD 1 TO WCA-CTR-PAGAS(WCA-CTR-IDX).
           ADD 1 TO WS-QTD-CONSIGNADAS.
           PERFORM 3900-TESTA-QUITADO
              THRU 3900-TESTA-QUITADO-FIM.
       3100-BAIXA-CONSIGNADO-FIM.
           EXIT.

      *****CONTRATO COM TODAS AS PARCELAS PAGAS VIRA 'Q' (QUITADO)
       3900-TESTA-QUITADO.
           IF WCA-CTR-PAGAS(WCA-CTR-IDX) EQUAL
              WCA-CTR-PRAZO(WCA-CTR-IDX)
              AND WCA-CTR-ATRASO(WCA-CTR-IDX) EQUAL ZEROS
               MOVE 'Q' TO WCA-CTR-STATUS(WCA-CTR-IDX)
               ADD 1 TO WS-QTD-QUITADOS
           END-IF.
       3900-TESTA-QUITADO-FIM.
           EXIT.

      *-----------------------------------------------------------------
           MOVE WCA-CTR-PAGAS(WCA-CTR-IDX)   TO CTR-PAGAS.
           MOVE WCA-CTR-ATRASO(WCA-CTR-IDX)  TO CTR-ATRASO.
           MOVE WCA-CTR-STATUS(WCA-CTR-IDX)  TO CTR-STATUS.
           MOVE WCA-CTR-MODALIDADE(WCA-CTR-IDX) TO CTR-MODALIDADE.
           IF WCA-CTR-MATRICULA(WCA-CTR-IDX) GREATER THAN ZEROS
               MOVE WCA-CTR-MATRICULA(WCA-CTR-IDX) TO CTR-MATRICULA
           END-IF.
           MOVE WCA-CTR-CET-MENSAL(WCA-CTR-IDX) TO CTR-CET-MENSAL.
           MOVE WCA-CTR-CET-ANUAL(WCA-CTR-IDX)  TO CTR-CET-ANUAL.
           WRITE REG-CONTRATO.
       6100-GRAVA-CONTRATO-FIM.
           EXIT.
           DISPLAY 'COBRAEMP01 - PARCELAS COBRADAS: ' WS-QTD-COBRADAS
                   ' EM ATRASO: ' WS-QTD-EM-ATRASO
                   ' QUITADOS: ' WS-QTD-QUITADOS
           IF WS-QTD-CONSIGNADAS GREATER THAN ZERO
              OR WS-QTD-AGUARDANDO GREATER THAN ZERO
               DISPLAY 'COBRAEMP01 - CONSIGNADO DESCONTADO EM FOLHA: '
                       WS-QTD-CONSIGNADAS
                       ' AGUARDANDO A FOLHA: ' WS-QTD-AGUARDANDO
           END-IF
           CLOSE MOVIMENTO.

           MOVE 0 TO WS-RC-FINAL.
           END-IF.

           IF WS-QTD-EM-ATRASO GREATER THAN ZERO
              OR WS-QTD-AGUARDANDO GREATER THAN ZERO
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
