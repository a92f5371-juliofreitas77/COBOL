      * da tarifa sai como movimento em Movimento01 (com NSU da
      * rotina GERANSU) e o resumo de faturamento por agencia sai em
      * TARIFAUSO01 para o relatorio de receitas.
      * Os precos de cada tipo podem ter historico por vigencia em
      * TAXASVIG01 (rotina comum TAXAVIG, nn = ordem do tipo na
      * tabela): vale o preco por movimento ('TARIFA UNIT nn') e o do
      * pacote ('TARIFA PACOTE nn') em vigor na data de referencia;
      * sem vigencia gravada fica o preco do TARIFTAB01.
      * Com a marca PREVIA01 presente (rotina comum MODOPREVIA) o lote
      * roda inteiro mas grava os movimentos no arquivo de previa
      * PREVMOV01, e nao no Movimento01, para o comparativo RELPREV01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA.

           SELECT MOVIMENTO ASSIGN TO DYNAMIC WS-NOME-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

       FILE SECTION.
       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).

       FD ENTRADA02.
       01 REG-ENTRADA-02.
           05 E2-COD-CTA           PIC 9(06).
           05 E2-NOM-CLI           PIC X(25).
           05 E2-COD-CID           PIC 9(04).
           05 E2-DAT-INI           PIC 9(08).

       FD SALDOMEDIO.
       01 REG-SALDOMEDIO.
           05 SM-COD-CTA           PIC 9(06).
           05 FILLER               PIC X(01).
           05 SM-DATA-REF          PIC 9(08).
           05 FILLER               PIC X(01).
       01 WCA-VARIAVEIS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WS-NOME-MOVIMENTO    PIC X(12) VALUE 'MOVIMENTO01'.
           05 SW-PREVIA            PIC X(01) VALUE 'N'.
               88 SW-PREVIA-SIM                VALUE 'S'.
           05 WSN-FS-TARIFAS       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SALDOMEDIO    PIC 9(02) VALUE ZEROS.
      *****QUANTIDADE DE MOVIMENTOS DO MES POR CONTA, INDEXADA PELO
      *****NUMERO DA CONTA (MESMO ESQUEMA DA TABELA DO CHESPECIAL01)
       01 WCA-USO-CONTA.
           05 WCA-USO-QTD          PIC 9(05) OCCURS 999999 TIMES
                                   VALUE ZEROS.

      ****** TABELA DE TARIFAS CARREGADA DE TARIFTAB01 *****************
           88 WCA-TAR-ACHOU-SIM                   VALUE 'S'.
           88 WCA-TAR-ACHOU-NAO                   VALUE 'N'.

      *****PRECOS DO TIPO EM VIGOR NA REFERENCIA (ROTINA TAXAVIG)
       01 WS-TIPO-NUM              PIC 9(02) VALUE ZEROS.
       01 WS-PARAMETRO-VIG         PIC X(20) VALUE SPACES.
       01 WS-VALOR-VIG             PIC 9(07)V9(04) VALUE ZEROS.
       01 WS-ACHOU-VIG             PIC X(01) VALUE 'N'.

      *****BASE DE SALDO DA ISENCAO E SALDOS MEDIOS CARREGADOS
       01 WCA-BASE-SALDO           PIC X(01) VALUE 'F'.
           88 BASE-SALDO-MEDIO                VALUE 'M'.
       01 WCA-SALDOS-MEDIOS.
           05 WCA-SM-SALDO         PIC S9(09)V99 OCCURS 999999 TIMES
                                   VALUE ZEROS.
       01 WS-SALDO-BASE            PIC S9(09)V99 VALUE ZEROS.
       77 WS-QTD-ISENTAS           PIC 9(06) VALUE ZEROS.
      *****DOCUMENTO POR CONTA E SEGMENTO POR DOCUMENTO, PARA O
      *****RESUMO DE FATURAMENTO POR SEGMENTO
       01 WCA-DOC-CONTA.
           05 WCA-DOC-CTA          PIC X(14) OCCURS 999999 TIMES
                                   VALUE SPACES.
       01 WCA-SEGMENTOS.
           05 WCA-SEG-QTD          PIC 9(04) VALUE ZEROS.

           PERFORM 1060-CARREGA-TARIFAS
              THRU 1060-CARREGA-TARIFAS-FIM.
           PERFORM 1090-VIGENCIA-TARIFA
              THRU 1090-VIGENCIA-TARIFA-FIM
              VARYING WCA-TAR-IDX FROM 1 BY 1
              UNTIL WCA-TAR-IDX GREATER THAN WCA-TAR-QTD.
           IF WCA-TAR-QTD EQUAL ZEROS
               DISPLAY 'TARIFA01 - TABELA DE TARIFAS TARIFTAB01 '
                       'VAZIA OU AUSENTE'
           END-IF.

           OPEN INPUT ENTRADA
      *****EM PREVIA OS MOVIMENTOS VAO PARA PREVMOV01
           CALL 'MODOPREVIA' USING SW-PREVIA
           IF SW-PREVIA-SIM
               MOVE 'PREVMOV01' TO WS-NOME-MOVIMENTO
           END-IF
           OPEN EXTEND MOVIMENTO
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               OPEN OUTPUT MOVIMENTO
       1080-GUARDA-TARIFA-FIM.
           EXIT.

      *****PRECOS EM VIGOR NA REFERENCIA; SEM VIGENCIA FICA A TABELA
       1090-VIGENCIA-TARIFA.
           SET WS-TIPO-NUM TO WCA-TAR-IDX.
           MOVE 'TARIFA UNIT '      TO WS-PARAMETRO-VIG.
           MOVE WS-TIPO-NUM         TO WS-PARAMETRO-VIG(13:2).
           CALL 'TAXAVIG' USING WS-PARAMETRO-VIG WCA-DATA-REFERENCIA
                                WS-VALOR-VIG WS-ACHOU-VIG.
           IF WS-ACHOU-VIG EQUAL 'S'
               MOVE WS-VALOR-VIG TO WCA-TAR-UNIT(WCA-TAR-IDX)
           END-IF.

           MOVE 'TARIFA PACOTE '    TO WS-PARAMETRO-VIG.
           MOVE WS-TIPO-NUM         TO WS-PARAMETRO-VIG(15:2).
           CALL 'TAXAVIG' USING WS-PARAMETRO-VIG WCA-DATA-REFERENCIA
                                WS-VALOR-VIG WS-ACHOU-VIG.
           IF WS-ACHOU-VIG EQUAL 'S'
               MOVE WS-VALOR-VIG TO WCA-TAR-PACOTE(WCA-TAR-IDX)
           END-IF.
       1090-VIGENCIA-TARIFA-FIM.
           EXIT.

      *****CONTAGEM DOS MOVIMENTOS DO MES DE REFERENCIA POR CONTA
       1500-CONTA-MOVIMENTOS.
           SET SW-FIM-NAO-MOV TO TRUE.
