      * como movimento em Movimento01 e o relatorio de impostos
      * recolhidos por agencia sai em IrInvest01.txt para a
      * contabilidade.
      * Os valores de cada faixa podem ter historico por vigencia em
      * TAXASVIG01 (rotina comum TAXAVIG, nn = ordem da faixa na
      * tabela): a taxa de rendimento do mes e a media das taxas em
      * vigor em cada dia ate a referencia ('IR REND FAIXA nn'), e as
      * aliquotas de IR e IOF sao as em vigor na data de referencia
      * ('IR ALIQ FAIXA nn' e 'IOF ALIQ FAIXA nn'). Sem vigencia
      * gravada fica o valor do TabelaIR01.
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
       01 WCA-VARIAVEIS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WS-NOME-MOVIMENTO    PIC X(12) VALUE 'MOVIMENTO01'.
           05 SW-PREVIA            PIC X(01) VALUE 'N'.
               88 SW-PREVIA-SIM                VALUE 'S'.
           05 WSN-FS-TABELA        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RESUMO        PIC 9(02) VALUE ZEROS.
           88 WCA-FX-ACHOU-SIM                    VALUE 'S'.
           88 WCA-FX-ACHOU-NAO                    VALUE 'N'.

      *****VALORES DA FAIXA EM VIGOR NA REFERENCIA (ROTINA TAXAVIG)
       01 WS-FAIXA-NUM             PIC 9(02) VALUE ZEROS.
       01 WS-DIA-REFERENCIA        PIC 9(02) VALUE ZEROS.
       77 WS-IDX-DIA               PIC 9(02) VALUE ZEROS.
       01 WS-SOMA-TAXAS            PIC 9(04)V9(04) VALUE ZEROS.
       01 WS-PARAMETRO-VIG         PIC X(20) VALUE SPACES.
       01 WS-DATA-VIG              PIC 9(08) VALUE ZEROS.
       01 WS-VALOR-VIG             PIC 9(07)V9(04) VALUE ZEROS.
       01 WS-ACHOU-VIG             PIC X(01) VALUE 'N'.

      *****NSU DO MOVIMENTO, FORNECIDO PELA ROTINA COMUM GERANSU
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.
       01 WS-RENDIMENTO-CONTA      PIC 9(09)V99 VALUE ZEROS.
              THRU 1050-LE-CONTROLE-FIM.
           PERFORM 1060-CARREGA-TABELA-IR
              THRU 1060-CARREGA-TABELA-IR-FIM.
           MOVE WCA-DATA-REFERENCIA(7:2) TO WS-DIA-REFERENCIA.
           PERFORM 1090-VIGENCIA-FAIXA
              THRU 1090-VIGENCIA-FAIXA-FIM
              VARYING WCA-FX-IDX FROM 1 BY 1
              UNTIL WCA-FX-IDX GREATER THAN WCA-FX-QTD.

           IF WCA-FX-QTD EQUAL ZEROS
               DISPLAY 'IRINVEST01 - TABELA DE RETENCAO TABELAIR01 '
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
       1080-GUARDA-FAIXA-FIM.
           EXIT.

      *****RENDIMENTO PRO RATA DIA E ALIQUOTAS NA REFERENCIA; SEM
      *****VIGENCIA GRAVADA FICA O VALOR DA TABELA
       1090-VIGENCIA-FAIXA.
           SET WS-FAIXA-NUM TO WCA-FX-IDX.
           IF WS-DIA-REFERENCIA GREATER THAN ZERO
              AND WS-DIA-REFERENCIA NOT GREATER THAN 31
               MOVE 'IR REND FAIXA '  TO WS-PARAMETRO-VIG
               MOVE WS-FAIXA-NUM      TO WS-PARAMETRO-VIG(15:2)
               MOVE ZEROS             TO WS-SOMA-TAXAS
               PERFORM 1095-REND-DO-DIA
                  THRU 1095-REND-DO-DIA-FIM
                  VARYING WS-IDX-DIA FROM 1 BY 1
                  UNTIL WS-IDX-DIA GREATER THAN WS-DIA-REFERENCIA
               COMPUTE WCA-FX-REND(WCA-FX-IDX) ROUNDED =
                   WS-SOMA-TAXAS / WS-DIA-REFERENCIA
           END-IF.

           MOVE WCA-DATA-REFERENCIA TO WS-DATA-VIG.
           MOVE 'IR ALIQ FAIXA '    TO WS-PARAMETRO-VIG.
           MOVE WS-FAIXA-NUM        TO WS-PARAMETRO-VIG(15:2).
           CALL 'TAXAVIG' USING WS-PARAMETRO-VIG WS-DATA-VIG
                                WS-VALOR-VIG WS-ACHOU-VIG.
           IF WS-ACHOU-VIG EQUAL 'S'
               MOVE WS-VALOR-VIG TO WCA-FX-IR(WCA-FX-IDX)
           END-IF.

           MOVE 'IOF ALIQ FAIXA '   TO WS-PARAMETRO-VIG.
           MOVE WS-FAIXA-NUM        TO WS-PARAMETRO-VIG(16:2).
           CALL 'TAXAVIG' USING WS-PARAMETRO-VIG WS-DATA-VIG
                                WS-VALOR-VIG WS-ACHOU-VIG.
           IF WS-ACHOU-VIG EQUAL 'S'
               MOVE WS-VALOR-VIG TO WCA-FX-IOF(WCA-FX-IDX)
           END-IF.
       1090-VIGENCIA-FAIXA-FIM.
           EXIT.

       1095-REND-DO-DIA.
           MOVE WCA-DATA-REFERENCIA TO WS-DATA-VIG.
           MOVE WS-IDX-DIA          TO WS-DATA-VIG(7:2).
           CALL 'TAXAVIG' USING WS-PARAMETRO-VIG WS-DATA-VIG
                                WS-VALOR-VIG WS-ACHOU-VIG.
           IF WS-ACHOU-VIG EQUAL 'S'
               ADD WS-VALOR-VIG            TO WS-SOMA-TAXAS
           ELSE
               ADD WCA-FX-REND(WCA-FX-IDX) TO WS-SOMA-TAXAS
           END-IF.
       1095-REND-DO-DIA-FIM.
           EXIT.

      ******************************************************************
      *                    E N T R A D A
      ******************************************************************
