      * de referencia), grava o credito de juros como movimento em
      * Movimento01 e produz o resumo de juros pagos por agencia em
      * JurosPoup01.txt.
      * A taxa do mes sai do historico por vigencia TAXASVIG01
      * ('TAXA POUPANCA', rotina comum TAXAVIG): cada dia do mes ate a
      * data de referencia entra com a taxa que vigorava nele, e a
      * taxa aplicada e a media desses dias, de modo que uma mudanca
      * no meio do mes rende cada parte na sua taxa. Dia sem
      * vigencia gravada fica com a taxa do Controle01.
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
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RESUMO        PIC 9(02) VALUE ZEROS.


       01 WCA-TAXA-POUPANCA        PIC 9(02)V9(04) VALUE ZEROS.
       01 WCA-DATA-REFERENCIA      PIC 9(08)    VALUE ZEROS.
      *****TAXA DO MES PRO RATA DIA PELA VIGENCIA (ROTINA TAXAVIG)
       01 WCA-TAXA-CONTROLE        PIC 9(02)V9(04) VALUE ZEROS.
       01 WS-SOMA-TAXAS            PIC 9(04)V9(04) VALUE ZEROS.
       77 WS-IDX-DIA               PIC 9(02) VALUE ZEROS.
       01 WS-DIA-REFERENCIA        PIC 9(02) VALUE ZEROS.
       01 WS-PARAMETRO-VIG         PIC X(20) VALUE 'TAXA POUPANCA'.
       01 WS-DATA-VIG              PIC 9(08) VALUE ZEROS.
       01 WS-VALOR-VIG             PIC 9(07)V9(04) VALUE ZEROS.
       01 WS-ACHOU-VIG             PIC X(01) VALUE 'N'.
       01 WS-JUROS-CONTA           PIC 9(09)V99 VALUE ZEROS.
      *****NSU DO MOVIMENTO, FORNECIDO PELA ROTINA COMUM GERANSU
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.
           PERFORM 1050-LE-CONTROLE
              THRU 1050-LE-CONTROLE-FIM.

           MOVE WCA-TAXA-POUPANCA        TO WCA-TAXA-CONTROLE.
           MOVE WCA-DATA-REFERENCIA(7:2) TO WS-DIA-REFERENCIA.
           IF WS-DIA-REFERENCIA GREATER THAN ZERO
              AND WS-DIA-REFERENCIA NOT GREATER THAN 31
               MOVE ZEROS TO WS-SOMA-TAXAS
               PERFORM 1060-TAXA-DO-DIA
                  THRU 1060-TAXA-DO-DIA-FIM
                  VARYING WS-IDX-DIA FROM 1 BY 1
                  UNTIL WS-IDX-DIA GREATER THAN WS-DIA-REFERENCIA
               COMPUTE WCA-TAXA-POUPANCA ROUNDED =
                   WS-SOMA-TAXAS / WS-DIA-REFERENCIA
           END-IF.

           IF WCA-TAXA-POUPANCA EQUAL ZEROS
               DISPLAY 'JUROSPOUP01 - TAXA DE POUPANCA NAO INFORMADA '
                       'EM CONTROLE01'
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
       1050-LE-CONTROLE-FIM.
           EXIT.

      *****TAXA EM VIGOR NO DIA; SEM VIGENCIA FICA A DO CONTROLE01
       1060-TAXA-DO-DIA.
           MOVE WCA-DATA-REFERENCIA TO WS-DATA-VIG.
           MOVE WS-IDX-DIA          TO WS-DATA-VIG(7:2).
           CALL 'TAXAVIG' USING WS-PARAMETRO-VIG WS-DATA-VIG
                                WS-VALOR-VIG WS-ACHOU-VIG.
           IF WS-ACHOU-VIG EQUAL 'S'
               ADD WS-VALOR-VIG      TO WS-SOMA-TAXAS
           ELSE
               ADD WCA-TAXA-CONTROLE TO WS-SOMA-TAXAS
           END-IF.
       1060-TAXA-DO-DIA-FIM.
           EXIT.

      ******************************************************************
      *                    E N T R A D A
      ******************************************************************
