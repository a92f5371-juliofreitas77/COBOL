      * cambial de cada conta sai como movimento de ajuste em
      * Movimento01 (credito no ganho, debito na perda, com NSU) e o
      * relatorio de variacao por moeda e agencia sai em REVALCAM01.
      * Com a marca PREVIA01 presente (rotina comum MODOPREVIA) o lote
      * roda inteiro mas grava os movimentos no arquivo de previa
      * PREVMOV01, e nao no Movimento01, para o comparativo RELPREV01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CAMBIOANT.

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
           05 WSN-FS-CAMBIO        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CAMBIOANT     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WS-NOME-MOVIMENTO    PIC X(12) VALUE 'MOVIMENTO01'.
           05 SW-PREVIA            PIC X(01) VALUE 'N'.
               88 SW-PREVIA-SIM                VALUE 'S'.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RESUMO        PIC 9(02) VALUE ZEROS.

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
