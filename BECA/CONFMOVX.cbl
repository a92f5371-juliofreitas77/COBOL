      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Rotina comum de conferencia do indexado de movimentos
      * MOVIDX01, chamada via CALL pelos programas que leem os
      * movimentos pelo indexado, nos moldes de GERANSU. O CARGAMOV01
      * grava em MOVIDXCTL01 um registro de controle ('TRL' +
      * quantidade + hash de MOV-VAL) do Movimento01 que carregou; a
      * rotina le o Movimento01 atual em passada sequencial simples,
      * soma quantidade e hash e compara com o controle. Devolve 'S'
      * quando o indexado corresponde ao Movimento01 e 'N' quando o
      * controle falta ou diverge (lote anexou depois da carga, carga
      * interrompida ou corte mensal sem recarga); nesse caso o
      * chamador nao usa o indexado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFMOVX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVIMENTO.

           SELECT MOVIDXCTL ASSIGN TO 'MOVIDXCTL01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVIDXCTL.

       DATA DIVISION.
       FILE SECTION.
       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

      *                CONTROLE DA CARGA DO MOVIDX01 (CARGAMOV01)
       FD MOVIDXCTL.
       01 REG-MOVIDXCTL.
           05 MXC-TIPO             PIC X(03).
           05 MXC-QTD              PIC 9(09).
           05 MXC-HASH             PIC S9(15)V99
                                   SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-FS-MOVIMENTO          PIC 9(02) VALUE ZEROS.
       01 WS-FS-MOVIDXCTL          PIC 9(02) VALUE ZEROS.
       01 SW-MOVIMENTO             PIC X(01) VALUE 'N'.
           88 SW-FIM-NAO-MOV                   VALUE 'N'.
           88 SW-FIM-SIM-MOV                   VALUE 'S'.
       01 WS-CTL-QTD               PIC 9(09) VALUE ZEROS.
       01 WS-CTL-HASH              PIC S9(15)V99 VALUE ZEROS.
       01 WS-MOV-QTD               PIC 9(09) VALUE ZEROS.
       01 WS-MOV-HASH              PIC S9(15)V99 VALUE ZEROS.

       LINKAGE SECTION.
      *****'S' INDEXADO CONFERE COM O MOVIMENTO01, 'N' NAO CONFERE
       01 LK-MOVIDX-CONFERE        PIC X(01).

       PROCEDURE DIVISION USING LK-MOVIDX-CONFERE.
       0000-PRINCIPAL.
           MOVE 'N' TO LK-MOVIDX-CONFERE.
           MOVE ZEROS TO WS-MOV-QTD WS-MOV-HASH.

           OPEN INPUT MOVIDXCTL.
           IF WS-FS-MOVIDXCTL NOT EQUAL ZEROS
               GO TO 0000-PRINCIPAL-FIM
           END-IF.
           READ MOVIDXCTL
               AT END
                   MOVE SPACES TO MXC-TIPO
           END-READ.
           CLOSE MOVIDXCTL.
           IF MXC-TIPO NOT EQUAL 'TRL'
               GO TO 0000-PRINCIPAL-FIM
           END-IF.
           MOVE MXC-QTD  TO WS-CTL-QTD.
           MOVE MXC-HASH TO WS-CTL-HASH.

      *****SEM MOVIMENTO01 A CONTAGEM FICA ZERADA
           SET SW-FIM-NAO-MOV TO TRUE.
           OPEN INPUT MOVIMENTO.
           IF WS-FS-MOVIMENTO EQUAL ZEROS
               PERFORM 1100-LER-MOVIMENTO
                  THRU 1100-LER-MOVIMENTO-FIM
               PERFORM 2000-SOMA-MOVIMENTO
                  THRU 2000-SOMA-MOVIMENTO-FIM
                 UNTIL SW-FIM-SIM-MOV
               CLOSE MOVIMENTO
           END-IF.

           IF WS-MOV-QTD  EQUAL WS-CTL-QTD
              AND WS-MOV-HASH EQUAL WS-CTL-HASH
               MOVE 'S' TO LK-MOVIDX-CONFERE
           END-IF.
       0000-PRINCIPAL-FIM.
           GOBACK.

       1100-LER-MOVIMENTO.
           READ MOVIMENTO
               AT END
                   SET SW-FIM-SIM-MOV TO TRUE
           END-READ.
       1100-LER-MOVIMENTO-FIM.
           EXIT.

       2000-SOMA-MOVIMENTO.
           ADD 1       TO WS-MOV-QTD.
           ADD MOV-VAL TO WS-MOV-HASH.
           PERFORM 1100-LER-MOVIMENTO
              THRU 1100-LER-MOVIMENTO-FIM.
       2000-SOMA-MOVIMENTO-FIM.
           EXIT.

       END PROGRAM CONFMOVX.
