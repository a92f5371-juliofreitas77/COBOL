      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Rotina comum da chave de previa dos lotes que lancam
      * em Movimento01 (JUROSPOUP01, JUROSCHQ01, IRINVEST01, TARIFA01,
      * REVALCAM01, COBRAEMP01 e PAGSAL01), chamada via CALL nos
      * moldes de GERANSU. Com a marca PREVIA01 presente (mesmo
      * esquema das marcas REINICIO01 e RECUPERA01 do JOBFECHAMENTO),
      * devolve 'S' e o lote roda inteiro, mas grava os movimentos no
      * arquivo de previa PREVMOV01 em vez do Movimento01 e nao
      * regrava cadastros; sem a marca devolve 'N' e o lote lanca de
      * verdade. O comparativo da previa contra o ultimo lancamento
      * real de cada evento sai no RELPREV01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODOPREVIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREVIA ASSIGN TO 'PREVIA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PREVIA.

       DATA DIVISION.
       FILE SECTION.
       FD PREVIA.
       01 REG-PREVIA                      PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-FS-PREVIA                    PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-PREVIA                       PIC X(01).

       PROCEDURE DIVISION USING LK-PREVIA.
       0000-PRINCIPAL.
           MOVE 'N' TO LK-PREVIA

           OPEN INPUT PREVIA
           IF WS-FS-PREVIA EQUAL ZEROS
               MOVE 'S' TO LK-PREVIA
               CLOSE PREVIA
               DISPLAY '*** MODO PREVIA - MOVIMENTOS EM PREVMOV01, '
                       'NADA LANCADO NO MOVIMENTO01 ***'
           END-IF
           GOBACK.

       END PROGRAM MODOPREVIA.
