      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Descarga do arquivo indexado de movimentos MOVIDX01.
      * Percorre o indexado em ordem de conta + data + NSU e regenera
      * o Movimento01 plano para os lotes que ainda leem o formato
      * sequencial (recuperacao do arquivo vivo a partir do indexado,
      * mesma funcao do DESCCAD01 para o cadastro). O arquivo sai ja
      * classificado por conta e data. Total de movimentos e soma dos
      * valores (hash) sao exibidos e registrados no log para a
      * conferencia com a carga.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCMOV01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT MOVIDX ASSIGN TO 'MOVIDX01'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MVX-CHAVE
               ALTERNATE RECORD KEY IS MVX-MOV-NSU
                   WITH DUPLICATES
               FILE STATUS IS WSN-FS-MOVIDX.

           SELECT SAIDA ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-SAIDA.

       DATA DIVISION.
      *
       FILE SECTION.
       FD MOVIDX.
       01 REG-MOVIDX.
           05 MVX-CHAVE.
               10 MVX-COD-CTA      PIC 9(06).
               10 MVX-DAT          PIC 9(08).
               10 MVX-NSU          PIC 9(09).
           05 MVX-MOVIMENTO.
               10 MVX-MOV-COD-CTA  PIC 9(06).
               10 MVX-MOV-DAT      PIC 9(08).
               10 MVX-MOV-TIP      PIC X(01).
               10 MVX-MOV-FORMA    PIC X(01).
               10 MVX-MOV-VAL      PIC 9(09)V99.
               10 MVX-MOV-HIST     PIC X(20).
               10 MVX-MOV-NSU      PIC 9(09).

       FD SAIDA.
       01 REG-SAIDA                PIC X(56).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-MOVIDX        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SAIDA         PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-MOVIDX            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.

       77 WS-QTD-MOVIMENTOS        PIC 9(07) VALUE ZEROS.
       01 WS-HASH-VALOR            PIC 9(13)V99 VALUE ZEROS.
       01 WS-HASH-MASC             PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'DESCMOV01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 3000-PROCESSO
              THRU 3000-PROCESSO-FIM
             UNTIL SW-FIM-SIM

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIM

           STOP RUN.
       0000-PRINCIPAL-FIM.
      *-----------------------------------------------------------------
       1000-INICIO.
      *-----------------------------------------------------------------
           SET SW-FIM-NAO TO TRUE.

           OPEN INPUT MOVIDX.
           IF WSN-FS-MOVIDX NOT EQUAL ZEROS
               DISPLAY 'DESCMOV01 - MOVIDX01 NAO ENCONTRADO - FS '
                       WSN-FS-MOVIDX
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SAIDA.

           PERFORM 1100-LER-MOVIDX
              THRU 1100-LER-MOVIDX-FIM.
       1000-INICIO-FIM.
           EXIT.

       1100-LER-MOVIDX.
           READ MOVIDX
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
       1100-LER-MOVIDX-FIM.
           EXIT.

      *-----------------------------------------------------------------
       3000-PROCESSO.
      *-----------------------------------------------------------------
           MOVE MVX-MOVIMENTO TO REG-SAIDA.
           WRITE REG-SAIDA.

           ADD 1           TO WS-QTD-MOVIMENTOS.
           ADD MVX-MOV-VAL TO WS-HASH-VALOR.

           PERFORM 1100-LER-MOVIDX
              THRU 1100-LER-MOVIDX-FIM.
       3000-PROCESSO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           MOVE WS-HASH-VALOR TO WS-HASH-MASC.
           DISPLAY 'DESCMOV01 - MOVIMENTOS DESCARREGADOS: '
                   WS-QTD-MOVIMENTOS ' HASH: ' WS-HASH-MASC
           CLOSE MOVIDX
           CLOSE SAIDA.

           MOVE 0 TO WS-RC-FINAL.
           IF (WSN-FS-MOVIDX NOT EQUAL 00 AND
                WSN-FS-MOVIDX NOT EQUAL 10)   OR
               WSN-FS-SAIDA  NOT EQUAL 00
               DISPLAY 'DESCMOV01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-RC-FINAL EQUAL ZERO
               MOVE 'I' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'DESCARGA MOVIDX01 ' WS-QTD-MOVIMENTOS
                  ' MOVS HASH ' WS-HASH-MASC
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM DESCMOV01.
