      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Carga do arquivo indexado de movimentos MOVIDX01. Le o
      * Movimento01 (mes aberto, na ordem em que os lotes anexaram) e
      * grava cada movimento chaveado por conta + data + NSU, com chave
      * alternativa pelo NSU, para que o extrato e a consulta de uma
      * unica conta leiam so os movimentos dessa conta e o estorno
      * localize o original pelo NSU, sem reclassificar nem varrer o
      * arquivo inteiro. A carga e completa (o indexado e recriado a
      * cada execucao, acompanhando o corte mensal do ARQMOV01) e roda
      * na cadeia depois dos lotes que anexam ao Movimento01 e logo
      * antes de cada lote que le os movimentos em ordem de conta
      * (POSTMOV01, JUROSCHQ01, SALDOMED01, AMLSCREEN01), que assim
      * deixam de reclassificar o Movimento01 inteiro. Chave repetida
      * (mesma conta, data e NSU) e contada como duplicada e nao entra
      * no indexado. Ao fim de uma carga sem erro grava o controle
      * MOVIDXCTL01 ('TRL' + quantidade + hash de MOV-VAL do Movimento01
      * lido, como os trailers das entradas); os leitores conferem o
      * Movimento01 atual contra ele pela rotina CONFMOVX e, se o
      * arquivo mudou depois da carga, nao usam o indexado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAMOV01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

      *        MOVIMENTOS INDEXADOS POR CONTA+DATA+NSU, ALTERNATIVA
      *        PELO NSU. A GRAVACAO E ALEATORIA: O MOVIMENTO01 NAO
      *        PRECISA SER RECLASSIFICADO ANTES DA CARGA
           SELECT MOVIDX ASSIGN TO 'MOVIDX01'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MVX-CHAVE
               ALTERNATE RECORD KEY IS MVX-MOV-NSU
                   WITH DUPLICATES
               FILE STATUS IS WSN-FS-MOVIDX.

      *        CONTROLE DA CARGA: QUANTIDADE E HASH DO MOVIMENTO01
      *        CARREGADO, CONFERIDO PELOS LEITORES DO INDEXADO
           SELECT MOVIDXCTL ASSIGN TO 'MOVIDXCTL01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIDXCTL.

       DATA DIVISION.
      *
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

       FD MOVIDXCTL.
       01 REG-MOVIDXCTL            PIC X(30).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIDX        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIDXCTL     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-MOVIMENTO         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MOV               VALUE 'N'.
               88 SW-FIM-SIM-MOV               VALUE 'S'.

       77 WS-QTD-CARGA             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DUPLICADOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ERROS             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LIDOS             PIC 9(09) VALUE ZEROS.
       77 WS-TOT-LIDO              PIC 9(15)V99 VALUE ZEROS.

      *****CONTROLE TRL DA CARGA, NAS CONVENCOES DAS ENTRADAS DAS
      *****AGENCIAS: QUANTIDADE E HASH DE MOV-VAL DE TODO O MOVIMENTO01
      *****LIDO (DUPLICADOS INCLUSIVE, COMO O ARQUIVO ESTA)
       01 WCA-TRAILER-MOVIDX.
           05 FILLER               PIC X(03) VALUE 'TRL'.
           05 TRL-QTD              PIC 9(09) VALUE ZEROS.
           05 TRL-HASH             PIC S9(15)V99
                                   SIGN LEADING SEPARATE.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'CARGAMOV01'.
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
             UNTIL SW-FIM-SIM-MOV

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIM

           STOP RUN.
       0000-PRINCIPAL-FIM.
      *-----------------------------------------------------------------
       1000-INICIO.
      *-----------------------------------------------------------------
           SET SW-FIM-NAO-MOV TO TRUE.

           OPEN INPUT MOVIMENTO.
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               DISPLAY 'CARGAMOV01 - MOVIMENTO01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MOVIDX.
           IF WSN-FS-MOVIDX NOT EQUAL ZEROS
               DISPLAY 'CARGAMOV01 - ERRO AO CRIAR MOVIDX01 - FS '
                       WSN-FS-MOVIDX
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****O CONTROLE ANTERIOR E DESCARTADO ANTES DA CARGA: CARGA
      *****INTERROMPIDA DEIXA O INDEXADO SEM CONTROLE, E OS LEITORES
      *****VOLTAM A RECLASSIFICAR O MOVIMENTO01
           OPEN OUTPUT MOVIDXCTL.
           IF WSN-FS-MOVIDXCTL NOT EQUAL ZEROS
               DISPLAY 'CARGAMOV01 - ERRO AO CRIAR MOVIDXCTL01 - FS '
                       WSN-FS-MOVIDXCTL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE MOVIDXCTL.

           PERFORM 1100-LER-MOVIMENTO
              THRU 1100-LER-MOVIMENTO-FIM.
       1000-INICIO-FIM.
           EXIT.

       1100-LER-MOVIMENTO.
           READ MOVIMENTO
               AT END
                   SET SW-FIM-SIM-MOV TO TRUE
           END-READ.
       1100-LER-MOVIMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       3000-PROCESSO.
      *-----------------------------------------------------------------
           ADD 1       TO WS-QTD-LIDOS.
           ADD MOV-VAL TO WS-TOT-LIDO.
           MOVE MOV-COD-CTA   TO MVX-COD-CTA.
           MOVE MOV-DAT       TO MVX-DAT.
           MOVE MOV-NSU       TO MVX-NSU.
           MOVE REG-MOVIMENTO TO MVX-MOVIMENTO.
           WRITE REG-MOVIDX
               INVALID KEY
                   PERFORM 3100-REJEITA-MOVIMENTO
                      THRU 3100-REJEITA-MOVIMENTO-FIM
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CARGA
           END-WRITE.

           PERFORM 1100-LER-MOVIMENTO
              THRU 1100-LER-MOVIMENTO-FIM.
       3000-PROCESSO-FIM.
           EXIT.

      *****CHAVE REPETIDA E DUPLICIDADE DO MOVIMENTO01 (O DUPMOV01
      *****APONTA OS SUSPEITOS); QUALQUER OUTRO STATUS E ERRO DE
      *****GRAVACAO NO INDEXADO
       3100-REJEITA-MOVIMENTO.
           IF WSN-FS-MOVIDX EQUAL 22
               ADD 1 TO WS-QTD-DUPLICADOS
               DISPLAY 'CARGAMOV01 - CHAVE DUPLICADA: CONTA '
                       MOV-COD-CTA ' DATA ' MOV-DAT ' NSU ' MOV-NSU
           ELSE
               ADD 1 TO WS-QTD-ERROS
               DISPLAY 'CARGAMOV01 - ERRO NA GRAVACAO DO NSU '
                       MOV-NSU ' - FS ' WSN-FS-MOVIDX
           END-IF.
       3100-REJEITA-MOVIMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           DISPLAY 'CARGAMOV01 - MOVIMENTOS CARREGADOS: ' WS-QTD-CARGA
                   ' DUPLICADOS: ' WS-QTD-DUPLICADOS
           CLOSE MOVIMENTO
           CLOSE MOVIDX.

           MOVE 0 TO WS-RC-FINAL.
           IF (WSN-FS-MOVIMENTO NOT EQUAL 00 AND
                WSN-FS-MOVIMENTO NOT EQUAL 10)   OR
               WSN-FS-MOVIDX    NOT EQUAL 00     OR
               WS-QTD-ERROS     GREATER THAN ZERO
               DISPLAY 'CARGAMOV01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-RC-FINAL EQUAL ZERO
               PERFORM 9100-GRAVA-CONTROLE
                  THRU 9100-GRAVA-CONTROLE-FIM
           END-IF.

           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           ELSE
               IF WS-QTD-DUPLICADOS GREATER THAN ZERO
                   MOVE 'A' TO WS-LOG-SEVERIDADE
               ELSE
                   MOVE 'I' TO WS-LOG-SEVERIDADE
               END-IF
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'CARGA MOVIDX01 - ' WS-QTD-CARGA
                  ' MOVIMENTOS, ' WS-QTD-DUPLICADOS ' DUPLICADOS'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.

      *****SO CARGA COMPLETA GANHA CONTROLE
       9100-GRAVA-CONTROLE.
           MOVE WS-QTD-LIDOS TO TRL-QTD.
           MOVE WS-TOT-LIDO  TO TRL-HASH.
           OPEN OUTPUT MOVIDXCTL.
           IF WSN-FS-MOVIDXCTL EQUAL ZEROS
               WRITE REG-MOVIDXCTL FROM WCA-TRAILER-MOVIDX
               CLOSE MOVIDXCTL
           END-IF.
           IF WSN-FS-MOVIDXCTL NOT EQUAL ZEROS
               DISPLAY 'CARGAMOV01 - ERRO NA GRAVACAO DO MOVIDXCTL01 '
                       '- FS ' WSN-FS-MOVIDXCTL
               MOVE 1 TO WS-RC-FINAL
           END-IF.
       9100-GRAVA-CONTROLE-FIM.
           EXIT.
       END PROGRAM CARGAMOV01.
