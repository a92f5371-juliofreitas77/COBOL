      * mes. E a base que o alerta de alto valor (ALTOVALOR01) e a
      * tarifa de uso (TARIFA01) passam a poder usar no lugar do
      * fechamento, pelo parametro CTL-BASE-SALDO do Controle01.
      * Os movimentos vem do indexado MOVIDX01 (carga do CARGAMOV01, que
      * o plano roda logo antes), ja em ordem de conta + data + NSU, sem
      * a reclassificacao do Movimento01 inteiro; sem o indexado o
      * arquivo plano volta a ser reclassificado. Antes de usar o
      * indexado a rotina CONFMOVX confere o Movimento01 atual
      * (quantidade e hash de MOV-VAL) contra o controle MOVIDXCTL01
      * gravado na carga; se o arquivo mudou depois da carga, o indexado
      * e ignorado, o arquivo plano e reclassificado e o desvio vai para
      * o log central com severidade 'A'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT CLASSIFICA ASSIGN TO 'SORTWK01'.

      *        MOVIMENTOS INDEXADOS POR CONTA+DATA+NSU (CARGAMOV01)
           SELECT MOVIDX ASSIGN TO 'MOVIDX01'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MVX-CHAVE
               ALTERNATE RECORD KEY IS MVX-MOV-NSU
                   WITH DUPLICATES
               FILE STATUS IS WSN-FS-MOVIDX.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
               88 STA-CTA-ATIVA                VALUE 'A'.

       FD MOVIMENTO.
       01 REG-MOVIMENTO-BRUTO      PIC X(56).

       FD MOVTRAB.
       01 REG-MOVTRAB              PIC X(56).

       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-COD-CTA          PIC 9(06).
           05 SRT-DAT              PIC 9(08).
           05 FILLER               PIC X(42).

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

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.

       FD SAIDA.
       01 REG-SAIDA.
           05 SM-COD-CTA           PIC 9(06).
           05 FILLER               PIC X(01).
           05 SM-DATA-REF          PIC 9(08).
           05 FILLER               PIC X(01).
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVTRAB       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIDX        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SAIDA         PIC 9(02) VALUE ZEROS.

           05 SW-MOVIMENTO         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MOV               VALUE 'N'.
               88 SW-FIM-SIM-MOV               VALUE 'S'.
      *****ORIGEM DOS MOVIMENTOS: 'I' INDEXADO MOVIDX01, 'S' ARQUIVO
      *****PLANO RECLASSIFICADO
       01 SW-ORIGEM-MOVS           PIC X(01) VALUE 'S'.
           88 ORIGEM-INDEXADA                 VALUE 'I'.
      *****CONFERENCIA DO MOVIDX01 CONTRA O MOVIMENTO01 ATUAL (ROTINA
      *****COMUM CONFMOVX): 'S' CONFERE, 'N' INDEXADO DESATUALIZADO
       01 SW-MOVIDX-CONFERE        PIC X(01) VALUE 'N'.
           88 MOVIDX-CONFERE                  VALUE 'S'.

      *****MOVIMENTO CORRENTE, DE QUALQUER DAS DUAS ORIGENS
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
               88 MOV-CREDITO                  VALUE 'C'.
           05 MOV-FORMA            PIC X(01).
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

       01 WS-CHAVE-E1              PIC 9(07) VALUE ZEROS.
       01 WS-CHAVE-MOV             PIC 9(07) VALUE ZEROS.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WS-MES-REFERENCIA        PIC 9(06) VALUE ZEROS.
       1050-LE-CONTROLE-FIM.
           EXIT.

      *****OS MOVIMENTOS SAEM DO INDEXADO, QUE JA ESTA EM ORDEM DE
      *****CONTA+DATA; SEM ELE RECLASSIFICA O ARQUIVO DE MOVIMENTOS POR
      *****CONTA+DATA ANTES DO MERGE
       1400-CLASSIFICA-MOVIMENTOS.
           CALL 'CONFMOVX' USING SW-MOVIDX-CONFERE.
           IF NOT MOVIDX-CONFERE
               PERFORM 1490-AVISA-MOVIDX
                  THRU 1490-AVISA-MOVIDX-FIM
               GO TO 1400-RECLASSIFICA
           END-IF.
           OPEN INPUT MOVIDX.
           IF WSN-FS-MOVIDX EQUAL ZEROS
               MOVE 'I' TO SW-ORIGEM-MOVS
               GO TO 1400-CLASSIFICA-MOVIMENTOS-FIM
           END-IF.
           DISPLAY 'SALDOMED01 - MOVIDX01 INDISPONIVEL - FS '
                   WSN-FS-MOVIDX ' - RECLASSIFICANDO MOVIMENTO01'.
           MOVE ZEROS TO WSN-FS-MOVIDX.
       1400-RECLASSIFICA.
           OPEN INPUT MOVIMENTO.
           IF WSN-FS-MOVIMENTO EQUAL ZEROS
               CLOSE MOVIMENTO
               OPEN INPUT MOVTRAB
           ELSE
               SET SW-FIM-SIM-MOV TO TRUE
               MOVE 9999999 TO WS-CHAVE-MOV
           END-IF.
       1400-CLASSIFICA-MOVIMENTOS-FIM.
           EXIT.

      *****MOVIMENTO01 ALTERADO DEPOIS DA CARGA DO MOVIDX01 (OU CARGA
      *****SEM CONTROLE): O INDEXADO NAO E USADO
       1490-AVISA-MOVIDX.
           DISPLAY 'SALDOMED01 - MOVIDX01 NAO CONFERE COM O '
                   'MOVIMENTO01 - RECLASSIFICANDO MOVIMENTO01'.
           MOVE 'A' TO WS-LOG-SEVERIDADE.
           MOVE 'MOVIDX01 DIVERGE DO MOVIMENTO01 - RECLASSIFICADO'
               TO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       1490-AVISA-MOVIDX-FIM.
           EXIT.

       1100-LER-ENTRADA.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM TO TRUE
                   MOVE 9999999 TO WS-CHAVE-E1
               NOT AT END
                   MOVE COD-CTA TO WS-CHAVE-E1
           END-READ.
           IF SW-FIM-SIM-MOV
               GO TO 1300-LER-MOVIMENTO-FIM
           END-IF.
           IF ORIGEM-INDEXADA
               PERFORM 1310-LER-MOVIDX
                  THRU 1310-LER-MOVIDX-FIM
               GO TO 1300-LER-MOVIMENTO-FIM
           END-IF.
           READ MOVTRAB INTO REG-MOVIMENTO
               AT END
                   SET SW-FIM-SIM-MOV TO TRUE
                   MOVE 9999999 TO WS-CHAVE-MOV
               NOT AT END
                   MOVE MOV-COD-CTA TO WS-CHAVE-MOV
           END-READ.
       1300-LER-MOVIMENTO-FIM.
           EXIT.

      *****LEITURA DO INDEXADO NA ORDEM DA CHAVE
       1310-LER-MOVIDX.
           READ MOVIDX NEXT RECORD
               AT END
                   SET SW-FIM-SIM-MOV TO TRUE
                   MOVE 9999999 TO WS-CHAVE-MOV
                   GO TO 1310-LER-MOVIDX-FIM
           END-READ.
           MOVE MVX-MOVIMENTO TO REG-MOVIMENTO.
           MOVE MOV-COD-CTA   TO WS-CHAVE-MOV.
       1310-LER-MOVIDX-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     UMA CONTA POR VOLTA DO MERGE: DELTAS POR DIA, ABERTURA
      *     DESFEITA DO FECHAMENTO E MEDIA DOS FECHAMENTOS DIARIOS
      *-----------------------------------------------------------------
           DISPLAY 'SALDOMED01 - CONTAS APURADAS: ' WS-QTD-CONTAS
           CLOSE ENTRADA
           IF ORIGEM-INDEXADA
               CLOSE MOVIDX
           ELSE
               IF WSN-FS-MOVIMENTO EQUAL ZEROS
                   CLOSE MOVTRAB
               END-IF
           END-IF
           CLOSE SAIDA.

                WSN-FS-ENTRADA NOT EQUAL 10)   OR
              (WSN-FS-MOVTRAB NOT EQUAL 00 AND
                WSN-FS-MOVTRAB NOT EQUAL 10)   OR
               WSN-FS-MOVIDX   NOT EQUAL 00    OR
               WSN-FS-SAIDA    NOT EQUAL 00
               DISPLAY 'SALDOMED01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
