      * sem disparar um lote de extrato por telefonema. Cada consulta
      * e registrada no log central via LOGOPER com o usuario e a
      * conta consultada.
      * Os movimentos vem do indexado MOVIDX01 (carga do CARGAMOV01): o
      * posicionamento pela conta le so os movimentos dela, em ordem de
      * data, em vez de varrer o Movimento01 inteiro. A lista so e
      * mostrada se a rotina CONFMOVX confirmar que o Movimento01 atual
      * ainda e o da carga (controle MOVIDXCTL01); se nao for, a tela
      * pede a recarga em vez de omitir os ultimos lancamentos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CAD-COD-CTA
               FILE STATUS IS WSN-FS-CADASTRO.

      *        MOVIMENTOS INDEXADOS POR CONTA+DATA+NSU (CARGAMOV01)
           SELECT MOVIDX ASSIGN TO 'MOVIDX01'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MVX-CHAVE
               ALTERNATE RECORD KEY IS MVX-MOV-NSU
                   WITH DUPLICATES
               FILE STATUS IS WSN-FS-MOVIDX.

       DATA DIVISION.
      *
       FILE SECTION.
       FD CADASTRO.
       01 REG-CADASTRO.
           05 CAD-COD-CTA          PIC 9(06).
           05 CAD-COD-AGENCIA      PIC X(04).
           05 CAD-TIP-CTA          PIC X(14).
           05 CAD-COD-MOEDA        PIC X(03).
           05 CAD-DAT-INI          PIC 9(08).
           05 CAD-NUM-DOC          PIC X(14).

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

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-CADASTRO      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIDX        PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-MOVIMENTO         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MOV               VALUE 'N'.
               88 SW-FIM-SIM-MOV               VALUE 'S'.
      *****CONFERENCIA DO MOVIDX01 CONTRA O MOVIMENTO01 ATUAL (ROTINA
      *****COMUM CONFMOVX): 'S' CONFERE, 'N' INDEXADO DESATUALIZADO
           05 SW-MOVIDX-CONFERE    PIC X(01) VALUE 'N'.
               88 MOVIDX-CONFERE               VALUE 'S'.

       77 WS-COMANDO               PIC X(100) VALUE SPACES.
       77 WS-RC-PASSO              PIC 9(03) VALUE ZEROS.
       77 WS-NIVEL                 PIC 9(02) VALUE 99.
           88 NIVEL-NEGADO             VALUE 99.
       77 WS-USUARIO               PIC X(20) VALUE SPACES.
       77 WS-CTA-CONSULTA          PIC 9(06) VALUE ZEROS.

      *****ULTIMOS MOVIMENTOS DA CONTA, GUARDADOS EM RODIZIO DE 10
      *****POSICOES DURANTE A LEITURA DOS MOVIMENTOS DA CONTA
       01 WCA-ULTIMOS-MOVS.
           05 WCA-UM-QTD           PIC 9(02) VALUE ZEROS.
           05 WCA-UM-PROX          PIC 9(02) VALUE ZEROS.

           PERFORM 1000-CONSULTA
              THRU 1000-CONSULTA-FIM
               UNTIL WS-CTA-CONSULTA EQUAL 999999

           CLOSE CADASTRO
           MOVE 0 TO RETURN-CODE
       0000-PRINCIPAL-FIM.

      *-----------------------------------------------------------------
      *     UMA CONSULTA POR VOLTA; 999999 ENCERRA O ATENDIMENTO
      *-----------------------------------------------------------------
       1000-CONSULTA.
           DISPLAY ' '
           DISPLAY 'CONTA PARA CONSULTA (999999 = SAIR)?'
           ACCEPT WS-CTA-CONSULTA

           IF WS-CTA-CONSULTA EQUAL 999999
               GO TO 1000-CONSULTA-FIM
           END-IF

           EXIT.

      *-----------------------------------------------------------------
      *     POSICIONA O MOVIDX01 NO PRIMEIRO MOVIMENTO DA CONTA E LE
      *     ATE A TROCA DE CONTA, GUARDANDO OS 10 ULTIMOS NO RODIZIO
      *     (A CHAVE TRAZ OS MOVIMENTOS EM ORDEM DE DATA E NSU, ENTAO
      *     OS ULTIMOS LIDOS SAO OS MAIS RECENTES)
      *-----------------------------------------------------------------
       2000-ULTIMOS-MOVIMENTOS.
           MOVE ZEROS TO WCA-UM-QTD WCA-UM-PROX.
           SET SW-FIM-NAO-MOV TO TRUE.
      *****INDEXADO MAIS VELHO QUE O MOVIMENTO01 OMITIRIA OS ULTIMOS
      *****LANCAMENTOS: A LISTA NAO E MOSTRADA
           CALL 'CONFMOVX' USING SW-MOVIDX-CONFERE.
           IF NOT MOVIDX-CONFERE
               DISPLAY 'MOVIMENTOS DESATUALIZADOS - '
                       'EXECUTE A CARGA (CARGAMOV01)'
               GO TO 2000-ULTIMOS-MOVIMENTOS-FIM
           END-IF.
           OPEN INPUT MOVIDX.
           IF WSN-FS-MOVIDX NOT EQUAL ZEROS
               DISPLAY 'SEM ARQUIVO DE MOVIMENTOS - '
                       'EXECUTE A CARGA (CARGAMOV01)'
               GO TO 2000-ULTIMOS-MOVIMENTOS-FIM
           END-IF.
           MOVE WS-CTA-CONSULTA TO MVX-COD-CTA.
           MOVE ZEROS           TO MVX-DAT MVX-NSU.
           START MOVIDX KEY IS NOT LESS THAN MVX-CHAVE
               INVALID KEY
                   SET SW-FIM-SIM-MOV TO TRUE
           END-START.
           PERFORM 2100-LER-MOVIMENTO
              THRU 2100-LER-MOVIMENTO-FIM.
           PERFORM 2200-GUARDA-MOVIMENTO
              THRU 2200-GUARDA-MOVIMENTO-FIM
             UNTIL SW-FIM-SIM-MOV.
           CLOSE MOVIDX.

           IF WCA-UM-QTD EQUAL ZEROS
               DISPLAY 'SEM MOVIMENTOS PARA A CONTA'
           EXIT.

       2100-LER-MOVIMENTO.
           IF SW-FIM-SIM-MOV
               GO TO 2100-LER-MOVIMENTO-FIM
           END-IF.
           READ MOVIDX NEXT RECORD
               AT END
                   SET SW-FIM-SIM-MOV TO TRUE
           END-READ.
           IF NOT SW-FIM-SIM-MOV
              AND MVX-COD-CTA NOT EQUAL WS-CTA-CONSULTA
               SET SW-FIM-SIM-MOV TO TRUE
           END-IF.
       2100-LER-MOVIMENTO-FIM.
           EXIT.

       2200-GUARDA-MOVIMENTO.
           ADD 1 TO WCA-UM-PROX.
           IF WCA-UM-PROX GREATER THAN 10
               MOVE 1 TO WCA-UM-PROX
           END-IF.
           IF WCA-UM-QTD LESS THAN 10
               ADD 1 TO WCA-UM-QTD
           END-IF.
           SET WCA-UM-IDX TO WCA-UM-PROX.
           MOVE MVX-MOV-DAT  TO WCA-UM-DAT(WCA-UM-IDX).
           MOVE MVX-MOV-TIP  TO WCA-UM-TIP(WCA-UM-IDX).
           MOVE MVX-MOV-VAL  TO WCA-UM-VAL(WCA-UM-IDX).
           MOVE MVX-MOV-HIST TO WCA-UM-HIST(WCA-UM-IDX).
           PERFORM 2100-LER-MOVIMENTO
              THRU 2100-LER-MOVIMENTO-FIM.
       2200-GUARDA-MOVIMENTO-FIM.
