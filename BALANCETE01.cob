      * LANCTO01 do GERACONT01 esta presente, soma os debitos e os
      * creditos e derruba o job quando nao zeram - a contabilidade
      * parou de rederivar o razao das planilhas.
      * Os lancamentos da folha anexados pelo CONTAFOL01 (os unicos
      * com centro de custo) fecham a parte: debitos e creditos da
      * folha tambem precisam zerar, com o mesmo efeito no job.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 LCT-VALOR                   PIC 9(11)V99.
           05 FILLER                      PIC X(01).
           05 LCT-HIST                    PIC X(20).
           05 FILLER                      PIC X(01).
           05 LCT-AGENCIA                 PIC X(04).
           05 FILLER                      PIC X(01).
           05 LCT-CENTRO                  PIC X(06).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTAGENS                 PIC 9(02) VALUE ZEROS.
       01 WS-TOT-DEBITOS                  PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-CREDITOS                 PIC 9(13)V99 VALUE ZEROS.
       77 WS-QTD-LANCAMENTOS              PIC 9(06) VALUE ZEROS.
      *****LANCAMENTOS DA FOLHA (CONTAFOL01), FECHADOS A PARTE
       01 WS-FOL-DEBITOS                  PIC 9(13)V99 VALUE ZEROS.
       01 WS-FOL-CREDITOS                 PIC 9(13)V99 VALUE ZEROS.
       77 WS-QTD-LANCTOS-FOLHA            PIC 9(06) VALUE ZEROS.
       01 SW-CONTABIL-OK                  PIC X(01) VALUE 'S'.
           88 CONTABIL-OK                     VALUE 'S'.
       77 WS-QTD-PASSOS                   PIC 9(04) VALUE ZEROS.
                       'DEBITOS ' WS-TOT-DEBITOS
                       ' <> CREDITOS ' WS-TOT-CREDITOS
           END-IF.
           IF WS-QTD-LANCTOS-FOLHA GREATER THAN ZEROS
               IF WS-FOL-DEBITOS EQUAL WS-FOL-CREDITOS
                   DISPLAY 'BALANCETE01 - FOLHA OK: '
                           WS-QTD-LANCTOS-FOLHA
                           ' LANCAMENTOS, DEBITOS = CREDITOS'
               ELSE
                   MOVE 'N' TO SW-CONTABIL-OK
                   DISPLAY 'BALANCETE01 - FOLHA DESBALANCEADA: '
                           'DEBITOS ' WS-FOL-DEBITOS
                           ' <> CREDITOS ' WS-FOL-CREDITOS
               END-IF
           END-IF.
       5000-CONFERE-CONTABIL-FIM.
           EXIT.

           ELSE
               ADD LCT-VALOR TO WS-TOT-CREDITOS
           END-IF.
           IF LCT-CENTRO NOT EQUAL SPACES
               ADD 1 TO WS-QTD-LANCTOS-FOLHA
               IF LCT-DC EQUAL 'D'
                   ADD LCT-VALOR TO WS-FOL-DEBITOS
               ELSE
                   ADD LCT-VALOR TO WS-FOL-CREDITOS
               END-IF
           END-IF.
           PERFORM 5100-LER-LANCAMENTO
              THRU 5100-LER-LANCAMENTO-FIM.
       5200-SOMA-LANCAMENTO-FIM.
