      * diferente do solicitante, se autentica no portao PROGCOB10 e
      * confirma - as duas identidades saem no log central LOGOPER.
      * Opcoes: solicitar, listar pendentes, aprovar (executa) e
      * recusar. Os pedidos de ESTORNO (parametro = NSU do movimento)
      * sao enfileirados pelo ESTORNO01 quando o valor passa do
      * limite do Controle01; a aprovacao apenas os libera, e o
      * lancamento e feito na reexecucao do ESTORNO01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 FILLER                      PIC X(01).
           05 APR-ACAO                    PIC X(08).
           05 FILLER                      PIC X(01).
           05 APR-PARAM                   PIC X(09).
           05 APR-SOLICITANTE             PIC X(20).
           05 FILLER                      PIC X(01).
           05 APR-DATA                    PIC 9(08).
                          INDEXED BY WCA-PEN-IDX.
               10 WCA-PEN-SEQ             PIC 9(04).
               10 WCA-PEN-ACAO            PIC X(08).
               10 WCA-PEN-PARAM           PIC X(09).
               10 WCA-PEN-SOLIC           PIC X(20).
               10 WCA-PEN-DATA            PIC 9(08).
               10 WCA-PEN-HORA            PIC 9(06).
               STOP RUN
           END-IF

      *****ESTORNO NAO TEM COMANDO: A APROVACAO SO O LIBERA PARA O
      *****ESTORNO01, QUE LANCA E VINCULA AO NSU ORIGINAL
           IF WCA-PEN-ACAO(WCA-PEN-IDX) EQUAL 'ESTORNO'
               PERFORM 4100-LIBERA-ESTORNO
                  THRU 4100-LIBERA-ESTORNO-FIM
               GO TO 4000-APROVAR-FIM
           END-IF

           MOVE SPACES TO WS-COMANDO
           IF WCA-PEN-ACAO(WCA-PEN-IDX) EQUAL 'ROLLBACK'
      *****A DATA E A CONFIRMACAO DO ROLLBACK01 VAO PRE-DIGITADAS,
       4000-APROVAR-FIM.
           EXIT.

       4100-LIBERA-ESTORNO.
           MOVE 'A'        TO WCA-PEN-STATUS(WCA-PEN-IDX)
           MOVE WS-USUARIO TO WCA-PEN-APROV(WCA-PEN-IDX)
           DISPLAY 'ESTORNO DO NSU ' WCA-PEN-PARAM(WCA-PEN-IDX)
                   ' LIBERADO - LANCAR PELO ESTORNO01'

           MOVE SPACES TO WS-LOG-MENSAGEM
           STRING 'ESTORNO NSU ' WCA-PEN-PARAM(WCA-PEN-IDX)
                  ' LIBERADO POR ' WS-USUARIO
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
           MOVE 'A' TO WS-LOG-SEVERIDADE
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       4100-LIBERA-ESTORNO-FIM.
           EXIT.

       4500-LOCALIZA-PEDIDO.
           DISPLAY 'NUMERO DO PEDIDO?'
           ACCEPT WS-SEQ-ESCOLHIDO
