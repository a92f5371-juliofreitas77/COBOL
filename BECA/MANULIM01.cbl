      * registro no arquivo nao tem cheque especial nenhum, e limite
      * vencido vale zero nos lotes que o consomem. Toda alteracao e
      * registrada no log central via LOGOPER com o usuario que a fez.
      * A opcao de revisao percorre as propostas pendentes do PROPLIM01
      * (lote mensal REVLIM01), opcionalmente so as de um gerente, e o
      * gerente aprova ou recusa cada uma; a aprovada e aplicada ao
      * limite (cancelamento revoga o registro) se o limite ainda for o
      * da proposta, e o PROPLIM01 e regravado com a decisao e o
      * usuario.
      * Cada concessao, alteracao e revogacao, manual ou pela revisao,
      * vai tambem campo a campo, com os valores antigo e novo, para o
      * jornal de alteracoes cadastrais JORNALMD01 (rotina JORNALMD).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-LIMITES.

           SELECT PROPOSTAS ASSIGN TO 'PROPLIM01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-PROPOSTAS.

       DATA DIVISION.
      *
       FILE SECTION.
       FD LIMITES.
       01 REG-LIMITE.
           05 LIM-COD-CTA          PIC 9(06).
           05 LIM-VALOR            PIC 9(06)V99.
           05 LIM-DAT-VENC         PIC 9(08).

      *****PROPOSTAS DA REVISAO PERIODICA (REVLIM01). ACAO N = RENOVAR,
      *****A = AUMENTAR, R = REDUZIR, C = CANCELAR; SITUACAO P =
      *****PENDENTE, A = APROVADA E APLICADA, R = RECUSADA
       FD PROPOSTAS.
       01 REG-PROPOSTA.
           05 PLM-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 PLM-COD-AGENCIA      PIC X(04).
           05 FILLER               PIC X(01).
           05 PLM-COD-GER          PIC X(04).
           05 FILLER               PIC X(01).
           05 PLM-NOM-CLI          PIC X(25).
           05 FILLER               PIC X(01).
           05 PLM-ACAO             PIC X(01).
               88 PLM-CANCELAR                 VALUE 'C'.
           05 FILLER               PIC X(01).
           05 PLM-VALOR-ATUAL      PIC 9(06)V99.
           05 FILLER               PIC X(01).
           05 PLM-VENC-ATUAL       PIC 9(08).
           05 FILLER               PIC X(01).
           05 PLM-VALOR-NOVO       PIC 9(06)V99.
           05 FILLER               PIC X(01).
           05 PLM-VENC-NOVO        PIC 9(08).
           05 FILLER               PIC X(01).
           05 PLM-MOTIVO           PIC X(30).
           05 FILLER               PIC X(01).
           05 PLM-DIAS-DEVEDOR     PIC 9(02).
           05 FILLER               PIC X(01).
           05 PLM-PICO             PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 PLM-SALARIOS         PIC 9(03).
           05 FILLER               PIC X(01).
           05 PLM-PARC-ATRASO      PIC 9(04).
           05 FILLER               PIC X(01).
           05 PLM-FAIXA            PIC X(01).
           05 FILLER               PIC X(01).
           05 PLM-DATA-REF         PIC 9(08).
           05 FILLER               PIC X(01).
           05 PLM-SITUACAO         PIC X(01).
               88 PLM-PENDENTE                 VALUE 'P'.
           05 FILLER               PIC X(01).
           05 PLM-USUARIO          PIC X(20).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-LIMITES       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-PROPOSTAS     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-LIMITES           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-LIM               VALUE 'N'.
               88 SW-FIM-SIM-LIM               VALUE 'S'.
           05 SW-PROPOSTAS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-PRO               VALUE 'N'.
               88 SW-FIM-SIM-PRO               VALUE 'S'.

       01 WCA-LIMITES.
           05 WCA-LIM-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-LIM-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-LIM-IDX.
               10 WCA-LIM-CTA      PIC 9(06).
               10 WCA-LIM-VAL      PIC 9(06)V99.
               10 WCA-LIM-VENC     PIC 9(08).

       77 WS-OPCAO                 PIC 9(01) VALUE ZERO.
       77 WS-USUARIO               PIC X(20) VALUE SPACES.
       77 WS-CTA                   PIC 9(06) VALUE ZEROS.
       77 WS-VALOR                 PIC 9(06)V99 VALUE ZEROS.
       77 WS-VENCIMENTO            PIC 9(08) VALUE ZEROS.
       77 WS-LIM-ACHOU             PIC X(01) VALUE 'N'.
       77 WS-IDX-REMOVE            PIC 9(04) VALUE ZEROS.
       01 WS-VALOR-MASC            PIC ZZZ.ZZ9,99 VALUE ZEROS.

      *****VALORES ANTERIORES A ALTERACAO OU REVOGACAO, PARA O JORNAL
       77 WS-ANT-VALOR             PIC 9(06)V99 VALUE ZEROS.
       77 WS-ANT-VENC              PIC 9(08) VALUE ZEROS.

      *****JORNAL DE ALTERACOES CADASTRAIS (ROTINA COMUM JORNALMD)
       01 WS-JMD-ARQUIVO           PIC X(12) VALUE 'LIMITECHQ01'.
       01 WS-JMD-CHAVE             PIC X(20) VALUE SPACES.
       01 WS-JMD-CAMPO             PIC X(20) VALUE SPACES.
       01 WS-JMD-ANTIGO            PIC X(40) VALUE SPACES.
       01 WS-JMD-NOVO              PIC X(40) VALUE SPACES.
       01 WS-JMD-OPERACAO          PIC X(01) VALUE SPACES.
           88 JMD-INCLUSAO                     VALUE 'I'.
           88 JMD-ALTERACAO                    VALUE 'A'.
           88 JMD-EXCLUSAO                     VALUE 'E'.

      *****PROPOSTAS DA REVISAO PERIODICA, REGRAVADAS COM A DECISAO
       01 WCA-PROPOSTAS.
           05 WCA-PRO-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-PRO-REG          PIC X(169) OCCURS 2000 TIMES.
       77 WS-IDX-PRO               PIC 9(04) VALUE ZEROS.
       77 WS-GERENTE               PIC X(04) VALUE SPACES.
       77 WS-DECISAO               PIC X(01) VALUE SPACES.
           88 DECISAO-APROVAR          VALUE 'A'.
           88 DECISAO-RECUSAR          VALUE 'R'.
           88 DECISAO-PULAR            VALUE 'P'.
           88 DECISAO-FIM              VALUE 'F'.
       77 WS-QTD-APROVADAS         PIC 9(04) VALUE ZEROS.
       77 WS-QTD-RECUSADAS         PIC 9(04) VALUE ZEROS.
       77 WS-QTD-MOSTRADAS         PIC 9(04) VALUE ZEROS.
       01 WS-PICO-MASC             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 WS-ACAO-DESC             PIC X(09) VALUE SPACES.
       01 WS-DECISAO-DESC          PIC X(09) VALUE SPACES.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'MANULIM01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
           PERFORM 1000-CARREGA-LIMITES
              THRU 1000-CARREGA-LIMITES-FIM

           DISPLAY '1-CONCEDER/ALTERAR  2-REVOGAR  3-LISTAR  '
                   '4-REVISAO PERIODICA'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 3
                   PERFORM 5000-LISTAR
                      THRU 5000-LISTAR-FIM
               WHEN 4
                   PERFORM 4000-REVISAO
                      THRU 4000-REVISAO-FIM
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE

           IF WS-OPCAO LESS THAN 3
              OR WS-QTD-APROVADAS GREATER THAN ZERO
               PERFORM 6000-REGRAVA-LIMITES
                  THRU 6000-REGRAVA-LIMITES-FIM
           END-IF
              THRU 1300-PROCURA-LIMITE-FIM
           IF LIMITE-ACHADO
               SET WCA-LIM-IDX TO WS-IDX-ACHADO
               SET JMD-ALTERACAO TO TRUE
               MOVE WCA-LIM-VAL(WCA-LIM-IDX)  TO WS-ANT-VALOR
               MOVE WCA-LIM-VENC(WCA-LIM-IDX) TO WS-ANT-VENC
               MOVE WS-VALOR      TO WCA-LIM-VAL(WCA-LIM-IDX)
               MOVE WS-VENCIMENTO TO WCA-LIM-VENC(WCA-LIM-IDX)
               DISPLAY 'LIMITE ALTERADO'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET JMD-INCLUSAO TO TRUE
               ADD 1 TO WCA-LIM-QTD
               SET WCA-LIM-IDX TO WCA-LIM-QTD
               MOVE WS-CTA        TO WCA-LIM-CTA(WCA-LIM-IDX)
               MOVE WS-VENCIMENTO TO WCA-LIM-VENC(WCA-LIM-IDX)
               DISPLAY 'LIMITE CONCEDIDO'
           END-IF
           PERFORM 7000-GRAVA-JORNAL
              THRU 7000-GRAVA-JORNAL-FIM
           PERFORM 8000-REGISTRA-LOG
              THRU 8000-REGISTRA-LOG-FIM.
       2000-CONCEDER-FIM.
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET JMD-EXCLUSAO TO TRUE
           MOVE WCA-LIM-VAL(WS-IDX-ACHADO)  TO WS-ANT-VALOR
           MOVE WCA-LIM-VENC(WS-IDX-ACHADO) TO WS-ANT-VENC
           PERFORM 3100-DESLOCA-TABELA
              THRU 3100-DESLOCA-TABELA-FIM
               VARYING WS-IDX-REMOVE FROM WS-IDX-ACHADO BY 1
               UNTIL WS-IDX-REMOVE NOT LESS THAN WCA-LIM-QTD
           SUBTRACT 1 FROM WCA-LIM-QTD
           DISPLAY 'LIMITE REVOGADO'
           PERFORM 7000-GRAVA-JORNAL
              THRU 7000-GRAVA-JORNAL-FIM
           PERFORM 8000-REGISTRA-LOG
              THRU 8000-REGISTRA-LOG-FIM.
       3000-REVOGAR-FIM.
       3100-DESLOCA-TABELA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     REVISAO PERIODICA: CADA PROPOSTA PENDENTE (DO GERENTE
      *     INFORMADO, OU TODAS) E MOSTRADA COM OS DADOS DE USO E O
      *     GERENTE APROVA, RECUSA, PULA OU ENCERRA. A DECISAO FICA NO
      *     PROPLIM01; O LIMITECHQ01 E REGRAVADO NO FIM SE HOUVE
      *     APROVACAO
      *-----------------------------------------------------------------
       4000-REVISAO.
           PERFORM 4100-CARREGA-PROPOSTAS
              THRU 4100-CARREGA-PROPOSTAS-FIM.
           DISPLAY 'GERENTE (BRANCO = TODOS)?'
           ACCEPT WS-GERENTE
           MOVE SPACES TO WS-DECISAO.
           PERFORM 4200-DECIDE-PROPOSTA
              THRU 4200-DECIDE-PROPOSTA-FIM
               VARYING WS-IDX-PRO FROM 1 BY 1
               UNTIL WS-IDX-PRO GREATER THAN WCA-PRO-QTD
                  OR DECISAO-FIM.
           PERFORM 4900-REGRAVA-PROPOSTAS
              THRU 4900-REGRAVA-PROPOSTAS-FIM.
           DISPLAY 'PROPOSTAS MOSTRADAS: ' WS-QTD-MOSTRADAS
                   ' APROVADAS: ' WS-QTD-APROVADAS
                   ' RECUSADAS: ' WS-QTD-RECUSADAS.
       4000-REVISAO-FIM.
           EXIT.

       4100-CARREGA-PROPOSTAS.
           OPEN INPUT PROPOSTAS.
           IF WSN-FS-PROPOSTAS NOT EQUAL ZEROS
               DISPLAY 'PROPLIM01 NAO ENCONTRADO - RODE O REVLIM01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-PRO TO TRUE.
           PERFORM 4110-LER-PROPOSTA
              THRU 4110-LER-PROPOSTA-FIM.
           PERFORM 4120-GUARDA-PROPOSTA
              THRU 4120-GUARDA-PROPOSTA-FIM
             UNTIL SW-FIM-SIM-PRO.
           CLOSE PROPOSTAS.
       4100-CARREGA-PROPOSTAS-FIM.
           EXIT.

       4110-LER-PROPOSTA.
           READ PROPOSTAS
               AT END
                   SET SW-FIM-SIM-PRO TO TRUE
           END-READ.
       4110-LER-PROPOSTA-FIM.
           EXIT.

      *****COMO NOS LIMITES, SO REGRAVA O ARQUIVO QUE COUBE INTEIRO
       4120-GUARDA-PROPOSTA.
           IF WCA-PRO-QTD NOT LESS THAN 2000
               DISPLAY 'MANULIM01 - PROPLIM01 COM MAIS DE 2000 '
                       'REGISTROS - ABORTADO PARA NAO REGRAVAR '
                       'ARQUIVO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-PRO-QTD.
           MOVE REG-PROPOSTA TO WCA-PRO-REG(WCA-PRO-QTD).
           PERFORM 4110-LER-PROPOSTA
              THRU 4110-LER-PROPOSTA-FIM.
       4120-GUARDA-PROPOSTA-FIM.
           EXIT.

       4200-DECIDE-PROPOSTA.
           MOVE WCA-PRO-REG(WS-IDX-PRO) TO REG-PROPOSTA.
           IF NOT PLM-PENDENTE
               GO TO 4200-DECIDE-PROPOSTA-FIM
           END-IF.
           IF WS-GERENTE NOT EQUAL SPACES
              AND WS-GERENTE NOT EQUAL PLM-COD-GER
               GO TO 4200-DECIDE-PROPOSTA-FIM
           END-IF.
           ADD 1 TO WS-QTD-MOSTRADAS.
           EVALUATE PLM-ACAO
               WHEN 'N'
                   MOVE 'RENOVAR'  TO WS-ACAO-DESC
               WHEN 'A'
                   MOVE 'AUMENTAR' TO WS-ACAO-DESC
               WHEN 'R'
                   MOVE 'REDUZIR'  TO WS-ACAO-DESC
               WHEN 'C'
                   MOVE 'CANCELAR' TO WS-ACAO-DESC
               WHEN OTHER
                   MOVE PLM-ACAO   TO WS-ACAO-DESC
           END-EVALUATE.
           DISPLAY ' '.
           DISPLAY 'CTA ' PLM-COD-CTA ' AG ' PLM-COD-AGENCIA
                   ' GER ' PLM-COD-GER ' ' PLM-NOM-CLI.
           MOVE PLM-VALOR-ATUAL TO WS-VALOR-MASC.
           DISPLAY '  ATUAL     R$ ' WS-VALOR-MASC
                   ' VENCE EM ' PLM-VENC-ATUAL.
           MOVE PLM-VALOR-NOVO TO WS-VALOR-MASC.
           DISPLAY '  ' WS-ACAO-DESC ' R$ ' WS-VALOR-MASC
                   ' VENCE EM ' PLM-VENC-NOVO
                   ' - ' PLM-MOTIVO.
           MOVE PLM-PICO TO WS-PICO-MASC.
           DISPLAY '  DIAS DEVEDORES ' PLM-DIAS-DEVEDOR
                   ' PICO R$ ' WS-PICO-MASC
                   ' SALARIOS ' PLM-SALARIOS
                   ' PARC ATRASO ' PLM-PARC-ATRASO
                   ' FAIXA ' PLM-FAIXA.
           DISPLAY 'A-APROVAR  R-RECUSAR  P-PULAR  F-FIM?'
           ACCEPT WS-DECISAO.
           EVALUATE TRUE
               WHEN DECISAO-APROVAR
                   PERFORM 4300-APLICA-PROPOSTA
                      THRU 4300-APLICA-PROPOSTA-FIM
               WHEN DECISAO-RECUSAR
                   MOVE 'R'        TO PLM-SITUACAO
                   MOVE WS-USUARIO TO PLM-USUARIO
                   ADD 1 TO WS-QTD-RECUSADAS
                   MOVE 'RECUSADA' TO WS-DECISAO-DESC
                   PERFORM 8100-REGISTRA-REVISAO
                      THRU 8100-REGISTRA-REVISAO-FIM
                   DISPLAY 'PROPOSTA RECUSADA'
               WHEN DECISAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PROPOSTA MANTIDA PENDENTE'
           END-EVALUATE.
           MOVE REG-PROPOSTA TO WCA-PRO-REG(WS-IDX-PRO).
       4200-DECIDE-PROPOSTA-FIM.
           EXIT.

      *****SO APLICA SE O LIMITE AINDA E O DA PROPOSTA: ALTERADO PELA
      *****OPCAO 1 OU 2 DEPOIS DO REVLIM01, A PROPOSTA FICA PENDENTE
       4300-APLICA-PROPOSTA.
           MOVE PLM-COD-CTA TO WS-CTA.
           PERFORM 1300-PROCURA-LIMITE
              THRU 1300-PROCURA-LIMITE-FIM.
           IF NOT LIMITE-ACHADO
               DISPLAY 'CONTA SEM LIMITE CADASTRADO - PROPOSTA '
                       'MANTIDA PENDENTE'
               GO TO 4300-APLICA-PROPOSTA-FIM
           END-IF.
           SET WCA-LIM-IDX TO WS-IDX-ACHADO.
           IF WCA-LIM-VAL(WCA-LIM-IDX) NOT EQUAL PLM-VALOR-ATUAL
              OR WCA-LIM-VENC(WCA-LIM-IDX) NOT EQUAL PLM-VENC-ATUAL
               DISPLAY 'LIMITE ALTERADO DEPOIS DA PROPOSTA - '
                       'PROPOSTA MANTIDA PENDENTE'
               GO TO 4300-APLICA-PROPOSTA-FIM
           END-IF.
           MOVE WCA-LIM-VAL(WCA-LIM-IDX)  TO WS-ANT-VALOR.
           MOVE WCA-LIM-VENC(WCA-LIM-IDX) TO WS-ANT-VENC.
           IF PLM-CANCELAR
               SET JMD-EXCLUSAO TO TRUE
               PERFORM 3100-DESLOCA-TABELA
                  THRU 3100-DESLOCA-TABELA-FIM
                   VARYING WS-IDX-REMOVE FROM WS-IDX-ACHADO BY 1
                   UNTIL WS-IDX-REMOVE NOT LESS THAN WCA-LIM-QTD
               SUBTRACT 1 FROM WCA-LIM-QTD
               DISPLAY 'LIMITE REVOGADO'
           ELSE
               SET JMD-ALTERACAO TO TRUE
               MOVE PLM-VALOR-NOVO TO WCA-LIM-VAL(WCA-LIM-IDX)
               MOVE PLM-VENC-NOVO  TO WCA-LIM-VENC(WCA-LIM-IDX)
               DISPLAY 'LIMITE ALTERADO'
           END-IF.
           MOVE PLM-VALOR-NOVO TO WS-VALOR.
           MOVE PLM-VENC-NOVO  TO WS-VENCIMENTO.
           PERFORM 7000-GRAVA-JORNAL
              THRU 7000-GRAVA-JORNAL-FIM.
           MOVE 'A'        TO PLM-SITUACAO.
           MOVE WS-USUARIO TO PLM-USUARIO.
           ADD 1 TO WS-QTD-APROVADAS.
           MOVE 'APROVADA' TO WS-DECISAO-DESC.
           PERFORM 8100-REGISTRA-REVISAO
              THRU 8100-REGISTRA-REVISAO-FIM.
       4300-APLICA-PROPOSTA-FIM.
           EXIT.

       4900-REGRAVA-PROPOSTAS.
           OPEN OUTPUT PROPOSTAS.
           PERFORM 4910-GRAVA-PROPOSTA
              THRU 4910-GRAVA-PROPOSTA-FIM
               VARYING WS-IDX-PRO FROM 1 BY 1
               UNTIL WS-IDX-PRO GREATER THAN WCA-PRO-QTD.
           CLOSE PROPOSTAS.
       4900-REGRAVA-PROPOSTAS-FIM.
           EXIT.

       4910-GRAVA-PROPOSTA.
           MOVE WCA-PRO-REG(WS-IDX-PRO) TO REG-PROPOSTA.
           WRITE REG-PROPOSTA.
       4910-GRAVA-PROPOSTA-FIM.
           EXIT.

       5000-LISTAR.
           PERFORM 5100-MOSTRA-LIMITE
              THRU 5100-MOSTRA-LIMITE-FIM
       6100-GRAVA-LIMITE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     JORNAL DE ALTERACOES CADASTRAIS: VALOR E VENCIMENTO DO
      *     LIMITE DA CONTA WS-CTA, ANTIGOS (WS-ANT-) E NOVOS
      *-----------------------------------------------------------------
       7000-GRAVA-JORNAL.
           MOVE WS-CTA TO WS-JMD-CHAVE.
           MOVE 'LIM-VALOR'    TO WS-JMD-CAMPO.
           MOVE WS-ANT-VALOR   TO WS-VALOR-MASC.
           MOVE WS-VALOR-MASC  TO WS-JMD-ANTIGO.
           MOVE WS-VALOR       TO WS-VALOR-MASC.
           MOVE WS-VALOR-MASC  TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
           MOVE 'LIM-DAT-VENC' TO WS-JMD-CAMPO.
           MOVE WS-ANT-VENC    TO WS-JMD-ANTIGO.
           MOVE WS-VENCIMENTO  TO WS-JMD-NOVO.
           PERFORM 7100-JORNAL-CAMPO
              THRU 7100-JORNAL-CAMPO-FIM.
       7000-GRAVA-JORNAL-FIM.
           EXIT.

      *****NA INCLUSAO NAO HA VALOR ANTIGO; NA EXCLUSAO NAO HA NOVO
       7100-JORNAL-CAMPO.
           IF JMD-INCLUSAO
               MOVE SPACES TO WS-JMD-ANTIGO
           END-IF.
           IF JMD-EXCLUSAO
               MOVE SPACES TO WS-JMD-NOVO
           END-IF.
           CALL 'JORNALMD' USING WS-USUARIO WS-LOG-PROGRAMA
               WS-JMD-ARQUIVO WS-JMD-CHAVE WS-JMD-CAMPO
               WS-JMD-ANTIGO WS-JMD-NOVO.
       7100-JORNAL-CAMPO-FIM.
           EXIT.

       8000-REGISTRA-LOG.
           MOVE 'I' TO WS-LOG-SEVERIDADE.
           MOVE SPACES TO WS-LOG-MENSAGEM.
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       8000-REGISTRA-LOG-FIM.
           EXIT.

       8100-REGISTRA-REVISAO.
           MOVE 'I' TO WS-LOG-SEVERIDADE.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING WS-USUARIO ' REVISAO CTA ' PLM-COD-CTA
                  ' ' PLM-ACAO ' ' WS-DECISAO-DESC
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       8100-REGISTRA-REVISAO-FIM.
           EXIT.
       END PROGRAM MANULIM01.
