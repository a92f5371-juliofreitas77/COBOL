      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Estorno de movimento pelo NSU, atras do portao de
      * acesso (PROGCOB10, nivel de operador). Antes a correcao de
      * uma tarifa, juros ou transferencia lancada errada era um
      * movimento oposto digitado a mao com historico livre, sem
      * vinculo com o original e podendo ser estornado duas vezes.
      * O original e localizado pelo MOV-NSU em Movimento01 (mes
      * aberto) ou na geracao arquivada MOVARQ01.D<AAAAMM> do corte
      * mensal, mesma convencao de periodo do EXTRATO01. O estorno e
      * lancado em Movimento01 com a natureza oposta (C/D), o mesmo
      * valor e conta, NSU proprio da GERANSU e historico
      * 'ESTORNO <NSU original>', e o vinculo original -> estorno e
      * anexado ao registro ESTORNOS01, que tambem impede o segundo
      * estorno do mesmo NSU e o estorno de um estorno. Acima do
      * limite de estorno do Controle01 (parametro 26; zerado vale
      * R$ 5.000,00) o estorno exige controle a quatro olhos: a
      * primeira execucao enfileira o pedido ESTORNO em PENDAPROV01
      * e so depois da liberacao por um administrador no APROVA01 a
      * reexecucao lanca, com o aprovador gravado no vinculo. O feed
      * contabil GERACONT01 inverte o par do evento original pelo
      * ESTORNOS01 e o EXTRATO01 mostra o estorno junto do movimento
      * cancelado. Cada estorno e registrado no log via LOGOPER.
      * No mes aberto o original e procurado primeiro pela chave
      * alternativa (NSU) do indexado MOVIDX01; so o movimento lancado
      * depois da ultima carga do CARGAMOV01 ainda exige a varredura do
      * Movimento01. O indexado so e usado se a rotina CONFMOVX
      * confirmar que o Movimento01 atual ainda e o da carga (quantidade
      * e hash de MOV-VAL contra o controle MOVIDXCTL01); se nao for, a
      * procura vai direto a varredura e o desvio vai para o log central
      * com severidade 'A'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTORNO01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
      *        ORIGEM DO NSU: MOVIMENTO01 OU A GERACAO ARQUIVADA DO
      *        PERIODO PEDIDO
           SELECT ORIGEM ASSIGN TO DYNAMIC WS-NOME-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ORIGEM.

           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

      *        MOVIMENTOS DO MES ABERTO, CHAVE ALTERNATIVA PELO NSU
           SELECT MOVIDX ASSIGN TO 'MOVIDX01'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MVX-CHAVE
               ALTERNATE RECORD KEY IS MVX-MOV-NSU
                   WITH DUPLICATES
               FILE STATUS IS WSN-FS-MOVIDX.

           SELECT ESTORNOS ASSIGN TO 'ESTORNOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ESTORNOS.

           SELECT PENDENTES ASSIGN TO 'PENDAPROV01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-PENDENTES.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

       DATA DIVISION.
      *
       FILE SECTION.
       FD ORIGEM.
       01 REG-ORIGEM.
           05 ORI-COD-CTA          PIC 9(06).
           05 ORI-DAT              PIC 9(08).
           05 ORI-TIP              PIC X(01).
           05 ORI-FORMA            PIC X(01).
           05 ORI-VAL              PIC 9(09)V99.
           05 ORI-HIST             PIC X(20).
           05 ORI-NSU              PIC 9(09).

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

      *                VINCULO ORIGINAL -> ESTORNO, UM POR NSU
       FD ESTORNOS.
       01 REG-ESTORNO.
           05 EST-NSU-ORIGINAL     PIC 9(09).
           05 FILLER               PIC X(01).
           05 EST-NSU-ESTORNO      PIC 9(09).
           05 FILLER               PIC X(01).
           05 EST-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 EST-DAT-ORIGINAL     PIC 9(08).
           05 FILLER               PIC X(01).
           05 EST-DAT-ESTORNO      PIC 9(08).
           05 FILLER               PIC X(01).
           05 EST-TIP-ORIGINAL     PIC X(01).
           05 FILLER               PIC X(01).
           05 EST-VAL              PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 EST-HIST-ORIGINAL    PIC X(20).
           05 FILLER               PIC X(01).
           05 EST-USUARIO          PIC X(20).
           05 FILLER               PIC X(01).
           05 EST-APROVADOR        PIC X(20).
           05 FILLER               PIC X(01).
           05 EST-MOTIVO           PIC X(40).

      *                FILA DO CONTROLE A QUATRO OLHOS (APROVA01)
       FD PENDENTES.
       01 REG-PENDENTE.
           05 APR-SEQ              PIC 9(04).
           05 FILLER               PIC X(01).
           05 APR-ACAO             PIC X(08).
           05 FILLER               PIC X(01).
           05 APR-PARAM            PIC X(09).
           05 APR-SOLICITANTE      PIC X(20).
           05 FILLER               PIC X(01).
           05 APR-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 APR-HORA             PIC 9(06).
           05 FILLER               PIC X(01).
           05 APR-STATUS           PIC X(01).
           05 FILLER               PIC X(01).
           05 APR-APROVADOR        PIC X(20).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).
           05 FILLER                  PIC X(83).
           05 CTL-LIMITE-ESTORNO      PIC 9(09)V99.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-ORIGEM        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIDX        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ESTORNOS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-PENDENTES     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-ORIGEM            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-ORI               VALUE 'N'.
               88 SW-FIM-SIM-ORI               VALUE 'S'.
           05 SW-ESTORNOS          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-EST               VALUE 'N'.
               88 SW-FIM-SIM-EST               VALUE 'S'.
           05 SW-PENDENTES         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-PEN               VALUE 'N'.
               88 SW-FIM-SIM-PEN               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
      *****ACIMA DESTE VALOR O ESTORNO PASSA PELO APROVA01
       01 WCA-LIMITE-ESTORNO       PIC 9(09)V99 VALUE 5000,00.

      *****FILA DO PENDAPROV01 EM MEMORIA, PARA ENFILEIRAR O PEDIDO
      *****(MESMA CAPACIDADE DO APROVA01)
       01 WCA-FILA.
           05 WCA-PEN-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-PEN-TAB OCCURS 100 TIMES
                          INDEXED BY WCA-PEN-IDX.
               10 WCA-PEN-REG      PIC X(82).

      *****PORTAO DE ACESSO: 00 ADMINISTRADOR, 01 OPERADOR
       77 WS-COMANDO               PIC X(100) VALUE SPACES.
       77 WS-RC-PASSO              PIC 9(03) VALUE ZEROS.
       77 WS-NIVEL                 PIC 9(02) VALUE 99.
           88 NIVEL-NEGADO             VALUE 99.

       77 WS-USUARIO               PIC X(20) VALUE SPACES.
       77 WS-NSU-ORIGINAL          PIC 9(09) VALUE ZEROS.
      *****PERIODO DO ORIGINAL: 000000 = MES ABERTO (MOVIMENTO01);
      *****AAAAMM PASSADO = GERACAO ARQUIVADA DO CORTE MENSAL
       77 WS-PERIODO               PIC 9(06) VALUE ZEROS.
       01 WS-NOME-ORIGEM           PIC X(18) VALUE 'MOVIMENTO01'.
       77 WS-MOTIVO                PIC X(40) VALUE SPACES.
       77 WS-CONFIRMA              PIC X(01) VALUE 'N'.
       77 WS-SEQ-MAIOR             PIC 9(04) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.
       77 WS-APROVADOR             PIC X(20) VALUE SPACES.
       01 WS-NSU-PARAM             PIC X(09) VALUE SPACES.
       01 WS-VALOR-MASC            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77 WS-MOV-ACHOU             PIC X(01) VALUE 'N'.
           88 ORIGINAL-ACHADO          VALUE 'S'.
      *****CONFERENCIA DO MOVIDX01 CONTRA O MOVIMENTO01 ATUAL (ROTINA
      *****COMUM CONFMOVX): 'S' CONFERE, 'N' INDEXADO DESATUALIZADO
       77 SW-MOVIDX-CONFERE        PIC X(01) VALUE 'N'.
           88 MOVIDX-CONFERE           VALUE 'S'.
      *****SITUACAO DO NSU NO ESTORNOS01: ' ' LIVRE, 'E' JA
      *****ESTORNADO, 'R' O PROPRIO NSU E UM ESTORNO
       77 WS-SIT-VINCULO           PIC X(01) VALUE SPACE.
           88 NSU-LIVRE                VALUE SPACE.
           88 NSU-JA-ESTORNADO         VALUE 'E'.
           88 NSU-E-ESTORNO            VALUE 'R'.
       77 WS-NSU-VINCULO           PIC 9(09) VALUE ZEROS.
       77 WS-DAT-VINCULO           PIC 9(08) VALUE ZEROS.
      *****SITUACAO DO PEDIDO NO PENDAPROV01: ' ' NENHUM, 'P'
      *****PENDENTE, 'A' LIBERADO
       77 WS-SIT-PEDIDO            PIC X(01) VALUE SPACE.
           88 SEM-PEDIDO               VALUE SPACE.
           88 PEDIDO-PENDENTE          VALUE 'P'.
           88 PEDIDO-LIBERADO          VALUE 'A'.
       77 WS-SEQ-PEDIDO            PIC 9(04) VALUE ZEROS.

      *****ORIGINAL LOCALIZADO
       01 WS-ORIGINAL.
           05 WS-ORI-COD-CTA       PIC 9(06) VALUE ZEROS.
           05 WS-ORI-DAT           PIC 9(08) VALUE ZEROS.
           05 WS-ORI-TIP           PIC X(01) VALUE SPACES.
           05 WS-ORI-FORMA         PIC X(01) VALUE SPACES.
           05 WS-ORI-VAL           PIC 9(09)V99 VALUE ZEROS.
           05 WS-ORI-HIST          PIC X(20) VALUE SPACES.

      *****NSU DO ESTORNO, FORNECIDO PELA ROTINA COMUM GERANSU
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'ESTORNO01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           DISPLAY 'IDENTIFIQUE-SE PARA O PORTAO DE ACESSO'
           DISPLAY 'SEU USUARIO (REPETIDO PARA O REGISTRO)?'
           ACCEPT WS-USUARIO

      *****A ORIGEM DO LOGON VAI NA VARIAVEL DE AMBIENTE PARA A
      *****AUDITORIA DO PORTAO (AUDLOG01)
           MOVE 'ORIGEMLOGON=ESTORNO01 ./PROGCOB10' TO WS-COMANDO
           CALL 'SYSTEM' USING WS-COMANDO
           COMPUTE WS-RC-PASSO = RETURN-CODE / 256
           MOVE WS-RC-PASSO TO WS-NIVEL

           IF NIVEL-NEGADO OR WS-NIVEL GREATER THAN 01
               DISPLAY 'ESTORNO01 - ACESSO NEGADO'
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1050-LE-CONTROLE
              THRU 1050-LE-CONTROLE-FIM
           IF WCA-DATA-REFERENCIA EQUAL ZEROS
               DISPLAY 'ESTORNO01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'NSU DO MOVIMENTO A ESTORNAR?'
           ACCEPT WS-NSU-ORIGINAL
           IF WS-NSU-ORIGINAL EQUAL ZEROS
               DISPLAY 'ESTORNO01 - NSU INVALIDO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'PERIODO DO MOVIMENTO (AAAAMM, 000000 = MES '
                   'ABERTO)?'
           ACCEPT WS-PERIODO
           IF WS-PERIODO NOT EQUAL ZEROS
               MOVE SPACES TO WS-NOME-ORIGEM
               STRING 'MOVARQ01.D' WS-PERIODO
                   DELIMITED BY SIZE INTO WS-NOME-ORIGEM
           END-IF

           PERFORM 2000-PROCURA-ORIGINAL
              THRU 2000-PROCURA-ORIGINAL-FIM
           PERFORM 3000-CONFERE-VINCULO
              THRU 3000-CONFERE-VINCULO-FIM

           MOVE WS-ORI-VAL TO WS-VALOR-MASC
           DISPLAY 'CONTA ' WS-ORI-COD-CTA ' EM ' WS-ORI-DAT
                   ' ' WS-ORI-TIP ' ' WS-VALOR-MASC ' ' WS-ORI-HIST

           DISPLAY 'MOTIVO DO ESTORNO?'
           ACCEPT WS-MOTIVO
           IF WS-MOTIVO EQUAL SPACES
               DISPLAY 'ESTORNO01 - MOTIVO OBRIGATORIO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      *****ACIMA DO LIMITE O ESTORNO SO SAI COM O PEDIDO LIBERADO NO
      *****APROVA01 POR OUTRA PESSOA
           IF WS-ORI-VAL GREATER THAN WCA-LIMITE-ESTORNO
               PERFORM 4000-CONTROLE-APROVACAO
                  THRU 4000-CONTROLE-APROVACAO-FIM
           END-IF

           DISPLAY 'CONFIRMA O ESTORNO? (S/N)'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'ESTORNO CANCELADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 7000-GRAVA-ESTORNO
              THRU 7000-GRAVA-ESTORNO-FIM
           PERFORM 7100-GRAVA-VINCULO
              THRU 7100-GRAVA-VINCULO-FIM
           PERFORM 8000-REGISTRA-LOG
              THRU 8000-REGISTRA-LOG-FIM

           DISPLAY 'ESTORNO LANCADO - NSU ' WS-NSU
                   ' ESTORNA O NSU ' WS-NSU-ORIGINAL
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       0000-PRINCIPAL-FIM.

      ****************LEITURA DO CONTROLE DE PARAMETROS*****************
       1050-LE-CONTROLE.
           OPEN INPUT CONTROLE.
           IF WSN-FS-CONTROLE EQUAL ZEROS
               READ CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-DATA-REFERENCIA
                          TO WCA-DATA-REFERENCIA
                       IF CTL-LIMITE-ESTORNO NUMERIC
                          AND CTL-LIMITE-ESTORNO GREATER THAN ZERO
                           MOVE CTL-LIMITE-ESTORNO
                              TO WCA-LIMITE-ESTORNO
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.
       1050-LE-CONTROLE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     ORIGINAL: PROCURA O NSU NO ARQUIVO DO PERIODO PEDIDO
      *-----------------------------------------------------------------
       2000-PROCURA-ORIGINAL.
           MOVE 'N' TO WS-MOV-ACHOU.
           IF WS-PERIODO EQUAL ZEROS
               PERFORM 2050-PROCURA-MOVIDX
                  THRU 2050-PROCURA-MOVIDX-FIM
               IF ORIGINAL-ACHADO
                   GO TO 2000-PROCURA-ORIGINAL-FIM
               END-IF
           END-IF.
           OPEN INPUT ORIGEM.
           IF WSN-FS-ORIGEM NOT EQUAL ZEROS
               DISPLAY 'ESTORNO01 - ' WS-NOME-ORIGEM
                       ' NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-ORI TO TRUE.
           PERFORM 2100-LER-ORIGEM
              THRU 2100-LER-ORIGEM-FIM.
           PERFORM 2200-TESTA-ORIGEM
              THRU 2200-TESTA-ORIGEM-FIM
             UNTIL SW-FIM-SIM-ORI
                OR ORIGINAL-ACHADO.
           CLOSE ORIGEM.
           IF NOT ORIGINAL-ACHADO
               DISPLAY 'ESTORNO01 - NSU ' WS-NSU-ORIGINAL
                       ' NAO ENCONTRADO EM ' WS-NOME-ORIGEM
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       2000-PROCURA-ORIGINAL-FIM.
           EXIT.

      *****LEITURA DIRETA PELO NSU NO INDEXADO DO MES ABERTO; SEM O
      *****INDEXADO, COM ELE DESATUALIZADO (O MOVIMENTO01 MUDOU DEPOIS
      *****DA CARGA) OU COM O NSU AINDA FORA DELE, SEGUE A VARREDURA
       2050-PROCURA-MOVIDX.
           CALL 'CONFMOVX' USING SW-MOVIDX-CONFERE.
           IF NOT MOVIDX-CONFERE
               DISPLAY 'ESTORNO01 - MOVIDX01 NAO CONFERE COM O '
                       'MOVIMENTO01 - VARRENDO MOVIMENTO01'
               MOVE 'A' TO WS-LOG-SEVERIDADE
               MOVE 'MOVIDX01 DIVERGE DO MOVIMENTO01 - VARREDURA'
                   TO WS-LOG-MENSAGEM
               CALL 'LOGOPER' USING WS-LOG-PROGRAMA
                   WS-LOG-SEVERIDADE WS-LOG-MENSAGEM
               GO TO 2050-PROCURA-MOVIDX-FIM
           END-IF.
           OPEN INPUT MOVIDX.
           IF WSN-FS-MOVIDX NOT EQUAL ZEROS
               GO TO 2050-PROCURA-MOVIDX-FIM
           END-IF.
           MOVE WS-NSU-ORIGINAL TO MVX-MOV-NSU.
           READ MOVIDX
               KEY IS MVX-MOV-NSU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S'             TO WS-MOV-ACHOU
                   MOVE MVX-MOV-COD-CTA TO WS-ORI-COD-CTA
                   MOVE MVX-MOV-DAT     TO WS-ORI-DAT
                   MOVE MVX-MOV-TIP     TO WS-ORI-TIP
                   MOVE MVX-MOV-FORMA   TO WS-ORI-FORMA
                   MOVE MVX-MOV-VAL     TO WS-ORI-VAL
                   MOVE MVX-MOV-HIST    TO WS-ORI-HIST
           END-READ.
           CLOSE MOVIDX.
       2050-PROCURA-MOVIDX-FIM.
           EXIT.

       2100-LER-ORIGEM.
           READ ORIGEM
               AT END
                   SET SW-FIM-SIM-ORI TO TRUE
           END-READ.
       2100-LER-ORIGEM-FIM.
           EXIT.

       2200-TESTA-ORIGEM.
           IF ORI-NSU EQUAL WS-NSU-ORIGINAL
               MOVE 'S'         TO WS-MOV-ACHOU
               MOVE ORI-COD-CTA TO WS-ORI-COD-CTA
               MOVE ORI-DAT     TO WS-ORI-DAT
               MOVE ORI-TIP     TO WS-ORI-TIP
               MOVE ORI-FORMA   TO WS-ORI-FORMA
               MOVE ORI-VAL     TO WS-ORI-VAL
               MOVE ORI-HIST    TO WS-ORI-HIST
               GO TO 2200-TESTA-ORIGEM-FIM
           END-IF.
           PERFORM 2100-LER-ORIGEM
              THRU 2100-LER-ORIGEM-FIM.
       2200-TESTA-ORIGEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     VINCULO: O NSU NAO PODE TER SIDO ESTORNADO NEM SER ELE
      *     PROPRIO UM ESTORNO (SEM O ESTORNOS01, NADA FOI ESTORNADO)
      *-----------------------------------------------------------------
       3000-CONFERE-VINCULO.
           MOVE SPACE TO WS-SIT-VINCULO.
           OPEN INPUT ESTORNOS.
           IF WSN-FS-ESTORNOS NOT EQUAL ZEROS
               GO TO 3000-CONFERE-VINCULO-FIM
           END-IF.
           SET SW-FIM-NAO-EST TO TRUE.
           PERFORM 3100-LER-ESTORNO
              THRU 3100-LER-ESTORNO-FIM.
           PERFORM 3200-TESTA-ESTORNO
              THRU 3200-TESTA-ESTORNO-FIM
             UNTIL SW-FIM-SIM-EST
                OR NOT NSU-LIVRE.
           CLOSE ESTORNOS.

           IF NSU-JA-ESTORNADO
               DISPLAY 'ESTORNO01 - NSU ' WS-NSU-ORIGINAL
                       ' JA ESTORNADO PELO NSU ' WS-NSU-VINCULO
                       ' EM ' WS-DAT-VINCULO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NSU-E-ESTORNO
               DISPLAY 'ESTORNO01 - NSU ' WS-NSU-ORIGINAL
                       ' E O ESTORNO DO NSU ' WS-NSU-VINCULO
                       ' - NAO PODE SER ESTORNADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       3000-CONFERE-VINCULO-FIM.
           EXIT.

       3100-LER-ESTORNO.
           READ ESTORNOS
               AT END
                   SET SW-FIM-SIM-EST TO TRUE
           END-READ.
       3100-LER-ESTORNO-FIM.
           EXIT.

       3200-TESTA-ESTORNO.
           IF EST-NSU-ORIGINAL EQUAL WS-NSU-ORIGINAL
               MOVE 'E'             TO WS-SIT-VINCULO
               MOVE EST-NSU-ESTORNO TO WS-NSU-VINCULO
               MOVE EST-DAT-ESTORNO TO WS-DAT-VINCULO
               GO TO 3200-TESTA-ESTORNO-FIM
           END-IF.
           IF EST-NSU-ESTORNO EQUAL WS-NSU-ORIGINAL
               MOVE 'R'              TO WS-SIT-VINCULO
               MOVE EST-NSU-ORIGINAL TO WS-NSU-VINCULO
               GO TO 3200-TESTA-ESTORNO-FIM
           END-IF.
           PERFORM 3100-LER-ESTORNO
              THRU 3100-LER-ESTORNO-FIM.
       3200-TESTA-ESTORNO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CONTROLE A QUATRO OLHOS: SEM PEDIDO, ENFILEIRA E PARA;
      *     PEDIDO PENDENTE, PARA; PEDIDO LIBERADO POR OUTRA PESSOA,
      *     SEGUE COM O APROVADOR. PEDIDO RECUSADO NAO VALE - UM NOVO
      *     PEDIDO E ENFILEIRADO.
      *-----------------------------------------------------------------
       4000-CONTROLE-APROVACAO.
           MOVE WS-NSU-ORIGINAL TO WS-NSU-PARAM.
           MOVE SPACE TO WS-SIT-PEDIDO.
           PERFORM 4100-CARREGA-FILA
              THRU 4100-CARREGA-FILA-FIM.

           IF PEDIDO-LIBERADO
               IF WS-APROVADOR EQUAL WS-USUARIO
                   DISPLAY 'ESTORNO01 - QUEM LIBEROU O PEDIDO NAO '
                           'PODE LANCAR O ESTORNO'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'PEDIDO ' WS-SEQ-PEDIDO ' LIBERADO POR '
                       WS-APROVADOR
               GO TO 4000-CONTROLE-APROVACAO-FIM
           END-IF.

           IF PEDIDO-PENDENTE
               DISPLAY 'ESTORNO01 - PEDIDO ' WS-SEQ-PEDIDO
                       ' AGUARDA APROVACAO NO APROVA01'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 4300-ENFILEIRA-PEDIDO
              THRU 4300-ENFILEIRA-PEDIDO-FIM.
           MOVE WS-ORI-VAL TO WS-VALOR-MASC.
           DISPLAY 'VALOR ' WS-VALOR-MASC ' ACIMA DO LIMITE DE '
                   'ESTORNO - PEDIDO ' WS-SEQ-MAIOR
                   ' ENFILEIRADO PARA O APROVA01'
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       4000-CONTROLE-APROVACAO-FIM.
           EXIT.

       4100-CARREGA-FILA.
           OPEN INPUT PENDENTES.
           IF WSN-FS-PENDENTES NOT EQUAL ZEROS
               GO TO 4100-CARREGA-FILA-FIM
           END-IF.
           SET SW-FIM-NAO-PEN TO TRUE.
           PERFORM 4110-LER-PENDENTE
              THRU 4110-LER-PENDENTE-FIM.
           PERFORM 4200-GUARDA-PENDENTE
              THRU 4200-GUARDA-PENDENTE-FIM
             UNTIL SW-FIM-SIM-PEN.
           CLOSE PENDENTES.
       4100-CARREGA-FILA-FIM.
           EXIT.

       4110-LER-PENDENTE.
           READ PENDENTES
               AT END
                   SET SW-FIM-SIM-PEN TO TRUE
           END-READ.
       4110-LER-PENDENTE-FIM.
           EXIT.

      *****COM A FILA CHEIA O ESTORNO ABORTA: A REGRAVACAO DO
      *****PENDAPROV01 SO E SEGURA SE A FILA COUBE INTEIRA. O PEDIDO
      *****LIBERADO PREVALECE SOBRE UM PENDENTE DO MESMO NSU
       4200-GUARDA-PENDENTE.
           IF WCA-PEN-QTD NOT LESS THAN 100
               DISPLAY 'ESTORNO01 - PENDAPROV01 COM MAIS DE 100 '
                       'PEDIDOS - ABORTADO PARA NAO REGRAVAR '
                       'FILA TRUNCADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-PEN-QTD.
           SET WCA-PEN-IDX TO WCA-PEN-QTD.
           MOVE REG-PENDENTE TO WCA-PEN-REG(WCA-PEN-IDX).
           IF APR-SEQ GREATER THAN WS-SEQ-MAIOR
               MOVE APR-SEQ TO WS-SEQ-MAIOR
           END-IF.
           IF APR-ACAO EQUAL 'ESTORNO'
              AND APR-PARAM EQUAL WS-NSU-PARAM
              AND NOT PEDIDO-LIBERADO
               IF APR-STATUS EQUAL 'A'
                   MOVE 'A'           TO WS-SIT-PEDIDO
                   MOVE APR-SEQ       TO WS-SEQ-PEDIDO
                   MOVE APR-APROVADOR TO WS-APROVADOR
               END-IF
               IF APR-STATUS EQUAL 'P'
                   MOVE 'P'           TO WS-SIT-PEDIDO
                   MOVE APR-SEQ       TO WS-SEQ-PEDIDO
               END-IF
           END-IF.
           PERFORM 4110-LER-PENDENTE
              THRU 4110-LER-PENDENTE-FIM.
       4200-GUARDA-PENDENTE-FIM.
           EXIT.

       4300-ENFILEIRA-PEDIDO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           IF WCA-PEN-QTD NOT LESS THAN 100
               DISPLAY 'FILA DE APROVACAO CHEIA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SEQ-MAIOR.

           OPEN OUTPUT PENDENTES.
           PERFORM 4310-GRAVA-PENDENTE
              THRU 4310-GRAVA-PENDENTE-FIM
               VARYING WCA-PEN-IDX FROM 1 BY 1
               UNTIL WCA-PEN-IDX GREATER THAN WCA-PEN-QTD.
           MOVE SPACES             TO REG-PENDENTE.
           MOVE WS-SEQ-MAIOR       TO APR-SEQ.
           MOVE 'ESTORNO'          TO APR-ACAO.
           MOVE WS-NSU-PARAM       TO APR-PARAM.
           MOVE WS-USUARIO         TO APR-SOLICITANTE.
           MOVE WS-DATA-HOJE       TO APR-DATA.
           MOVE WS-HORA-AGORA(1:6) TO APR-HORA.
           MOVE 'P'                TO APR-STATUS.
           WRITE REG-PENDENTE.
           CLOSE PENDENTES.

           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING WS-USUARIO ' PEDIU ESTORNO NSU ' WS-NSU-PARAM
                  ' PEDIDO ' WS-SEQ-MAIOR
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           MOVE 'A' TO WS-LOG-SEVERIDADE.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       4300-ENFILEIRA-PEDIDO-FIM.
           EXIT.

       4310-GRAVA-PENDENTE.
           MOVE WCA-PEN-REG(WCA-PEN-IDX) TO REG-PENDENTE.
           WRITE REG-PENDENTE.
       4310-GRAVA-PENDENTE-FIM.
           EXIT.

      ****************LANCAMENTO OPOSTO NA CONTA DO ORIGINAL************
       7000-GRAVA-ESTORNO.
           OPEN EXTEND MOVIMENTO.
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               OPEN OUTPUT MOVIMENTO
           END-IF.
           CALL 'GERANSU' USING WS-NSU.
           MOVE WS-ORI-COD-CTA      TO MOV-COD-CTA.
           MOVE WCA-DATA-REFERENCIA TO MOV-DAT.
           IF WS-ORI-TIP EQUAL 'C'
               MOVE 'D' TO MOV-TIP
           ELSE
               MOVE 'C' TO MOV-TIP
           END-IF.
           MOVE WS-ORI-FORMA        TO MOV-FORMA.
           MOVE WS-ORI-VAL          TO MOV-VAL.
           MOVE SPACES              TO MOV-HIST.
           STRING 'ESTORNO ' WS-NSU-ORIGINAL
               DELIMITED BY SIZE INTO MOV-HIST.
           MOVE WS-NSU              TO MOV-NSU.
           WRITE REG-MOVIMENTO.
           CLOSE MOVIMENTO.
       7000-GRAVA-ESTORNO-FIM.
           EXIT.

       7100-GRAVA-VINCULO.
           OPEN EXTEND ESTORNOS.
           IF WSN-FS-ESTORNOS NOT EQUAL ZEROS
               OPEN OUTPUT ESTORNOS
           END-IF.
           MOVE SPACES              TO REG-ESTORNO.
           MOVE WS-NSU-ORIGINAL     TO EST-NSU-ORIGINAL.
           MOVE WS-NSU              TO EST-NSU-ESTORNO.
           MOVE WS-ORI-COD-CTA      TO EST-COD-CTA.
           MOVE WS-ORI-DAT          TO EST-DAT-ORIGINAL.
           MOVE WCA-DATA-REFERENCIA TO EST-DAT-ESTORNO.
           MOVE WS-ORI-TIP          TO EST-TIP-ORIGINAL.
           MOVE WS-ORI-VAL          TO EST-VAL.
           MOVE WS-ORI-HIST         TO EST-HIST-ORIGINAL.
           MOVE WS-USUARIO          TO EST-USUARIO.
           MOVE WS-APROVADOR        TO EST-APROVADOR.
           MOVE WS-MOTIVO           TO EST-MOTIVO.
           WRITE REG-ESTORNO.
           CLOSE ESTORNOS.
       7100-GRAVA-VINCULO-FIM.
           EXIT.

       8000-REGISTRA-LOG.
           MOVE 'A' TO WS-LOG-SEVERIDADE.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING WS-USUARIO ' ESTORNO ' WS-NSU-ORIGINAL
                  ' PELO NSU ' WS-NSU
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       8000-REGISTRA-LOG-FIM.
           EXIT.
       END PROGRAM ESTORNO01.
