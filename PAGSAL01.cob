      * uma vez; divergindo (matricula sem conta, conta inativa),
      * nada e lancado e o lote encerra com RETURN-CODE 1 apontando
      * as pendencias.
      * Com a marca PREVIA01 presente (rotina comum MODOPREVIA) os
      * creditos conciliados vao para o arquivo de previa PREVMOV01,
      * e nao para o Movimento01, para o comparativo RELPREV01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 CC-IRRF              PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 CC-LIQUIDO           PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 CC-TIPO-FOLHA        PIC X(01).
           05 FILLER               PIC X(01).
           05 CC-DESCONTOS         PIC 9(07)V99.

       FD MAPEAMENTO.
       01 REG-MAPEAMENTO.
           05 MTC-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 MTC-COD-CTA          PIC 9(06).

       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).

       FD MOVSAL.
       01 REG-MOVSAL.
           05 MVS-COD-CTA          PIC 9(06).
           05 MVS-DAT              PIC 9(08).
           05 MVS-TIP              PIC X(01).
           05 MVS-FORMA            PIC X(01).
           05 WRK-MAP-QTD          PIC 9(03) VALUE ZEROS.
           05 WRK-MAP-TAB OCCURS 200 TIMES.
               10 WRK-MAP-MATRICULA PIC 9(06).
               10 WRK-MAP-CONTA     PIC 9(06).
       77 WRK-IDX-MAP              PIC 9(03) VALUE ZEROS.
       77 WRK-MAP-ACHOU            PIC X(01) VALUE 'N'.
       01 WCA-STATUS-CONTA.
           05 WCA-STA-CTA          PIC X(01) OCCURS 999999 TIMES
                                   VALUE SPACES.

       01 WS-CONTA-DESTINO         PIC 9(06) VALUE ZEROS.
       01 WS-TOT-FOLHA             PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-CREDITOS          PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-FUNCIONARIOS      PIC 9(04) VALUE ZEROS.
      *****NSU DO MOVIMENTO, FORNECIDO PELA ROTINA COMUM GERANSU
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.
       77 WS-COMANDO               PIC X(60) VALUE SPACES.
       01 WS-PREVIA                PIC X(01) VALUE 'N'.
           88 PREVIA-ATIVA                     VALUE 'S'.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'PAGSAL01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.

           IF WS-TOT-CREDITOS EQUAL WS-TOT-FOLHA
              AND WS-QTD-PENDENTES EQUAL ZEROS
               CALL 'MODOPREVIA' USING WS-PREVIA
               IF PREVIA-ATIVA
                   MOVE 'cat MOVSAL01 >> PREVMOV01' TO WS-COMANDO
                   CALL 'SYSTEM' USING WS-COMANDO
                   DISPLAY 'PAGSAL01 - CONCILIADO - PREVIA GRAVADA EM '
                           'PREVMOV01'
               ELSE
                   MOVE 'cat MOVSAL01 >> MOVIMENTO01' TO WS-COMANDO
                   CALL 'SYSTEM' USING WS-COMANDO
                   DISPLAY 'PAGSAL01 - CONCILIADO E EFETIVADO'
               END-IF
           ELSE
               DISPLAY 'PAGSAL01 - CONCILIACAO NAO FECHOU: FOLHA '
                       WS-TOT-FOLHA ' CREDITOS ' WS-TOT-CREDITOS
