      ******************************************************************
      * Author:
      * Date:
      * Purpose: Custo efetivo total (CET) da operacao de credito com
      * parcelas, complemento do motor CALCEMP chamado via CALL nos
      * mesmos moldes (o plano de parcelas sai do proprio CALCEMP,
      * como no CALCIOF). Recebe o sistema, o principal do contrato
      * (ja acrescido do IOF quando financiado), a taxa mensal e o
      * prazo, e os encargos da operacao: o IOF, a tarifa de cadastro
      * e o seguro prestamista. O valor liquido liberado ao cliente e
      * o principal menos os encargos; o CET mensal e a taxa que
      * iguala o valor presente das parcelas a esse liquido, achada
      * por bissecao entre 0% e 100% ao mes (o valor presente cai
      * quando a taxa sobe). O CET anual e (1 + CET mensal)**12 - 1,
      * pelo laco de multiplicacao do DESAFIO09. Sem encargos o CET
      * mensal e a propria taxa do contrato.
      * Devolve o CET mensal e anual em percentual, zerados quando o
      * plano nao pode ser calculado ou os encargos consomem o
      * principal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCET.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01 WCA-VARIAVEIS.
           05 WS-PARCELA-NUM       PIC 9(03) VALUE ZEROS.
           05 WS-ITERACAO          PIC 9(03) VALUE ZEROS.
           05 WS-LIQUIDO           PIC S9(11)V99 VALUE ZEROS.
           05 WS-TAXA-BAIXA        PIC 9(01)V9(12) VALUE ZEROS.
           05 WS-TAXA-ALTA         PIC 9(01)V9(12) VALUE ZEROS.
           05 WS-TAXA-MEIO         PIC 9(01)V9(12) VALUE ZEROS.
           05 WS-FATOR-DESCONTO    PIC 9(01)V9(15) VALUE ZEROS.
           05 WS-DESCONTO          PIC 9(01)V9(15) VALUE ZEROS.
           05 WS-VALOR-PRESENTE    PIC 9(12)V9(06) VALUE ZEROS.
           05 WS-FATOR-ANUAL       PIC 9(05)V9(12) VALUE ZEROS.

      *****PLANO DE AMORTIZACAO DEVOLVIDO PELO CALCEMP
       01 WCA-PLANO.
           05 WCA-PLN-TAB OCCURS 120 TIMES.
               10 WCA-PLN-PARCELA  PIC 9(11)V99.
               10 WCA-PLN-JUROS    PIC 9(11)V99.
               10 WCA-PLN-AMORT    PIC 9(11)V99.
               10 WCA-PLN-SALDO    PIC S9(11)V99.
       01 WS-TOTAL-PAGO            PIC 9(12)V99 VALUE ZEROS.
       01 WS-TOTAL-JUROS           PIC 9(12)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-SISTEMA               PIC X(01).
       01 LK-PRINCIPAL             PIC 9(09)V99.
       01 LK-TAXA                  PIC 9(02)V9(04).
       01 LK-PRAZO                 PIC 9(03).
       01 LK-IOF                   PIC 9(09)V99.
       01 LK-TARIFA                PIC 9(07)V99.
       01 LK-SEGURO                PIC 9(07)V99.
       01 LK-CET-MENSAL            PIC 9(03)V9(04).
       01 LK-CET-ANUAL             PIC 9(05)V99.

       PROCEDURE DIVISION USING LK-SISTEMA LK-PRINCIPAL LK-TAXA
                                 LK-PRAZO LK-IOF LK-TARIFA
                                 LK-SEGURO LK-CET-MENSAL
                                 LK-CET-ANUAL.
       0000-PRINCIPAL.
           MOVE ZEROS TO LK-CET-MENSAL LK-CET-ANUAL
           IF LK-PRAZO EQUAL ZEROS OR LK-PRAZO GREATER THAN 120
              OR LK-PRINCIPAL EQUAL ZEROS
               GOBACK
           END-IF

           COMPUTE WS-LIQUIDO =
               LK-PRINCIPAL - LK-IOF - LK-TARIFA - LK-SEGURO
           IF WS-LIQUIDO NOT GREATER THAN ZEROS
               GOBACK
           END-IF

           CALL 'CALCEMP' USING LK-SISTEMA LK-PRINCIPAL LK-TAXA
                                LK-PRAZO WCA-PLANO WS-TOTAL-PAGO
                                WS-TOTAL-JUROS

      *****PARCELAS QUE NAO PASSAM DO LIQUIDO: CUSTO ZERO
           IF WS-TOTAL-PAGO NOT GREATER THAN WS-LIQUIDO
               GOBACK
           END-IF

           MOVE ZEROS TO WS-TAXA-BAIXA
           MOVE 1     TO WS-TAXA-ALTA
           PERFORM 2000-BISSECAO
              THRU 2000-BISSECAO-FIM
               VARYING WS-ITERACAO FROM 1 BY 1
               UNTIL WS-ITERACAO GREATER THAN 45

           COMPUTE WS-TAXA-MEIO = (WS-TAXA-BAIXA + WS-TAXA-ALTA) / 2
           COMPUTE LK-CET-MENSAL ROUNDED = WS-TAXA-MEIO * 100

           MOVE 1 TO WS-FATOR-ANUAL
           PERFORM 4000-FATOR-ANUAL
              THRU 4000-FATOR-ANUAL-FIM
               12 TIMES
           COMPUTE LK-CET-ANUAL ROUNDED = (WS-FATOR-ANUAL - 1) * 100
               ON SIZE ERROR
                   MOVE 99999,99 TO LK-CET-ANUAL
           END-COMPUTE
           GOBACK.

      *****VALOR PRESENTE ACIMA DO LIQUIDO: A TAXA ESTA BAIXA DEMAIS
       2000-BISSECAO.
           COMPUTE WS-TAXA-MEIO = (WS-TAXA-BAIXA + WS-TAXA-ALTA) / 2.
           PERFORM 3000-VALOR-PRESENTE
              THRU 3000-VALOR-PRESENTE-FIM.
           IF WS-VALOR-PRESENTE GREATER THAN WS-LIQUIDO
               MOVE WS-TAXA-MEIO TO WS-TAXA-BAIXA
           ELSE
               MOVE WS-TAXA-MEIO TO WS-TAXA-ALTA
           END-IF.
       2000-BISSECAO-FIM.
           EXIT.

      *****SOMA DAS PARCELAS DESCONTADAS PELA TAXA DO MEIO DO INTERVALO
       3000-VALOR-PRESENTE.
           COMPUTE WS-FATOR-DESCONTO ROUNDED = 1 / (1 + WS-TAXA-MEIO).
           MOVE 1     TO WS-DESCONTO.
           MOVE ZEROS TO WS-VALOR-PRESENTE.
           PERFORM 3100-DESCONTA-PARCELA
              THRU 3100-DESCONTA-PARCELA-FIM
               VARYING WS-PARCELA-NUM FROM 1 BY 1
               UNTIL WS-PARCELA-NUM GREATER THAN LK-PRAZO.
       3000-VALOR-PRESENTE-FIM.
           EXIT.

       3100-DESCONTA-PARCELA.
           COMPUTE WS-DESCONTO ROUNDED =
               WS-DESCONTO * WS-FATOR-DESCONTO.
           COMPUTE WS-VALOR-PRESENTE = WS-VALOR-PRESENTE
               + WCA-PLN-PARCELA(WS-PARCELA-NUM) * WS-DESCONTO.
       3100-DESCONTA-PARCELA-FIM.
           EXIT.

       4000-FATOR-ANUAL.
           COMPUTE WS-FATOR-ANUAL ROUNDED =
               WS-FATOR-ANUAL * (1 + WS-TAXA-MEIO).
       4000-FATOR-ANUAL-FIM.
           EXIT.
       END PROGRAM CALCCET.
