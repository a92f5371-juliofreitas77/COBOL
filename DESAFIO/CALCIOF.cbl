      ******************************************************************
      * Author:
      * Date:
      * Purpose: Motor comum do IOF sobre operacao de credito com
      * parcelas (emprestimo), chamado via CALL nos moldes do CALCEMP.
      * Recebe o sistema, o principal, a taxa mensal e o prazo do
      * contrato, as aliquotas diaria e adicional do IOF (percentuais
      * do Controle01) e a forma de cobranca ('F' financiado no
      * principal, qualquer outra cobrado na liberacao). O IOF e o
      * adicional sobre o principal mais a aliquota diaria sobre a
      * amortizacao de cada parcela pelos dias ate o vencimento dela
      * (mes comercial de 30 dias, no maximo 365 dias), com o plano
      * de amortizacao do proprio CALCEMP.
      * Financiado, o IOF passa a compor o principal e incide tambem
      * sobre si mesmo: como a amortizacao do PRICE e do SAC e
      * proporcional ao principal, a aliquota efetiva apurada sobre o
      * principal pedido vale para o principal final, que sai por
      * principal / (1 - aliquota efetiva).
      * Devolve o IOF e o principal final do contrato (igual ao
      * pedido quando o IOF e cobrado na liberacao).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCIOF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01 WCA-VARIAVEIS.
           05 WS-PARCELA-NUM       PIC 9(03) VALUE ZEROS.
           05 WS-DIAS-PARCELA      PIC 9(05) VALUE ZEROS.
           05 WS-IOF-PARCELA       PIC 9(11)V9(06) VALUE ZEROS.
           05 WS-IOF-CALCULO       PIC 9(11)V9(06) VALUE ZEROS.
           05 WS-ALIQUOTA-EFETIVA  PIC 9(01)V9(10) VALUE ZEROS.
           05 WS-FATOR-FINANCIADO  PIC 9(01)V9(10) VALUE ZEROS.
           05 WS-PRINCIPAL-BRUTO   PIC 9(11)V99 VALUE ZEROS.

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
       01 LK-IOF-DIARIO            PIC 9(02)V9(04).
       01 LK-IOF-ADICIONAL         PIC 9(02)V9(04).
       01 LK-IOF-FORMA             PIC X(01).
           88 LK-IOF-FINANCIADO        VALUE 'F'.
       01 LK-IOF                   PIC 9(09)V99.
       01 LK-PRINCIPAL-FINAL       PIC 9(09)V99.

       PROCEDURE DIVISION USING LK-SISTEMA LK-PRINCIPAL LK-TAXA
                                 LK-PRAZO LK-IOF-DIARIO
                                 LK-IOF-ADICIONAL LK-IOF-FORMA
                                 LK-IOF LK-PRINCIPAL-FINAL.
       0000-PRINCIPAL.
           MOVE ZEROS        TO LK-IOF
           MOVE LK-PRINCIPAL TO LK-PRINCIPAL-FINAL
           IF LK-PRAZO EQUAL ZEROS OR LK-PRAZO GREATER THAN 120
              OR LK-PRINCIPAL EQUAL ZEROS
               GOBACK
           END-IF

           CALL 'CALCEMP' USING LK-SISTEMA LK-PRINCIPAL LK-TAXA
                                LK-PRAZO WCA-PLANO WS-TOTAL-PAGO
                                WS-TOTAL-JUROS

      *****ADICIONAL SOBRE O PRINCIPAL, DIARIA SOBRE CADA AMORTIZACAO
           COMPUTE WS-IOF-CALCULO =
               LK-PRINCIPAL * LK-IOF-ADICIONAL / 100
           PERFORM 2000-IOF-PARCELA
              THRU 2000-IOF-PARCELA-FIM
               VARYING WS-PARCELA-NUM FROM 1 BY 1
               UNTIL WS-PARCELA-NUM GREATER THAN LK-PRAZO

           IF LK-IOF-FINANCIADO
               PERFORM 3000-IOF-FINANCIADO
                  THRU 3000-IOF-FINANCIADO-FIM
           ELSE
               COMPUTE LK-IOF ROUNDED = WS-IOF-CALCULO
           END-IF
           GOBACK.

       2000-IOF-PARCELA.
           COMPUTE WS-DIAS-PARCELA = WS-PARCELA-NUM * 30.
           IF WS-DIAS-PARCELA GREATER THAN 365
               MOVE 365 TO WS-DIAS-PARCELA
           END-IF.
           COMPUTE WS-IOF-PARCELA =
               WCA-PLN-AMORT(WS-PARCELA-NUM) * WS-DIAS-PARCELA
               * LK-IOF-DIARIO / 100.
           ADD WS-IOF-PARCELA TO WS-IOF-CALCULO.
       2000-IOF-PARCELA-FIM.
           EXIT.

      *****PRINCIPAL FINAL = PRINCIPAL / (1 - ALIQUOTA EFETIVA); SE O
      *****PRINCIPAL FINAL NAO COUBER, O IOF FICA COMO COBRADO NA
      *****LIBERACAO (PRINCIPAL FINAL IGUAL AO PEDIDO)
       3000-IOF-FINANCIADO.
           COMPUTE LK-IOF ROUNDED = WS-IOF-CALCULO.
           COMPUTE WS-ALIQUOTA-EFETIVA =
               WS-IOF-CALCULO / LK-PRINCIPAL.
           IF WS-ALIQUOTA-EFETIVA NOT LESS THAN 1
               GO TO 3000-IOF-FINANCIADO-FIM
           END-IF.
           COMPUTE WS-FATOR-FINANCIADO = 1 - WS-ALIQUOTA-EFETIVA.
           COMPUTE WS-PRINCIPAL-BRUTO ROUNDED =
               LK-PRINCIPAL / WS-FATOR-FINANCIADO.
           IF WS-PRINCIPAL-BRUTO GREATER THAN 999999999,99
               GO TO 3000-IOF-FINANCIADO-FIM
           END-IF.
           MOVE WS-PRINCIPAL-BRUTO TO LK-PRINCIPAL-FINAL.
           COMPUTE LK-IOF = LK-PRINCIPAL-FINAL - LK-PRINCIPAL.
       3000-IOF-FINANCIADO-FIM.
           EXIT.
       END PROGRAM CALCIOF.
