      * (COD-CTA), nos moldes de VALIDADOC. O VALIDADOC protege os
      * documentos, mas nada protegia a conta: um numero transposto
      * num extrato de agencia lancava movimentos no cliente errado
      * em silencio. O DV e o modulo 11 dos digitos da conta (resto
      * 10 ou 11 vale DV zero). Dois modos: 1 valida uma conta com
      * DV e 2 calcula o DV da conta devolvendo-o na ultima
      * posicao. Usada pelos pontos de entrada de conta (abertura,
      * transferencias, apresentacao de cheques) e pelo modo lote
      * VERIFCTA01.
      * A conta passou a ter seis digitos (o segundo banco ja passou
      * de 9.999 contas) e o DV agora e o modulo 11 dos seis digitos
      * com pesos 7-6-5-4-3-2; o numero em sete posicoes leva o DV na
      * setima. Como os dois pesos novos multiplicam os zeros a
      * esquerda, uma conta antiga de quatro digitos mantem o mesmo
      * DV - nenhum cartao ou talao precisa ser reemitido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WS-DV-CALCULADO             PIC 9(02) VALUE ZEROS.
           05 WS-DIGITO                   PIC 9(01) VALUE ZEROS.

      *****PESOS DO MODULO 11 SOBRE OS SEIS DIGITOS DA CONTA
       01 WCA-PESOS-CONTA.
           05 FILLER PIC 9(01) VALUE 7.
           05 FILLER PIC 9(01) VALUE 6.
           05 FILLER PIC 9(01) VALUE 5.
           05 FILLER PIC 9(01) VALUE 4.
           05 FILLER PIC 9(01) VALUE 3.
           05 FILLER PIC 9(01) VALUE 2.
       01 WCA-PESOS-CONTA-R REDEFINES WCA-PESOS-CONTA.
           05 WS-PESO PIC 9(01) OCCURS 6 TIMES.

       LINKAGE SECTION.
       01 LK-TIPO                         PIC 9(01).
           88 LK-MODO-VALIDA                  VALUE 1.
           88 LK-MODO-CALCULA                 VALUE 2.
       01 LK-CONTA-DV.
           05 LK-DIG                      PIC X(01) OCCURS 7 TIMES.
       01 LK-VALIDO                       PIC X(01).
           88 LK-CONTA-EH-VALIDA              VALUE 'S'.
       01 LK-MOTIVO                       PIC X(17).

           IF LK-MODO-CALCULA
               MOVE WS-DV-CALCULADO TO WS-DIGITO
               MOVE WS-DIGITO(1:1)  TO LK-DIG(7)
               SET LK-CONTA-EH-VALIDA TO TRUE
               GOBACK
           END-IF

           IF LK-DIG(7) LESS THAN '0' OR LK-DIG(7) GREATER THAN '9'
               MOVE 'DV NAO NUMERICO' TO LK-MOTIVO
               GOBACK
           END-IF
           MOVE LK-DIG(7) TO WS-DIGITO
           IF WS-DIGITO EQUAL WS-DV-CALCULADO
               SET LK-CONTA-EH-VALIDA TO TRUE
           ELSE
           PERFORM 1100-SOMA-DIGITO
              THRU 1100-SOMA-DIGITO-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 6.
           IF LK-MOTIVO NOT EQUAL SPACES
               GO TO 1000-CALCULA-DV-FIM
           END-IF.
