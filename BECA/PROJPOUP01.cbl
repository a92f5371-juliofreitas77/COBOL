      * grava em ProjPoup01.txt, agrupado por agencia, o saldo de
      * hoje, em 6 meses e em 12 meses de cada conta, para o gerente
      * mostrar a projecao ao cliente.
      * A taxa projetada e a em vigor na data de referencia no
      * historico por vigencia TAXASVIG01 ('TAXA POUPANCA', rotina
      * comum TAXAVIG); sem vigencia gravada fica a do Controle01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
       FD PROJTRAB.
       01 REG-PROJTRAB.
           05 PJ-COD-AGENCIA       PIC X(04).
           05 PJ-COD-CTA           PIC 9(06).
           05 PJ-SLD-HOJE          PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 PJ-SLD-6M            PIC S9(10)V99
       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-COD-AGENCIA      PIC X(04).
           05 SRT-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(38).

       FD RELATORIO.

       01 WCA-TAXA-POUPANCA        PIC 9(02)V9(04) VALUE ZEROS.
       01 WS-TAXA-FRACAO           PIC 9(02)V9(06) VALUE ZEROS.
       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WS-PARAMETRO-VIG         PIC X(20) VALUE 'TAXA POUPANCA'.
       01 WS-VALOR-VIG             PIC 9(07)V9(04) VALUE ZEROS.
       01 WS-ACHOU-VIG             PIC X(01) VALUE 'N'.

      *****PROJECAO MES A MES (LACO DE MULTIPLICACAO DO DESAFIO09)
       01 WS-SALDO-PROJ            PIC S9(10)V99 VALUE ZEROS.

       01 WCA-LINHA-PROJECAO.
           05 FILLER               PIC X(08) VALUE '     CTA'.
           05 LP-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(07) VALUE '  HOJE '.
           05 LP-SLD-HOJE          PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           05 FILLER               PIC X(06) VALUE '  6M '.

           PERFORM 1050-LE-CONTROLE
              THRU 1050-LE-CONTROLE-FIM.
           CALL 'TAXAVIG' USING WS-PARAMETRO-VIG WCA-DATA-REFERENCIA
                                WS-VALOR-VIG WS-ACHOU-VIG.
           IF WS-ACHOU-VIG EQUAL 'S'
               MOVE WS-VALOR-VIG TO WCA-TAXA-POUPANCA
           END-IF.

           IF WCA-TAXA-POUPANCA EQUAL ZEROS
               DISPLAY 'PROJPOUP01 - TAXA DE POUPANCA NAO INFORMADA '
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-DATA-REFERENCIA
                          TO WCA-DATA-REFERENCIA
                       MOVE CTL-TAXA-POUPANCA
                          TO WCA-TAXA-POUPANCA
               END-READ
