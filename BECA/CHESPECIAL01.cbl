       FILE SECTION.
       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
      *                LIMITES DE CHEQUE ESPECIAL POR CONTA
       FD LIMITES.
       01 REG-LIMITE.
           05 LIM-COD-CTA          PIC 9(06).
           05 LIM-VALOR            PIC 9(06)V99.
           05 LIM-DAT-VENC         PIC 9(08).

       FD EXCTRAB.
       01 REG-EXCTRAB.
           05 EX-COD-AGENCIA       PIC X(04).
           05 EX-COD-CTA           PIC 9(06).
           05 EX-SLD-CTA           PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 EX-LIMITE            PIC 9(06)V99.
       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-COD-AGENCIA      PIC X(04).
           05 SRT-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(33).

       FD RELATORIO.

      *****LIMITE CONTRATADO POR CONTA, INDEXADO PELO NUMERO DA CONTA
       01 WCA-LIMITES-CONTA.
           05 WCA-LIM-VALOR        PIC 9(06)V99 OCCURS 999999 TIMES
                                   VALUE ZEROS.

       01 WS-EXCESSO               PIC 9(11)V99 VALUE ZEROS.
           05 FILLER               PIC X(75) VALUE SPACES.

       01 WCA-LINHA-EXCESSO.
           05 FILLER               PIC X(06) VALUE '   CTA'.
           05 LE-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(10) VALUE '  SALDO R$'.
           05 LE-SLD               PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           05 FILLER               PIC X(10) VALUE ' LIMITE R$'.
           05 LE-LIMITE            PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(11) VALUE ' EXCESSO R$'.
           05 LE-EXCESSO           PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-TOT-AG.
