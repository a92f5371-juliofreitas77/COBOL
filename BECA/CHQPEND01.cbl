       FILE SECTION.
       FD CHEQUES.
       01 REG-CHEQUE.
           05 CHQ-COD-CTA          PIC 9(06).
           05 CHQ-NUMERO           PIC 9(06).
           05 CHQ-VALOR            PIC 9(09)V99.
           05 CHQ-DAT-EMISSAO      PIC 9(08).

       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
       FD PENDTRAB.
       01 REG-PENDTRAB.
           05 PD-COD-AGENCIA       PIC X(04).
           05 PD-COD-CTA           PIC 9(06).
           05 PD-NUMERO            PIC 9(06).
           05 PD-VALOR             PIC 9(09)V99.
           05 PD-DAT-EMISSAO       PIC 9(08).
       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-COD-AGENCIA      PIC X(04).
           05 SRT-COD-CTA          PIC 9(06).
           05 SRT-NUMERO           PIC 9(06).
           05 FILLER               PIC X(19).


      *****AGENCIA POR CONTA, INDEXADA PELO NUMERO DA CONTA
       01 WCA-AGENCIA-CONTA.
           05 WCA-AG-CTA           PIC X(04) OCCURS 999999 TIMES
                                   VALUE SPACES.

       77 WS-QTD-PENDENTES         PIC 9(06) VALUE ZEROS.

       01 WCA-LINHA-CHEQUE.
           05 FILLER               PIC X(08) VALUE '     CTA'.
           05 LC-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(06) VALUE '  CHQ '.
           05 LC-NUMERO            PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(05) VALUE '  R$ '.
