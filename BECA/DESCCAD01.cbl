       FILE SECTION.
       FD CADASTRO.
       01 REG-CADASTRO.
           05 CAD-COD-CTA          PIC 9(06).
           05 CAD-COD-AGENCIA      PIC X(04).
           05 CAD-TIP-CTA          PIC X(14).
           05 CAD-COD-MOEDA        PIC X(03).

       FD SAIDA01.
       01 REG-SAIDA-01.
           05 S1-COD-CTA           PIC 9(06).
           05 S1-COD-AGENCIA       PIC X(04).
           05 S1-TIP-CTA           PIC X(14).
           05 S1-COD-MOEDA         PIC X(03).

       FD SAIDA02.
       01 REG-SAIDA-02.
           05 S2-COD-CTA           PIC 9(06).
           05 S2-NOM-CLI           PIC X(25).
           05 S2-COD-CID           PIC 9(04).
           05 S2-DAT-INI           PIC 9(08).
