
       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).

       FD ENTRADA02.
       01 REG-ENTRADA-02.
           05 E2-COD-CTA           PIC 9(06).
           05 E2-NOM-CLI           PIC X(25).
           05 E2-COD-CID           PIC 9(04).
           05 E2-DAT-INI           PIC 9(08).
           05 E2-NUM-DOC           PIC X(14).

       FD SAIDA01P.
       01 REG-SAIDA01P             PIC X(40).

       FD SAIDA02P.
       01 REG-SAIDA02P             PIC X(57).

      ******************************************************************
       WORKING-STORAGE SECTION.
      *****AGENCIA POR CONTA (PARA PARTICIONAR O E2, QUE NAO CARREGA
      *****AGENCIA)
       01 WCA-AGENCIA-CONTA.
           05 WCA-AG-CTA           PIC X(04) OCCURS 999999 TIMES
                                   VALUE SPACES.

       01 WS-HEADER-E1             PIC X(40) VALUE SPACES.
       01 WS-HEADER-E2             PIC X(57) VALUE SPACES.
       01 WCA-TRAILER-SAIDA.
           05 FILLER               PIC X(03) VALUE 'TRL'.
           05 TRS-QTD              PIC 9(06) VALUE ZEROS.
