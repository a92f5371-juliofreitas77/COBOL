       FILE SECTION.
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
           05 AGM-COD              PIC X(04).
           05 AGM-NOM              PIC X(20).
           05 AGM-REGIAO           PIC X(15).
      *****LIMITES DE NUMERARIO DA AGENCIA (NAO USADOS AQUI)
           05 FILLER               PIC X(22).

       FD CAMBIO.
       01 REG-CAMBIO.

       01 WCA-LINHA-ORFA.
           05 FILLER               PIC X(08) VALUE '     CTA'.
           05 LO-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(03) VALUE ' - '.
           05 LO-REFERENCIA        PIC X(20) VALUE SPACES.

