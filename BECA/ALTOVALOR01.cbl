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

       FD SALDOMEDIO.
       01 REG-SALDOMEDIO.
           05 SM-COD-CTA           PIC 9(06).
           05 FILLER               PIC X(01).
           05 SM-DATA-REF          PIC 9(08).
           05 FILLER               PIC X(01).
       FD ALTTRAB.
       01 REG-ALTTRAB.
           05 AT-COD-AGENCIA       PIC X(04).
           05 AT-COD-CTA           PIC 9(06).
           05 AT-NOM-CLI           PIC X(25).
           05 AT-SLD-CTA           PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-COD-AGENCIA      PIC X(04).
           05 SRT-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(45).

       FD ALERTA.
       01 REG-ALERTA               PIC X(72).

      ******************************************************************
       WORKING-STORAGE SECTION.
               88 SW-ALERTA-SIM                VALUE 'S'.
               88 SW-ALERTA-NAO                VALUE 'N'.

       01 WS-CHAVE-E1              PIC 9(07) VALUE ZEROS.
       01 WS-CHAVE-E2              PIC 9(07) VALUE ZEROS.

       01 WS-NOME-ARQ-ALERTA       PIC X(10) VALUE SPACES.
       01 WCA-LIMITE-ALTO-VALOR    PIC 9(09)V99 VALUE 100000,00.
           88 SW-FIM-NAO-SM                   VALUE 'N'.
           88 SW-FIM-SIM-SM                   VALUE 'S'.
       01 WCA-SALDOS-MEDIOS.
           05 WCA-SM-SALDO         PIC S9(09)V99 OCCURS 999999 TIMES
                                   VALUE ZEROS.
       01 WS-SALDO-BASE            PIC S9(09)V99 VALUE ZEROS.
       01 WS-ANO-REF               PIC 9(04) VALUE ZEROS.
       01 WCA-LINHA-ALERTA.
           05 LA-NOM-CLI           PIC X(25) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE '  CTA'.
           05 LA-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(05) VALUE '  R$ '.
           05 LA-SLD               PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           05 FILLER               PIC X(07) VALUE '  IDADE'.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM TO TRUE
                   MOVE 9999999 TO WS-CHAVE-E1
               NOT AT END
                   MOVE COD-CTA TO WS-CHAVE-E1
           END-READ.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-02 TO TRUE
                   MOVE 9999999 TO WS-CHAVE-E2
               NOT AT END
                   MOVE E2-COD-CTA TO WS-CHAVE-E2
           END-READ.
