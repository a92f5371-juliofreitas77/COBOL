       FILE SECTION.
       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).

       FD CARTEIRA.
       01 REG-CARTEIRA.
           05 CAR-COD-CTA          PIC 9(06).
           05 CAR-COD-GER          PIC X(04).

       FD DORMTRAB.
       01 REG-DORMTRAB.
           05 DT-COD-AGENCIA       PIC X(04).
           05 DT-COD-CTA           PIC 9(06).
           05 DT-NOM-CLI           PIC X(25).
           05 DT-ULT-ATIVIDADE     PIC 9(08).
           05 DT-SLD-CTA           PIC S9(09)V99

       FD ENTRADA02.
       01 REG-ENTRADA-02.
           05 E2-COD-CTA           PIC 9(06).
           05 E2-NOM-CLI           PIC X(25).
           05 E2-COD-CID           PIC 9(04).
           05 E2-DAT-INI           PIC 9(08).
       FD GERTRAB.
       01 REG-GERTRAB.
           05 GT-COD-GER           PIC X(04).
           05 GT-COD-CTA           PIC 9(06).
           05 GT-TIP-CTA           PIC X(14).
           05 GT-SLD-CTA           PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-COD-GER          PIC X(04).
           05 SRT-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(38).

       FD RELATORIO.
      *****GERENTE, MARCA DE DORMENCIA E DOCUMENTO POR CONTA,
      *****INDEXADOS PELO NUMERO DA CONTA
       01 WCA-CONTAS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES.
               10 WCA-CTA-GER      PIC X(04) VALUE SPACES.
               10 WCA-CTA-DORM     PIC X(01) VALUE 'N'.
               10 WCA-CTA-DOC      PIC X(14) VALUE SPACES.

       01 WCA-LINHA-CONTA.
           05 FILLER               PIC X(08) VALUE '     CTA'.
           05 LC-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LC-TIP-CTA           PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE '  R$ '.
