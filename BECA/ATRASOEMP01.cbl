       01 REG-CONTRATO.
           05 CTR-NUMERO           PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTR-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTR-SISTEMA          PIC X(01).
           05 FILLER               PIC X(01).
           05 CTR-ATRASO           PIC 9(03).
           05 FILLER               PIC X(01).
           05 CTR-STATUS           PIC X(01).
           05 FILLER               PIC X(01).
      *****'C' CONSIGNADO (PARCELA DESCONTADA NA FOLHA), BRANCO COMUM
           05 CTR-MODALIDADE       PIC X(01).
               88 CTR-CONSIGNADO               VALUE 'C'.
           05 FILLER               PIC X(01).
           05 CTR-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTR-CET-MENSAL       PIC 9(03)V9(04).
           05 FILLER               PIC X(01).
           05 CTR-CET-ANUAL        PIC 9(05)V99.

       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
       01 REG-ATRTRAB.
           05 AT-COD-AGENCIA       PIC X(04).
           05 AT-NUMERO            PIC 9(06).
           05 AT-COD-CTA           PIC 9(06).
           05 AT-PAGAS             PIC 9(03).
           05 AT-ATRASO            PIC 9(03).

       01 REG-CLASSIFICA.
           05 SRT-COD-AGENCIA      PIC X(04).
           05 SRT-NUMERO           PIC 9(06).
           05 FILLER               PIC X(12).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(84).

      *****AGENCIA POR CONTA, INDEXADA PELO NUMERO DA CONTA
       01 WCA-AGENCIA-CONTA.
           05 WCA-AG-CTA           PIC X(04) OCCURS 999999 TIMES
                                   VALUE SPACES.

       77 WS-QTD-EM-ATRASO         PIC 9(05) VALUE ZEROS.
           05 FILLER               PIC X(09) VALUE '     CTR '.
           05 LC-NUMERO            PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(06) VALUE '  CTA '.
           05 LC-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(09) VALUE '  PAGAS ='.
           05 LC-PAGAS             PIC ZZ9   VALUE ZEROS.
           05 FILLER               PIC X(11) VALUE '  ATRASO ='.
