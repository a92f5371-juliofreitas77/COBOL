      *
       FILE SECTION.
       FD ENTRADA.
       01 REG-ENTRADA-BRUTO        PIC X(40).

       FD ENTRADA02.
       01 REG-ENTRADA-02-BRUTO     PIC X(57).

       FD ENT1ORD.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).

       FD ENT2ORD.
       01 REG-ENTRADA-02.
           05 E2-COD-CTA           PIC 9(06).
           05 E2-NOM-CLI           PIC X(25).
           05 E2-COD-CID           PIC 9(04).
           05 E2-DAT-INI           PIC 9(08).

       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 CL-CHAVE             PIC 9(06).
           05 FILLER               PIC X(51).

       FD CADASTRO.
       01 REG-CADASTRO.
           05 CAD-COD-CTA          PIC 9(06).
           05 CAD-COD-AGENCIA      PIC X(04).
           05 CAD-TIP-CTA          PIC X(14).
           05 CAD-COD-MOEDA        PIC X(03).
               88 SW-FIM-NAO-02                VALUE 'N'.
               88 SW-FIM-SIM-02                VALUE 'S'.

      *****CHAVES DE COMPARACAO DO MERGE, COM SENTINELA 9999999 DE FIM
      *****DE ARQUIVO (MESMA CONVENCAO DO RELATORIO MENSAL)
       01 WS-CHAVE-E1              PIC 9(07) VALUE ZEROS.
       01 WS-CHAVE-E2              PIC 9(07) VALUE ZEROS.

       77 WS-QTD-CARGA             PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ORFAOS            PIC 9(06) VALUE ZEROS.
           READ ENT1ORD
               AT END
                   SET SW-FIM-SIM TO TRUE
                   MOVE 9999999 TO WS-CHAVE-E1
               NOT AT END
                   MOVE COD-CTA TO WS-CHAVE-E1
           END-READ.
           READ ENT2ORD
               AT END
                   SET SW-FIM-SIM-02 TO TRUE
                   MOVE 9999999 TO WS-CHAVE-E2
               NOT AT END
                   MOVE E2-COD-CTA TO WS-CHAVE-E2
           END-READ.
