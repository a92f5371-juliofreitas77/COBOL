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

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).
       FD DORMTRAB.
       01 REG-DORMTRAB.
           05 DT-COD-AGENCIA       PIC X(04).
           05 DT-COD-CTA           PIC 9(06).
           05 DT-NOM-CLI           PIC X(25).
           05 DT-ULT-ATIVIDADE     PIC 9(08).
           05 DT-SLD-CTA           PIC S9(09)V99
       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-COD-AGENCIA      PIC X(04).
           05 SRT-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(45).

       FD RELATORIO.
               88 SW-FIM-NAO-TRAB              VALUE 'N'.
               88 SW-FIM-SIM-TRAB              VALUE 'S'.

       01 WS-CHAVE-E1              PIC 9(07) VALUE ZEROS.
       01 WS-CHAVE-E2              PIC 9(07) VALUE ZEROS.

       01 WCA-DATA-REFERENCIA      PIC 9(08)    VALUE ZEROS.
       01 WCA-MESES-DORMENCIA      PIC 9(02)    VALUE ZEROS.
      *****TODAS AS CONTAS POSSIVEIS SEM PRECISAR CLASSIFICAR O
      *****ARQUIVO DE MOVIMENTOS)
       01 WCA-ULTIMOS-MOVS.
           05 WCA-ULT-MOV          PIC 9(08) OCCURS 999999 TIMES
                                   VALUE ZEROS.

       01 WS-ULT-ATIVIDADE         PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(75) VALUE SPACES.

       01 WCA-LINHA-DORMENTE.
           05 FILLER               PIC X(06) VALUE '   CTA'.
           05 LD-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-NOM-CLI           PIC X(25) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE '  ULT ATIVID. '.
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
