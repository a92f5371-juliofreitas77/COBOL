           05 FILLER                      PIC X(01).
           05 APR-ACAO                    PIC X(08).
           05 FILLER                      PIC X(01).
           05 APR-PARAM                   PIC X(09).
           05 APR-SOLICITANTE             PIC X(20).
           05 FILLER                      PIC X(01).
           05 APR-DATA                    PIC 9(08).
