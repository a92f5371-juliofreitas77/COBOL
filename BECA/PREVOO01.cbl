      *****PELO REDEFINES (MESMO ESQUEMA DA CRITICA), POIS O LEIAUTE
      *****DO DETALHE VARIA POR ARQUIVO
       FD CHEGADA.
       01 REG-CHEGADA              PIC X(57).
       01 REG-CHEGADA-CONTROLE REDEFINES REG-CHEGADA.
           05 CHG-TIPO             PIC X(03).
           05 CHG-DATA             PIC 9(08).
           05 CHG-ORIGEM           PIC X(10).
           05 FILLER               PIC X(36).
       01 REG-CHEGADA-TRAILER REDEFINES REG-CHEGADA.
           05 FILLER               PIC X(03).
           05 TRL-QTD              PIC 9(06).
           05 TRL-HASH             PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(34).
       01 REG-CHEGADA-E1 REDEFINES REG-CHEGADA.
           05 E1-COD-CTA           PIC 9(06).
           05 FILLER               PIC X(21).
           05 E1-SLD-CTA           PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(18).
       01 REG-CHEGADA-E2 REDEFINES REG-CHEGADA.
           05 E2-COD-CTA           PIC 9(06).
           05 FILLER               PIC X(51).

       FD CONTROLE.
