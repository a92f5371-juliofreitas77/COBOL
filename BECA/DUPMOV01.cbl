      *
       FILE SECTION.
       FD MOVIMENTO.
       01 REG-MOVIMENTO-BRUTO      PIC X(56).

       FD MOVTRAB.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).

       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-COD-CTA          PIC 9(06).
           05 SRT-DAT              PIC 9(08).
           05 SRT-TIP              PIC X(01).
           05 SRT-FORMA            PIC X(01).
      *****CHAVE DO MOVIMENTO ANTERIOR, PARA COMPARAR ADJACENTES DA
      *****CLASSIFICACAO (NSU FICA DE FORA DA CHAVE)
       01 WCA-CHAVE-ANTERIOR.
           05 ANT-COD-CTA          PIC 9(06) VALUE ZEROS.
           05 ANT-DAT              PIC 9(08) VALUE ZEROS.
           05 ANT-TIP              PIC X(01) VALUE SPACES.
           05 ANT-VAL              PIC 9(09)V99 VALUE ZEROS.
           05 ANT-HIST             PIC X(20) VALUE SPACES.
       01 WCA-CHAVE-CORRENTE.
           05 COR-COD-CTA          PIC 9(06) VALUE ZEROS.
           05 COR-DAT              PIC 9(08) VALUE ZEROS.
           05 COR-TIP              PIC X(01) VALUE SPACES.
           05 COR-VAL              PIC 9(09)V99 VALUE ZEROS.

       01 WCA-LINHA-SUSPEITO.
           05 FILLER               PIC X(05) VALUE '  CTA'.
           05 LS-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(06) VALUE '  DATA'.
           05 LS-DAT               PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
