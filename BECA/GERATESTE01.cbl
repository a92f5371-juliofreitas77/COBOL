           05 CTL-DATA-REFERENCIA     PIC 9(08).

       FD SAIDA01.
       01 REG-SAIDA-01             PIC X(40).

       FD SAIDA02.
       01 REG-SAIDA-02             PIC X(57).

       FD SAIDAMOV.
       01 REG-SAIDAMOV.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).

      *****MONTAGEM DOS REGISTROS DE CONTAS
       01 WCA-REG-E1.
           05 GE1-COD-CTA          PIC 9(06).
           05 GE1-COD-AGENCIA      PIC X(04).
           05 GE1-TIP-CTA          PIC X(14).
           05 GE1-COD-MOEDA        PIC X(03).
           05 GE1-SLD-CTA          PIC 9(09)V99.
           05 GE1-STA-CTA          PIC X(01).
       01 WCA-REG-E2.
           05 GE2-COD-CTA          PIC 9(06).
           05 GE2-NOM-CLI          PIC X(25).
           05 GE2-COD-CID          PIC 9(04).
           05 GE2-DAT-INI          PIC 9(08).
           05 GE2-NUM-DOC          PIC X(14).

       01 WS-CONTA                 PIC 9(06) VALUE ZEROS.
       01 WS-AGENCIA-IDX           PIC 9(02) VALUE ZEROS.
       01 WS-CONTA-NA-AG           PIC 9(04) VALUE ZEROS.
       01 WS-MOV-IDX               PIC 9(02) VALUE ZEROS.
              THRU 3100-GERA-CONTA-FIM
              VARYING WS-CONTA-NA-AG FROM 1 BY 1
              UNTIL WS-CONTA-NA-AG GREATER THAN WCA-CTAS-POR-AG
                 OR WS-CONTA NOT LESS THAN 999999.
       3000-GERA-AGENCIA-FIM.
           EXIT.

