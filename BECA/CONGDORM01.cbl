       FILE SECTION.
       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
           05 STA-CTA              PIC X(01).

       FD SAIDA.
       01 REG-SAIDA                PIC X(40).

       FD DORMTRAB.
       01 REG-DORMTRAB.
           05 DT-COD-AGENCIA       PIC X(04).
           05 DT-COD-CTA           PIC 9(06).
           05 DT-NOM-CLI           PIC X(25).
           05 DT-ULT-ATIVIDADE     PIC 9(08).
           05 DT-SLD-CTA           PIC S9(09)V99

       FD PENDENTES.
       01 REG-PENDENTE.
           05 CGP-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 CGP-DATA-FILA        PIC 9(08).

       FD ENTRADA02.
       01 REG-ENTRADA-02.
           05 E2-COD-CTA           PIC 9(06).
           05 E2-NOM-CLI           PIC X(25).
           05 E2-COD-CID           PIC 9(04).
           05 E2-DAT-INI           PIC 9(08).
       01 REG-NOTIFICACAO.
           05 NTF-TIPO             PIC X(02).
           05 FILLER               PIC X(01).
           05 NTF-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 NTF-NOM-CLI          PIC X(25).
           05 FILLER               PIC X(01).
      *****SITUACAO POR CONTA NA RODADA: ' ' FORA, 'D' DORMENTE NOVA
      *****(AVISO), 'P' EM CARENCIA, 'C' CONGELAR NESTA RODADA
       01 WCA-CONTAS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES.
               10 WCA-CTA-ACAO     PIC X(01) VALUE SPACES.
               10 WCA-CTA-FILA     PIC 9(08) VALUE ZEROS.
               10 WCA-CTA-DOC      PIC X(14) VALUE SPACES.
       77 WS-QTD-AVISOS            PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CONGELADAS        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EM-CARENCIA       PIC 9(06) VALUE ZEROS.
       77 WS-IDX-CTA               PIC 9(07) VALUE ZEROS.

       01 LINE-DESIGN              PIC X(84)
               VALUES

       01 WCA-LINHA-AUDITORIA.
           05 FILLER               PIC X(08) VALUE '     CTA'.
           05 LA-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(05) VALUE '  AG '.
           05 LA-AGENCIA           PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE '  ANTES '.
           PERFORM 5100-GRAVA-PENDENTE
              THRU 5100-GRAVA-PENDENTE-FIM
              VARYING WS-IDX-CTA FROM 1 BY 1
              UNTIL WS-IDX-CTA GREATER THAN 999999.
           CLOSE PENDENTES.
       5000-REGRAVA-PENDENTES-FIM.
           EXIT.
