           05 FILLER               PIC X(01).
           05 SUS-ORIGEM           PIC X(02).
           05 FILLER               PIC X(01).
           05 SUS-IMAGEM           PIC X(57).
           05 FILLER               PIC X(01).
           05 SUS-MOTIVO           PIC X(30).

       FD ACEITOS01.
       01 REG-ACEITO-01            PIC X(40).

       FD ACEITOS02.
       01 REG-ACEITO-02            PIC X(57).

       FD ACETRAB.
       01 REG-ACETRAB              PIC X(57).

      ******************************************************************
       WORKING-STORAGE SECTION.
                          INDEXED BY WCA-SUS-IDX.
               10 WCA-SUS-DATA     PIC 9(08).
               10 WCA-SUS-ORIGEM   PIC X(02).
               10 WCA-SUS-IMAGEM   PIC X(57).
               10 WCA-SUS-MOTIVO   PIC X(30).
               10 WCA-SUS-STATUS   PIC X(01).

      *****IMAGEM EM CORRECAO, DESDOBRADA PELOS LEIAUTES DA CRITICA
       01 WS-IMAGEM                PIC X(57) VALUE SPACES.
       01 WS-IMAGEM-E1 REDEFINES WS-IMAGEM.
           05 E1-COD-CTA           PIC X(06).
           05 E1-COD-AGENCIA       PIC X(04).
           05 E1-TIP-CTA           PIC X(14).
           05 E1-COD-MOEDA         PIC X(03).
           05 E1-STA-CTA           PIC X(01).
           05 FILLER               PIC X(17).
       01 WS-IMAGEM-E2 REDEFINES WS-IMAGEM.
           05 E2-COD-CTA           PIC X(06).
           05 E2-NOM-CLI           PIC X(25).
           05 E2-COD-CID           PIC X(04).
           05 E2-DAT-INI           PIC X(08).
           05 TRS-QTD              PIC 9(06) VALUE ZEROS.
           05 TRS-HASH             PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
       01 WS-IMAGEM-TRL            PIC X(57) VALUE SPACES.
       01 WS-TRL-ANTIGO REDEFINES WS-IMAGEM-TRL.
           05 FILLER               PIC X(03).
           05 TRA-QTD              PIC 9(06).
           05 TRA-HASH             PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(34).
       01 WS-CTA-NUM               PIC 9(06) VALUE ZEROS.
       77 WS-COMANDO               PIC X(60) VALUE SPACES.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'CORRREJ01'.
           DISPLAY 'CONTA (VAZIO MANTEM)?'
           ACCEPT WS-CAMPO-NOVO
           IF WS-CAMPO-NOVO NOT EQUAL SPACES
               MOVE WS-CAMPO-NOVO(1:6) TO E1-COD-CTA
           END-IF
           DISPLAY 'AGENCIA (VAZIO MANTEM)?'
           ACCEPT WS-CAMPO-NOVO
           IF E1-COD-CTA NOT NUMERIC
               MOVE 'CONTA NAO NUMERICA'       TO WS-MOTIVO
           ELSE
               IF E1-COD-CTA EQUAL '000000'
                   MOVE 'CONTA ZERADA'         TO WS-MOTIVO
               END-IF
           END-IF.
           DISPLAY 'CONTA (VAZIO MANTEM)?'
           ACCEPT WS-CAMPO-NOVO
           IF WS-CAMPO-NOVO NOT EQUAL SPACES
               MOVE WS-CAMPO-NOVO(1:6) TO E2-COD-CTA
           END-IF
           DISPLAY 'NOME (VAZIO MANTEM)?'
           ACCEPT WS-CAMPO-NOVO
           IF E2-COD-CTA NOT NUMERIC
               MOVE 'CONTA NAO NUMERICA'       TO WS-MOTIVO
           ELSE
               IF E2-COD-CTA EQUAL '000000'
                   MOVE 'CONTA ZERADA'         TO WS-MOTIVO
               END-IF
           END-IF.
       5120-COPIA-ACEITO-E1.
           IF REG-ACEITO-01(1:3) EQUAL 'TRL'
      *****O CORRIGIDO ENTRA ANTES DO TRAILER, QUE E ATUALIZADO
               MOVE WS-IMAGEM(1:40) TO REG-ACETRAB
               WRITE REG-ACETRAB
               MOVE REG-ACEITO-01 TO WS-IMAGEM-TRL
               COMPUTE TRS-QTD = TRA-QTD + 1
