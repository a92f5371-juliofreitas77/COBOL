      * a agencia em ESTATREJ01, junto com os lidos por agencia da
      * rodada, para o relatorio de tendencia de qualidade RELQUAL01
      * apontar qual agencia e qual regra respondem pela sujeira.
      * Documento anonimizado pelo LGPDANON01 (pseudonimo 'ANON' e dez
      * digitos no lugar do CPF/CNPJ) e aceito sem passar pelo
      * VALIDADOC.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *****REDEFINES, PARA QUE UM CAMPO NAO NUMERICO NAO ABENDE ANTES
      *****DA CRITICA
       FD ENTRADA.
       01 REG-ENTRADA              PIC X(40).
       01 REG-ENTRADA-CAMPOS REDEFINES REG-ENTRADA.
           05 E1-COD-CTA           PIC X(06).
           05 E1-COD-AGENCIA       PIC X(04).
           05 E1-TIP-CTA           PIC X(14).
           05 E1-COD-MOEDA         PIC X(03).
           05 E1-STA-CTA           PIC X(01).

       FD ENTRADA02.
       01 REG-ENTRADA-02           PIC X(57).
       01 REG-ENTRADA-02-CAMPOS REDEFINES REG-ENTRADA-02.
           05 E2-COD-CTA           PIC X(06).
           05 E2-COD-CTA-NUM REDEFINES E2-COD-CTA
                                   PIC 9(06).
           05 E2-NOM-CLI           PIC X(25).
           05 E2-COD-CID           PIC X(04).
           05 E2-DAT-INI           PIC X(08).
           05 E2-NUM-DOC           PIC X(14).

       FD ACEITOS01.
       01 REG-ACEITO-01            PIC X(40).

       FD ACEITOS02.
       01 REG-ACEITO-02            PIC X(57).

       FD REJEITOS.
       01 REG-REJEITO.
           05 RJ-ORIGEM            PIC X(02).
           05 FILLER               PIC X(01).
           05 RJ-IMAGEM            PIC X(57).
           05 FILLER               PIC X(02).
           05 RJ-MOTIVO            PIC X(30).

           05 FILLER               PIC X(01).
           05 SUS-ORIGEM           PIC X(02).
           05 FILLER               PIC X(01).
           05 SUS-IMAGEM           PIC X(57).
           05 FILLER               PIC X(01).
           05 SUS-MOTIVO           PIC X(30).

               MOVE 'E101'                     TO WS-COD-ERRO
               SET SW-REG-REJEITADO TO TRUE
           ELSE
               IF E1-COD-CTA EQUAL '000000'
                   MOVE 'CONTA ZERADA'         TO WS-MOTIVO
                   MOVE 'E102'                 TO WS-COD-ERRO
                   SET SW-REG-REJEITADO TO TRUE
               MOVE 'E201'                     TO WS-COD-ERRO
               SET SW-REG-REJEITADO TO TRUE
           ELSE
               IF E2-COD-CTA EQUAL '000000'
                   MOVE 'CONTA ZERADA'         TO WS-MOTIVO
                   MOVE 'E202'                 TO WS-COD-ERRO
                   SET SW-REG-REJEITADO TO TRUE
               MOVE 'EM BRANCO' TO WS-DOC-MOTIVO
               GO TO 4200-VALIDA-DOCUMENTO-FIM
           END-IF.
      *****PSEUDONIMO DA ANONIMIZACAO LGPD: NAO E CPF/CNPJ E SEGUE
      *****ACEITO PARA A CONTA CONTINUAR NAS ESTATISTICAS
           IF E2-NUM-DOC(1:4) EQUAL 'ANON'
              AND E2-NUM-DOC(5:10) NUMERIC
               MOVE 'S' TO WS-DOC-VALIDO
               GO TO 4200-VALIDA-DOCUMENTO-FIM
           END-IF.
           IF E2-NUM-DOC(12:3) EQUAL SPACES
               MOVE 1 TO WS-TIPO-DOC
           ELSE
