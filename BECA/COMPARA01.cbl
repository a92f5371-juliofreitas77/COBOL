       01 REG-EXP-ANT.
           05 EA-TIPO-REG          PIC X(07).
           05 FILLER               PIC X(01).
           05 EA-COD-CTA           PIC 9(06).
           05 EA-RESTO             PIC X(68).

       FD CMPATU.
       01 REG-EXP-ATU.
           05 EU-TIPO-REG          PIC X(07).
           05 FILLER               PIC X(01).
           05 EU-COD-CTA           PIC 9(06).
           05 EU-RESTO             PIC X(68).

       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 FILLER               PIC X(08).
           05 SRT-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(68).

       FD RELATORIO.
       01 WS-NOME-ANT              PIC X(30) VALUE SPACES.
       01 WS-NOME-ATU              PIC X(30) VALUE SPACES.

      *****CHAVES DO MERGE DOS DETALHES (SENTINELA 9999999 NO FIM DA
      *****SECAO DE DETALHES OU DO ARQUIVO)
       01 WS-CHAVE-ANT             PIC 9(07) VALUE ZEROS.
       01 WS-CHAVE-ATU             PIC 9(07) VALUE ZEROS.

      *****REGISTROS TOTAL DE CADA GERACAO, COMPARADOS POR POSICAO
       01 WCA-TOTAIS-ANT.

           PERFORM 3000-COMPARA-DETALHES
              THRU 3000-COMPARA-DETALHES-FIM
             UNTIL WS-CHAVE-ANT EQUAL 9999999
               AND WS-CHAVE-ATU EQUAL 9999999

           PERFORM 4000-COMPARA-TOTAIS
              THRU 4000-COMPARA-TOTAIS-FIM
       1100-LER-ANT.
           READ CMPANT
               AT END
                   MOVE 9999999 TO WS-CHAVE-ANT
               NOT AT END
                   MOVE EA-COD-CTA TO WS-CHAVE-ANT
           END-READ.
       1200-LER-ATU.
           READ CMPATU
               AT END
                   MOVE 9999999 TO WS-CHAVE-ATU
               NOT AT END
                   MOVE EU-COD-CTA TO WS-CHAVE-ATU
           END-READ.
