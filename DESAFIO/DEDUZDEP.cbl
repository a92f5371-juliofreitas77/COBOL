      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina comum da deducao de dependentes na base do
      * IRRF, chamada via CALL pelas folhas (CONTRACH01 mensal e 13o,
      * FOLHAFER01 e RESCISAO01) para nao repetir a regra em cada uma.
      * Na primeira chamada carrega o cadastro de dependentes
      * DEPENDENTES01 (mantido pelo MANUDEPE01) e a tabela do valor
      * legal por dependente DEDUCDEP01 (vigencia e valor, um registro
      * por alteracao do governo; sem a tabela vale 189,59). A cada
      * chamada devolve, para a matricula e a data de corte do
      * calculo, quantos dependentes valem - nascidos ate o corte e
      * com validade em branco ou nao vencida no corte - e a deducao
      * total: quantidade vezes o valor de maior vigencia ate o corte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDUZDEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENTES ASSIGN TO 'DEPENDENTES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPENDENTES.

           SELECT DEDUCOES ASSIGN TO 'DEDUCDEP01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEDUCOES.

       DATA DIVISION.
       FILE SECTION.
      *****CADASTRO DE DEPENDENTES: VALIDADE ZERADA = SEM PRAZO
       FD DEPENDENTES.
       01 REG-DEPENDENTE.
           05 DPN-MATRICULA               PIC 9(06).
           05 FILLER                      PIC X(01).
           05 DPN-SEQUENCIA               PIC 9(02).
           05 FILLER                      PIC X(01).
           05 DPN-NOME                    PIC X(30).
           05 FILLER                      PIC X(01).
           05 DPN-CPF                     PIC X(11).
           05 FILLER                      PIC X(01).
           05 DPN-NASCIMENTO              PIC 9(08).
           05 FILLER                      PIC X(01).
           05 DPN-PARENTESCO              PIC X(01).
           05 FILLER                      PIC X(01).
           05 DPN-VALIDADE                PIC 9(08).

      *****VALOR LEGAL DA DEDUCAO POR DEPENDENTE, POR VIGENCIA
       FD DEDUCOES.
       01 REG-DEDUCAO.
           05 DDP-VIGENCIA                PIC 9(08).
           05 FILLER                      PIC X(01).
           05 DDP-VALOR                   PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-DEPENDENTES               PIC 9(02) VALUE ZEROS.
       01 WS-FS-DEDUCOES                  PIC 9(02) VALUE ZEROS.
       01 WS-CARREGADO                    PIC X(01) VALUE 'N'.
           88 TABELAS-CARREGADAS              VALUE 'S'.
       01 WS-FIM-ARQUIVO                  PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO                     VALUE 'S'.
       01 WS-IDX                          PIC 9(04) VALUE ZEROS.
       01 WS-VIGENCIA-ACHADA              PIC 9(08) VALUE ZEROS.
       01 WS-VALOR-UNITARIO               PIC 9(05)V99 VALUE ZEROS.
      *****VALOR EM VIGOR DESDE ABRIL DE 2015, SEM A TABELA
       01 WCA-VALOR-PADRAO                PIC 9(05)V99 VALUE 189.59.

       01 WCA-DEPENDENTES.
           05 WCA-DPN-QTD                 PIC 9(04) VALUE ZEROS.
           05 WCA-DPN-TAB OCCURS 2000 TIMES.
               10 WCA-DPN-MATRICULA       PIC 9(06).
               10 WCA-DPN-NASCIMENTO      PIC 9(08).
               10 WCA-DPN-VALIDADE        PIC 9(08).

       01 WCA-DEDUCOES.
           05 WCA-DDP-QTD                 PIC 9(02) VALUE ZEROS.
           05 WCA-DDP-TAB OCCURS 50 TIMES.
               10 WCA-DDP-VIGENCIA        PIC 9(08).
               10 WCA-DDP-VALOR           PIC 9(05)V99.

       LINKAGE SECTION.
       01 LK-MATRICULA                    PIC 9(06).
       01 LK-DATA-CORTE                   PIC 9(08).
       01 LK-QTD-DEPENDENTES              PIC 9(02).
       01 LK-DEDUCAO                      PIC 9(07)V99.

       PROCEDURE DIVISION USING LK-MATRICULA LK-DATA-CORTE
                                 LK-QTD-DEPENDENTES LK-DEDUCAO.
       0000-PRINCIPAL.
           IF NOT TABELAS-CARREGADAS
               PERFORM 1000-CARREGA-DEPENDENTES
               PERFORM 1100-CARREGA-DEDUCOES
               MOVE 'S' TO WS-CARREGADO
           END-IF

           MOVE ZEROS TO LK-QTD-DEPENDENTES LK-DEDUCAO
           PERFORM 2000-CONTA-DEPENDENTE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WCA-DPN-QTD
           IF LK-QTD-DEPENDENTES GREATER THAN ZEROS
               MOVE WCA-VALOR-PADRAO TO WS-VALOR-UNITARIO
               MOVE ZEROS TO WS-VIGENCIA-ACHADA
               PERFORM 2100-PROCURA-VIGENCIA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER THAN WCA-DDP-QTD
               COMPUTE LK-DEDUCAO =
                   LK-QTD-DEPENDENTES * WS-VALOR-UNITARIO
           END-IF
           GOBACK.

       1000-CARREGA-DEPENDENTES.
           OPEN INPUT DEPENDENTES
           IF WS-FS-DEPENDENTES EQUAL ZEROS
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 1010-LER-DEPENDENTE
               PERFORM 1020-GUARDA-DEPENDENTE
                   UNTIL FIM-ARQUIVO
               CLOSE DEPENDENTES
           END-IF.

       1010-LER-DEPENDENTE.
           READ DEPENDENTES
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

       1020-GUARDA-DEPENDENTE.
           IF WCA-DPN-QTD LESS THAN 2000
              AND DPN-NASCIMENTO NUMERIC
               ADD 1 TO WCA-DPN-QTD
               MOVE DPN-MATRICULA  TO WCA-DPN-MATRICULA(WCA-DPN-QTD)
               MOVE DPN-NASCIMENTO TO WCA-DPN-NASCIMENTO(WCA-DPN-QTD)
               IF DPN-VALIDADE NUMERIC
                   MOVE DPN-VALIDADE TO WCA-DPN-VALIDADE(WCA-DPN-QTD)
               ELSE
                   MOVE ZEROS TO WCA-DPN-VALIDADE(WCA-DPN-QTD)
               END-IF
           END-IF
           PERFORM 1010-LER-DEPENDENTE.

       1100-CARREGA-DEDUCOES.
           OPEN INPUT DEDUCOES
           IF WS-FS-DEDUCOES EQUAL ZEROS
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 1110-LER-DEDUCAO
               PERFORM 1120-GUARDA-DEDUCAO
                   UNTIL FIM-ARQUIVO
               CLOSE DEDUCOES
           END-IF.

       1110-LER-DEDUCAO.
           READ DEDUCOES
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

       1120-GUARDA-DEDUCAO.
           IF WCA-DDP-QTD LESS THAN 50
              AND DDP-VIGENCIA NUMERIC AND DDP-VALOR NUMERIC
               ADD 1 TO WCA-DDP-QTD
               MOVE DDP-VIGENCIA TO WCA-DDP-VIGENCIA(WCA-DDP-QTD)
               MOVE DDP-VALOR    TO WCA-DDP-VALOR(WCA-DDP-QTD)
           END-IF
           PERFORM 1110-LER-DEDUCAO.

      *****DEPENDENTE DA MATRICULA JA NASCIDO E DENTRO DA VALIDADE
       2000-CONTA-DEPENDENTE.
           IF WCA-DPN-MATRICULA(WS-IDX) EQUAL LK-MATRICULA
              AND WCA-DPN-NASCIMENTO(WS-IDX) NOT GREATER THAN
                  LK-DATA-CORTE
              AND (WCA-DPN-VALIDADE(WS-IDX) EQUAL ZEROS
               OR WCA-DPN-VALIDADE(WS-IDX) NOT LESS THAN
                  LK-DATA-CORTE)
              AND LK-QTD-DEPENDENTES LESS THAN 99
               ADD 1 TO LK-QTD-DEPENDENTES
           END-IF.

      *****VALOR DE MAIOR VIGENCIA ATE O CORTE
       2100-PROCURA-VIGENCIA.
           IF WCA-DDP-VIGENCIA(WS-IDX) NOT GREATER THAN LK-DATA-CORTE
              AND WCA-DDP-VIGENCIA(WS-IDX) NOT LESS THAN
                  WS-VIGENCIA-ACHADA
               MOVE WCA-DDP-VIGENCIA(WS-IDX) TO WS-VIGENCIA-ACHADA
               MOVE WCA-DDP-VALOR(WS-IDX)    TO WS-VALOR-UNITARIO
           END-IF.
       END PROGRAM DEDUZDEP.
