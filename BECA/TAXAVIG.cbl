      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Rotina comum das taxas e precos por vigencia, chamada
      * via CALL nos moldes de GERANSU pelos lotes que aplicam taxa ou
      * preco parametrizado (JUROSPOUP01, JUROSCHQ01, IRINVEST01,
      * TARIFA01, PROJPOUP01 e CAMBIOOP01). Na primeira chamada
      * carrega o historico TAXASVIG01 (parametro, inicio da vigencia
      * e valor, um registro por alteracao, mantido pelo MANUCTL01
      * com jornal). A cada chamada devolve, para o parametro e a
      * data pedidos, o valor de maior inicio de vigencia ate a data
      * e o indicador de achado; sem vigencia ate a data o chamador
      * segue com o valor corrente do Controle01 ou da tabela propria.
      * Nomes dos parametros: 'TAXA POUPANCA', 'TAXA CHQ ESPECIAL',
      * 'IR REND FAIXA nn', 'IR ALIQ FAIXA nn', 'IOF ALIQ FAIXA nn'
      * (nn = ordem da faixa no TABELAIR01), 'TARIFA UNIT nn' e
      * 'TARIFA PACOTE nn' (nn = ordem do tipo no TARIFTAB01),
      * 'SPREAD COMPRA mmm', 'SPREAD VENDA mmm' (mmm = moeda) e
      * 'IOF CAMBIO'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXAVIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIGENCIAS ASSIGN TO 'TAXASVIG01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VIGENCIAS.

       DATA DIVISION.
       FILE SECTION.
       FD VIGENCIAS.
       01 REG-VIGENCIA.
           05 TXV-PARAMETRO               PIC X(20).
           05 FILLER                      PIC X(01).
           05 TXV-VIGENCIA                PIC 9(08).
           05 FILLER                      PIC X(01).
           05 TXV-VALOR                   PIC 9(07)V9(04).

       WORKING-STORAGE SECTION.
       01 WS-FS-VIGENCIAS                 PIC 9(02) VALUE ZEROS.
       01 WS-CARREGADO                    PIC X(01) VALUE 'N'.
           88 TABELA-CARREGADA                VALUE 'S'.
       01 WS-FIM-ARQUIVO                  PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO                     VALUE 'S'.
       01 WS-IDX                          PIC 9(04) VALUE ZEROS.
       01 WS-VIGENCIA-ACHADA              PIC 9(08) VALUE ZEROS.

       01 WCA-VIGENCIAS.
           05 WCA-TXV-QTD                 PIC 9(04) VALUE ZEROS.
           05 WCA-TXV-TAB OCCURS 1000 TIMES.
               10 WCA-TXV-PARAMETRO       PIC X(20).
               10 WCA-TXV-VIGENCIA        PIC 9(08).
               10 WCA-TXV-VALOR           PIC 9(07)V9(04).

       LINKAGE SECTION.
       01 LK-PARAMETRO                    PIC X(20).
       01 LK-DATA                         PIC 9(08).
       01 LK-VALOR                        PIC 9(07)V9(04).
       01 LK-ACHOU                        PIC X(01).

       PROCEDURE DIVISION USING LK-PARAMETRO LK-DATA LK-VALOR
                                 LK-ACHOU.
       0000-PRINCIPAL.
           IF NOT TABELA-CARREGADA
               PERFORM 1000-CARREGA-VIGENCIAS
               MOVE 'S' TO WS-CARREGADO
           END-IF

           MOVE 'N'   TO LK-ACHOU
           MOVE ZEROS TO LK-VALOR WS-VIGENCIA-ACHADA
           PERFORM 2000-PROCURA-VIGENCIA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WCA-TXV-QTD
           GOBACK.

       1000-CARREGA-VIGENCIAS.
           OPEN INPUT VIGENCIAS
           IF WS-FS-VIGENCIAS EQUAL ZEROS
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 1010-LER-VIGENCIA
               PERFORM 1020-GUARDA-VIGENCIA
                   UNTIL FIM-ARQUIVO
               CLOSE VIGENCIAS
           END-IF.

       1010-LER-VIGENCIA.
           READ VIGENCIAS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

       1020-GUARDA-VIGENCIA.
           IF WCA-TXV-QTD LESS THAN 1000
              AND TXV-VIGENCIA NUMERIC AND TXV-VALOR NUMERIC
               ADD 1 TO WCA-TXV-QTD
               MOVE TXV-PARAMETRO TO WCA-TXV-PARAMETRO(WCA-TXV-QTD)
               MOVE TXV-VIGENCIA  TO WCA-TXV-VIGENCIA(WCA-TXV-QTD)
               MOVE TXV-VALOR     TO WCA-TXV-VALOR(WCA-TXV-QTD)
           END-IF
           PERFORM 1010-LER-VIGENCIA.

      *****VALOR DE MAIOR VIGENCIA ATE A DATA; NA MESMA VIGENCIA VALE
      *****O ULTIMO REGISTRO DO ARQUIVO
       2000-PROCURA-VIGENCIA.
           IF WCA-TXV-PARAMETRO(WS-IDX) EQUAL LK-PARAMETRO
              AND WCA-TXV-VIGENCIA(WS-IDX) NOT GREATER THAN LK-DATA
              AND WCA-TXV-VIGENCIA(WS-IDX) NOT LESS THAN
                  WS-VIGENCIA-ACHADA
               MOVE WCA-TXV-VIGENCIA(WS-IDX) TO WS-VIGENCIA-ACHADA
               MOVE WCA-TXV-VALOR(WS-IDX)    TO LK-VALOR
               MOVE 'S' TO LK-ACHOU
           END-IF.
       END PROGRAM TAXAVIG.
