      * por centro de custo com a quantidade de funcionarios, os
      * salarios, o valor das extras e o custo total. Matricula sem
      * centro no resumo sai agrupada em '??????'.
      * Os encargos do empregador (FGTS, INSS patronal e demais) vem do
      * acumulado ENCMES01 gravado pelo ENCARGOS01 sobre todas as folhas
      * do mes (mensal, 13o, ferias e rescisoes, um registro por folha e
      * matricula, somados por matricula) e saem em coluna propria,
      * somados ao custo total do centro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRAS.

           SELECT ARQUIVO-ENCARGOS ASSIGN TO 'ENCMES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENCARGOS.

           SELECT RELATORIO ASSIGN TO 'CUSTODEP01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
           05 RF-NOME              PIC X(30).
           05 RF-ANO-ENTRADA       PIC 9(08).
           05 RF-SALARIO           PIC S9(11)V99.
           05 RF-SITUACAO          PIC X(01).
           05 RF-CARGO             PIC X(20).
           05 RF-DATA-DESLIGA      PIC 9(08).

       FD ARQUIVO-EXTRAS.
       01 REG-EXTRAS.
           05 FILLER               PIC X(01).
           05 RX-CENTRO            PIC X(06).

       FD ARQUIVO-ENCARGOS.
       01 REG-ENCARGOS.
           05 EN-MATRICULA         PIC 9(06).
           05 FILLER               PIC X(01).
           05 EN-TIPO-FOLHA        PIC X(01).
           05 FILLER               PIC X(01).
           05 EN-BASE              PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 EN-FGTS              PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 EN-PREVIDENCIA       PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 EN-TOTAL             PIC 9(09)V99.
           05 FILLER               PIC X(55).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-FS-FUNCIONARIOS       PIC 9(02) VALUE ZEROS.
       77 WS-FS-EXTRAS             PIC 9(02) VALUE ZEROS.
       77 WS-FS-ENCARGOS           PIC 9(02) VALUE ZEROS.
       77 WS-FS-RELATORIO          PIC 9(02) VALUE ZEROS.
       77 FIM-ARQUIVO              PIC X(01) VALUE 'N'.
       77 FIM-EXTRAS               PIC X(01) VALUE 'N'.
       77 FIM-ENCARGOS             PIC X(01) VALUE 'N'.

      *****EXTRAS E CENTRO DE CUSTO POR MATRICULA
       01 WRK-EXTRAS-PONTO.
       77 WRK-EXT-ACHOU            PIC X(01) VALUE 'N'.
       77 WRK-IDX-EXT              PIC 9(03) VALUE ZEROS.

      *****ENCARGOS DO EMPREGADOR POR MATRICULA
       01 WRK-ENCARGOS.
          02 WRK-ENC-QTD           PIC 9(03) VALUE ZEROS.
          02 WRK-ENC-TAB OCCURS 200 TIMES.
             03 WRK-ENC-MATRICULA  PIC 9(06).
             03 WRK-ENC-TOTAL      PIC 9(09)V99.
       77 WRK-ENC-ACHOU            PIC X(01) VALUE 'N'.
       77 WRK-IDX-ENC              PIC 9(03) VALUE ZEROS.
       01 WRK-VALOR-ENCARGOS       PIC 9(09)V99 VALUE ZEROS.

      *****CUSTOS ACUMULADOS POR CENTRO DE CUSTO
       01 WCA-CENTROS.
           05 WCA-CTR-QTD          PIC 9(02) VALUE ZEROS.
               10 WCA-CTR-FUNC     PIC 9(03).
               10 WCA-CTR-SALARIOS PIC 9(11)V99.
               10 WCA-CTR-EXTRAS   PIC 9(09)V99.
               10 WCA-CTR-ENCARGOS PIC 9(09)V99.
       77 WCA-CTR-ACHOU            PIC X(01) VALUE 'N'.
       77 WS-IDX-CTR               PIC 9(02) VALUE ZEROS.

           05 LC-SALARIOS          PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(12) VALUE '  EXTRAS R$'.
           05 LC-EXTRAS            PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(14) VALUE '  ENCARGOS R$'.
           05 LC-ENCARGOS          PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(11) VALUE '  TOTAL R$'.
           05 LC-TOTAL             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1200-CARREGA-EXTRAS
           PERFORM 1300-CARREGA-ENCARGOS

           OPEN INPUT ARQUIVO-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT EQUAL 00
           PERFORM 1210-LER-EXTRAS
           .

      *****SEM O ENCMES01 A COLUNA DE ENCARGOS SAI ZERADA
       1300-CARREGA-ENCARGOS.
           OPEN INPUT ARQUIVO-ENCARGOS
           IF WS-FS-ENCARGOS NOT EQUAL 00
               DISPLAY 'CUSTODEP01 - ENCMES01 AUSENTE - ENCARGOS '
                       'ZERADOS'
           ELSE
               MOVE 'N' TO FIM-ENCARGOS
               PERFORM 1310-LER-ENCARGOS
               PERFORM 1320-GUARDA-ENCARGOS
                   UNTIL FIM-ENCARGOS EQUAL 'S'
               CLOSE ARQUIVO-ENCARGOS
           END-IF
           .

       1310-LER-ENCARGOS.
           READ ARQUIVO-ENCARGOS
               AT END
                   MOVE 'S' TO FIM-ENCARGOS
           END-READ
           .

      *****O ACUMULADO TRAZ UM REGISTRO POR FOLHA DO MES (MENSAL, 13O,
      *****FERIAS, RESCISAO): OS DA MESMA MATRICULA SAO SOMADOS
       1320-GUARDA-ENCARGOS.
           MOVE 'N' TO WRK-ENC-ACHOU
           MOVE 1 TO WRK-IDX-ENC
           PERFORM 1330-SOMA-ENCARGOS
               UNTIL WRK-IDX-ENC GREATER THAN WRK-ENC-QTD
                  OR WRK-ENC-ACHOU EQUAL 'S'
           IF WRK-ENC-ACHOU EQUAL 'N'
              AND WRK-ENC-QTD LESS THAN 200
               ADD 1 TO WRK-ENC-QTD
               MOVE EN-MATRICULA TO WRK-ENC-MATRICULA(WRK-ENC-QTD)
               MOVE EN-TOTAL     TO WRK-ENC-TOTAL(WRK-ENC-QTD)
           END-IF
           PERFORM 1310-LER-ENCARGOS
           .

       1330-SOMA-ENCARGOS.
           IF EN-MATRICULA EQUAL WRK-ENC-MATRICULA(WRK-IDX-ENC)
               MOVE 'S' TO WRK-ENC-ACHOU
               ADD EN-TOTAL TO WRK-ENC-TOTAL(WRK-IDX-ENC)
           ELSE
               ADD 1 TO WRK-IDX-ENC
           END-IF
           .

      *-----------------------------------------------------------------
      *     UM FUNCIONARIO POR VOLTA: PRECIFICA AS EXTRAS, RESOLVE O
      *     CENTRO DE CUSTO DO RESUMO E ACUMULA NO CENTRO
           PERFORM 3100-PROCURA-EXTRAS
               UNTIL WRK-IDX-EXT GREATER THAN WRK-EXT-QTD
                  OR WRK-EXT-ACHOU EQUAL 'S'
           MOVE ZERO TO WRK-VALOR-ENCARGOS
           MOVE 'N' TO WRK-ENC-ACHOU
           MOVE 1 TO WRK-IDX-ENC
           PERFORM 3150-PROCURA-ENCARGOS
               UNTIL WRK-IDX-ENC GREATER THAN WRK-ENC-QTD
                  OR WRK-ENC-ACHOU EQUAL 'S'

           PERFORM 3200-ACUMULA-CENTRO
               THRU 3200-ACUMULA-CENTRO-FIM
           END-IF
           .

       3150-PROCURA-ENCARGOS.
           IF RF-MATRICULA EQUAL WRK-ENC-MATRICULA(WRK-IDX-ENC)
               MOVE 'S' TO WRK-ENC-ACHOU
               MOVE WRK-ENC-TOTAL(WRK-IDX-ENC) TO WRK-VALOR-ENCARGOS
           ELSE
               ADD 1 TO WRK-IDX-ENC
           END-IF
           .

       3200-ACUMULA-CENTRO.
           MOVE 'N' TO WCA-CTR-ACHOU
           MOVE 1 TO WS-IDX-CTR
                   MOVE ZEROS TO WCA-CTR-FUNC(WS-IDX-CTR)
                                 WCA-CTR-SALARIOS(WS-IDX-CTR)
                                 WCA-CTR-EXTRAS(WS-IDX-CTR)
                                 WCA-CTR-ENCARGOS(WS-IDX-CTR)
               ELSE
                   GO TO 3200-ACUMULA-CENTRO-FIM
               END-IF
           END-IF
           ADD 1                TO WCA-CTR-FUNC(WS-IDX-CTR)
           ADD RF-SALARIO       TO WCA-CTR-SALARIOS(WS-IDX-CTR)
           ADD WRK-VALOR-EXTRAS TO WCA-CTR-EXTRAS(WS-IDX-CTR)
           ADD WRK-VALOR-ENCARGOS TO WCA-CTR-ENCARGOS(WS-IDX-CTR).
       3200-ACUMULA-CENTRO-FIM.
           EXIT.

           COMPUTE WS-CUSTO-CENTRO =
               WCA-CTR-SALARIOS(WS-IDX-CTR)
               + WCA-CTR-EXTRAS(WS-IDX-CTR)
               + WCA-CTR-ENCARGOS(WS-IDX-CTR)
           ADD WS-CUSTO-CENTRO TO WS-TOT-CUSTO
           MOVE WCA-CTR-CODIGO(WS-IDX-CTR)   TO LC-CODIGO
           MOVE WCA-CTR-FUNC(WS-IDX-CTR)     TO LC-FUNC
           MOVE WCA-CTR-SALARIOS(WS-IDX-CTR) TO LC-SALARIOS
           MOVE WCA-CTR-EXTRAS(WS-IDX-CTR)   TO LC-EXTRAS
           MOVE WCA-CTR-ENCARGOS(WS-IDX-CTR) TO LC-ENCARGOS
           MOVE WS-CUSTO-CENTRO              TO LC-TOTAL
           MOVE WCA-LINHA-CENTRO TO REG-RELATORIO
           WRITE REG-RELATORIO
