      ******************************************************************
      * Author: JULIO CESAR
      * Date: 02/09/2026
      * Purpose: Comprovante anual de rendimentos pagos e de imposto
      * retido na fonte, entregue a cada funcionario para a
      * declaracao de ajuste. Pede o ano-calendario (zero = ano
      * anterior ao da data de referencia do Controle01) e le o
      * acumulado RENDFUN01 gravado pelas folhas: mensal ('M') e
      * segunda parcela do 13o ('2') do CONTRACH01, ferias ('F') do
      * FOLHAFER01, rescisao ('R') e 13o da rescisao ('T') do
      * RESCISAO01. A folha refeita na mesma competencia (mesmo tipo
      * 'M' ou '2') substitui a anterior; ferias e rescisao somam.
      * Para cada funcionario com rendimento no ano imprime em
      * COMPREND01 os rendimentos tributaveis, o INSS, o IRRF, a
      * deducao de dependentes aplicada, o 13o com o INSS e o IRRF
      * dele (tributacao exclusiva), os isentos da rescisao (aviso,
      * ferias e terco indenizados) e os dependentes usados - os do
      * cadastro DEPENDENTES01 (MANUDEPE01) validos na data de corte
      * de algum pagamento do ano que abateu dependente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPREND01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-FUNCIONARIOS
               ASSIGN TO 'C:\cobol\COBOL\ListaFuncionarios.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT RENDIMENTOS ASSIGN TO 'RENDFUN01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RENDIMENTOS.

           SELECT DEPENDENTES ASSIGN TO 'DEPENDENTES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPENDENTES.

           SELECT COMPROVANTE ASSIGN TO 'COMPREND01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPROVANTE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-FUNCIONARIOS.
       01 REG-FUNCIONARIO.
           05 RF-MATRICULA         PIC 9(06).
           05 RF-NOME              PIC X(30).
           05 RF-ANO-ENTRADA       PIC 9(08).
           05 RF-SALARIO           PIC S9(11)V99.
           05 RF-SITUACAO          PIC X(01).
           05 RF-CARGO             PIC X(20).
           05 RF-DATA-DESLIGA      PIC 9(08).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      *****RENDIMENTOS PAGOS NO ANO (LAYOUT DO CONTRACH01)
       FD RENDIMENTOS.
       01 REG-RENDIMENTO.
           05 RND-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 RND-COMPETENCIA      PIC 9(06).
           05 RND-COMPETENCIA-R REDEFINES RND-COMPETENCIA.
               10 RND-ANO          PIC 9(04).
               10 RND-MES          PIC 9(02).
           05 FILLER               PIC X(01).
           05 RND-TIPO             PIC X(01).
           05 FILLER               PIC X(01).
           05 RND-TRIBUTAVEL       PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 RND-ISENTO           PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 RND-INSS             PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 RND-IRRF             PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 RND-QTD-DEPENDENTES  PIC 9(02).
           05 FILLER               PIC X(01).
           05 RND-DEDUCAO-DEP      PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 RND-DATA-CORTE       PIC 9(08).

      *****CADASTRO DE DEPENDENTES (LAYOUT DO MANUDEPE01)
       FD DEPENDENTES.
       01 REG-DEPENDENTE.
           05 DPN-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 DPN-SEQUENCIA        PIC 9(02).
           05 FILLER               PIC X(01).
           05 DPN-NOME             PIC X(30).
           05 FILLER               PIC X(01).
           05 DPN-CPF              PIC X(11).
           05 FILLER               PIC X(01).
           05 DPN-NASCIMENTO       PIC 9(08).
           05 FILLER               PIC X(01).
           05 DPN-PARENTESCO       PIC X(01).
           05 FILLER               PIC X(01).
           05 DPN-VALIDADE         PIC 9(08).

       FD COMPROVANTE.
       01 REG-COMPROVANTE          PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-FUNCIONARIOS       PIC 9(02) VALUE ZEROS.
       77 WS-FS-CONTROLE           PIC 9(02) VALUE ZEROS.
       77 WS-FS-RENDIMENTOS        PIC 9(02) VALUE ZEROS.
       77 WS-FS-DEPENDENTES        PIC 9(02) VALUE ZEROS.
       77 WS-FS-COMPROVANTE        PIC 9(02) VALUE ZEROS.
       77 FIM-ARQUIVO              PIC X(01) VALUE 'N'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-DATA-REFERENCIA-R REDEFINES WCA-DATA-REFERENCIA.
           05 WCA-REF-ANO          PIC 9(04).
           05 WCA-REF-MES          PIC 9(02).
           05 WCA-REF-DIA          PIC 9(02).
       77 WS-ANO-CALENDARIO        PIC 9(04) VALUE ZEROS.

      *****QUADRO DE FUNCIONARIOS (NOME NO COMPROVANTE)
       01 WRK-FUNCIONARIOS.
           05 WRK-FUN-QTD          PIC 9(03) VALUE ZEROS.
           05 WRK-FUN OCCURS 200 TIMES.
               10 WRK-FUN-MATRICULA PIC 9(06).
               10 WRK-FUN-NOME     PIC X(30).
       77 WRK-IDX-FUN              PIC 9(03) VALUE ZEROS.

      *****PAGAMENTOS DO ANO; 'M' E '2' REPETIDOS NA COMPETENCIA
      *****(FOLHA REFEITA) FICAM SO COM O ULTIMO
       01 WRK-RENDIMENTOS.
           05 WRK-RND-QTD          PIC 9(04) VALUE ZEROS.
           05 WRK-RND OCCURS 6000 TIMES.
               10 WRK-RND-MATRICULA PIC 9(06).
               10 WRK-RND-COMPETENCIA PIC 9(06).
               10 WRK-RND-TIPO     PIC X(01).
               10 WRK-RND-TRIBUTAVEL PIC 9(09)V99.
               10 WRK-RND-ISENTO   PIC 9(09)V99.
               10 WRK-RND-INSS     PIC 9(07)V99.
               10 WRK-RND-IRRF     PIC 9(07)V99.
               10 WRK-RND-QTD-DEP  PIC 9(02).
               10 WRK-RND-DEDUCAO  PIC 9(07)V99.
               10 WRK-RND-CORTE    PIC 9(08).
       77 WRK-IDX-RND              PIC 9(04) VALUE ZEROS.
       77 WRK-RND-ACHOU            PIC X(01) VALUE 'N'.
       77 WS-QTD-FORA-QUADRO       PIC 9(04) VALUE ZEROS.

       01 WRK-DEPENDENTES.
           05 WRK-DPN-QTD          PIC 9(04) VALUE ZEROS.
           05 WRK-DPN OCCURS 2000 TIMES.
               10 WRK-DPN-MATRICULA PIC 9(06).
               10 WRK-DPN-NOME     PIC X(30).
               10 WRK-DPN-CPF      PIC X(11).
               10 WRK-DPN-NASCIMENTO PIC 9(08).
               10 WRK-DPN-PARENTESCO PIC X(01).
               10 WRK-DPN-VALIDADE PIC 9(08).
       77 WRK-IDX-DPN              PIC 9(04) VALUE ZEROS.
       77 WRK-DPN-USADO            PIC X(01) VALUE 'N'.
       77 WS-QTD-DEP-LISTADOS      PIC 9(02) VALUE ZEROS.

      *****ACUMULADOS DO FUNCIONARIO NO ANO
       77 WS-QTD-PAGAMENTOS        PIC 9(04) VALUE ZEROS.
       01 WS-TRIBUTAVEL            PIC 9(11)V99 VALUE ZEROS.
       01 WS-ISENTO                PIC 9(11)V99 VALUE ZEROS.
       01 WS-INSS                  PIC 9(09)V99 VALUE ZEROS.
       01 WS-IRRF                  PIC 9(09)V99 VALUE ZEROS.
       01 WS-DEDUCAO-DEP           PIC 9(09)V99 VALUE ZEROS.
       01 WS-DECIMO                PIC 9(11)V99 VALUE ZEROS.
       01 WS-INSS-DECIMO           PIC 9(09)V99 VALUE ZEROS.
       01 WS-IRRF-DECIMO           PIC 9(09)V99 VALUE ZEROS.
       01 WS-DEDUCAO-DECIMO        PIC 9(09)V99 VALUE ZEROS.

       77 WS-QTD-COMPROVANTES      PIC 9(04) VALUE ZEROS.
       01 WS-TOT-TRIBUTAVEL        PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-IRRF              PIC 9(11)V99 VALUE ZEROS.

       01 LINE-DESIGN              PIC X(80) VALUE ALL '='.

       01 WCA-LINHA-TITULO.
           05 FILLER               PIC X(43) VALUE
               ' COMPROVANTE DE RENDIMENTOS PAGOS E DE IRRF'.
           05 FILLER               PIC X(17) VALUE
               ' - ANO-CALENDARIO'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LT-ANO               PIC 9(04) VALUE ZEROS.

       01 WCA-LINHA-FUNCIONARIO.
           05 FILLER               PIC X(05) VALUE ' MAT '.
           05 LF-MATRICULA         PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LF-NOME              PIC X(30) VALUE SPACES.

       01 WCA-LINHA-VALOR.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LV-DESCRICAO         PIC X(48) VALUE SPACES.
           05 LV-VALOR             PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-DEPENDENTE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 LD-NOME              PIC X(30) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE ' CPF '.
           05 LD-CPF               PIC X(11) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE ' NASC '.
           05 LD-NASCIMENTO        PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-PARENTESCO        PIC X(08) VALUE SPACES.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(15) VALUE ' COMPROVANTES: '.
           05 LT-QTD               PIC ZZZ9  VALUE ZEROS.
           05 FILLER               PIC X(14) VALUE '  TRIBUTAVEL '.
           05 LT-TRIBUTAVEL        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(07) VALUE '  IRRF '.
           05 LT-IRRF              PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-COMPROVANTE
               VARYING WRK-IDX-FUN FROM 1 BY 1
               UNTIL WRK-IDX-FUN GREATER THAN WRK-FUN-QTD
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           DISPLAY 'ANO-CALENDARIO (AAAA, ZERO = ANO ANTERIOR)?'
           ACCEPT WS-ANO-CALENDARIO
           IF WS-ANO-CALENDARIO EQUAL ZEROS
               PERFORM 1050-LE-CONTROLE
               IF WCA-DATA-REFERENCIA EQUAL ZEROS
                   ACCEPT WCA-DATA-REFERENCIA FROM DATE YYYYMMDD
               END-IF
               COMPUTE WS-ANO-CALENDARIO = WCA-REF-ANO - 1
           END-IF

           PERFORM 1100-CARREGA-FUNCIONARIOS
           PERFORM 1200-CARREGA-RENDIMENTOS
           PERFORM 1300-CARREGA-DEPENDENTES

           OPEN OUTPUT COMPROVANTE
           MOVE WS-ANO-CALENDARIO TO LT-ANO
           .

       1050-LE-CONTROLE.
           OPEN INPUT CONTROLE
           IF WS-FS-CONTROLE EQUAL ZEROS
               READ CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-DATA-REFERENCIA
                          TO WCA-DATA-REFERENCIA
               END-READ
               CLOSE CONTROLE
           END-IF
           .

       1100-CARREGA-FUNCIONARIOS.
           OPEN INPUT ARQUIVO-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT EQUAL 00
               DISPLAY 'COMPREND01 - LISTAFUNCIONARIOS NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO FIM-ARQUIVO
           PERFORM 1110-LER-FUNCIONARIO
           PERFORM 1120-GUARDA-FUNCIONARIO
               UNTIL FIM-ARQUIVO EQUAL 'S'
           CLOSE ARQUIVO-FUNCIONARIOS
           .

       1110-LER-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIOS
               AT END
                   MOVE 'S' TO FIM-ARQUIVO
           END-READ
           .

       1120-GUARDA-FUNCIONARIO.
           IF WRK-FUN-QTD LESS THAN 200
               ADD 1 TO WRK-FUN-QTD
               MOVE RF-MATRICULA TO WRK-FUN-MATRICULA(WRK-FUN-QTD)
               MOVE RF-NOME      TO WRK-FUN-NOME(WRK-FUN-QTD)
           END-IF
           PERFORM 1110-LER-FUNCIONARIO
           .

       1200-CARREGA-RENDIMENTOS.
           OPEN INPUT RENDIMENTOS
           IF WS-FS-RENDIMENTOS NOT EQUAL 00
               DISPLAY 'COMPREND01 - RENDFUN01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO FIM-ARQUIVO
           PERFORM 1210-LER-RENDIMENTO
           PERFORM 1220-GUARDA-RENDIMENTO
               UNTIL FIM-ARQUIVO EQUAL 'S'
           CLOSE RENDIMENTOS
           .

       1210-LER-RENDIMENTO.
           READ RENDIMENTOS
               AT END
                   MOVE 'S' TO FIM-ARQUIVO
           END-READ
           .

      *****SO O ANO PEDIDO; FOLHA REFEITA SOBREPOE A ANTERIOR
       1220-GUARDA-RENDIMENTO.
           IF RND-COMPETENCIA NUMERIC
              AND RND-ANO EQUAL WS-ANO-CALENDARIO
               MOVE 'N' TO WRK-RND-ACHOU
               IF RND-TIPO EQUAL 'M' OR RND-TIPO EQUAL '2'
                   MOVE 1 TO WRK-IDX-RND
                   PERFORM 1230-PROCURA-RENDIMENTO
                       UNTIL WRK-IDX-RND GREATER THAN WRK-RND-QTD
                          OR WRK-RND-ACHOU EQUAL 'S'
               END-IF
               IF WRK-RND-ACHOU EQUAL 'N'
                   IF WRK-RND-QTD LESS THAN 6000
                       ADD 1 TO WRK-RND-QTD
                       MOVE WRK-RND-QTD TO WRK-IDX-RND
                       MOVE 'S' TO WRK-RND-ACHOU
                   ELSE
                       DISPLAY 'COMPREND01 - TABELA DE RENDIMENTOS '
                               'CHEIA - MATRICULA ' RND-MATRICULA
                               ' IGNORADA'
                   END-IF
               END-IF
               IF WRK-RND-ACHOU EQUAL 'S'
                   PERFORM 1240-MOVE-RENDIMENTO
               END-IF
           END-IF
           PERFORM 1210-LER-RENDIMENTO
           .

       1230-PROCURA-RENDIMENTO.
           IF RND-MATRICULA   EQUAL WRK-RND-MATRICULA(WRK-IDX-RND)
              AND RND-COMPETENCIA EQUAL
                  WRK-RND-COMPETENCIA(WRK-IDX-RND)
              AND RND-TIPO    EQUAL WRK-RND-TIPO(WRK-IDX-RND)
               MOVE 'S' TO WRK-RND-ACHOU
           ELSE
               ADD 1 TO WRK-IDX-RND
           END-IF
           .

       1240-MOVE-RENDIMENTO.
           MOVE RND-MATRICULA   TO WRK-RND-MATRICULA(WRK-IDX-RND)
           MOVE RND-COMPETENCIA TO WRK-RND-COMPETENCIA(WRK-IDX-RND)
           MOVE RND-TIPO        TO WRK-RND-TIPO(WRK-IDX-RND)
           MOVE RND-TRIBUTAVEL  TO WRK-RND-TRIBUTAVEL(WRK-IDX-RND)
           MOVE RND-ISENTO      TO WRK-RND-ISENTO(WRK-IDX-RND)
           MOVE RND-INSS        TO WRK-RND-INSS(WRK-IDX-RND)
           MOVE RND-IRRF        TO WRK-RND-IRRF(WRK-IDX-RND)
           MOVE RND-QTD-DEPENDENTES TO WRK-RND-QTD-DEP(WRK-IDX-RND)
           MOVE RND-DEDUCAO-DEP TO WRK-RND-DEDUCAO(WRK-IDX-RND)
           MOVE RND-DATA-CORTE  TO WRK-RND-CORTE(WRK-IDX-RND)
           .

       1300-CARREGA-DEPENDENTES.
           OPEN INPUT DEPENDENTES
           IF WS-FS-DEPENDENTES EQUAL 00
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM 1310-LER-DEPENDENTE
               PERFORM 1320-GUARDA-DEPENDENTE
                   UNTIL FIM-ARQUIVO EQUAL 'S'
               CLOSE DEPENDENTES
           END-IF
           .

       1310-LER-DEPENDENTE.
           READ DEPENDENTES
               AT END
                   MOVE 'S' TO FIM-ARQUIVO
           END-READ
           .

       1320-GUARDA-DEPENDENTE.
           IF WRK-DPN-QTD LESS THAN 2000
              AND DPN-NASCIMENTO NUMERIC
               ADD 1 TO WRK-DPN-QTD
               MOVE DPN-MATRICULA  TO WRK-DPN-MATRICULA(WRK-DPN-QTD)
               MOVE DPN-NOME       TO WRK-DPN-NOME(WRK-DPN-QTD)
               MOVE DPN-CPF        TO WRK-DPN-CPF(WRK-DPN-QTD)
               MOVE DPN-NASCIMENTO TO WRK-DPN-NASCIMENTO(WRK-DPN-QTD)
               MOVE DPN-PARENTESCO TO WRK-DPN-PARENTESCO(WRK-DPN-QTD)
               MOVE ZEROS          TO WRK-DPN-VALIDADE(WRK-DPN-QTD)
               IF DPN-VALIDADE NUMERIC
                   MOVE DPN-VALIDADE TO WRK-DPN-VALIDADE(WRK-DPN-QTD)
               END-IF
           END-IF
           PERFORM 1310-LER-DEPENDENTE
           .

      *-----------------------------------------------------------------
      *     UM COMPROVANTE POR FUNCIONARIO COM PAGAMENTO NO ANO
      *-----------------------------------------------------------------
       2000-COMPROVANTE.
           MOVE ZEROS TO WS-QTD-PAGAMENTOS WS-TRIBUTAVEL WS-ISENTO
                         WS-INSS WS-IRRF WS-DEDUCAO-DEP WS-DECIMO
                         WS-INSS-DECIMO WS-IRRF-DECIMO
                         WS-DEDUCAO-DECIMO
           PERFORM 2100-SOMA-RENDIMENTO
               VARYING WRK-IDX-RND FROM 1 BY 1
               UNTIL WRK-IDX-RND GREATER THAN WRK-RND-QTD
           IF WS-QTD-PAGAMENTOS GREATER THAN ZEROS
               PERFORM 3000-IMPRIME-COMPROVANTE
               ADD 1 TO WS-QTD-COMPROVANTES
               ADD WS-TRIBUTAVEL WS-DECIMO TO WS-TOT-TRIBUTAVEL
               ADD WS-IRRF WS-IRRF-DECIMO  TO WS-TOT-IRRF
           END-IF
           .

      *****13O ('2' E 'T') EM SEPARADO: TRIBUTACAO EXCLUSIVA
       2100-SOMA-RENDIMENTO.
           IF WRK-RND-MATRICULA(WRK-IDX-RND) EQUAL
              WRK-FUN-MATRICULA(WRK-IDX-FUN)
               ADD 1 TO WS-QTD-PAGAMENTOS
               IF WRK-RND-TIPO(WRK-IDX-RND) EQUAL '2'
                  OR WRK-RND-TIPO(WRK-IDX-RND) EQUAL 'T'
                   ADD WRK-RND-TRIBUTAVEL(WRK-IDX-RND) TO WS-DECIMO
                   ADD WRK-RND-INSS(WRK-IDX-RND) TO WS-INSS-DECIMO
                   ADD WRK-RND-IRRF(WRK-IDX-RND) TO WS-IRRF-DECIMO
                   ADD WRK-RND-DEDUCAO(WRK-IDX-RND)
                      TO WS-DEDUCAO-DECIMO
               ELSE
                   ADD WRK-RND-TRIBUTAVEL(WRK-IDX-RND) TO WS-TRIBUTAVEL
                   ADD WRK-RND-ISENTO(WRK-IDX-RND) TO WS-ISENTO
                   ADD WRK-RND-INSS(WRK-IDX-RND) TO WS-INSS
                   ADD WRK-RND-IRRF(WRK-IDX-RND) TO WS-IRRF
                   ADD WRK-RND-DEDUCAO(WRK-IDX-RND) TO WS-DEDUCAO-DEP
               END-IF
           END-IF
           .

       3000-IMPRIME-COMPROVANTE.
           MOVE LINE-DESIGN TO REG-COMPROVANTE
           WRITE REG-COMPROVANTE
           MOVE WCA-LINHA-TITULO TO REG-COMPROVANTE
           WRITE REG-COMPROVANTE
           MOVE WRK-FUN-MATRICULA(WRK-IDX-FUN) TO LF-MATRICULA
           MOVE WRK-FUN-NOME(WRK-IDX-FUN)      TO LF-NOME
           MOVE WCA-LINHA-FUNCIONARIO TO REG-COMPROVANTE
           WRITE REG-COMPROVANTE
           MOVE LINE-DESIGN TO REG-COMPROVANTE
           WRITE REG-COMPROVANTE

           MOVE 'RENDIMENTOS TRIBUTAVEIS' TO LV-DESCRICAO
           MOVE WS-TRIBUTAVEL TO LV-VALOR
           PERFORM 3100-GRAVA-VALOR
           MOVE 'CONTRIBUICAO PREVIDENCIARIA OFICIAL (INSS)'
              TO LV-DESCRICAO
           MOVE WS-INSS TO LV-VALOR
           PERFORM 3100-GRAVA-VALOR
           MOVE 'IMPOSTO RETIDO NA FONTE (IRRF)' TO LV-DESCRICAO
           MOVE WS-IRRF TO LV-VALOR
           PERFORM 3100-GRAVA-VALOR
           MOVE 'DEDUCAO DE DEPENDENTES APLICADA' TO LV-DESCRICAO
           MOVE WS-DEDUCAO-DEP TO LV-VALOR
           PERFORM 3100-GRAVA-VALOR
           MOVE '13O SALARIO (TRIBUTACAO EXCLUSIVA)' TO LV-DESCRICAO
           MOVE WS-DECIMO TO LV-VALOR
           PERFORM 3100-GRAVA-VALOR
           MOVE 'INSS SOBRE O 13O' TO LV-DESCRICAO
           MOVE WS-INSS-DECIMO TO LV-VALOR
           PERFORM 3100-GRAVA-VALOR
           MOVE 'IRRF SOBRE O 13O' TO LV-DESCRICAO
           MOVE WS-IRRF-DECIMO TO LV-VALOR
           PERFORM 3100-GRAVA-VALOR
           MOVE 'DEDUCAO DE DEPENDENTES NO 13O' TO LV-DESCRICAO
           MOVE WS-DEDUCAO-DECIMO TO LV-VALOR
           PERFORM 3100-GRAVA-VALOR
           MOVE 'RENDIMENTOS ISENTOS (AVISO E FERIAS INDENIZADOS)'
              TO LV-DESCRICAO
           MOVE WS-ISENTO TO LV-VALOR
           PERFORM 3100-GRAVA-VALOR

           MOVE ZEROS TO WS-QTD-DEP-LISTADOS
           PERFORM 3200-DEPENDENTE-USADO
               VARYING WRK-IDX-DPN FROM 1 BY 1
               UNTIL WRK-IDX-DPN GREATER THAN WRK-DPN-QTD
           IF WS-QTD-DEP-LISTADOS EQUAL ZEROS
               MOVE SPACES TO REG-COMPROVANTE
               MOVE '   DEPENDENTES: NENHUM' TO REG-COMPROVANTE
               WRITE REG-COMPROVANTE
           END-IF
           .

       3100-GRAVA-VALOR.
           MOVE WCA-LINHA-VALOR TO REG-COMPROVANTE
           WRITE REG-COMPROVANTE
           .

      *****DEPENDENTE DA MATRICULA VALIDO NO CORTE DE ALGUM PAGAMENTO
      *****DO ANO QUE ABATEU DEPENDENTE
       3200-DEPENDENTE-USADO.
           IF WRK-DPN-MATRICULA(WRK-IDX-DPN) EQUAL
              WRK-FUN-MATRICULA(WRK-IDX-FUN)
               MOVE 'N' TO WRK-DPN-USADO
               MOVE 1 TO WRK-IDX-RND
               PERFORM 3210-TESTA-CORTE
                   UNTIL WRK-IDX-RND GREATER THAN WRK-RND-QTD
                      OR WRK-DPN-USADO EQUAL 'S'
               IF WRK-DPN-USADO EQUAL 'S'
                   PERFORM 3220-GRAVA-DEPENDENTE
               END-IF
           END-IF
           .

       3210-TESTA-CORTE.
           IF WRK-RND-MATRICULA(WRK-IDX-RND) EQUAL
              WRK-DPN-MATRICULA(WRK-IDX-DPN)
              AND WRK-RND-QTD-DEP(WRK-IDX-RND) GREATER THAN ZEROS
              AND WRK-DPN-NASCIMENTO(WRK-IDX-DPN) NOT GREATER THAN
                  WRK-RND-CORTE(WRK-IDX-RND)
              AND (WRK-DPN-VALIDADE(WRK-IDX-DPN) EQUAL ZEROS
               OR WRK-DPN-VALIDADE(WRK-IDX-DPN) NOT LESS THAN
                  WRK-RND-CORTE(WRK-IDX-RND))
               MOVE 'S' TO WRK-DPN-USADO
           ELSE
               ADD 1 TO WRK-IDX-RND
           END-IF
           .

       3220-GRAVA-DEPENDENTE.
           IF WS-QTD-DEP-LISTADOS EQUAL ZEROS
               MOVE SPACES TO REG-COMPROVANTE
               MOVE '   DEPENDENTES:' TO REG-COMPROVANTE
               WRITE REG-COMPROVANTE
           END-IF
           ADD 1 TO WS-QTD-DEP-LISTADOS
           MOVE WRK-DPN-NOME(WRK-IDX-DPN)       TO LD-NOME
           MOVE WRK-DPN-CPF(WRK-IDX-DPN)        TO LD-CPF
           MOVE WRK-DPN-NASCIMENTO(WRK-IDX-DPN) TO LD-NASCIMENTO
           EVALUATE WRK-DPN-PARENTESCO(WRK-IDX-DPN)
               WHEN 'C'
                   MOVE 'CONJUGE'  TO LD-PARENTESCO
               WHEN 'F'
                   MOVE 'FILHO'    TO LD-PARENTESCO
               WHEN 'E'
                   MOVE 'ENTEADO'  TO LD-PARENTESCO
               WHEN 'P'
                   MOVE 'PAI/MAE'  TO LD-PARENTESCO
               WHEN OTHER
                   MOVE 'OUTRO'    TO LD-PARENTESCO
           END-EVALUATE
           MOVE WCA-LINHA-DEPENDENTE TO REG-COMPROVANTE
           WRITE REG-COMPROVANTE
           .

      *****PAGAMENTO DE MATRICULA FORA DO QUADRO FICA SEM COMPROVANTE
       9000-FINALIZAR.
           PERFORM 9100-CONFERE-QUADRO
               VARYING WRK-IDX-RND FROM 1 BY 1
               UNTIL WRK-IDX-RND GREATER THAN WRK-RND-QTD
           MOVE LINE-DESIGN TO REG-COMPROVANTE
           WRITE REG-COMPROVANTE
           MOVE WS-QTD-COMPROVANTES TO LT-QTD
           MOVE WS-TOT-TRIBUTAVEL   TO LT-TRIBUTAVEL
           MOVE WS-TOT-IRRF         TO LT-IRRF
           MOVE WCA-LINHA-TOTAL TO REG-COMPROVANTE
           WRITE REG-COMPROVANTE
           CLOSE COMPROVANTE

           DISPLAY 'COMPREND01 - ANO-CALENDARIO ' WS-ANO-CALENDARIO
                   ' COMPROVANTES: ' WS-QTD-COMPROVANTES
           IF WS-QTD-FORA-QUADRO GREATER THAN ZEROS
               DISPLAY 'COMPREND01 - PAGAMENTOS DE MATRICULA FORA DO '
                       'QUADRO: ' WS-QTD-FORA-QUADRO
           END-IF

           MOVE 0 TO RETURN-CODE
           IF WS-FS-COMPROVANTE NOT EQUAL 00
               DISPLAY 'COMPREND01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO RETURN-CODE
           END-IF
           .

       9100-CONFERE-QUADRO.
           MOVE 'N' TO WRK-RND-ACHOU
           MOVE 1 TO WRK-IDX-FUN
           PERFORM 9110-PROCURA-FUNCIONARIO
               UNTIL WRK-IDX-FUN GREATER THAN WRK-FUN-QTD
                  OR WRK-RND-ACHOU EQUAL 'S'
           IF WRK-RND-ACHOU EQUAL 'N'
               ADD 1 TO WS-QTD-FORA-QUADRO
               DISPLAY 'COMPREND01 - MATRICULA '
                       WRK-RND-MATRICULA(WRK-IDX-RND)
                       ' FORA DO QUADRO - COMPETENCIA '
                       WRK-RND-COMPETENCIA(WRK-IDX-RND)
           END-IF
           .

       9110-PROCURA-FUNCIONARIO.
           IF WRK-RND-MATRICULA(WRK-IDX-RND) EQUAL
              WRK-FUN-MATRICULA(WRK-IDX-FUN)
               MOVE 'S' TO WRK-RND-ACHOU
           ELSE
               ADD 1 TO WRK-IDX-FUN
           END-IF
           .
       END PROGRAM COMPREND01.
