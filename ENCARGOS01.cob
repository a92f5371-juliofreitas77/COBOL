      ******************************************************************
      * Author: JULIO CESAR
      * Date: 02/09/2026
      * Purpose: Encargos do empregador sobre a folha. O CONTRACH01
      * apura o que o funcionario recebe, mas nao o que a empresa
      * recolhe por cima: FGTS de 8%, INSS patronal, RAT e terceiros.
      * Este lote le os contracheques do CONTRACHEQ01 (rodar depois
      * de cada folha - mensal, 13o, ferias ou rescisao) e aplica
      * sobre o bruto (salario + extras) as aliquotas da tabela de
      * parametros TABELAENC01, um encargo por registro (codigo,
      * aliquota e descricao), para a mudanca de aliquota nao exigir
      * recompilacao. O registro de codigo EMPRES traz o CNPJ e a
      * razao social do empregador. O codigo FGTS e o deposito do
      * FGTS; os demais somam os encargos previdenciarios.
      * Grava:
      *   - ENCARGOS01, um registro por funcionario com a base, o
      *     FGTS, os demais encargos e o total da folha processada,
      *     que o CONTAFOL01 contabiliza;
      *   - ENCMES01, o acumulado do mes de referencia: um registro
      *     por tipo de folha e matricula, com a competencia do FGTS.
      *     Cada execucao mantem os registros do mes gravados pelas
      *     folhas anteriores (mensal, 13o, ferias do FOLHAFER01,
      *     rescisao do RESCISAO01) e substitui so os de mesmo tipo e
      *     matricula (reprocessamento); registros de outro mes saem.
      *     O CUSTODEP01 soma o acumulado por centro de custo na
      *     coluna de encargos;
      *   - REMFGTS01, o arquivo de remessa do FGTS no leiaute fixo de
      *     360 posicoes do SEFIP (registros 00 responsavel, 10
      *     empresa, 30 trabalhador e 90 totalizador), remontado a
      *     cada execucao com todos os contracheques da competencia no
      *     acumulado (um registro 30 por matricula, somando as
      *     folhas), com copia na geracao REMFGTS01.D<AAAAMM> da
      *     competencia. A competencia vem da data de referencia do
      *     Controle01; a folha do 13o (tipos 1 e 2) vai na
      *     competencia 13 do ano.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCARGOS01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACHEQUES ASSIGN TO 'CONTRACHEQ01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTRACHEQUES.

           SELECT TABELA-ENCARGOS ASSIGN TO 'TABELAENC01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABELA.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT ENCARGOS ASSIGN TO 'ENCARGOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENCARGOS.

           SELECT REMESSA ASSIGN TO 'REMFGTS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMESSA.

           SELECT ENCARGOS-MES ASSIGN TO 'ENCMES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENCMES.

           SELECT ENCARGOS-TRAB ASSIGN TO 'ENCTRAB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENCTRAB.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRACHEQUES.
       01 REG-CONTRACHEQUE.
           05 CC-MATRICULA         PIC 9(06).
           05 FILLER               PIC X(01).
           05 CC-NOME              PIC X(30).
           05 FILLER               PIC X(01).
           05 CC-SALARIO           PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 CC-EXTRAS            PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 CC-INSS              PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 CC-IRRF              PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 CC-LIQUIDO           PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 CC-TIPO-FOLHA        PIC X(01).
           05 FILLER               PIC X(01).
           05 CC-DESCONTOS         PIC 9(07)V99.

      *****UM ENCARGO POR REGISTRO; O REGISTRO EMPRES TRAZ O
      *****EMPREGADOR NO LUGAR DA ALIQUOTA E DA DESCRICAO
       FD TABELA-ENCARGOS.
       01 REG-TABELA-ENCARGOS.
           05 TEN-CODIGO           PIC X(06).
           05 TEN-DADOS.
               10 TEN-ALIQUOTA     PIC 9(02)V9(04).
               10 TEN-DESCRICAO    PIC X(30).
           05 TEN-EMPRESA REDEFINES TEN-DADOS.
               10 TEN-CNPJ         PIC 9(14).
               10 TEN-RAZAO        PIC X(22).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      *****ENCARGOS POR FUNCIONARIO DESTA FOLHA, LIDO PELO CONTAFOL01
       FD ENCARGOS.
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

       FD REMESSA.
       01 REG-REMESSA              PIC X(360).

      *****ENCARGOS ACUMULADOS DO MES DE REFERENCIA, UM REGISTRO POR
      *****TIPO DE FOLHA E MATRICULA (MESMO INICIO DO ENCARGOS01), COM
      *****A COMPETENCIA DO FGTS E OS DADOS DO REGISTRO 30 DA REMESSA;
      *****LIDO PELO CUSTODEP01
       FD ENCARGOS-MES.
       01 REG-ENCARGOS-MES.
           05 EM-MATRICULA         PIC 9(06).
           05 FILLER               PIC X(01).
           05 EM-TIPO-FOLHA        PIC X(01).
           05 FILLER               PIC X(01).
           05 EM-BASE              PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 EM-FGTS              PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 EM-PREVIDENCIA       PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 EM-TOTAL             PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 EM-REFERENCIA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 EM-COMPETENCIA       PIC 9(06).
           05 FILLER               PIC X(01).
           05 EM-NOME              PIC X(30).
           05 FILLER               PIC X(01).
           05 EM-INSS              PIC 9(07)V99.

       FD ENCARGOS-TRAB.
       01 REG-ENCARGOS-TRAB        PIC X(107).

       WORKING-STORAGE SECTION.
       77 WS-FS-CONTRACHEQUES      PIC 9(02) VALUE ZEROS.
       77 WS-FS-TABELA             PIC 9(02) VALUE ZEROS.
       77 WS-FS-CONTROLE           PIC 9(02) VALUE ZEROS.
       77 WS-FS-ENCARGOS           PIC 9(02) VALUE ZEROS.
       77 WS-FS-REMESSA            PIC 9(02) VALUE ZEROS.
       77 WS-FS-ENCMES             PIC 9(02) VALUE ZEROS.
       77 WS-FS-ENCTRAB            PIC 9(02) VALUE ZEROS.
       77 FIM-ARQUIVO              PIC X(01) VALUE 'N'.
       77 FIM-TABELA               PIC X(01) VALUE 'N'.
       77 FIM-ENCMES               PIC X(01) VALUE 'N'.
       77 WS-COMANDO               PIC X(80) VALUE SPACES.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-DATA-REFERENCIA-R REDEFINES WCA-DATA-REFERENCIA.
           05 WCA-REF-ANO          PIC 9(04).
           05 WCA-REF-MES          PIC 9(02).
           05 WCA-REF-DIA          PIC 9(02).
      *****MES DE REFERENCIA DO ACUMULADO (O 13O NAO MUDA O MES)
       01 WS-REFERENCIA            PIC 9(06) VALUE ZEROS.
       01 WS-REFERENCIA-R REDEFINES WS-REFERENCIA.
           05 REF-ANO              PIC 9(04).
           05 REF-MES              PIC 9(02).
       01 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 CPT-ANO              PIC 9(04).
           05 CPT-MES              PIC 9(02).

      *****ALIQUOTAS CARREGADAS DA TABELAENC01
       01 WCA-ENCARGOS.
           05 WCA-ENC-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-ENC-TAB OCCURS 10 TIMES.
               10 WCA-ENC-CODIGO   PIC X(06).
               10 WCA-ENC-ALIQ     PIC 9(02)V9(04).
       77 WS-IDX-ENC               PIC 9(02) VALUE ZEROS.
       01 WCA-CNPJ-EMPRESA         PIC 9(14) VALUE ZEROS.
       01 WCA-RAZAO-EMPRESA        PIC X(22) VALUE SPACES.

       01 WS-BASE                  PIC 9(09)V99 VALUE ZEROS.
       01 WS-VALOR-ENCARGO         PIC 9(07)V99 VALUE ZEROS.
       01 WS-FGTS                  PIC 9(07)V99 VALUE ZEROS.
       01 WS-PREVIDENCIA           PIC 9(07)V99 VALUE ZEROS.
       77 WS-QTD-FUNCIONARIOS      PIC 9(04) VALUE ZEROS.
       01 WS-TOT-BASE              PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-FGTS              PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-PREVIDENCIA       PIC 9(09)V99 VALUE ZEROS.
       77 WS-QTD-MANTIDOS          PIC 9(04) VALUE ZEROS.
       77 WS-QTD-REMESSA           PIC 9(04) VALUE ZEROS.
       01 WS-TOT-FGTS-REMESSA      PIC 9(09)V99 VALUE ZEROS.

      *****TIPO DE FOLHA + MATRICULA DOS CONTRACHEQUES DESTA EXECUCAO:
      *****O REGISTRO ANTERIOR DA MESMA CHAVE NO ENCMES01 E SUBSTITUIDO
      *****(REPROCESSAMENTO), OS DEMAIS SAO MANTIDOS
       01 WCA-LOTE.
           05 WCA-LOT-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-LOT-TAB OCCURS 999 TIMES.
               10 WCA-LOT-TIPO     PIC X(01).
               10 WCA-LOT-MATRICULA PIC 9(06).
       77 WS-IDX-LOT               PIC 9(04) VALUE ZEROS.
       77 WS-LOT-ACHOU             PIC X(01) VALUE 'N'.

      *****TRABALHADORES DA REMESSA: UM REGISTRO 30 POR MATRICULA NA
      *****COMPETENCIA, SOMANDO AS FOLHAS DO ACUMULADO
       01 WCA-REMESSA.
           05 WCA-REM-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-REM-TAB OCCURS 999 TIMES.
               10 WCA-REM-MATRICULA PIC 9(06).
               10 WCA-REM-NOME     PIC X(30).
               10 WCA-REM-BASE     PIC 9(11)V99.
               10 WCA-REM-INSS     PIC 9(09)V99.
       77 WS-IDX-REM               PIC 9(04) VALUE ZEROS.
       77 WS-REM-ACHOU             PIC X(01) VALUE 'N'.

       01 WCA-ENCARGO-MES.
           05 EMW-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EMW-TIPO-FOLHA       PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EMW-BASE             PIC 9(09)V99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EMW-FGTS             PIC 9(07)V99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EMW-PREVIDENCIA      PIC 9(07)V99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EMW-TOTAL            PIC 9(09)V99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EMW-REFERENCIA       PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EMW-COMPETENCIA      PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EMW-NOME             PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EMW-INSS             PIC 9(07)V99.

      *****REMESSA DO FGTS - LEIAUTE SEFIP, 360 POSICOES POR REGISTRO
       01 WCA-REG-00.
           05 R00-TIPO             PIC X(02) VALUE '00'.
           05 FILLER               PIC X(51) VALUE SPACES.
           05 R00-TIPO-REMESSA     PIC X(01) VALUE '1'.
           05 R00-TIPO-INSCRICAO   PIC X(01) VALUE '1'.
           05 R00-INSCRICAO        PIC 9(14) VALUE ZEROS.
           05 R00-NOME             PIC X(30) VALUE SPACES.
           05 R00-CONTATO          PIC X(20) VALUE SPACES.
           05 R00-ENDERECO         PIC X(50) VALUE SPACES.
           05 R00-BAIRRO           PIC X(20) VALUE SPACES.
           05 R00-CEP              PIC 9(08) VALUE ZEROS.
           05 R00-CIDADE           PIC X(20) VALUE SPACES.
           05 R00-UF               PIC X(02) VALUE SPACES.
           05 R00-TELEFONE         PIC 9(12) VALUE ZEROS.
           05 R00-EMAIL            PIC X(60) VALUE SPACES.
           05 R00-COMPETENCIA      PIC 9(06) VALUE ZEROS.
           05 R00-COD-RECOLHIMENTO PIC X(03) VALUE '115'.
           05 R00-IND-FGTS         PIC X(01) VALUE '1'.
           05 R00-MODALIDADE       PIC X(01) VALUE SPACES.
           05 R00-DATA-FGTS        PIC X(08) VALUE SPACES.
           05 R00-IND-PREVIDENCIA  PIC X(01) VALUE '1'.
           05 R00-DATA-PREVIDENCIA PIC X(08) VALUE SPACES.
           05 R00-INDICE-ATRASO    PIC X(07) VALUE SPACES.
           05 R00-TIPO-FORNECEDOR  PIC X(01) VALUE '1'.
           05 R00-FORNECEDOR       PIC 9(14) VALUE ZEROS.
           05 FILLER               PIC X(18) VALUE SPACES.
           05 R00-FINAL            PIC X(01) VALUE '*'.

       01 WCA-REG-10.
           05 R10-TIPO             PIC X(02) VALUE '10'.
           05 R10-TIPO-INSCRICAO   PIC X(01) VALUE '1'.
           05 R10-INSCRICAO        PIC 9(14) VALUE ZEROS.
           05 FILLER               PIC 9(36) VALUE ZEROS.
           05 R10-RAZAO            PIC X(40) VALUE SPACES.
           05 FILLER               PIC X(266) VALUE SPACES.
           05 R10-FINAL            PIC X(01) VALUE '*'.

       01 WCA-REG-30.
           05 R30-TIPO             PIC X(02) VALUE '30'.
           05 R30-TIPO-INSCRICAO   PIC X(01) VALUE '1'.
           05 R30-INSCRICAO        PIC 9(14) VALUE ZEROS.
           05 R30-TIPO-TOMADOR     PIC X(01) VALUE SPACES.
           05 R30-TOMADOR          PIC X(14) VALUE SPACES.
           05 R30-PIS              PIC 9(11) VALUE ZEROS.
           05 R30-ADMISSAO         PIC X(08) VALUE SPACES.
           05 R30-CATEGORIA        PIC 9(02) VALUE 01.
           05 R30-NOME             PIC X(70) VALUE SPACES.
           05 R30-MATRICULA        PIC 9(11) VALUE ZEROS.
           05 R30-CTPS             PIC 9(07) VALUE ZEROS.
           05 R30-SERIE            PIC 9(05) VALUE ZEROS.
           05 R30-DATA-OPCAO       PIC X(08) VALUE SPACES.
           05 R30-NASCIMENTO       PIC X(08) VALUE SPACES.
           05 R30-CBO              PIC X(05) VALUE SPACES.
           05 R30-REMUNERACAO      PIC 9(13)V99 VALUE ZEROS.
           05 R30-REMUNERACAO-13   PIC 9(13)V99 VALUE ZEROS.
           05 R30-CLASSE           PIC X(02) VALUE SPACES.
           05 R30-OCORRENCIA       PIC X(02) VALUE SPACES.
           05 R30-DESCONTO         PIC 9(13)V99 VALUE ZEROS.
           05 R30-BASE-PREV        PIC 9(13)V99 VALUE ZEROS.
           05 R30-BASE-13-GPS      PIC 9(13)V99 VALUE ZEROS.
           05 R30-BASE-13-MOV      PIC 9(13)V99 VALUE ZEROS.
           05 FILLER               PIC X(98) VALUE SPACES.
           05 R30-FINAL            PIC X(01) VALUE '*'.

       01 WCA-REG-90.
           05 R90-TIPO             PIC X(02) VALUE '90'.
           05 R90-MARCA            PIC X(51) VALUE ALL '9'.
           05 FILLER               PIC X(306) VALUE SPACES.
           05 R90-FINAL            PIC X(01) VALUE '*'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESSA-CONTRACHEQUE
               UNTIL FIM-ARQUIVO EQUAL 'S'
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           PERFORM 1050-LE-CONTROLE
           IF WCA-DATA-REFERENCIA EQUAL ZEROS
               ACCEPT WCA-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF
           MOVE WCA-REF-ANO TO CPT-ANO REF-ANO
           MOVE WCA-REF-MES TO CPT-MES REF-MES

           PERFORM 1100-CARREGA-ENCARGOS
               THRU 1100-CARREGA-ENCARGOS-FIM
           IF WCA-ENC-QTD EQUAL ZEROS
               DISPLAY 'ENCARGOS01 - TABELA TABELAENC01 VAZIA OU '
                       'AUSENTE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CONTRACHEQUES
           IF WS-FS-CONTRACHEQUES NOT EQUAL 00
               DISPLAY 'ENCARGOS01 - CONTRACHEQ01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO FIM-ARQUIVO
           PERFORM 1200-LER-CONTRACHEQUE

      *****FOLHA DO 13O VAI NA COMPETENCIA 13 DO ANO
           IF FIM-ARQUIVO EQUAL 'N'
              AND (CC-TIPO-FOLHA EQUAL '1' OR CC-TIPO-FOLHA EQUAL '2')
               MOVE 13 TO CPT-MES
           END-IF

           OPEN OUTPUT ENCARGOS
           OPEN OUTPUT ENCARGOS-TRAB
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

       1100-CARREGA-ENCARGOS.
           OPEN INPUT TABELA-ENCARGOS
           IF WS-FS-TABELA NOT EQUAL 00
               GO TO 1100-CARREGA-ENCARGOS-FIM
           END-IF
           MOVE 'N' TO FIM-TABELA
           PERFORM 1110-LER-ENCARGO
           PERFORM 1120-GUARDA-ENCARGO
               UNTIL FIM-TABELA EQUAL 'S'
           CLOSE TABELA-ENCARGOS.
       1100-CARREGA-ENCARGOS-FIM.
           EXIT.

       1110-LER-ENCARGO.
           READ TABELA-ENCARGOS
               AT END
                   MOVE 'S' TO FIM-TABELA
           END-READ
           .

       1120-GUARDA-ENCARGO.
           IF TEN-CODIGO EQUAL 'EMPRES'
               MOVE TEN-CNPJ  TO WCA-CNPJ-EMPRESA
               MOVE TEN-RAZAO TO WCA-RAZAO-EMPRESA
           ELSE
               IF WCA-ENC-QTD LESS THAN 10
                   ADD 1 TO WCA-ENC-QTD
                   MOVE TEN-CODIGO   TO WCA-ENC-CODIGO(WCA-ENC-QTD)
                   MOVE TEN-ALIQUOTA TO WCA-ENC-ALIQ(WCA-ENC-QTD)
               END-IF
           END-IF
           PERFORM 1110-LER-ENCARGO
           .

       1200-LER-CONTRACHEQUE.
           READ CONTRACHEQUES
               AT END
                   MOVE 'S' TO FIM-ARQUIVO
           END-READ
           .

      *-----------------------------------------------------------------
      *     UM CONTRACHEQUE POR VOLTA: BASE = SALARIO + EXTRAS; CADA
      *     ENCARGO DA TABELA = BASE * ALIQUOTA; FGTS A PARTE, OS DEMAIS
      *     SOMADOS COMO ENCARGOS PREVIDENCIARIOS
      *-----------------------------------------------------------------
       2000-PROCESSA-CONTRACHEQUE.
           COMPUTE WS-BASE = CC-SALARIO + CC-EXTRAS
           MOVE ZEROS TO WS-FGTS WS-PREVIDENCIA
           PERFORM 2100-APLICA-ENCARGO
               VARYING WS-IDX-ENC FROM 1 BY 1
               UNTIL WS-IDX-ENC GREATER THAN WCA-ENC-QTD

           MOVE SPACES         TO REG-ENCARGOS
           MOVE CC-MATRICULA   TO EN-MATRICULA
           MOVE CC-TIPO-FOLHA  TO EN-TIPO-FOLHA
           MOVE WS-BASE        TO EN-BASE
           MOVE WS-FGTS        TO EN-FGTS
           MOVE WS-PREVIDENCIA TO EN-PREVIDENCIA
           COMPUTE EN-TOTAL = WS-FGTS + WS-PREVIDENCIA
           WRITE REG-ENCARGOS

           PERFORM 2200-GUARDA-ENCARGO-MES

           ADD 1              TO WS-QTD-FUNCIONARIOS
           ADD WS-BASE        TO WS-TOT-BASE
           ADD WS-FGTS        TO WS-TOT-FGTS
           ADD WS-PREVIDENCIA TO WS-TOT-PREVIDENCIA
           PERFORM 1200-LER-CONTRACHEQUE
           .

       2100-APLICA-ENCARGO.
           COMPUTE WS-VALOR-ENCARGO ROUNDED =
               WS-BASE * WCA-ENC-ALIQ(WS-IDX-ENC) / 100
           IF WCA-ENC-CODIGO(WS-IDX-ENC) EQUAL 'FGTS'
               ADD WS-VALOR-ENCARGO TO WS-FGTS
           ELSE
               ADD WS-VALOR-ENCARGO TO WS-PREVIDENCIA
           END-IF
           .

      *****O CONTRACHEQUE ENTRA NO ACUMULADO DO MES E A CHAVE FICA
      *****GUARDADA PARA SUBSTITUIR O REGISTRO ANTERIOR
       2200-GUARDA-ENCARGO-MES.
           MOVE CC-MATRICULA   TO EMW-MATRICULA
           MOVE CC-TIPO-FOLHA  TO EMW-TIPO-FOLHA
           MOVE WS-BASE        TO EMW-BASE
           MOVE WS-FGTS        TO EMW-FGTS
           MOVE WS-PREVIDENCIA TO EMW-PREVIDENCIA
           COMPUTE EMW-TOTAL = WS-FGTS + WS-PREVIDENCIA
           MOVE WS-REFERENCIA  TO EMW-REFERENCIA
           MOVE WS-COMPETENCIA TO EMW-COMPETENCIA
           MOVE CC-NOME        TO EMW-NOME
           MOVE CC-INSS        TO EMW-INSS
           WRITE REG-ENCARGOS-TRAB FROM WCA-ENCARGO-MES

           IF WCA-LOT-QTD LESS THAN 999
               ADD 1 TO WCA-LOT-QTD
               MOVE CC-TIPO-FOLHA TO WCA-LOT-TIPO(WCA-LOT-QTD)
               MOVE CC-MATRICULA  TO WCA-LOT-MATRICULA(WCA-LOT-QTD)
           ELSE
               DISPLAY 'ENCARGOS01 - LOTE ACIMA DE 999 CONTRACHEQUES - '
                       'MATRICULA ' CC-MATRICULA ' SEM SUBSTITUICAO'
           END-IF
           .

      *-----------------------------------------------------------------
      *     ACUMULADO DO MES: OS REGISTROS DO ENCMES01 DO MESMO MES DE
      *     REFERENCIA SAO MANTIDOS, MENOS OS DE TIPO DE FOLHA E
      *     MATRICULA REPROCESSADOS AGORA; OS DE OUTRO MES SAEM
      *-----------------------------------------------------------------
       3000-MANTEM-ENCARGOS-MES.
           OPEN INPUT ENCARGOS-MES
           IF WS-FS-ENCMES NOT EQUAL 00
               MOVE ZEROS TO WS-FS-ENCMES
           ELSE
               MOVE 'N' TO FIM-ENCMES
               PERFORM 3100-LER-ENCARGO-MES
               PERFORM 3200-COPIA-ENCARGO-MES
                   UNTIL FIM-ENCMES EQUAL 'S'
               CLOSE ENCARGOS-MES
           END-IF
           .

       3100-LER-ENCARGO-MES.
           READ ENCARGOS-MES
               AT END
                   MOVE 'S' TO FIM-ENCMES
           END-READ
           .

       3200-COPIA-ENCARGO-MES.
           IF EM-REFERENCIA EQUAL WS-REFERENCIA
               MOVE 'N' TO WS-LOT-ACHOU
               MOVE 1 TO WS-IDX-LOT
               PERFORM 3300-PROCURA-LOTE
                   UNTIL WS-IDX-LOT GREATER THAN WCA-LOT-QTD
                      OR WS-LOT-ACHOU EQUAL 'S'
               IF WS-LOT-ACHOU EQUAL 'N'
                   WRITE REG-ENCARGOS-TRAB FROM REG-ENCARGOS-MES
                   ADD 1 TO WS-QTD-MANTIDOS
               END-IF
           END-IF
           PERFORM 3100-LER-ENCARGO-MES
           .

       3300-PROCURA-LOTE.
           IF EM-TIPO-FOLHA EQUAL WCA-LOT-TIPO(WS-IDX-LOT)
              AND EM-MATRICULA EQUAL WCA-LOT-MATRICULA(WS-IDX-LOT)
               MOVE 'S' TO WS-LOT-ACHOU
           END-IF
           ADD 1 TO WS-IDX-LOT
           .

      *-----------------------------------------------------------------
      *     REMESSA DO FGTS DA COMPETENCIA, REMONTADA A CADA EXECUCAO
      *     COM TODOS OS CONTRACHEQUES DA COMPETENCIA NO ACUMULADO
      *     (FOLHA MENSAL, FERIAS E RESCISOES DO MES, OU AS DUAS
      *     PARCELAS DO 13O), UM REGISTRO 30 POR MATRICULA, PARA QUE A
      *     ULTIMA FOLHA PROCESSADA NAO DESCARTE AS ANTERIORES
      *-----------------------------------------------------------------
       4000-GERA-REMESSA.
           OPEN OUTPUT REMESSA
           MOVE WCA-CNPJ-EMPRESA  TO R00-INSCRICAO R10-INSCRICAO
                                     R30-INSCRICAO R00-FORNECEDOR
           MOVE WCA-RAZAO-EMPRESA TO R00-NOME R10-RAZAO
           MOVE WS-COMPETENCIA    TO R00-COMPETENCIA
           MOVE WCA-REG-00 TO REG-REMESSA
           WRITE REG-REMESSA
           MOVE WCA-REG-10 TO REG-REMESSA
           WRITE REG-REMESSA

           OPEN INPUT ENCARGOS-MES
           IF WS-FS-ENCMES EQUAL 00
               MOVE 'N' TO FIM-ENCMES
               PERFORM 3100-LER-ENCARGO-MES
               PERFORM 4100-ACUMULA-TRABALHADOR
                   UNTIL FIM-ENCMES EQUAL 'S'
               CLOSE ENCARGOS-MES
           END-IF
           PERFORM 4300-GRAVA-TRABALHADOR
               VARYING WS-IDX-REM FROM 1 BY 1
               UNTIL WS-IDX-REM GREATER THAN WCA-REM-QTD

           MOVE WCA-REG-90 TO REG-REMESSA
           WRITE REG-REMESSA
           CLOSE REMESSA
           .

      *****FOLHAS DA MESMA MATRICULA NA COMPETENCIA (MENSAL E FERIAS,
      *****POR EXEMPLO) SAO SOMADAS NUM SO TRABALHADOR
       4100-ACUMULA-TRABALHADOR.
           IF EM-COMPETENCIA EQUAL WS-COMPETENCIA
               MOVE 'N' TO WS-REM-ACHOU
               MOVE 1 TO WS-IDX-REM
               PERFORM 4200-PROCURA-TRABALHADOR
                   UNTIL WS-IDX-REM GREATER THAN WCA-REM-QTD
                      OR WS-REM-ACHOU EQUAL 'S'
               IF WS-REM-ACHOU EQUAL 'N'
                   IF WCA-REM-QTD LESS THAN 999
                       ADD 1 TO WCA-REM-QTD
                       MOVE WCA-REM-QTD TO WS-IDX-REM
                       MOVE EM-MATRICULA
                         TO WCA-REM-MATRICULA(WS-IDX-REM)
                       MOVE EM-NOME TO WCA-REM-NOME(WS-IDX-REM)
                       MOVE ZEROS   TO WCA-REM-BASE(WS-IDX-REM)
                                       WCA-REM-INSS(WS-IDX-REM)
                       MOVE 'S' TO WS-REM-ACHOU
                   ELSE
                       DISPLAY 'ENCARGOS01 - REMESSA ACIMA DE 999 '
                               'TRABALHADORES - MATRICULA '
                               EM-MATRICULA ' FORA DA REMESSA'
                   END-IF
               END-IF
               IF WS-REM-ACHOU EQUAL 'S'
                   ADD EM-BASE TO WCA-REM-BASE(WS-IDX-REM)
                   ADD EM-INSS TO WCA-REM-INSS(WS-IDX-REM)
                   ADD EM-FGTS TO WS-TOT-FGTS-REMESSA
               END-IF
           END-IF
           PERFORM 3100-LER-ENCARGO-MES
           .

       4200-PROCURA-TRABALHADOR.
           IF EM-MATRICULA EQUAL WCA-REM-MATRICULA(WS-IDX-REM)
               MOVE 'S' TO WS-REM-ACHOU
           ELSE
               ADD 1 TO WS-IDX-REM
           END-IF
           .

      *****REGISTRO 30: REMUNERACAO DO MES OU, NA FOLHA DO 13O, NO
      *****CAMPO PROPRIO DO 13O; DESCONTO DO SEGURADO = INSS RETIDO
       4300-GRAVA-TRABALHADOR.
           MOVE WCA-REM-MATRICULA(WS-IDX-REM) TO R30-MATRICULA
           MOVE WCA-REM-NOME(WS-IDX-REM)      TO R30-NOME
           MOVE ZEROS TO R30-REMUNERACAO R30-REMUNERACAO-13
                         R30-BASE-13-GPS R30-BASE-13-MOV
           IF CPT-MES EQUAL 13
               MOVE WCA-REM-BASE(WS-IDX-REM) TO R30-REMUNERACAO-13
                                                R30-BASE-13-MOV
           ELSE
               MOVE WCA-REM-BASE(WS-IDX-REM) TO R30-REMUNERACAO
           END-IF
           MOVE WCA-REM-INSS(WS-IDX-REM) TO R30-DESCONTO
           MOVE WCA-REM-BASE(WS-IDX-REM) TO R30-BASE-PREV
           MOVE WCA-REG-30 TO REG-REMESSA
           WRITE REG-REMESSA
           ADD 1 TO WS-QTD-REMESSA
           .

       9000-FINALIZAR.
           CLOSE CONTRACHEQUES
           CLOSE ENCARGOS

           PERFORM 3000-MANTEM-ENCARGOS-MES
           CLOSE ENCARGOS-TRAB
      *****O ACUMULADO REGRAVADO TOMA O LUGAR DO ENCMES01
           MOVE 'mv -f ENCTRAB01 ENCMES01' TO WS-COMANDO
           CALL 'SYSTEM' USING WS-COMANDO

           PERFORM 4000-GERA-REMESSA

      *****GERACAO DA COMPETENCIA PARA CONFERENCIA E REENVIO
           MOVE SPACES TO WS-COMANDO
           STRING 'cp -f REMFGTS01 REMFGTS01.D' WS-COMPETENCIA
               DELIMITED BY SIZE INTO WS-COMANDO
           CALL 'SYSTEM' USING WS-COMANDO

           DISPLAY 'ENCARGOS01 - COMPETENCIA ' WS-COMPETENCIA
                   ' FUNCIONARIOS: ' WS-QTD-FUNCIONARIOS
           DISPLAY 'ENCARGOS01 - BASE: ' WS-TOT-BASE
                   ' FGTS: ' WS-TOT-FGTS
                   ' PREVIDENCIA: ' WS-TOT-PREVIDENCIA
           DISPLAY 'ENCARGOS01 - ACUMULADO DO MES: ' WS-QTD-MANTIDOS
                   ' ANTERIORES MANTIDOS; REMESSA: ' WS-QTD-REMESSA
                   ' TRABALHADORES, FGTS ' WS-TOT-FGTS-REMESSA

           MOVE 0 TO RETURN-CODE
           IF (WS-FS-CONTRACHEQUES NOT EQUAL 00 AND
                WS-FS-CONTRACHEQUES NOT EQUAL 10) OR
               WS-FS-ENCARGOS      NOT EQUAL 00   OR
               WS-FS-ENCTRAB       NOT EQUAL 00   OR
              (WS-FS-ENCMES        NOT EQUAL 00 AND
                WS-FS-ENCMES        NOT EQUAL 10) OR
               WS-FS-REMESSA       NOT EQUAL 00
               DISPLAY 'ENCARGOS01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO RETURN-CODE
           END-IF
           .
       END PROGRAM ENCARGOS01.
