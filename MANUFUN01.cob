      ******************************************************************
      * Author: JULIO CESAR
      * Date: 02/09/2026
      * Purpose: Manutencao do quadro de funcionarios
      * (ListaFuncionarios.txt, lido pelo PROGCOBESTRUTURADO, pelo
      * CONTRACH01, pelo CUSTODEP01 e pelas rotinas de ferias e
      * rescisao), nos moldes do MANUSU01: admissao, alteracao de
      * salario, alteracao de cargo, transferencia de departamento
      * (lotacao no Depto01, a mesma do MANUDEP01) e desligamento.
      * O registro do funcionario ganhou, no fim, a situacao (A ativo,
      * D desligado), o cargo e a data do desligamento; a entrada
      * (RF-ANO-ENTRADA) e a data de admissao.
      * Toda mudanca vai para o historico HISTFUN01 com a data de
      * vigencia e a fotografia do funcionario a partir dela (salario,
      * cargo, lotacao e situacao), alem do usuario e do momento da
      * digitacao. O CONTRACH01 tira do historico o salario em vigor
      * no mes de referencia. Funcionario que ainda nao tem historico
      * ganha, na primeira mudanca, um registro de implantacao com a
      * situacao anterior, vigente desde a admissao. Salario com
      * vigencia anterior a ultima alteracao de salario e recusado, e
      * variacao acima de 50% pede confirmacao - uma coluna trocada
      * deixava de ser percebida.
      * As alteracoes tambem vao para o jornal de alteracoes
      * cadastrais JORNALMD01 (rotina comum JORNALMD), campo a campo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUFUN01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS
               ASSIGN TO 'C:\cobol\COBOL\ListaFuncionarios.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FUNCIONARIOS.
           SELECT DEPTOS ASSIGN TO 'DEPTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPTOS.
           SELECT HISTFUN ASSIGN TO 'HISTFUN01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTFUN.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 REG-FUNCIONARIO.
           05 RF-MATRICULA       PIC 9(06).
           05 RF-NOME            PIC X(30).
           05 RF-ANO-ENTRADA     PIC 9(08).
           05 RF-SALARIO         PIC S9(11)V99.
           05 RF-SITUACAO        PIC X(01).
           05 RF-CARGO           PIC X(20).
           05 RF-DATA-DESLIGA    PIC 9(08).

       FD DEPTOS.
       01 REG-DEPTO.
           05 DEP-MATRICULA PIC 9(06).
           05 FILLER        PIC X(01).
           05 DEP-DEPTO     PIC X(10).
           05 FILLER        PIC X(01).
           05 DEP-CENTRO    PIC X(06).

      *****HISTORICO DO FUNCIONARIO: EVENTO A ADMISSAO, I IMPLANTACAO,
      *****S SALARIO, C CARGO, T TRANSFERENCIA, D DESLIGAMENTO
       FD HISTFUN.
       01 REG-HISTFUN.
           05 HF-MATRICULA       PIC 9(06).
           05 FILLER             PIC X(01).
           05 HF-VIGENCIA        PIC 9(08).
           05 FILLER             PIC X(01).
           05 HF-EVENTO          PIC X(01).
           05 FILLER             PIC X(01).
           05 HF-SALARIO         PIC 9(11)V99.
           05 FILLER             PIC X(01).
           05 HF-CARGO           PIC X(20).
           05 FILLER             PIC X(01).
           05 HF-DEPTO           PIC X(10).
           05 FILLER             PIC X(01).
           05 HF-CENTRO          PIC X(06).
           05 FILLER             PIC X(01).
           05 HF-SITUACAO        PIC X(01).
           05 FILLER             PIC X(01).
           05 HF-DATA-REGISTRO   PIC 9(08).
           05 FILLER             PIC X(01).
           05 HF-HORA-REGISTRO   PIC 9(06).
           05 FILLER             PIC X(01).
           05 HF-USUARIO         PIC X(20).

       WORKING-STORAGE SECTION.
       77 WRK-FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77 WRK-FS-DEPTOS   PIC 9(02) VALUE ZEROS.
       77 WRK-FS-HISTFUN  PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-FUN     PIC X(01) VALUE 'N'.
           88 FIM-FUNCIONARIOS VALUE 'S'.
       77 WRK-FIM-DEP     PIC X(01) VALUE 'N'.
           88 FIM-DEPTOS      VALUE 'S'.
       77 WRK-FIM-HIST    PIC X(01) VALUE 'N'.
           88 FIM-HISTORICO   VALUE 'S'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZERO.
       77 WRK-USUARIO     PIC X(20) VALUE SPACES.
       77 WRK-MATRICULA   PIC 9(06) VALUE ZEROS.
       77 WRK-NOME        PIC X(30) VALUE SPACES.
       77 WRK-SALARIO     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CARGO       PIC X(20) VALUE SPACES.
       77 WRK-DEPTO       PIC X(10) VALUE SPACES.
       77 WRK-CENTRO      PIC X(06) VALUE SPACES.
       77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77 WRK-FUN-ACHOU   PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-ACHADO VALUE 'S'.
       77 WRK-DEP-ACHOU   PIC X(01) VALUE 'N'.
           88 LOTACAO-ACHADA  VALUE 'S'.
       77 WRK-IDX-ACHADO  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-DEP-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA  PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-DIA-MES PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-BISSEXTO PIC S9(04) VALUE ZEROS.
       77 WRK-BISSEXTO    PIC X(01) VALUE 'N'.
       77 WRK-VARIACAO    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALARIO-MASC PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *****EVENTO DA MUDANCA E DATA DE VIGENCIA
       77 WRK-EVENTO      PIC X(01) VALUE SPACES.
           88 EVENTO-ADMISSAO     VALUE 'A'.
           88 EVENTO-IMPLANTACAO  VALUE 'I'.
           88 EVENTO-SALARIO      VALUE 'S'.
           88 EVENTO-CARGO        VALUE 'C'.
           88 EVENTO-TRANSFERENCIA VALUE 'T'.
           88 EVENTO-DESLIGAMENTO VALUE 'D'.
       01 WRK-VIGENCIA    PIC 9(08) VALUE ZEROS.
       01 WRK-VIGENCIA-R REDEFINES WRK-VIGENCIA.
           05 WRK-VIG-ANO PIC 9(04).
           05 WRK-VIG-MES PIC 9(02).
           05 WRK-VIG-DIA PIC 9(02).
      *****ADMISSAO SO COM O ANO (AAAA) VALE COMO 1O/JAN
       01 WRK-ADMISSAO    PIC 9(08) VALUE ZEROS.

      *****HISTORICO JA GRAVADO PARA A MATRICULA
       77 WRK-HIST-QTD-MAT PIC 9(05) VALUE ZEROS.
       77 WRK-ULT-VIG-SALARIO PIC 9(08) VALUE ZEROS.

      *****SITUACAO ANTERIOR A MUDANCA (JORNAL E IMPLANTACAO)
       77 WRK-ANT-NOME    PIC X(30) VALUE SPACES.
       77 WRK-ANT-ENTRADA PIC 9(08) VALUE ZEROS.
       77 WRK-ANT-SALARIO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ANT-SITUACAO PIC X(01) VALUE SPACES.
       77 WRK-ANT-CARGO   PIC X(20) VALUE SPACES.
       77 WRK-ANT-DESLIGA PIC 9(08) VALUE ZEROS.
       77 WRK-ANT-DEPTO   PIC X(10) VALUE SPACES.
       77 WRK-ANT-CENTRO  PIC X(06) VALUE SPACES.

       01 WRK-CADASTRO.
           05 WRK-FUN-QTD  PIC 9(03) VALUE ZEROS.
           05 WRK-FUN-TAB OCCURS 200 TIMES
                          INDEXED BY WRK-FUN-IDX.
               10 WRK-FUN-MAT       PIC 9(06).
               10 WRK-FUN-NOME      PIC X(30).
               10 WRK-FUN-ENTRADA   PIC 9(08).
               10 WRK-FUN-SALARIO   PIC S9(11)V99.
               10 WRK-FUN-SITUACAO  PIC X(01).
               10 WRK-FUN-CARGO     PIC X(20).
               10 WRK-FUN-DESLIGA   PIC 9(08).

       01 WRK-LOTACOES.
           05 WRK-DEP-QTD  PIC 9(03) VALUE ZEROS.
           05 WRK-DEP-TAB OCCURS 200 TIMES
                          INDEXED BY WRK-DEP-IDX.
               10 WRK-DEP-MAT    PIC 9(06).
               10 WRK-DEP-DEPTO  PIC X(10).
               10 WRK-DEP-CENTRO PIC X(06).

       01 WRK-DIAS-MES-TABELA.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 28.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC 9(02) VALUE 31.
       01 WRK-DIAS-MES REDEFINES WRK-DIAS-MES-TABELA.
           05 WRK-DIAS-MES-N PIC 9(02) OCCURS 12 TIMES.

      *****JORNAL DE ALTERACOES CADASTRAIS (ROTINA COMUM JORNALMD)
       01 WRK-JMD-PROGRAMA PIC X(12) VALUE 'MANUFUN01'.
       01 WRK-JMD-ARQUIVO PIC X(12) VALUE SPACES.
       01 WRK-JMD-CHAVE   PIC X(20) VALUE SPACES.
       01 WRK-JMD-CAMPO   PIC X(20) VALUE SPACES.
       01 WRK-JMD-ANTIGO  PIC X(40) VALUE SPACES.
       01 WRK-JMD-NOVO    PIC X(40) VALUE SPACES.
       01 WRK-JMD-OPERACAO PIC X(01) VALUE SPACES.
           88 JMD-INCLUSAO    VALUE 'I'.
           88 JMD-ALTERACAO   VALUE 'A'.
           88 JMD-EXCLUSAO    VALUE 'E'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY 'SEU USUARIO (PARA O JORNAL)?'
           ACCEPT WRK-USUARIO

           PERFORM 1000-CARREGA-CADASTRO
           PERFORM 1500-CARREGA-LOTACAO

           DISPLAY '1-ADMITIR  2-SALARIO  3-CARGO  4-TRANSFERIR  '
                   '5-DESLIGAR  6-LISTAR  7-HISTORICO'
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 2000-ADMITIR
               WHEN 2
                   PERFORM 3000-ALTERA-SALARIO
               WHEN 3
                   PERFORM 3500-ALTERA-CARGO
               WHEN 4
                   PERFORM 4000-TRANSFERIR
               WHEN 5
                   PERFORM 4500-DESLIGAR
               WHEN 6
                   PERFORM 5000-LISTAR
               WHEN 7
                   PERFORM 5500-HISTORICO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF WRK-OPCAO LESS THAN 6
               PERFORM 6000-REGRAVA-CADASTRO
               IF WRK-OPCAO EQUAL 1 OR WRK-OPCAO EQUAL 4
                   PERFORM 6200-REGRAVA-LOTACAO
               END-IF
               SET WRK-FUN-IDX TO WRK-IDX-ACHADO
               PERFORM 7000-GRAVA-HISTORICO
               PERFORM 8000-GRAVA-JORNAL
           END-IF

           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *****REGISTRO ANTIGO (SEM SITUACAO) ENTRA COMO ATIVO
       1000-CARREGA-CADASTRO.
           OPEN INPUT FUNCIONARIOS
           IF WRK-FS-FUNCIONARIOS NOT EQUAL ZEROS
               DISPLAY 'CADASTRO NOVO SERA CRIADO (LISTAFUNCIONARIOS)'
           ELSE
               MOVE 'N' TO WRK-FIM-FUN
               PERFORM 1100-LER-FUNCIONARIO
               PERFORM 1200-GUARDA-FUNCIONARIO
                   UNTIL FIM-FUNCIONARIOS
               CLOSE FUNCIONARIOS
           END-IF
           .

       1100-LER-FUNCIONARIO.
           READ FUNCIONARIOS
               AT END
                   MOVE 'S' TO WRK-FIM-FUN
           END-READ
           .

       1200-GUARDA-FUNCIONARIO.
           IF WRK-FUN-QTD LESS THAN 200
               ADD 1 TO WRK-FUN-QTD
               SET WRK-FUN-IDX TO WRK-FUN-QTD
               MOVE RF-MATRICULA   TO WRK-FUN-MAT(WRK-FUN-IDX)
               MOVE RF-NOME        TO WRK-FUN-NOME(WRK-FUN-IDX)
               MOVE RF-ANO-ENTRADA TO WRK-FUN-ENTRADA(WRK-FUN-IDX)
               MOVE RF-SALARIO     TO WRK-FUN-SALARIO(WRK-FUN-IDX)
               MOVE RF-SITUACAO    TO WRK-FUN-SITUACAO(WRK-FUN-IDX)
               MOVE RF-CARGO       TO WRK-FUN-CARGO(WRK-FUN-IDX)
               IF RF-SITUACAO NOT EQUAL 'D'
                   MOVE 'A' TO WRK-FUN-SITUACAO(WRK-FUN-IDX)
               END-IF
               IF RF-DATA-DESLIGA NUMERIC
                   MOVE RF-DATA-DESLIGA
                      TO WRK-FUN-DESLIGA(WRK-FUN-IDX)
               ELSE
                   MOVE ZEROS TO WRK-FUN-DESLIGA(WRK-FUN-IDX)
               END-IF
           END-IF
           PERFORM 1100-LER-FUNCIONARIO
           .

       1300-PROCURA-FUNCIONARIO.
           MOVE 'N' TO WRK-FUN-ACHOU
           PERFORM 1310-TESTA-FUNCIONARIO
               VARYING WRK-FUN-IDX FROM 1 BY 1
               UNTIL WRK-FUN-IDX GREATER THAN WRK-FUN-QTD
                  OR FUNCIONARIO-ACHADO
           .

       1310-TESTA-FUNCIONARIO.
           IF WRK-MATRICULA EQUAL WRK-FUN-MAT(WRK-FUN-IDX)
               MOVE 'S' TO WRK-FUN-ACHOU
               SET WRK-IDX-ACHADO TO WRK-FUN-IDX
           END-IF
           .

      *****DATA DE VIGENCIA (AAAAMMDD) EXISTENTE NO CALENDARIO
       1400-VALIDA-VIGENCIA.
           IF WRK-VIG-MES LESS THAN 01 OR WRK-VIG-MES GREATER THAN 12
              OR WRK-VIG-ANO LESS THAN 1900
               DISPLAY 'DATA INVALIDA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WRK-DIAS-MES-N(WRK-VIG-MES) TO WRK-ULT-DIA-MES
           IF WRK-VIG-MES EQUAL 02
               MOVE WRK-VIG-ANO TO WRK-ANO-BISSEXTO
               CALL 'ANOBISSEXTO' USING WRK-ANO-BISSEXTO WRK-BISSEXTO
               IF WRK-BISSEXTO EQUAL 'S'
                   MOVE 29 TO WRK-ULT-DIA-MES
               END-IF
           END-IF
           IF WRK-VIG-DIA LESS THAN 01
              OR WRK-VIG-DIA GREATER THAN WRK-ULT-DIA-MES
               DISPLAY 'DATA INVALIDA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       1500-CARREGA-LOTACAO.
           OPEN INPUT DEPTOS
           IF WRK-FS-DEPTOS EQUAL ZEROS
               MOVE 'N' TO WRK-FIM-DEP
               PERFORM 1510-LER-DEPTO
               PERFORM 1520-GUARDA-DEPTO
                   UNTIL FIM-DEPTOS
               CLOSE DEPTOS
           END-IF
           .

       1510-LER-DEPTO.
           READ DEPTOS
               AT END
                   MOVE 'S' TO WRK-FIM-DEP
           END-READ
           .

       1520-GUARDA-DEPTO.
           IF WRK-DEP-QTD LESS THAN 200
               ADD 1 TO WRK-DEP-QTD
               SET WRK-DEP-IDX TO WRK-DEP-QTD
               MOVE DEP-MATRICULA TO WRK-DEP-MAT(WRK-DEP-IDX)
               MOVE DEP-DEPTO     TO WRK-DEP-DEPTO(WRK-DEP-IDX)
               MOVE DEP-CENTRO    TO WRK-DEP-CENTRO(WRK-DEP-IDX)
           END-IF
           PERFORM 1510-LER-DEPTO
           .

       1550-PROCURA-LOTACAO.
           MOVE 'N' TO WRK-DEP-ACHOU
           PERFORM 1560-TESTA-LOTACAO
               VARYING WRK-DEP-IDX FROM 1 BY 1
               UNTIL WRK-DEP-IDX GREATER THAN WRK-DEP-QTD
                  OR LOTACAO-ACHADA
           IF LOTACAO-ACHADA
               SET WRK-DEP-IDX TO WRK-IDX-DEP-ACHADO
               MOVE WRK-DEP-DEPTO(WRK-DEP-IDX)  TO WRK-ANT-DEPTO
               MOVE WRK-DEP-CENTRO(WRK-DEP-IDX) TO WRK-ANT-CENTRO
           ELSE
               MOVE SPACES TO WRK-ANT-DEPTO WRK-ANT-CENTRO
           END-IF
           .

       1560-TESTA-LOTACAO.
           IF WRK-MATRICULA EQUAL WRK-DEP-MAT(WRK-DEP-IDX)
               MOVE 'S' TO WRK-DEP-ACHOU
               SET WRK-IDX-DEP-ACHADO TO WRK-DEP-IDX
           END-IF
           .

      *****QUANTOS REGISTROS A MATRICULA JA TEM NO HISTORICO E A
      *****VIGENCIA DA ULTIMA ALTERACAO DE SALARIO
       1600-LE-HISTORICO.
           MOVE ZEROS TO WRK-HIST-QTD-MAT WRK-ULT-VIG-SALARIO
           OPEN INPUT HISTFUN
           IF WRK-FS-HISTFUN EQUAL ZEROS
               MOVE 'N' TO WRK-FIM-HIST
               PERFORM 1610-LER-HISTORICO
               PERFORM 1620-CONTA-HISTORICO
                   UNTIL FIM-HISTORICO
               CLOSE HISTFUN
           END-IF
           .

       1610-LER-HISTORICO.
           READ HISTFUN
               AT END
                   MOVE 'S' TO WRK-FIM-HIST
           END-READ
           .

       1620-CONTA-HISTORICO.
           IF HF-MATRICULA EQUAL WRK-MATRICULA
               ADD 1 TO WRK-HIST-QTD-MAT
               IF (HF-EVENTO EQUAL 'A' OR HF-EVENTO EQUAL 'I'
                   OR HF-EVENTO EQUAL 'S')
                  AND HF-VIGENCIA GREATER THAN WRK-ULT-VIG-SALARIO
                   MOVE HF-VIGENCIA TO WRK-ULT-VIG-SALARIO
               END-IF
           END-IF
           PERFORM 1610-LER-HISTORICO
           .

      *****MATRICULA DE FUNCIONARIO ATIVO, COM A SITUACAO ANTERIOR
      *****GUARDADA PARA O JORNAL E O HISTORICO
       1700-PEDE-ATIVO.
           DISPLAY 'MATRICULA?'
           ACCEPT WRK-MATRICULA
           PERFORM 1300-PROCURA-FUNCIONARIO
           IF NOT FUNCIONARIO-ACHADO
               DISPLAY 'MATRICULA NAO CADASTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WRK-FUN-IDX TO WRK-IDX-ACHADO
           IF WRK-FUN-SITUACAO(WRK-FUN-IDX) EQUAL 'D'
               DISPLAY 'FUNCIONARIO DESLIGADO EM '
                       WRK-FUN-DESLIGA(WRK-FUN-IDX)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WRK-FUN-NOME(WRK-FUN-IDX)     TO WRK-ANT-NOME
           MOVE WRK-FUN-ENTRADA(WRK-FUN-IDX)  TO WRK-ANT-ENTRADA
           MOVE WRK-FUN-SALARIO(WRK-FUN-IDX)  TO WRK-ANT-SALARIO
           MOVE WRK-FUN-SITUACAO(WRK-FUN-IDX) TO WRK-ANT-SITUACAO
           MOVE WRK-FUN-CARGO(WRK-FUN-IDX)    TO WRK-ANT-CARGO
           MOVE WRK-FUN-DESLIGA(WRK-FUN-IDX)  TO WRK-ANT-DESLIGA
           PERFORM 1550-PROCURA-LOTACAO
           MOVE WRK-ANT-DEPTO  TO WRK-DEPTO
           MOVE WRK-ANT-CENTRO TO WRK-CENTRO
           PERFORM 5100-MOSTRA-FUNCIONARIO
           MOVE WRK-ANT-ENTRADA TO WRK-ADMISSAO
           IF WRK-ADMISSAO LESS THAN 10000
               COMPUTE WRK-ADMISSAO = (WRK-ADMISSAO * 10000) + 0101
           END-IF
           PERFORM 1600-LE-HISTORICO
           .

      *****VIGENCIA DA MUDANCA: NAO PODE SER ANTERIOR A ADMISSAO
       1800-PEDE-VIGENCIA.
           DISPLAY 'VIGENCIA (AAAAMMDD)?'
           ACCEPT WRK-VIGENCIA
           PERFORM 1400-VALIDA-VIGENCIA
           IF WRK-VIGENCIA LESS THAN WRK-ADMISSAO
               DISPLAY 'VIGENCIA ANTERIOR A ADMISSAO (' WRK-ADMISSAO
                       ')'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2000-ADMITIR.
           DISPLAY 'MATRICULA?'
           ACCEPT WRK-MATRICULA
           PERFORM 1300-PROCURA-FUNCIONARIO
           IF FUNCIONARIO-ACHADO
               DISPLAY 'MATRICULA JA CADASTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WRK-FUN-QTD NOT LESS THAN 200
               DISPLAY 'CADASTRO CHEIO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'NOME?'
           ACCEPT WRK-NOME
           DISPLAY 'DATA DE ADMISSAO (AAAAMMDD)?'
           ACCEPT WRK-VIGENCIA
           PERFORM 1400-VALIDA-VIGENCIA
           DISPLAY 'SALARIO?'
           ACCEPT WRK-SALARIO
           DISPLAY 'CARGO?'
           ACCEPT WRK-CARGO
           DISPLAY 'DEPARTAMENTO?'
           ACCEPT WRK-DEPTO
           DISPLAY 'CENTRO DE CUSTO?'
           ACCEPT WRK-CENTRO
           IF WRK-NOME EQUAL SPACES OR WRK-CARGO EQUAL SPACES
              OR WRK-DEPTO EQUAL SPACES OR WRK-CENTRO EQUAL SPACES
               DISPLAY 'NOME/CARGO/DEPARTAMENTO/CENTRO EM BRANCO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WRK-SALARIO EQUAL ZEROS
               DISPLAY 'SALARIO ZERADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1550-PROCURA-LOTACAO
           IF NOT LOTACAO-ACHADA AND WRK-DEP-QTD NOT LESS THAN 200
               DISPLAY 'CADASTRO DE LOTACAO CHEIO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WRK-ANT-NOME WRK-ANT-SITUACAO WRK-ANT-CARGO
           MOVE ZEROS  TO WRK-ANT-ENTRADA WRK-ANT-SALARIO
                          WRK-ANT-DESLIGA
           SET EVENTO-ADMISSAO TO TRUE
           SET JMD-INCLUSAO TO TRUE
           ADD 1 TO WRK-FUN-QTD
           SET WRK-FUN-IDX TO WRK-FUN-QTD
           MOVE WRK-MATRICULA TO WRK-FUN-MAT(WRK-FUN-IDX)
           MOVE WRK-NOME      TO WRK-FUN-NOME(WRK-FUN-IDX)
           MOVE WRK-VIGENCIA  TO WRK-FUN-ENTRADA(WRK-FUN-IDX)
           MOVE WRK-SALARIO   TO WRK-FUN-SALARIO(WRK-FUN-IDX)
           MOVE 'A'           TO WRK-FUN-SITUACAO(WRK-FUN-IDX)
           MOVE WRK-CARGO     TO WRK-FUN-CARGO(WRK-FUN-IDX)
           MOVE ZEROS         TO WRK-FUN-DESLIGA(WRK-FUN-IDX)
           SET WRK-IDX-ACHADO TO WRK-FUN-IDX
           PERFORM 2100-ATUALIZA-LOTACAO
           DISPLAY 'FUNCIONARIO ADMITIDO'
           .

      *****LOTACAO NO DEPTO01: ALTERA A EXISTENTE OU INCLUI
       2100-ATUALIZA-LOTACAO.
           IF LOTACAO-ACHADA
               SET WRK-DEP-IDX TO WRK-IDX-DEP-ACHADO
           ELSE
               ADD 1 TO WRK-DEP-QTD
               SET WRK-DEP-IDX TO WRK-DEP-QTD
               MOVE WRK-MATRICULA TO WRK-DEP-MAT(WRK-DEP-IDX)
           END-IF
           MOVE WRK-DEPTO  TO WRK-DEP-DEPTO(WRK-DEP-IDX)
           MOVE WRK-CENTRO TO WRK-DEP-CENTRO(WRK-DEP-IDX)
           .

       3000-ALTERA-SALARIO.
           PERFORM 1700-PEDE-ATIVO
           PERFORM 1800-PEDE-VIGENCIA
           IF WRK-VIGENCIA LESS THAN WRK-ULT-VIG-SALARIO
               DISPLAY 'JA EXISTE ALTERACAO DE SALARIO VIGENTE EM '
                       WRK-ULT-VIG-SALARIO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'NOVO SALARIO?'
           ACCEPT WRK-SALARIO
           IF WRK-SALARIO EQUAL ZEROS
               DISPLAY 'SALARIO ZERADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3100-CONFIRMA-VARIACAO
           SET EVENTO-SALARIO TO TRUE
           SET JMD-ALTERACAO TO TRUE
           MOVE WRK-SALARIO TO WRK-FUN-SALARIO(WRK-FUN-IDX)
           DISPLAY 'SALARIO ALTERADO'
           .

      *****VARIACAO ACIMA DE 50% (PARA MAIS OU PARA MENOS) SO PASSA
      *****CONFIRMADA - E O SINTOMA DE COLUNA TROCADA NA DIGITACAO
       3100-CONFIRMA-VARIACAO.
           COMPUTE WRK-VARIACAO = WRK-SALARIO - WRK-ANT-SALARIO
           IF WRK-VARIACAO LESS THAN ZERO
               COMPUTE WRK-VARIACAO = WRK-VARIACAO * -1
           END-IF
           IF WRK-VARIACAO * 2 GREATER THAN WRK-ANT-SALARIO
               MOVE WRK-ANT-SALARIO TO WRK-SALARIO-MASC
               DISPLAY 'SALARIO ATUAL ' WRK-SALARIO-MASC
               MOVE WRK-SALARIO TO WRK-SALARIO-MASC
               DISPLAY 'SALARIO NOVO  ' WRK-SALARIO-MASC
               DISPLAY 'VARIACAO ACIMA DE 50% - CONFIRMA (S/N)?'
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA NOT EQUAL 'S'
                   DISPLAY 'ALTERACAO CANCELADA'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

       3500-ALTERA-CARGO.
           PERFORM 1700-PEDE-ATIVO
           PERFORM 1800-PEDE-VIGENCIA
           DISPLAY 'NOVO CARGO?'
           ACCEPT WRK-CARGO
           IF WRK-CARGO EQUAL SPACES
               DISPLAY 'CARGO EM BRANCO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET EVENTO-CARGO TO TRUE
           SET JMD-ALTERACAO TO TRUE
           MOVE WRK-CARGO TO WRK-FUN-CARGO(WRK-FUN-IDX)
           DISPLAY 'CARGO ALTERADO'
           .

       4000-TRANSFERIR.
           PERFORM 1700-PEDE-ATIVO
           PERFORM 1800-PEDE-VIGENCIA
           DISPLAY 'NOVO DEPARTAMENTO?'
           ACCEPT WRK-DEPTO
           DISPLAY 'NOVO CENTRO DE CUSTO?'
           ACCEPT WRK-CENTRO
           IF WRK-DEPTO EQUAL SPACES OR WRK-CENTRO EQUAL SPACES
               DISPLAY 'DEPARTAMENTO/CENTRO EM BRANCO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT LOTACAO-ACHADA AND WRK-DEP-QTD NOT LESS THAN 200
               DISPLAY 'CADASTRO DE LOTACAO CHEIO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET EVENTO-TRANSFERENCIA TO TRUE
           SET JMD-ALTERACAO TO TRUE
           PERFORM 2100-ATUALIZA-LOTACAO
           DISPLAY 'FUNCIONARIO TRANSFERIDO'
           .

      *****O DESLIGAMENTO SO MARCA O CADASTRO; AS VERBAS SAO DO
      *****RESCISAO01
       4500-DESLIGAR.
           PERFORM 1700-PEDE-ATIVO
           DISPLAY 'DESLIGAMENTO NA DATA DE VIGENCIA'
           PERFORM 1800-PEDE-VIGENCIA
           SET EVENTO-DESLIGAMENTO TO TRUE
           SET JMD-ALTERACAO TO TRUE
           MOVE 'D'          TO WRK-FUN-SITUACAO(WRK-FUN-IDX)
           MOVE WRK-VIGENCIA TO WRK-FUN-DESLIGA(WRK-FUN-IDX)
           DISPLAY 'FUNCIONARIO DESLIGADO - VERBAS RESCISORIAS PELO '
                   'RESCISAO01'
           .

       5000-LISTAR.
           PERFORM 5050-LISTA-FUNCIONARIO
               VARYING WRK-FUN-IDX FROM 1 BY 1
               UNTIL WRK-FUN-IDX GREATER THAN WRK-FUN-QTD
           .

       5050-LISTA-FUNCIONARIO.
           MOVE WRK-FUN-MAT(WRK-FUN-IDX) TO WRK-MATRICULA
           PERFORM 1550-PROCURA-LOTACAO
           PERFORM 5100-MOSTRA-FUNCIONARIO
           .

       5100-MOSTRA-FUNCIONARIO.
           MOVE WRK-FUN-SALARIO(WRK-FUN-IDX) TO WRK-SALARIO-MASC
           DISPLAY WRK-FUN-MAT(WRK-FUN-IDX) ' '
                   WRK-FUN-NOME(WRK-FUN-IDX) ' SIT '
                   WRK-FUN-SITUACAO(WRK-FUN-IDX) ' ADM '
                   WRK-FUN-ENTRADA(WRK-FUN-IDX) ' SAL '
                   WRK-SALARIO-MASC
           DISPLAY '       CARGO ' WRK-FUN-CARGO(WRK-FUN-IDX)
                   ' DEPTO ' WRK-ANT-DEPTO ' CC ' WRK-ANT-CENTRO
           .

       5500-HISTORICO.
           DISPLAY 'MATRICULA?'
           ACCEPT WRK-MATRICULA
           OPEN INPUT HISTFUN
           IF WRK-FS-HISTFUN NOT EQUAL ZEROS
               DISPLAY 'HISTORICO VAZIO (HISTFUN01)'
           ELSE
               MOVE 'N' TO WRK-FIM-HIST
               PERFORM 1610-LER-HISTORICO
               PERFORM 5510-MOSTRA-HISTORICO
                   UNTIL FIM-HISTORICO
               CLOSE HISTFUN
           END-IF
           .

       5510-MOSTRA-HISTORICO.
           IF HF-MATRICULA EQUAL WRK-MATRICULA
               MOVE HF-SALARIO TO WRK-SALARIO-MASC
               DISPLAY HF-VIGENCIA ' ' HF-EVENTO ' SAL '
                       WRK-SALARIO-MASC ' ' HF-CARGO ' '
                       HF-DEPTO ' ' HF-CENTRO ' SIT ' HF-SITUACAO
                       ' POR ' HF-USUARIO
           END-IF
           PERFORM 1610-LER-HISTORICO
           .

       6000-REGRAVA-CADASTRO.
           OPEN OUTPUT FUNCIONARIOS
           PERFORM 6100-GRAVA-FUNCIONARIO
               VARYING WRK-FUN-IDX FROM 1 BY 1
               UNTIL WRK-FUN-IDX GREATER THAN WRK-FUN-QTD
           CLOSE FUNCIONARIOS
           .

       6100-GRAVA-FUNCIONARIO.
           MOVE SPACES TO REG-FUNCIONARIO
           MOVE WRK-FUN-MAT(WRK-FUN-IDX)      TO RF-MATRICULA
           MOVE WRK-FUN-NOME(WRK-FUN-IDX)     TO RF-NOME
           MOVE WRK-FUN-ENTRADA(WRK-FUN-IDX)  TO RF-ANO-ENTRADA
           MOVE WRK-FUN-SALARIO(WRK-FUN-IDX)  TO RF-SALARIO
           MOVE WRK-FUN-SITUACAO(WRK-FUN-IDX) TO RF-SITUACAO
           MOVE WRK-FUN-CARGO(WRK-FUN-IDX)    TO RF-CARGO
           MOVE WRK-FUN-DESLIGA(WRK-FUN-IDX)  TO RF-DATA-DESLIGA
           WRITE REG-FUNCIONARIO
           .

       6200-REGRAVA-LOTACAO.
           OPEN OUTPUT DEPTOS
           PERFORM 6300-GRAVA-DEPTO
               VARYING WRK-DEP-IDX FROM 1 BY 1
               UNTIL WRK-DEP-IDX GREATER THAN WRK-DEP-QTD
           CLOSE DEPTOS
           .

       6300-GRAVA-DEPTO.
           MOVE SPACES TO REG-DEPTO
           MOVE WRK-DEP-MAT(WRK-DEP-IDX)    TO DEP-MATRICULA
           MOVE WRK-DEP-DEPTO(WRK-DEP-IDX)  TO DEP-DEPTO
           MOVE WRK-DEP-CENTRO(WRK-DEP-IDX) TO DEP-CENTRO
           WRITE REG-DEPTO
           .

      *-----------------------------------------------------------------
      *     HISTORICO: UM REGISTRO POR MUDANCA COM A FOTOGRAFIA DO
      *     FUNCIONARIO A PARTIR DA VIGENCIA. SEM HISTORICO ANTERIOR, A
      *     SITUACAO DE ANTES ENTRA COMO IMPLANTACAO, VIGENTE DESDE A
      *     ADMISSAO
      *-----------------------------------------------------------------
       7000-GRAVA-HISTORICO.
           ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-AGORA FROM TIME
           OPEN EXTEND HISTFUN
           IF WRK-FS-HISTFUN NOT EQUAL ZEROS
               OPEN OUTPUT HISTFUN
           END-IF
           IF NOT EVENTO-ADMISSAO AND WRK-HIST-QTD-MAT EQUAL ZEROS
               MOVE SPACES          TO REG-HISTFUN
               MOVE WRK-MATRICULA   TO HF-MATRICULA
               MOVE WRK-ADMISSAO    TO HF-VIGENCIA
               MOVE 'I'             TO HF-EVENTO
               MOVE WRK-ANT-SALARIO TO HF-SALARIO
               MOVE WRK-ANT-CARGO   TO HF-CARGO
               MOVE WRK-ANT-DEPTO   TO HF-DEPTO
               MOVE WRK-ANT-CENTRO  TO HF-CENTRO
               MOVE WRK-ANT-SITUACAO TO HF-SITUACAO
               PERFORM 7100-FECHA-HISTORICO
           END-IF
           MOVE SPACES        TO REG-HISTFUN
           MOVE WRK-MATRICULA TO HF-MATRICULA
           MOVE WRK-VIGENCIA  TO HF-VIGENCIA
           MOVE WRK-EVENTO    TO HF-EVENTO
           MOVE WRK-FUN-SALARIO(WRK-FUN-IDX)  TO HF-SALARIO
           MOVE WRK-FUN-CARGO(WRK-FUN-IDX)    TO HF-CARGO
           MOVE WRK-DEPTO     TO HF-DEPTO
           MOVE WRK-CENTRO    TO HF-CENTRO
           MOVE WRK-FUN-SITUACAO(WRK-FUN-IDX) TO HF-SITUACAO
           PERFORM 7100-FECHA-HISTORICO
           CLOSE HISTFUN
           .

       7100-FECHA-HISTORICO.
           MOVE WRK-DATA-HOJE       TO HF-DATA-REGISTRO
           MOVE WRK-HORA-AGORA(1:6) TO HF-HORA-REGISTRO
           MOVE WRK-USUARIO         TO HF-USUARIO
           WRITE REG-HISTFUN
           .

      *-----------------------------------------------------------------
      *     JORNAL DE ALTERACOES CADASTRAIS: UMA LINHA POR CAMPO DO
      *     QUADRO DE FUNCIONARIOS E DA LOTACAO (A ROTINA NAO GRAVA O
      *     CAMPO QUE NAO MUDOU)
      *-----------------------------------------------------------------
       8000-GRAVA-JORNAL.
           MOVE WRK-MATRICULA   TO WRK-JMD-CHAVE
           MOVE 'LISTAFUNC'     TO WRK-JMD-ARQUIVO
           MOVE 'RF-NOME'       TO WRK-JMD-CAMPO
           MOVE WRK-ANT-NOME    TO WRK-JMD-ANTIGO
           MOVE WRK-FUN-NOME(WRK-FUN-IDX) TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO
           MOVE 'RF-ANO-ENTRADA' TO WRK-JMD-CAMPO
           MOVE WRK-ANT-ENTRADA TO WRK-JMD-ANTIGO
           MOVE WRK-FUN-ENTRADA(WRK-FUN-IDX) TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO
           MOVE 'RF-SALARIO'    TO WRK-JMD-CAMPO
           MOVE WRK-ANT-SALARIO TO WRK-SALARIO-MASC
           MOVE WRK-SALARIO-MASC TO WRK-JMD-ANTIGO
           MOVE WRK-FUN-SALARIO(WRK-FUN-IDX) TO WRK-SALARIO-MASC
           MOVE WRK-SALARIO-MASC TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO
           MOVE 'RF-SITUACAO'   TO WRK-JMD-CAMPO
           MOVE WRK-ANT-SITUACAO TO WRK-JMD-ANTIGO
           MOVE WRK-FUN-SITUACAO(WRK-FUN-IDX) TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO
           MOVE 'RF-CARGO'      TO WRK-JMD-CAMPO
           MOVE WRK-ANT-CARGO   TO WRK-JMD-ANTIGO
           MOVE WRK-FUN-CARGO(WRK-FUN-IDX) TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO
           MOVE 'RF-DATA-DESLIGA' TO WRK-JMD-CAMPO
           MOVE WRK-ANT-DESLIGA TO WRK-JMD-ANTIGO
           MOVE WRK-FUN-DESLIGA(WRK-FUN-IDX) TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO

           MOVE 'DEPTO01'       TO WRK-JMD-ARQUIVO
           SET JMD-ALTERACAO TO TRUE
           MOVE 'DEP-DEPTO'     TO WRK-JMD-CAMPO
           MOVE WRK-ANT-DEPTO   TO WRK-JMD-ANTIGO
           MOVE WRK-DEPTO       TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO
           MOVE 'DEP-CENTRO'    TO WRK-JMD-CAMPO
           MOVE WRK-ANT-CENTRO  TO WRK-JMD-ANTIGO
           MOVE WRK-CENTRO      TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO
           .

      *****INCLUSAO VAI SEM O VALOR ANTIGO
       8100-JORNAL-CAMPO.
           IF JMD-INCLUSAO
               MOVE SPACES TO WRK-JMD-ANTIGO
           END-IF
           CALL 'JORNALMD' USING WRK-USUARIO WRK-JMD-PROGRAMA
               WRK-JMD-ARQUIVO WRK-JMD-CHAVE WRK-JMD-CAMPO
               WRK-JMD-ANTIGO WRK-JMD-NOVO
           .
       END PROGRAM MANUFUN01.
