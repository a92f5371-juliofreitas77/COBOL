      ******************************************************************
      * Author: JULIO CESAR
      * Date: 02/09/2026
      * Purpose: Manutencao do cadastro de dependentes para o IRRF
      * (DEPENDENTES01), nos moldes do MANUFUN01: inclusao, alteracao,
      * encerramento e listagem dos dependentes de cada matricula do
      * quadro de funcionarios. Cada dependente tem nome, CPF
      * (validado pela rotina comum VALIDADOC), nascimento, parentesco
      * (C conjuge, F filho, E enteado, P pai/mae, O outro) e a data
      * de validade - ate quando vale a deducao; zerada, sem prazo.
      * Filho e enteado sem validade informada valem ate o fim do ano
      * em que completam 21 anos (universitario ate 24 e alterado
      * aqui). O encerramento so preenche a validade: o dependente
      * fica no cadastro para o comprovante de rendimentos do ano.
      * O mesmo CPF nao pode estar aberto em duas matriculas.
      * As folhas (CONTRACH01, FOLHAFER01 e RESCISAO01) contam os
      * dependentes validos pela rotina comum DEDUZDEP. As alteracoes
      * vao para o jornal de alteracoes cadastrais JORNALMD01 (rotina
      * comum JORNALMD), campo a campo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUDEPE01.
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
           SELECT DEPENDENTES ASSIGN TO 'DEPENDENTES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPENDENTES.

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

      *****CADASTRO DE DEPENDENTES: VALIDADE ZERADA = SEM PRAZO
       FD DEPENDENTES.
       01 REG-DEPENDENTE.
           05 DPN-MATRICULA      PIC 9(06).
           05 FILLER             PIC X(01).
           05 DPN-SEQUENCIA      PIC 9(02).
           05 FILLER             PIC X(01).
           05 DPN-NOME           PIC X(30).
           05 FILLER             PIC X(01).
           05 DPN-CPF            PIC X(11).
           05 FILLER             PIC X(01).
           05 DPN-NASCIMENTO     PIC 9(08).
           05 FILLER             PIC X(01).
           05 DPN-PARENTESCO     PIC X(01).
           05 FILLER             PIC X(01).
           05 DPN-VALIDADE       PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WRK-FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77 WRK-FS-DEPENDENTES PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-FUN     PIC X(01) VALUE 'N'.
           88 FIM-FUNCIONARIOS VALUE 'S'.
       77 WRK-FIM-DPN     PIC X(01) VALUE 'N'.
           88 FIM-DEPENDENTES VALUE 'S'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZERO.
       77 WRK-USUARIO     PIC X(20) VALUE SPACES.
       77 WRK-MATRICULA   PIC 9(06) VALUE ZEROS.
       77 WRK-SEQUENCIA   PIC 9(02) VALUE ZEROS.
       77 WRK-NOME        PIC X(30) VALUE SPACES.
       77 WRK-CPF         PIC X(11) VALUE SPACES.
       77 WRK-PARENTESCO  PIC X(01) VALUE SPACES.
           88 PARENTESCO-VALIDO VALUE 'C' 'F' 'E' 'P' 'O'.
           88 PARENTESCO-FILHO  VALUE 'F' 'E'.
       77 WRK-FUN-ACHOU   PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-ACHADO VALUE 'S'.
       77 WRK-DPN-ACHOU   PIC X(01) VALUE 'N'.
           88 DEPENDENTE-ACHADO VALUE 'S'.
       77 WRK-CPF-ACHOU   PIC X(01) VALUE 'N'.
           88 CPF-EM-USO      VALUE 'S'.
       77 WRK-IDX-ACHADO  PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-FUN-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-MAIOR-SEQ   PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-LISTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-DIA-MES PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-BISSEXTO PIC S9(04) VALUE ZEROS.
       77 WRK-BISSEXTO    PIC X(01) VALUE 'N'.
       77 WRK-SITUACAO-DPN PIC X(09) VALUE SPACES.

      *****DATA DIGITADA (NASCIMENTO OU VALIDADE)
       01 WRK-DATA        PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-R REDEFINES WRK-DATA.
           05 WRK-DATA-ANO PIC 9(04).
           05 WRK-DATA-MES PIC 9(02).
           05 WRK-DATA-DIA PIC 9(02).
       01 WRK-NASCIMENTO  PIC 9(08) VALUE ZEROS.
       01 WRK-NASCIMENTO-R REDEFINES WRK-NASCIMENTO.
           05 WRK-NASC-ANO PIC 9(04).
           05 FILLER       PIC 9(04).
       01 WRK-VALIDADE    PIC 9(08) VALUE ZEROS.

      *****VALIDACAO DO CPF (ROTINA COMUM VALIDADOC)
       77 WRK-TIPO-DOC    PIC 9(01) VALUE 1.
       77 WRK-DOC-BUFFER  PIC X(14) VALUE SPACES.
       77 WRK-DOC-VALIDO  PIC X(01) VALUE 'N'.
       77 WRK-DOC-MOTIVO  PIC X(17) VALUE SPACES.

      *****SITUACAO ANTERIOR A MUDANCA (JORNAL)
       77 WRK-ANT-NOME    PIC X(30) VALUE SPACES.
       77 WRK-ANT-CPF     PIC X(11) VALUE SPACES.
       77 WRK-ANT-NASCIMENTO PIC 9(08) VALUE ZEROS.
       77 WRK-ANT-PARENTESCO PIC X(01) VALUE SPACES.
       77 WRK-ANT-VALIDADE PIC 9(08) VALUE ZEROS.

       01 WRK-CADASTRO.
           05 WRK-FUN-QTD  PIC 9(03) VALUE ZEROS.
           05 WRK-FUN-TAB OCCURS 200 TIMES
                          INDEXED BY WRK-FUN-IDX.
               10 WRK-FUN-MAT       PIC 9(06).
               10 WRK-FUN-NOME      PIC X(30).
               10 WRK-FUN-SITUACAO  PIC X(01).

       01 WRK-DEPENDENTES.
           05 WRK-DPN-QTD  PIC 9(04) VALUE ZEROS.
           05 WRK-DPN-TAB OCCURS 2000 TIMES
                          INDEXED BY WRK-DPN-IDX.
               10 WRK-DPN-MAT       PIC 9(06).
               10 WRK-DPN-SEQ       PIC 9(02).
               10 WRK-DPN-NOME      PIC X(30).
               10 WRK-DPN-CPF       PIC X(11).
               10 WRK-DPN-NASC      PIC 9(08).
               10 WRK-DPN-PAR       PIC X(01).
               10 WRK-DPN-VAL       PIC 9(08).

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
       01 WRK-JMD-PROGRAMA PIC X(12) VALUE 'MANUDEPE01'.
       01 WRK-JMD-ARQUIVO PIC X(12) VALUE 'DEPENDENTES'.
       01 WRK-JMD-CHAVE.
           05 WRK-JMD-CHAVE-MAT PIC 9(06).
           05 WRK-JMD-CHAVE-SEQ PIC 9(02).
           05 FILLER          PIC X(12) VALUE SPACES.
       01 WRK-JMD-CAMPO   PIC X(20) VALUE SPACES.
       01 WRK-JMD-ANTIGO  PIC X(40) VALUE SPACES.
       01 WRK-JMD-NOVO    PIC X(40) VALUE SPACES.
       01 WRK-JMD-OPERACAO PIC X(01) VALUE SPACES.
           88 JMD-INCLUSAO    VALUE 'I'.
           88 JMD-ALTERACAO   VALUE 'A'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY 'SEU USUARIO (PARA O JORNAL)?'
           ACCEPT WRK-USUARIO
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM 1000-CARREGA-CADASTRO
           PERFORM 1500-CARREGA-DEPENDENTES

           DISPLAY '1-INCLUIR  2-ALTERAR  3-ENCERRAR  4-LISTAR'
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 2000-INCLUIR
               WHEN 2
                   PERFORM 3000-ALTERAR
               WHEN 3
                   PERFORM 4000-ENCERRAR
               WHEN 4
                   PERFORM 5000-LISTAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF WRK-OPCAO LESS THAN 4
               PERFORM 6000-REGRAVA-DEPENDENTES
               SET WRK-DPN-IDX TO WRK-IDX-ACHADO
               PERFORM 8000-GRAVA-JORNAL
           END-IF

           MOVE 0 TO RETURN-CODE
           STOP RUN.

       1000-CARREGA-CADASTRO.
           OPEN INPUT FUNCIONARIOS
           IF WRK-FS-FUNCIONARIOS NOT EQUAL ZEROS
               DISPLAY 'QUADRO DE FUNCIONARIOS NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WRK-FIM-FUN
           PERFORM 1100-LER-FUNCIONARIO
           PERFORM 1200-GUARDA-FUNCIONARIO
               UNTIL FIM-FUNCIONARIOS
           CLOSE FUNCIONARIOS
           .

       1100-LER-FUNCIONARIO.
           READ FUNCIONARIOS
               AT END
                   MOVE 'S' TO WRK-FIM-FUN
           END-READ
           .

      *****REGISTRO ANTIGO (SEM SITUACAO) ENTRA COMO ATIVO
       1200-GUARDA-FUNCIONARIO.
           IF WRK-FUN-QTD LESS THAN 200
               ADD 1 TO WRK-FUN-QTD
               SET WRK-FUN-IDX TO WRK-FUN-QTD
               MOVE RF-MATRICULA   TO WRK-FUN-MAT(WRK-FUN-IDX)
               MOVE RF-NOME        TO WRK-FUN-NOME(WRK-FUN-IDX)
               MOVE 'A'            TO WRK-FUN-SITUACAO(WRK-FUN-IDX)
               IF RF-SITUACAO EQUAL 'D'
                   MOVE 'D' TO WRK-FUN-SITUACAO(WRK-FUN-IDX)
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
           SET WRK-FUN-IDX TO WRK-IDX-FUN-ACHADO
           .

       1310-TESTA-FUNCIONARIO.
           IF WRK-MATRICULA EQUAL WRK-FUN-MAT(WRK-FUN-IDX)
               MOVE 'S' TO WRK-FUN-ACHOU
               SET WRK-IDX-FUN-ACHADO TO WRK-FUN-IDX
           END-IF
           .

      *****DATA (AAAAMMDD) EXISTENTE NO CALENDARIO
       1400-VALIDA-DATA.
           IF WRK-DATA-MES LESS THAN 01 OR WRK-DATA-MES GREATER THAN 12
              OR WRK-DATA-ANO LESS THAN 1900
               DISPLAY 'DATA INVALIDA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WRK-DIAS-MES-N(WRK-DATA-MES) TO WRK-ULT-DIA-MES
           IF WRK-DATA-MES EQUAL 02
               MOVE WRK-DATA-ANO TO WRK-ANO-BISSEXTO
               CALL 'ANOBISSEXTO' USING WRK-ANO-BISSEXTO WRK-BISSEXTO
               IF WRK-BISSEXTO EQUAL 'S'
                   MOVE 29 TO WRK-ULT-DIA-MES
               END-IF
           END-IF
           IF WRK-DATA-DIA LESS THAN 01
              OR WRK-DATA-DIA GREATER THAN WRK-ULT-DIA-MES
               DISPLAY 'DATA INVALIDA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       1500-CARREGA-DEPENDENTES.
           OPEN INPUT DEPENDENTES
           IF WRK-FS-DEPENDENTES NOT EQUAL ZEROS
               DISPLAY 'CADASTRO NOVO SERA CRIADO (DEPENDENTES01)'
           ELSE
               MOVE 'N' TO WRK-FIM-DPN
               PERFORM 1510-LER-DEPENDENTE
               PERFORM 1520-GUARDA-DEPENDENTE
                   UNTIL FIM-DEPENDENTES
               CLOSE DEPENDENTES
           END-IF
           .

       1510-LER-DEPENDENTE.
           READ DEPENDENTES
               AT END
                   MOVE 'S' TO WRK-FIM-DPN
           END-READ
           .

       1520-GUARDA-DEPENDENTE.
           IF WRK-DPN-QTD LESS THAN 2000
               ADD 1 TO WRK-DPN-QTD
               SET WRK-DPN-IDX TO WRK-DPN-QTD
               MOVE DPN-MATRICULA  TO WRK-DPN-MAT(WRK-DPN-IDX)
               MOVE DPN-SEQUENCIA  TO WRK-DPN-SEQ(WRK-DPN-IDX)
               MOVE DPN-NOME       TO WRK-DPN-NOME(WRK-DPN-IDX)
               MOVE DPN-CPF        TO WRK-DPN-CPF(WRK-DPN-IDX)
               MOVE DPN-NASCIMENTO TO WRK-DPN-NASC(WRK-DPN-IDX)
               MOVE DPN-PARENTESCO TO WRK-DPN-PAR(WRK-DPN-IDX)
               IF DPN-VALIDADE NUMERIC
                   MOVE DPN-VALIDADE TO WRK-DPN-VAL(WRK-DPN-IDX)
               ELSE
                   MOVE ZEROS TO WRK-DPN-VAL(WRK-DPN-IDX)
               END-IF
           END-IF
           PERFORM 1510-LER-DEPENDENTE
           .

      *****MATRICULA DE FUNCIONARIO ATIVO E A MAIOR SEQUENCIA DELA
       1700-PEDE-ATIVO.
           DISPLAY 'MATRICULA?'
           ACCEPT WRK-MATRICULA
           PERFORM 1300-PROCURA-FUNCIONARIO
           IF NOT FUNCIONARIO-ACHADO
               DISPLAY 'MATRICULA NAO CADASTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WRK-FUN-SITUACAO(WRK-FUN-IDX) EQUAL 'D'
               DISPLAY 'FUNCIONARIO DESLIGADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY WRK-FUN-MAT(WRK-FUN-IDX) ' '
                   WRK-FUN-NOME(WRK-FUN-IDX)
           MOVE ZEROS TO WRK-MAIOR-SEQ
           PERFORM 1710-MAIOR-SEQUENCIA
               VARYING WRK-DPN-IDX FROM 1 BY 1
               UNTIL WRK-DPN-IDX GREATER THAN WRK-DPN-QTD
           .

       1710-MAIOR-SEQUENCIA.
           IF WRK-DPN-MAT(WRK-DPN-IDX) EQUAL WRK-MATRICULA
              AND WRK-DPN-SEQ(WRK-DPN-IDX) GREATER THAN WRK-MAIOR-SEQ
               MOVE WRK-DPN-SEQ(WRK-DPN-IDX) TO WRK-MAIOR-SEQ
           END-IF
           .

      *****DEPENDENTE DA MATRICULA PELA SEQUENCIA, COM A SITUACAO
      *****ANTERIOR GUARDADA PARA O JORNAL
       1800-PEDE-DEPENDENTE.
           PERFORM 5050-LISTA-MATRICULA
           DISPLAY 'SEQUENCIA DO DEPENDENTE?'
           ACCEPT WRK-SEQUENCIA
           MOVE 'N' TO WRK-DPN-ACHOU
           PERFORM 1810-TESTA-DEPENDENTE
               VARYING WRK-DPN-IDX FROM 1 BY 1
               UNTIL WRK-DPN-IDX GREATER THAN WRK-DPN-QTD
                  OR DEPENDENTE-ACHADO
           IF NOT DEPENDENTE-ACHADO
               DISPLAY 'DEPENDENTE NAO CADASTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WRK-DPN-IDX TO WRK-IDX-ACHADO
           MOVE WRK-DPN-NOME(WRK-DPN-IDX) TO WRK-ANT-NOME
           MOVE WRK-DPN-CPF(WRK-DPN-IDX)  TO WRK-ANT-CPF
           MOVE WRK-DPN-NASC(WRK-DPN-IDX) TO WRK-ANT-NASCIMENTO
           MOVE WRK-DPN-PAR(WRK-DPN-IDX)  TO WRK-ANT-PARENTESCO
           MOVE WRK-DPN-VAL(WRK-DPN-IDX)  TO WRK-ANT-VALIDADE
           .

       1810-TESTA-DEPENDENTE.
           IF WRK-DPN-MAT(WRK-DPN-IDX) EQUAL WRK-MATRICULA
              AND WRK-DPN-SEQ(WRK-DPN-IDX) EQUAL WRK-SEQUENCIA
               MOVE 'S' TO WRK-DPN-ACHOU
               SET WRK-IDX-ACHADO TO WRK-DPN-IDX
           END-IF
           .

      *****CPF JA ABERTO (SEM VALIDADE OU NAO VENCIDA) EM OUTRO
      *****DEPENDENTE DO CADASTRO
       1900-PROCURA-CPF.
           MOVE 'N' TO WRK-CPF-ACHOU
           PERFORM 1910-TESTA-CPF
               VARYING WRK-DPN-IDX FROM 1 BY 1
               UNTIL WRK-DPN-IDX GREATER THAN WRK-DPN-QTD
                  OR CPF-EM-USO
           .

       1910-TESTA-CPF.
           IF WRK-DPN-CPF(WRK-DPN-IDX) EQUAL WRK-CPF
              AND (WRK-DPN-VAL(WRK-DPN-IDX) EQUAL ZEROS
               OR WRK-DPN-VAL(WRK-DPN-IDX) NOT LESS THAN WRK-DATA-HOJE)
               MOVE 'S' TO WRK-CPF-ACHOU
               DISPLAY 'CPF JA CADASTRADO NA MATRICULA '
                       WRK-DPN-MAT(WRK-DPN-IDX) ' SEQ '
                       WRK-DPN-SEQ(WRK-DPN-IDX)
           END-IF
           .

      *****VALIDADE PADRAO DE FILHO/ENTEADO: FIM DO ANO DOS 21 ANOS
       1950-PEDE-VALIDADE.
           DISPLAY 'VALIDADE (AAAAMMDD, ZERO = SEM PRAZO)?'
           ACCEPT WRK-VALIDADE
           IF WRK-VALIDADE EQUAL ZEROS AND PARENTESCO-FILHO
               COMPUTE WRK-VALIDADE = ((WRK-NASC-ANO + 21) * 10000)
                                      + 1231
               DISPLAY 'VALIDADE ASSUMIDA ' WRK-VALIDADE
           END-IF
           IF WRK-VALIDADE NOT EQUAL ZEROS
               MOVE WRK-VALIDADE TO WRK-DATA
               PERFORM 1400-VALIDA-DATA
               IF WRK-VALIDADE LESS THAN WRK-NASCIMENTO
                   DISPLAY 'VALIDADE ANTERIOR AO NASCIMENTO'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

       2000-INCLUIR.
           PERFORM 1700-PEDE-ATIVO
           IF WRK-DPN-QTD NOT LESS THAN 2000
               DISPLAY 'CADASTRO CHEIO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WRK-MAIOR-SEQ NOT LESS THAN 99
               DISPLAY 'MATRICULA SEM SEQUENCIA LIVRE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'NOME DO DEPENDENTE?'
           ACCEPT WRK-NOME
           IF WRK-NOME EQUAL SPACES
               DISPLAY 'NOME EM BRANCO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'CPF (SO NUMEROS)?'
           ACCEPT WRK-CPF
           MOVE WRK-CPF TO WRK-DOC-BUFFER
           CALL 'VALIDADOC' USING WRK-TIPO-DOC WRK-DOC-BUFFER
                                  WRK-DOC-VALIDO WRK-DOC-MOTIVO
           IF WRK-DOC-VALIDO NOT EQUAL 'S'
               DISPLAY 'CPF INVALIDO - ' WRK-DOC-MOTIVO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1900-PROCURA-CPF
           IF CPF-EM-USO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'NASCIMENTO (AAAAMMDD)?'
           ACCEPT WRK-NASCIMENTO
           MOVE WRK-NASCIMENTO TO WRK-DATA
           PERFORM 1400-VALIDA-DATA
           IF WRK-NASCIMENTO GREATER THAN WRK-DATA-HOJE
               DISPLAY 'NASCIMENTO POSTERIOR A HOJE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'PARENTESCO (C-CONJUGE F-FILHO E-ENTEADO '
                   'P-PAI/MAE O-OUTRO)?'
           ACCEPT WRK-PARENTESCO
           IF NOT PARENTESCO-VALIDO
               DISPLAY 'PARENTESCO INVALIDO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1950-PEDE-VALIDADE
           MOVE SPACES TO WRK-ANT-NOME WRK-ANT-CPF WRK-ANT-PARENTESCO
           MOVE ZEROS  TO WRK-ANT-NASCIMENTO WRK-ANT-VALIDADE
           SET JMD-INCLUSAO TO TRUE
           ADD 1 TO WRK-DPN-QTD
           SET WRK-DPN-IDX TO WRK-DPN-QTD
           ADD 1 TO WRK-MAIOR-SEQ
           MOVE WRK-MATRICULA  TO WRK-DPN-MAT(WRK-DPN-IDX)
           MOVE WRK-MAIOR-SEQ  TO WRK-DPN-SEQ(WRK-DPN-IDX)
           MOVE WRK-NOME       TO WRK-DPN-NOME(WRK-DPN-IDX)
           MOVE WRK-CPF        TO WRK-DPN-CPF(WRK-DPN-IDX)
           MOVE WRK-NASCIMENTO TO WRK-DPN-NASC(WRK-DPN-IDX)
           MOVE WRK-PARENTESCO TO WRK-DPN-PAR(WRK-DPN-IDX)
           MOVE WRK-VALIDADE   TO WRK-DPN-VAL(WRK-DPN-IDX)
           SET WRK-IDX-ACHADO TO WRK-DPN-IDX
           DISPLAY 'DEPENDENTE INCLUIDO - SEQUENCIA ' WRK-MAIOR-SEQ
           .

      *****EM BRANCO (OU ZERO NA VALIDADE) MANTEM O VALOR ATUAL
       3000-ALTERAR.
           PERFORM 1700-PEDE-ATIVO
           PERFORM 1800-PEDE-DEPENDENTE
           MOVE WRK-ANT-NASCIMENTO TO WRK-NASCIMENTO
           DISPLAY 'NOVO NOME (BRANCO MANTEM)?'
           ACCEPT WRK-NOME
           IF WRK-NOME EQUAL SPACES
               MOVE WRK-ANT-NOME TO WRK-NOME
           END-IF
           DISPLAY 'NOVO PARENTESCO (BRANCO MANTEM)?'
           ACCEPT WRK-PARENTESCO
           IF WRK-PARENTESCO EQUAL SPACES
               MOVE WRK-ANT-PARENTESCO TO WRK-PARENTESCO
           END-IF
           IF NOT PARENTESCO-VALIDO
               DISPLAY 'PARENTESCO INVALIDO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'NOVA VALIDADE (AAAAMMDD, ZERO MANTEM)?'
           ACCEPT WRK-VALIDADE
           IF WRK-VALIDADE EQUAL ZEROS
               MOVE WRK-ANT-VALIDADE TO WRK-VALIDADE
           ELSE
               MOVE WRK-VALIDADE TO WRK-DATA
               PERFORM 1400-VALIDA-DATA
               IF WRK-VALIDADE LESS THAN WRK-NASCIMENTO
                   DISPLAY 'VALIDADE ANTERIOR AO NASCIMENTO'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           SET JMD-ALTERACAO TO TRUE
           MOVE WRK-NOME       TO WRK-DPN-NOME(WRK-DPN-IDX)
           MOVE WRK-PARENTESCO TO WRK-DPN-PAR(WRK-DPN-IDX)
           MOVE WRK-VALIDADE   TO WRK-DPN-VAL(WRK-DPN-IDX)
           DISPLAY 'DEPENDENTE ALTERADO'
           .

      *****O ENCERRAMENTO SO FECHA A VALIDADE; O DEPENDENTE FICA NO
      *****CADASTRO PARA O COMPROVANTE DE RENDIMENTOS DO ANO
       4000-ENCERRAR.
           PERFORM 1700-PEDE-ATIVO
           PERFORM 1800-PEDE-DEPENDENTE
           DISPLAY 'ULTIMO DIA DA DEDUCAO (AAAAMMDD)?'
           ACCEPT WRK-VALIDADE
           MOVE WRK-VALIDADE TO WRK-DATA
           PERFORM 1400-VALIDA-DATA
           IF WRK-VALIDADE LESS THAN WRK-ANT-NASCIMENTO
               DISPLAY 'VALIDADE ANTERIOR AO NASCIMENTO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET JMD-ALTERACAO TO TRUE
           MOVE WRK-VALIDADE TO WRK-DPN-VAL(WRK-DPN-IDX)
           DISPLAY 'DEPENDENTE ENCERRADO EM ' WRK-VALIDADE
           .

      *****MATRICULA ZERADA LISTA O CADASTRO INTEIRO
       5000-LISTAR.
           DISPLAY 'MATRICULA (ZERO = TODAS)?'
           ACCEPT WRK-MATRICULA
           PERFORM 5050-LISTA-MATRICULA
           .

       5050-LISTA-MATRICULA.
           MOVE ZEROS TO WRK-QTD-LISTADOS
           PERFORM 5100-MOSTRA-DEPENDENTE
               VARYING WRK-DPN-IDX FROM 1 BY 1
               UNTIL WRK-DPN-IDX GREATER THAN WRK-DPN-QTD
           IF WRK-QTD-LISTADOS EQUAL ZEROS
               DISPLAY 'NENHUM DEPENDENTE CADASTRADO'
           END-IF
           .

       5100-MOSTRA-DEPENDENTE.
           IF WRK-MATRICULA EQUAL ZEROS
              OR WRK-DPN-MAT(WRK-DPN-IDX) EQUAL WRK-MATRICULA
               ADD 1 TO WRK-QTD-LISTADOS
               MOVE 'VALIDO'    TO WRK-SITUACAO-DPN
               IF WRK-DPN-VAL(WRK-DPN-IDX) NOT EQUAL ZEROS
                  AND WRK-DPN-VAL(WRK-DPN-IDX) LESS THAN WRK-DATA-HOJE
                   MOVE 'ENCERRADO' TO WRK-SITUACAO-DPN
               END-IF
               DISPLAY WRK-DPN-MAT(WRK-DPN-IDX) ' '
                       WRK-DPN-SEQ(WRK-DPN-IDX) ' '
                       WRK-DPN-NOME(WRK-DPN-IDX) ' CPF '
                       WRK-DPN-CPF(WRK-DPN-IDX) ' NASC '
                       WRK-DPN-NASC(WRK-DPN-IDX) ' PAR '
                       WRK-DPN-PAR(WRK-DPN-IDX) ' VAL '
                       WRK-DPN-VAL(WRK-DPN-IDX) ' '
                       WRK-SITUACAO-DPN
           END-IF
           .

       6000-REGRAVA-DEPENDENTES.
           OPEN OUTPUT DEPENDENTES
           PERFORM 6100-GRAVA-DEPENDENTE
               VARYING WRK-DPN-IDX FROM 1 BY 1
               UNTIL WRK-DPN-IDX GREATER THAN WRK-DPN-QTD
           CLOSE DEPENDENTES
           .

       6100-GRAVA-DEPENDENTE.
           MOVE SPACES TO REG-DEPENDENTE
           MOVE WRK-DPN-MAT(WRK-DPN-IDX)  TO DPN-MATRICULA
           MOVE WRK-DPN-SEQ(WRK-DPN-IDX)  TO DPN-SEQUENCIA
           MOVE WRK-DPN-NOME(WRK-DPN-IDX) TO DPN-NOME
           MOVE WRK-DPN-CPF(WRK-DPN-IDX)  TO DPN-CPF
           MOVE WRK-DPN-NASC(WRK-DPN-IDX) TO DPN-NASCIMENTO
           MOVE WRK-DPN-PAR(WRK-DPN-IDX)  TO DPN-PARENTESCO
           MOVE WRK-DPN-VAL(WRK-DPN-IDX)  TO DPN-VALIDADE
           WRITE REG-DEPENDENTE
           .

      *-----------------------------------------------------------------
      *     JORNAL DE ALTERACOES CADASTRAIS: UMA LINHA POR CAMPO DO
      *     DEPENDENTE, CHAVE MATRICULA + SEQUENCIA (A ROTINA NAO GRAVA
      *     O CAMPO QUE NAO MUDOU)
      *-----------------------------------------------------------------
       8000-GRAVA-JORNAL.
           MOVE WRK-DPN-MAT(WRK-DPN-IDX) TO WRK-JMD-CHAVE-MAT
           MOVE WRK-DPN-SEQ(WRK-DPN-IDX) TO WRK-JMD-CHAVE-SEQ
           MOVE 'DPN-NOME'       TO WRK-JMD-CAMPO
           MOVE WRK-ANT-NOME     TO WRK-JMD-ANTIGO
           MOVE WRK-DPN-NOME(WRK-DPN-IDX) TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO
           MOVE 'DPN-CPF'        TO WRK-JMD-CAMPO
           MOVE WRK-ANT-CPF      TO WRK-JMD-ANTIGO
           MOVE WRK-DPN-CPF(WRK-DPN-IDX) TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO
           MOVE 'DPN-NASCIMENTO' TO WRK-JMD-CAMPO
           MOVE WRK-ANT-NASCIMENTO TO WRK-JMD-ANTIGO
           MOVE WRK-DPN-NASC(WRK-DPN-IDX) TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO
           MOVE 'DPN-PARENTESCO' TO WRK-JMD-CAMPO
           MOVE WRK-ANT-PARENTESCO TO WRK-JMD-ANTIGO
           MOVE WRK-DPN-PAR(WRK-DPN-IDX) TO WRK-JMD-NOVO
           PERFORM 8100-JORNAL-CAMPO
           MOVE 'DPN-VALIDADE'   TO WRK-JMD-CAMPO
           MOVE WRK-ANT-VALIDADE TO WRK-JMD-ANTIGO
           MOVE WRK-DPN-VAL(WRK-DPN-IDX) TO WRK-JMD-NOVO
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
       END PROGRAM MANUDEPE01.
