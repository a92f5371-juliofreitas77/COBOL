      ******************************************************************
      * Author: JULIO CESAR
      * Date: 02/09/2026
      * Purpose: Exportacao do ponto nos arquivos eletronicos oficiais
      * pedidos pela fiscalizacao do trabalho e pelos peritos - a
      * impressao do HistoricoPonto.txt nao e aceita. Para o periodo
      * informado (data inicial e final AAAAMMDD) gera:
      * - AFD01, arquivo fonte de dados: cabecalho do empregador
      *   (CNPJ e razao social do registro EMPRES da TABELAENC01), um
      *   registro tipo 3 por marcacao gravada pelo DESAFIO10 (todas
      *   as entradas e saidas do dia, com NSR sequencial e a data do
      *   dia seguinte na batida que passa da meia-noite) e o trailer
      *   com a quantidade de registros de cada tipo. Cabecalho e
      *   marcacoes levam o CRC-16 do registro (rotina comum CRC16).
      * - AEJ01, arquivo eletronico de jornada (campos separados por
      *   '|'), montado dos dias aprovados do PONTOAPROV01: empregador,
      *   registrador, um vinculo por matricula (nome do
      *   ListaFuncionarios), uma marcacao por batida com o tipo
      *   (E/S) e o par, programa e trailer com as quantidades. O dia
      *   liberado na revisao do APRJOR01 (jornal APRJORLOG01) sai com
      *   a fonte 'T' e a decisao do supervisor no motivo, ao lado das
      *   marcacoes originais ('O') dos demais dias.
      * Sem CPF no cadastro, o vinculo e identificado pela matricula.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPAFD01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PONTO
               ASSIGN TO 'C:\cobol\COBOL\DESAFIO\HistoricoPonto.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PONTO.

           SELECT APROVADOS ASSIGN TO 'PONTOAPROV01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APROVADOS.

           SELECT JORNAL-REVISAO ASSIGN TO 'APRJORLOG01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.

           SELECT TABELA-ENCARGOS ASSIGN TO 'TABELAENC01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABELA.

           SELECT ARQUIVO-FUNCIONARIOS
               ASSIGN TO 'C:\cobol\COBOL\ListaFuncionarios.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT ARQUIVO-AFD ASSIGN TO 'AFD01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AFD.

           SELECT ARQUIVO-AEJ ASSIGN TO 'AEJ01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AEJ.

       DATA DIVISION.
       FILE SECTION.
      *****LINHA DO HISTORICO DE PONTO (LAYOUT DE WCA-LINHA-PONTO DO
      *****DESAFIO10): AS SEIS BATIDAS NA ORDEM DO DIA - ENTRADA,
      *****SAIDA E VOLTA DO ALMOCO, SAIDA E VOLTA DO SEGUNDO INTERVALO
      *****(EM BRANCO SEM ELE) E SAIDA FINAL
       FD ARQUIVO-PONTO.
       01 REG-PONTO.
           05 HP-MATRICULA         PIC 9(06).
           05 FILLER               PIC X(02).
           05 HP-DATA.
               10 HP-DIA           PIC 9(02).
               10 FILLER           PIC X(01).
               10 HP-MES           PIC 9(02).
               10 FILLER           PIC X(01).
               10 HP-ANO           PIC 9(04).
           05 FILLER               PIC X(02).
           05 HP-BATIDA OCCURS 6 TIMES.
               10 HP-BAT-HORA      PIC 9(02).
               10 FILLER           PIC X(01).
               10 HP-BAT-MINUTO    PIC 9(02).
               10 FILLER           PIC X(02).
           05 HP-TRABALHADAS       PIC X(05).
           05 FILLER               PIC X(02).
           05 HP-ALMOCO            PIC X(05).
           05 FILLER               PIC X(02).
           05 HP-ALMOCO2           PIC X(05).
           05 FILLER               PIC X(02).
           05 HP-EXTRAS            PIC X(05).
           05 FILLER               PIC X(02).
           05 HP-NOTURNO           PIC X(05).
           05 FILLER               PIC X(07).

       FD APROVADOS.
       01 REG-APROVADO             PIC X(100).

       FD JORNAL-REVISAO.
       01 REG-JORNAL.
           05 JRL-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 JRL-HORA             PIC 9(06).
           05 FILLER               PIC X(01).
           05 JRL-USUARIO          PIC X(20).
           05 FILLER               PIC X(01).
           05 JRL-MATRICULA        PIC X(06).
           05 FILLER               PIC X(01).
           05 JRL-DATA-PONTO       PIC X(10).
           05 FILLER               PIC X(01).
           05 JRL-DECISAO          PIC X(14).

      *****SO O REGISTRO EMPRES (CNPJ E RAZAO SOCIAL) INTERESSA AQUI
       FD TABELA-ENCARGOS.
       01 REG-TABELA-ENCARGOS.
           05 TEN-CODIGO           PIC X(06).
           05 TEN-DADOS.
               10 TEN-ALIQUOTA     PIC 9(02)V9(04).
               10 TEN-DESCRICAO    PIC X(30).
           05 TEN-EMPRESA REDEFINES TEN-DADOS.
               10 TEN-CNPJ         PIC 9(14).
               10 TEN-RAZAO        PIC X(22).

       FD ARQUIVO-FUNCIONARIOS.
       01 REG-FUNCIONARIO.
           05 RF-MATRICULA         PIC 9(06).
           05 RF-NOME              PIC X(30).
           05 RF-ANO-ENTRADA       PIC 9(08).
           05 RF-SALARIO           PIC S9(11)V99.
           05 RF-SITUACAO          PIC X(01).
           05 RF-CARGO             PIC X(20).
           05 RF-DATA-DESLIGA      PIC 9(08).

       FD ARQUIVO-AFD.
       01 REG-AFD                  PIC X(302).

       FD ARQUIVO-AEJ.
       01 REG-AEJ                  PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-FS-PONTO              PIC 9(02) VALUE ZEROS.
       01 WS-FS-APROVADOS          PIC 9(02) VALUE ZEROS.
       01 WS-FS-JORNAL             PIC 9(02) VALUE ZEROS.
       01 WS-FS-TABELA             PIC 9(02) VALUE ZEROS.
       01 WS-FS-FUNCIONARIOS       PIC 9(02) VALUE ZEROS.
       01 WS-FS-AFD                PIC 9(02) VALUE ZEROS.
       01 WS-FS-AEJ                PIC 9(02) VALUE ZEROS.
       01 WS-FIM-ARQUIVO           PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO              VALUE 'S'.

      *****PERIODO PEDIDO E MOMENTO DA GERACAO
       01 WS-DATA-INICIAL          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-FINAL            PIC 9(08) VALUE ZEROS.
       01 WS-DATA-VALIDA           PIC 9(08) VALUE ZEROS.
       01 WS-DATA-VALIDA-R REDEFINES WS-DATA-VALIDA.
           05 WS-VAL-ANO           PIC 9(04).
           05 WS-VAL-MES           PIC 9(02).
           05 WS-VAL-DIA           PIC 9(02).
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.

      *****EMPREGADOR (REGISTRO EMPRES DA TABELAENC01)
       01 WCA-CNPJ-EMPRESA         PIC 9(14) VALUE ZEROS.
       01 WCA-RAZAO-EMPRESA        PIC X(22) VALUE SPACES.
       01 WCA-EMPRESA-ACHOU        PIC X(01) VALUE 'N'.
           88 EMPRESA-ACHADA           VALUE 'S'.

      *****DIAS LIBERADOS NA REVISAO DO APRJOR01 (ULTIMA DECISAO VALE)
       01 WCA-REVISOES.
           05 WCA-REV-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-REV-TAB OCCURS 500 TIMES
                          INDEXED BY WCA-REV-IDX.
               10 WCA-REV-MATRICULA PIC X(06).
               10 WCA-REV-DATA     PIC X(10).
               10 WCA-REV-DECISAO  PIC X(14).
       01 WCA-REV-ACHOU            PIC X(01) VALUE 'N'.
           88 DIA-REVISADO             VALUE 'S'.
       01 WS-DECISAO-DIA           PIC X(14) VALUE SPACES.

      *****NOMES DO LISTAFUNCIONARIOS E VINCULOS PRESENTES NO AEJ
       01 WCA-NOMES.
           05 WCA-NOM-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-NOM-TAB OCCURS 500 TIMES
                          INDEXED BY WCA-NOM-IDX.
               10 WCA-NOM-MATRICULA PIC 9(06).
               10 WCA-NOM-NOME     PIC X(30).
       01 WCA-VINCULOS.
           05 WCA-VIN-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-VIN-TAB OCCURS 500 TIMES
                          INDEXED BY WCA-VIN-IDX.
               10 WCA-VIN-MATRICULA PIC 9(06).
       01 WCA-VIN-ACHOU            PIC X(01) VALUE 'N'.
           88 VINCULO-ACHADO           VALUE 'S'.
       01 WS-NOME-VINCULO          PIC X(30) VALUE SPACES.

      *****MARCACAO CORRENTE: DATA (COM A VIRADA DA MEIA-NOITE), HORA,
      *****TIPO E PAR DE ENTRADA/SAIDA
       01 WS-DATA-PONTO            PIC 9(08) VALUE ZEROS.
       01 WS-DATA-MARCACAO         PIC 9(08) VALUE ZEROS.
       01 WS-DATA-MARCACAO-R REDEFINES WS-DATA-MARCACAO.
           05 WS-MAR-ANO           PIC 9(04).
           05 WS-MAR-MES           PIC 9(02).
           05 WS-MAR-DIA           PIC 9(02).
       01 WS-IDX-BATIDA            PIC 9(01) VALUE ZEROS.
       01 WS-QUOCIENTE-BATIDA      PIC 9(01) VALUE ZEROS.
       01 WS-RESTO-BATIDA          PIC 9(01) VALUE ZEROS.
       01 WS-MIN-BATIDA            PIC 9(04) VALUE ZEROS.
       01 WS-MIN-ANTERIOR          PIC 9(04) VALUE ZEROS.
       01 WS-VIROU-DIA             PIC X(01) VALUE 'N'.
           88 DIA-VIRADO               VALUE 'S'.
       01 WS-TIPO-MARCACAO         PIC X(01) VALUE SPACES.
       01 WS-PAR-MARCACAO          PIC 9(01) VALUE ZEROS.
       01 WS-ULT-DIA-MES           PIC 9(02) VALUE ZEROS.
       01 WS-ANO-BISSEXTO          PIC S9(04) VALUE ZEROS.
       01 WS-BISSEXTO              PIC X(01) VALUE 'A'.
       01 WCA-DIAS-MES-TABELA.
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
       01 WCA-DIAS-MES REDEFINES WCA-DIAS-MES-TABELA.
           05 WCA-DIAS-MES-N       PIC 9(02) OCCURS 12 TIMES.

      *****DATA E HORA NO FORMATO AAAA-MM-DDThh:mm:00-0300
       01 WCA-DATA-HORA.
           05 DH-ANO               PIC 9(04).
           05 FILLER               PIC X(01) VALUE '-'.
           05 DH-MES               PIC 9(02).
           05 FILLER               PIC X(01) VALUE '-'.
           05 DH-DIA               PIC 9(02).
           05 FILLER               PIC X(01) VALUE 'T'.
           05 DH-HORA              PIC 9(02).
           05 FILLER               PIC X(01) VALUE ':'.
           05 DH-MINUTO            PIC 9(02).
           05 FILLER               PIC X(08) VALUE ':00-0300'.
       01 WCA-DATA-ISO.
           05 DI-ANO               PIC 9(04).
           05 FILLER               PIC X(01) VALUE '-'.
           05 DI-MES               PIC 9(02).
           05 FILLER               PIC X(01) VALUE '-'.
           05 DI-DIA               PIC 9(02).
       01 WS-DATA-AUX              PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05 WS-AUX-ANO           PIC 9(04).
           05 WS-AUX-MES           PIC 9(02).
           05 WS-AUX-DIA           PIC 9(02).

      *****REGISTROS DO AFD (LEIAUTE OFICIAL DE POSICOES FIXAS)
       01 WCA-AFD-CABECALHO.
           05 AF1-NSR              PIC 9(09) VALUE ZEROS.
           05 AF1-TIPO             PIC X(01) VALUE '1'.
           05 AF1-TIPO-IDENT       PIC X(01) VALUE '1'.
           05 AF1-CNPJ             PIC 9(14) VALUE ZEROS.
           05 AF1-CNO-CAEPF        PIC X(14) VALUE SPACES.
           05 AF1-RAZAO            PIC X(150) VALUE SPACES.
           05 AF1-NUMERO-REP       PIC 9(17) VALUE ZEROS.
           05 AF1-DATA-INICIAL     PIC X(10) VALUE SPACES.
           05 AF1-DATA-FINAL       PIC X(10) VALUE SPACES.
           05 AF1-DATA-GERACAO     PIC X(24) VALUE SPACES.
           05 AF1-VERSAO           PIC X(03) VALUE '003'.
           05 AF1-TIPO-IDENT-DES   PIC X(01) VALUE '1'.
           05 AF1-CNPJ-DES         PIC 9(14) VALUE ZEROS.
           05 AF1-MODELO           PIC X(30) VALUE SPACES.
           05 AF1-CRC              PIC X(04) VALUE SPACES.
       01 WCA-AFD-MARCACAO.
           05 AF3-NSR              PIC 9(09) VALUE ZEROS.
           05 AF3-TIPO             PIC X(01) VALUE '3'.
           05 AF3-DATA-HORA        PIC X(24) VALUE SPACES.
           05 AF3-CPF              PIC 9(12) VALUE ZEROS.
           05 AF3-CRC              PIC X(04) VALUE SPACES.
       01 WCA-AFD-TRAILER.
           05 AF9-NSR              PIC X(09) VALUE '999999999'.
           05 AF9-QTD-TIPO2        PIC 9(09) VALUE ZEROS.
           05 AF9-QTD-TIPO3        PIC 9(09) VALUE ZEROS.
           05 AF9-QTD-TIPO4        PIC 9(09) VALUE ZEROS.
           05 AF9-QTD-TIPO5        PIC 9(09) VALUE ZEROS.
           05 AF9-QTD-TIPO6        PIC 9(09) VALUE ZEROS.
           05 AF9-QTD-TIPO7        PIC 9(09) VALUE ZEROS.
           05 AF9-TIPO             PIC X(01) VALUE '9'.
       01 WS-NSR                   PIC 9(09) VALUE ZEROS.
       01 WS-CRC-DADOS             PIC X(400) VALUE SPACES.
       01 WS-CRC-TAMANHO           PIC 9(03) VALUE ZEROS.
       01 WS-CRC-VALOR             PIC X(04) VALUE SPACES.

      *****REGISTROS DO AEJ (CAMPOS SEPARADOS POR '|')
       01 WS-LINHA-AEJ             PIC X(200) VALUE SPACES.
       01 WS-PTR-AEJ               PIC 9(03) VALUE ZEROS.
       01 WCA-AEJ-QTD.
           05 WCA-AEJ-QTD-TIPO     PIC 9(09) OCCURS 8 TIMES.
       01 WS-TIPO-AEJ              PIC 9(01) VALUE ZEROS.
       01 WS-FONTE-MARCACAO        PIC X(01) VALUE SPACES.
       01 WS-MOTIVO-MARCACAO       PIC X(40) VALUE SPACES.
       01 WS-CPF-VINCULO           PIC 9(11) VALUE ZEROS.

       77 WS-QTD-DIAS-AFD          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DIAS-AEJ          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-TRATADOS          PIC 9(05) VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'EXPAFD01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-GERA-AFD
           PERFORM 5000-GERA-AEJ
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           DISPLAY 'DATA INICIAL (AAAAMMDD)?'
           ACCEPT WS-DATA-INICIAL
           MOVE WS-DATA-INICIAL TO WS-DATA-VALIDA
           PERFORM 1010-VALIDA-DATA
           DISPLAY 'DATA FINAL (AAAAMMDD)?'
           ACCEPT WS-DATA-FINAL
           MOVE WS-DATA-FINAL TO WS-DATA-VALIDA
           PERFORM 1010-VALIDA-DATA
           IF WS-DATA-FINAL LESS THAN WS-DATA-INICIAL
               DISPLAY 'EXPAFD01 - DATA FINAL ANTERIOR A INICIAL'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           PERFORM 1100-LE-EMPREGADOR
           IF NOT EMPRESA-ACHADA
               DISPLAY 'EXPAFD01 - EMPREGADOR (EMPRES) AUSENTE NA '
                       'TABELAENC01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CARREGA-REVISOES
           PERFORM 1300-CARREGA-NOMES
           .

       1010-VALIDA-DATA.
           MOVE WS-VAL-ANO TO WS-ANO-BISSEXTO
           CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO WS-BISSEXTO
           IF WS-VAL-MES LESS THAN 1 OR WS-VAL-MES GREATER THAN 12
               DISPLAY 'EXPAFD01 - DATA INVALIDA: ' WS-DATA-VALIDA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WCA-DIAS-MES-N(WS-VAL-MES) TO WS-ULT-DIA-MES
           IF WS-VAL-MES EQUAL 2 AND WS-BISSEXTO EQUAL 'S'
               MOVE 29 TO WS-ULT-DIA-MES
           END-IF
           IF WS-VAL-DIA LESS THAN 1
              OR WS-VAL-DIA GREATER THAN WS-ULT-DIA-MES
               DISPLAY 'EXPAFD01 - DATA INVALIDA: ' WS-DATA-VALIDA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       1100-LE-EMPREGADOR.
           OPEN INPUT TABELA-ENCARGOS
           IF WS-FS-TABELA EQUAL ZEROS
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 1110-LER-TABELA
               PERFORM 1120-TESTA-EMPREGADOR
                   UNTIL FIM-ARQUIVO OR EMPRESA-ACHADA
               CLOSE TABELA-ENCARGOS
           END-IF
           .

       1110-LER-TABELA.
           READ TABELA-ENCARGOS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ
           .

       1120-TESTA-EMPREGADOR.
           IF TEN-CODIGO EQUAL 'EMPRES'
               MOVE TEN-CNPJ  TO WCA-CNPJ-EMPRESA
               MOVE TEN-RAZAO TO WCA-RAZAO-EMPRESA
               MOVE 'S' TO WCA-EMPRESA-ACHOU
           ELSE
               PERFORM 1110-LER-TABELA
           END-IF
           .

      *****JORNAL DA REVISAO: SO DECISOES QUE LIBERARAM O DIA
       1200-CARREGA-REVISOES.
           OPEN INPUT JORNAL-REVISAO
           IF WS-FS-JORNAL EQUAL ZEROS
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 1210-LER-JORNAL
               PERFORM 1220-GUARDA-REVISAO
                   UNTIL FIM-ARQUIVO
               CLOSE JORNAL-REVISAO
           END-IF
           .

       1210-LER-JORNAL.
           READ JORNAL-REVISAO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ
           .

       1220-GUARDA-REVISAO.
           IF (JRL-DECISAO EQUAL 'APROVADO'
               OR JRL-DECISAO EQUAL 'CORRIGIDO')
              AND WCA-REV-QTD LESS THAN 500
               ADD 1 TO WCA-REV-QTD
               SET WCA-REV-IDX TO WCA-REV-QTD
               MOVE JRL-MATRICULA  TO WCA-REV-MATRICULA(WCA-REV-IDX)
               MOVE JRL-DATA-PONTO TO WCA-REV-DATA(WCA-REV-IDX)
               MOVE JRL-DECISAO    TO WCA-REV-DECISAO(WCA-REV-IDX)
           END-IF
           PERFORM 1210-LER-JORNAL
           .

       1300-CARREGA-NOMES.
           OPEN INPUT ARQUIVO-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS EQUAL ZEROS
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 1310-LER-FUNCIONARIO
               PERFORM 1320-GUARDA-NOME
                   UNTIL FIM-ARQUIVO
               CLOSE ARQUIVO-FUNCIONARIOS
           END-IF
           .

       1310-LER-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIOS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ
           .

       1320-GUARDA-NOME.
           IF WCA-NOM-QTD LESS THAN 500
               ADD 1 TO WCA-NOM-QTD
               SET WCA-NOM-IDX TO WCA-NOM-QTD
               MOVE RF-MATRICULA TO WCA-NOM-MATRICULA(WCA-NOM-IDX)
               MOVE RF-NOME      TO WCA-NOM-NOME(WCA-NOM-IDX)
           END-IF
           PERFORM 1310-LER-FUNCIONARIO
           .

      *-----------------------------------------------------------------
      *     AFD: CABECALHO, UMA MARCACAO POR BATIDA DO HISTORICO NO
      *     PERIODO (NSR SEQUENCIAL) E TRAILER COM AS QUANTIDADES
      *-----------------------------------------------------------------
       2000-GERA-AFD.
           OPEN INPUT ARQUIVO-PONTO
           IF WS-FS-PONTO NOT EQUAL ZEROS
               DISPLAY 'EXPAFD01 - HISTORICO DE PONTO AUSENTE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQUIVO-AFD

           PERFORM 2100-GRAVA-CABECALHO-AFD

           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 2200-LER-PONTO
           PERFORM 2300-MARCACOES-DO-DIA
               UNTIL FIM-ARQUIVO

           MOVE WCA-AFD-TRAILER TO REG-AFD
           WRITE REG-AFD
           CLOSE ARQUIVO-PONTO
           CLOSE ARQUIVO-AFD
           .

       2100-GRAVA-CABECALHO-AFD.
           MOVE WCA-CNPJ-EMPRESA  TO AF1-CNPJ AF1-CNPJ-DES
           MOVE WCA-RAZAO-EMPRESA TO AF1-RAZAO
           MOVE WS-DATA-INICIAL   TO WS-DATA-AUX
           PERFORM 8100-MONTA-DATA-ISO
           MOVE WCA-DATA-ISO      TO AF1-DATA-INICIAL
           MOVE WS-DATA-FINAL     TO WS-DATA-AUX
           PERFORM 8100-MONTA-DATA-ISO
           MOVE WCA-DATA-ISO      TO AF1-DATA-FINAL
           MOVE WS-DATA-HOJE      TO WS-DATA-AUX
           MOVE WS-AUX-ANO        TO DH-ANO
           MOVE WS-AUX-MES        TO DH-MES
           MOVE WS-AUX-DIA        TO DH-DIA
           MOVE WS-HORA-AGORA(1:2) TO DH-HORA
           MOVE WS-HORA-AGORA(3:2) TO DH-MINUTO
           MOVE WCA-DATA-HORA     TO AF1-DATA-GERACAO
           MOVE WCA-AFD-CABECALHO TO WS-CRC-DADOS
           MOVE 298               TO WS-CRC-TAMANHO
           CALL 'CRC16' USING WS-CRC-DADOS WS-CRC-TAMANHO
               WS-CRC-VALOR
           MOVE WS-CRC-VALOR      TO AF1-CRC
           MOVE WCA-AFD-CABECALHO TO REG-AFD
           WRITE REG-AFD
           .

       2200-LER-PONTO.
           READ ARQUIVO-PONTO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ
           .

       2300-MARCACOES-DO-DIA.
           COMPUTE WS-DATA-PONTO =
               (HP-ANO * 10000) + (HP-MES * 100) + HP-DIA
           IF WS-DATA-PONTO NOT LESS THAN WS-DATA-INICIAL
              AND WS-DATA-PONTO NOT GREATER THAN WS-DATA-FINAL
               ADD 1 TO WS-QTD-DIAS-AFD
               MOVE WS-DATA-PONTO TO WS-DATA-MARCACAO
               MOVE ZEROS TO WS-MIN-ANTERIOR
               MOVE 'N'   TO WS-VIROU-DIA
               PERFORM 2400-GRAVA-MARCACAO-AFD
                  THRU 2400-GRAVA-MARCACAO-AFD-FIM
                   VARYING WS-IDX-BATIDA FROM 1 BY 1
                   UNTIL WS-IDX-BATIDA GREATER THAN 6
           END-IF
           PERFORM 2200-LER-PONTO
           .

       2400-GRAVA-MARCACAO-AFD.
           PERFORM 8000-DATA-DA-BATIDA
              THRU 8000-DATA-DA-BATIDA-FIM
           IF WS-TIPO-MARCACAO EQUAL SPACES
               GO TO 2400-GRAVA-MARCACAO-AFD-FIM
           END-IF
           ADD 1 TO WS-NSR
           ADD 1 TO AF9-QTD-TIPO3
           MOVE WS-NSR        TO AF3-NSR
           MOVE WCA-DATA-HORA TO AF3-DATA-HORA
           MOVE HP-MATRICULA  TO AF3-CPF
           MOVE WCA-AFD-MARCACAO TO WS-CRC-DADOS
           MOVE 46               TO WS-CRC-TAMANHO
           CALL 'CRC16' USING WS-CRC-DADOS WS-CRC-TAMANHO
               WS-CRC-VALOR
           MOVE WS-CRC-VALOR     TO AF3-CRC
           MOVE WCA-AFD-MARCACAO TO REG-AFD
           WRITE REG-AFD
           .
       2400-GRAVA-MARCACAO-AFD-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     AEJ: A PRIMEIRA PASSADA NO PONTOAPROV01 COLHE OS VINCULOS
      *     DO PERIODO (OS REGISTROS SAEM ORDENADOS POR TIPO); A
      *     SEGUNDA GRAVA AS MARCACOES DOS DIAS APROVADOS
      *-----------------------------------------------------------------
       5000-GERA-AEJ.
           OPEN INPUT APROVADOS
           IF WS-FS-APROVADOS NOT EQUAL ZEROS
               DISPLAY 'EXPAFD01 - SEM DIAS APROVADOS (PONTOAPROV01)'
           ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 5100-LER-APROVADO
               PERFORM 5200-COLHE-VINCULO
                   UNTIL FIM-ARQUIVO
               CLOSE APROVADOS
           END-IF

           OPEN OUTPUT ARQUIVO-AEJ
           INITIALIZE WCA-AEJ-QTD
           PERFORM 5300-GRAVA-EMPREGADOR-AEJ
           PERFORM 5400-GRAVA-VINCULO-AEJ
               VARYING WCA-VIN-IDX FROM 1 BY 1
               UNTIL WCA-VIN-IDX GREATER THAN WCA-VIN-QTD

           IF WCA-VIN-QTD GREATER THAN ZERO
               OPEN INPUT APROVADOS
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 5100-LER-APROVADO
               PERFORM 5500-MARCACOES-APROVADAS
                   UNTIL FIM-ARQUIVO
               CLOSE APROVADOS
           END-IF

           PERFORM 5700-GRAVA-PROGRAMA-TRAILER
           CLOSE ARQUIVO-AEJ
           .

       5100-LER-APROVADO.
           READ APROVADOS INTO REG-PONTO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ
           .

       5200-COLHE-VINCULO.
           COMPUTE WS-DATA-PONTO =
               (HP-ANO * 10000) + (HP-MES * 100) + HP-DIA
           IF WS-DATA-PONTO NOT LESS THAN WS-DATA-INICIAL
              AND WS-DATA-PONTO NOT GREATER THAN WS-DATA-FINAL
               MOVE 'N' TO WCA-VIN-ACHOU
               PERFORM 5210-TESTA-VINCULO
                   VARYING WCA-VIN-IDX FROM 1 BY 1
                   UNTIL WCA-VIN-IDX GREATER THAN WCA-VIN-QTD
                      OR VINCULO-ACHADO
               IF NOT VINCULO-ACHADO AND WCA-VIN-QTD LESS THAN 500
                   ADD 1 TO WCA-VIN-QTD
                   SET WCA-VIN-IDX TO WCA-VIN-QTD
                   MOVE HP-MATRICULA TO WCA-VIN-MATRICULA(WCA-VIN-IDX)
               END-IF
           END-IF
           PERFORM 5100-LER-APROVADO
           .

       5210-TESTA-VINCULO.
           IF HP-MATRICULA EQUAL WCA-VIN-MATRICULA(WCA-VIN-IDX)
               MOVE 'S' TO WCA-VIN-ACHOU
           END-IF
           .

      *****01 EMPREGADOR E 02 REGISTRADOR (O PROPRIO SISTEMA, REP-P)
       5300-GRAVA-EMPREGADOR-AEJ.
           MOVE SPACES TO WS-LINHA-AEJ
           STRING '01|1|' WCA-CNPJ-EMPRESA '|||'
                  WCA-RAZAO-EMPRESA DELIMITED BY '  '
                  '|' AF1-DATA-INICIAL '|' AF1-DATA-FINAL '|001'
               DELIMITED BY SIZE INTO WS-LINHA-AEJ
           MOVE 1 TO WS-TIPO-AEJ
           PERFORM 5900-GRAVA-LINHA-AEJ
           MOVE SPACES TO WS-LINHA-AEJ
           STRING '02|1|3|' AF1-NUMERO-REP
               DELIMITED BY SIZE INTO WS-LINHA-AEJ
           MOVE 2 TO WS-TIPO-AEJ
           PERFORM 5900-GRAVA-LINHA-AEJ
           .

      *****03 VINCULO: MATRICULA, IDENTIFICADOR (MATRICULA NO LUGAR DO
      *****CPF) E NOME
       5400-GRAVA-VINCULO-AEJ.
           MOVE 'SEM CADASTRO' TO WS-NOME-VINCULO
           PERFORM 5410-TESTA-NOME
               VARYING WCA-NOM-IDX FROM 1 BY 1
               UNTIL WCA-NOM-IDX GREATER THAN WCA-NOM-QTD
           MOVE WCA-VIN-MATRICULA(WCA-VIN-IDX) TO WS-CPF-VINCULO
           MOVE SPACES TO WS-LINHA-AEJ
           STRING '03|' WCA-VIN-MATRICULA(WCA-VIN-IDX) '|'
                  WS-CPF-VINCULO '|'
               DELIMITED BY SIZE
                  WS-NOME-VINCULO DELIMITED BY '  '
               INTO WS-LINHA-AEJ
           MOVE 3 TO WS-TIPO-AEJ
           PERFORM 5900-GRAVA-LINHA-AEJ
           .

       5410-TESTA-NOME.
           IF WCA-NOM-MATRICULA(WCA-NOM-IDX) EQUAL
              WCA-VIN-MATRICULA(WCA-VIN-IDX)
               MOVE WCA-NOM-NOME(WCA-NOM-IDX) TO WS-NOME-VINCULO
           END-IF
           .

       5500-MARCACOES-APROVADAS.
           COMPUTE WS-DATA-PONTO =
               (HP-ANO * 10000) + (HP-MES * 100) + HP-DIA
           IF WS-DATA-PONTO NOT LESS THAN WS-DATA-INICIAL
              AND WS-DATA-PONTO NOT GREATER THAN WS-DATA-FINAL
               ADD 1 TO WS-QTD-DIAS-AEJ
               PERFORM 5510-PROCURA-REVISAO
               MOVE WS-DATA-PONTO TO WS-DATA-MARCACAO
               MOVE ZEROS TO WS-MIN-ANTERIOR
               MOVE 'N'   TO WS-VIROU-DIA
               PERFORM 5600-GRAVA-MARCACAO-AEJ
                  THRU 5600-GRAVA-MARCACAO-AEJ-FIM
                   VARYING WS-IDX-BATIDA FROM 1 BY 1
                   UNTIL WS-IDX-BATIDA GREATER THAN 6
           END-IF
           PERFORM 5100-LER-APROVADO
           .

      *****DIA LIBERADO NA REVISAO: FONTE 'T' COM A DECISAO NO MOTIVO
       5510-PROCURA-REVISAO.
           MOVE 'N'    TO WCA-REV-ACHOU
           MOVE SPACES TO WS-DECISAO-DIA
           PERFORM 5520-TESTA-REVISAO
               VARYING WCA-REV-IDX FROM 1 BY 1
               UNTIL WCA-REV-IDX GREATER THAN WCA-REV-QTD
           IF DIA-REVISADO
               MOVE 'T' TO WS-FONTE-MARCACAO
               MOVE SPACES TO WS-MOTIVO-MARCACAO
               STRING 'REVISAO APRJOR01 - ' WS-DECISAO-DIA
                   DELIMITED BY SIZE INTO WS-MOTIVO-MARCACAO
               ADD 1 TO WS-QTD-TRATADOS
           ELSE
               MOVE 'O' TO WS-FONTE-MARCACAO
               MOVE SPACES TO WS-MOTIVO-MARCACAO
           END-IF
           .

       5520-TESTA-REVISAO.
           IF WCA-REV-MATRICULA(WCA-REV-IDX) EQUAL REG-PONTO(1:6)
              AND WCA-REV-DATA(WCA-REV-IDX) EQUAL HP-DATA
               MOVE 'S' TO WCA-REV-ACHOU
               MOVE WCA-REV-DECISAO(WCA-REV-IDX) TO WS-DECISAO-DIA
           END-IF
           .

      *****05 MARCACAO: VINCULO, DATA E HORA, REGISTRADOR, TIPO, PAR,
      *****FONTE, HORARIO CONTRATUAL (NAO INFORMADO) E MOTIVO
       5600-GRAVA-MARCACAO-AEJ.
           PERFORM 8000-DATA-DA-BATIDA
              THRU 8000-DATA-DA-BATIDA-FIM
           IF WS-TIPO-MARCACAO EQUAL SPACES
               GO TO 5600-GRAVA-MARCACAO-AEJ-FIM
           END-IF
           MOVE SPACES TO WS-LINHA-AEJ
           MOVE 1 TO WS-PTR-AEJ
           STRING '05|' HP-MATRICULA '|' WCA-DATA-HORA '|1|'
                  WS-TIPO-MARCACAO '|' WS-PAR-MARCACAO '|'
                  WS-FONTE-MARCACAO '||'
               DELIMITED BY SIZE
               INTO WS-LINHA-AEJ WITH POINTER WS-PTR-AEJ
           STRING WS-MOTIVO-MARCACAO DELIMITED BY '  '
               INTO WS-LINHA-AEJ WITH POINTER WS-PTR-AEJ
           MOVE 5 TO WS-TIPO-AEJ
           PERFORM 5900-GRAVA-LINHA-AEJ
           .
       5600-GRAVA-MARCACAO-AEJ-FIM.
           EXIT.

      *****08 PROGRAMA GERADOR E 99 TRAILER COM AS QUANTIDADES
       5700-GRAVA-PROGRAMA-TRAILER.
           MOVE SPACES TO WS-LINHA-AEJ
           STRING '08|EXPAFD01|1|1|' WCA-CNPJ-EMPRESA '|'
               DELIMITED BY SIZE
                  WCA-RAZAO-EMPRESA DELIMITED BY '  '
                  '|' DELIMITED BY SIZE
               INTO WS-LINHA-AEJ
           MOVE 8 TO WS-TIPO-AEJ
           PERFORM 5900-GRAVA-LINHA-AEJ
           MOVE SPACES TO WS-LINHA-AEJ
           STRING '99|' WCA-AEJ-QTD-TIPO(1) '|' WCA-AEJ-QTD-TIPO(2)
                  '|' WCA-AEJ-QTD-TIPO(3) '|' WCA-AEJ-QTD-TIPO(4)
                  '|' WCA-AEJ-QTD-TIPO(5) '|' WCA-AEJ-QTD-TIPO(6)
                  '|' WCA-AEJ-QTD-TIPO(7) '|' WCA-AEJ-QTD-TIPO(8)
               DELIMITED BY SIZE INTO WS-LINHA-AEJ
           MOVE WS-LINHA-AEJ TO REG-AEJ
           WRITE REG-AEJ
           .

       5900-GRAVA-LINHA-AEJ.
           ADD 1 TO WCA-AEJ-QTD-TIPO(WS-TIPO-AEJ)
           MOVE WS-LINHA-AEJ TO REG-AEJ
           WRITE REG-AEJ
           .

      *-----------------------------------------------------------------
      *     BATIDA CORRENTE (WS-IDX-BATIDA): TIPO (ENTRADA NAS POSICOES
      *     IMPARES, SAIDA NAS PARES; EM BRANCO SE NAO HOUVE), PAR DE
      *     ENTRADA/SAIDA E DATA-HORA. HORA MENOR QUE A DA BATIDA
      *     ANTERIOR E TURNO QUE PASSOU DA MEIA-NOITE: DAI EM DIANTE AS
      *     BATIDAS SAO DO DIA SEGUINTE
      *-----------------------------------------------------------------
       8000-DATA-DA-BATIDA.
           MOVE SPACES TO WS-TIPO-MARCACAO
           IF WS-IDX-BATIDA EQUAL 1
               MOVE ZEROS TO WS-PAR-MARCACAO
           END-IF
           IF HP-BAT-HORA(WS-IDX-BATIDA) NOT NUMERIC
              OR HP-BAT-MINUTO(WS-IDX-BATIDA) NOT NUMERIC
               GO TO 8000-DATA-DA-BATIDA-FIM
           END-IF
           DIVIDE WS-IDX-BATIDA BY 2 GIVING WS-QUOCIENTE-BATIDA
               REMAINDER WS-RESTO-BATIDA
           IF WS-RESTO-BATIDA EQUAL 1
               MOVE 'E' TO WS-TIPO-MARCACAO
               ADD 1 TO WS-PAR-MARCACAO
           ELSE
               MOVE 'S' TO WS-TIPO-MARCACAO
           END-IF
           COMPUTE WS-MIN-BATIDA = (HP-BAT-HORA(WS-IDX-BATIDA) * 60)
                                 + HP-BAT-MINUTO(WS-IDX-BATIDA)
           IF WS-MIN-BATIDA LESS THAN WS-MIN-ANTERIOR
              AND NOT DIA-VIRADO
               MOVE 'S' TO WS-VIROU-DIA
               PERFORM 8200-SOMA-UM-DIA
           END-IF
           MOVE WS-MIN-BATIDA TO WS-MIN-ANTERIOR
           MOVE WS-MAR-ANO TO DH-ANO
           MOVE WS-MAR-MES TO DH-MES
           MOVE WS-MAR-DIA TO DH-DIA
           MOVE HP-BAT-HORA(WS-IDX-BATIDA)   TO DH-HORA
           MOVE HP-BAT-MINUTO(WS-IDX-BATIDA) TO DH-MINUTO
           .
       8000-DATA-DA-BATIDA-FIM.
           EXIT.

       8100-MONTA-DATA-ISO.
           MOVE WS-AUX-ANO TO DI-ANO
           MOVE WS-AUX-MES TO DI-MES
           MOVE WS-AUX-DIA TO DI-DIA
           .

       8200-SOMA-UM-DIA.
           MOVE WS-MAR-ANO TO WS-ANO-BISSEXTO
           CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO WS-BISSEXTO
           MOVE WCA-DIAS-MES-N(WS-MAR-MES) TO WS-ULT-DIA-MES
           IF WS-MAR-MES EQUAL 2 AND WS-BISSEXTO EQUAL 'S'
               MOVE 29 TO WS-ULT-DIA-MES
           END-IF
           IF WS-MAR-DIA LESS THAN WS-ULT-DIA-MES
               ADD 1 TO WS-MAR-DIA
           ELSE
               MOVE 1 TO WS-MAR-DIA
               IF WS-MAR-MES LESS THAN 12
                   ADD 1 TO WS-MAR-MES
               ELSE
                   MOVE 1 TO WS-MAR-MES
                   ADD 1 TO WS-MAR-ANO
               END-IF
           END-IF
           .

       9000-FINALIZAR.
           DISPLAY 'EXPAFD01 - AFD: ' WS-QTD-DIAS-AFD ' DIAS '
                   AF9-QTD-TIPO3 ' MARCACOES'
           DISPLAY 'EXPAFD01 - AEJ: ' WS-QTD-DIAS-AEJ ' DIAS APROVADOS '
                   WS-QTD-TRATADOS ' TRATADOS NA REVISAO'
           MOVE 'I' TO WS-LOG-SEVERIDADE
           MOVE 0 TO RETURN-CODE
           IF WS-FS-AFD NOT EQUAL ZEROS OR WS-FS-AEJ NOT EQUAL ZEROS
               DISPLAY 'EXPAFD01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 'E' TO WS-LOG-SEVERIDADE
               MOVE 1 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-LOG-MENSAGEM
           STRING 'AFD/AEJ ' WS-DATA-INICIAL '-' WS-DATA-FINAL ' '
                  AF9-QTD-TIPO3 ' MARCACOES'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM
           .
       END PROGRAM EXPAFD01.
