      ******************************************************************
      * Author: JULIO CESAR
      * Date: 02/09/2026
      * Purpose: Pagamento de ferias (ferias + 1/3 constitucional).
      * O FERIAS01 controla o saldo de dias e o MANUAFA01 registra os
      * periodos de ferias (tipo 'V' no Afasta01), mas o dinheiro era
      * calculado a mao. Este lote pega os periodos de ferias que
      * comecam ate dois dias depois da data de referencia do
      * Controle01 (o pagamento e feito dois dias antes do inicio) e
      * que ainda nao terminaram nem foram pagos, e apura: salario
      * dos dias (salario / 30 por dia), media das extras dos ultimos
      * doze fechamentos do ponto (geracoes RESUMOFOLHA01.D<AAAAMM>
      * gravadas pela folha mensal, mesma precificacao do CONTRACH01)
      * proporcional aos dias, e o terco constitucional sobre os
      * dois. INSS e IRRF pelas tabelas TABELAINSS01/TABELAIRRF01.
      * Grava o recibo de ferias no CONTRACHEQ01 (tipo 'F', creditado
      * pelo PAGSAL01 como qualquer folha), o recibo legivel
      * RECIBOFER01 e o registro de ferias pagas FERPAGAS01, que
      * impede o pagamento em dobro e que a folha mensal do CONTRACH01
      * consulta para descontar os dias ja pagos no mes.
      * Ferias que comecam no dia do desligamento ou depois (registro
      * DESLIGA01 do RESCISAO01) nao sao pagas: o saldo de dias ja
      * foi acertado na rescisao.
      * A base do IRRF abate a deducao dos dependentes validos na data
      * do pagamento (rotina DEDUZDEP, cadastro DEPENDENTES01), que sai
      * no recibo, e cada recibo vai para o acumulado anual RENDFUN01
      * (tipo 'F') do comprovante de rendimentos do COMPREND01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHAFER01.
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

           SELECT AFASTAMENTOS ASSIGN TO 'AFASTA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AFASTA.

           SELECT FECHAMENTO ASSIGN TO DYNAMIC WS-NOME-FECHAMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHAMENTO.

           SELECT TABELA-INSS ASSIGN TO 'TABELAINSS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INSS.

           SELECT TABELA-IRRF ASSIGN TO 'TABELAIRRF01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IRRF.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT FERPAGAS ASSIGN TO 'FERPAGAS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERPAGAS.

           SELECT DESLIGADOS ASSIGN TO 'DESLIGA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DESLIGADOS.

           SELECT CONTRACHEQUES ASSIGN TO 'CONTRACHEQ01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTRACHEQUES.

           SELECT RECIBO ASSIGN TO 'RECIBOFER01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECIBO.

           SELECT RENDIMENTOS ASSIGN TO 'RENDFUN01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RENDIMENTOS.

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

       FD AFASTAMENTOS.
       01 REG-AFASTAMENTO.
           05 AFA-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 AFA-TIPO             PIC X(01).
           05 FILLER               PIC X(01).
           05 AFA-DATA-INI         PIC 9(08).
           05 FILLER               PIC X(01).
           05 AFA-DATA-FIM         PIC 9(08).

       FD FECHAMENTO.
       01 REG-FECHAMENTO.
           05 RA-MATRICULA         PIC 9(06).
           05 FILLER               PIC X(01).
           05 RA-EXTRAS-50         PIC 9(04)V99.
           05 FILLER               PIC X(01).
           05 RA-EXTRAS-100        PIC 9(04)V99.
           05 FILLER               PIC X(01).
           05 RA-CENTRO            PIC X(06).

       FD TABELA-INSS.
       01 REG-TABELA-INSS.
           05 TIN-LIMITE           PIC 9(09)V99.
           05 TIN-ALIQUOTA         PIC 9(02)V9(04).
           05 TIN-DEDUCAO          PIC 9(07)V99.

       FD TABELA-IRRF.
       01 REG-TABELA-IRRF.
           05 TIR-LIMITE           PIC 9(09)V99.
           05 TIR-ALIQUOTA         PIC 9(02)V9(04).
           05 TIR-DEDUCAO          PIC 9(07)V99.

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      *****FERIAS JA PAGAS: PERIODO, DIAS, BRUTO E DATA DO PAGAMENTO
       FD FERPAGAS.
       01 REG-FERPAGAS.
           05 FPG-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 FPG-DATA-INI         PIC 9(08).
           05 FILLER               PIC X(01).
           05 FPG-DATA-FIM         PIC 9(08).
           05 FILLER               PIC X(01).
           05 FPG-DIAS             PIC 9(02).
           05 FILLER               PIC X(01).
           05 FPG-BRUTO            PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 FPG-DATA-PAGTO       PIC 9(08).

      *****REGISTRO DE DESLIGADOS DO RESCISAO01
       FD DESLIGADOS.
       01 REG-DESLIGADO.
           05 DSL-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 DSL-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 DSL-TIPO             PIC X(01).

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

       FD RECIBO.
       01 REG-RECIBO               PIC X(100).

      *****RENDIMENTOS PAGOS NO ANO (LAYOUT DO CONTRACH01)
       FD RENDIMENTOS.
       01 REG-RENDIMENTO.
           05 RND-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 RND-COMPETENCIA      PIC 9(06).
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

       WORKING-STORAGE SECTION.
       77 WS-FS-FUNCIONARIOS       PIC 9(02) VALUE ZEROS.
       77 WS-FS-AFASTA             PIC 9(02) VALUE ZEROS.
       77 WS-FS-FECHAMENTO         PIC 9(02) VALUE ZEROS.
       77 WS-FS-INSS               PIC 9(02) VALUE ZEROS.
       77 WS-FS-IRRF               PIC 9(02) VALUE ZEROS.
       77 WS-FS-CONTROLE           PIC 9(02) VALUE ZEROS.
       77 WS-FS-FERPAGAS           PIC 9(02) VALUE ZEROS.
       77 WS-FS-DESLIGADOS         PIC 9(02) VALUE ZEROS.
       77 WS-FS-CONTRACHEQUES      PIC 9(02) VALUE ZEROS.
       77 WS-FS-RECIBO             PIC 9(02) VALUE ZEROS.
       77 WS-FS-RENDIMENTOS        PIC 9(02) VALUE ZEROS.
       77 FIM-ARQUIVO              PIC X(01) VALUE 'N'.
       77 FIM-EXTRAS               PIC X(01) VALUE 'N'.
       77 FIM-TABELA               PIC X(01) VALUE 'N'.
       77 FIM-AFASTA               PIC X(01) VALUE 'N'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-DATA-LIMITE          PIC 9(08) VALUE ZEROS.
      *****ANTECEDENCIA DO PAGAMENTO EM RELACAO AO INICIO DAS FERIAS
       77 WCA-DIAS-ANTECEDENCIA    PIC 9(02) VALUE 2.
       77 WS-NOME-FECHAMENTO       PIC X(30) VALUE SPACES.
       01 WS-MES-GERACAO           PIC 9(06) VALUE ZEROS.
       01 WS-MES-GERACAO-R REDEFINES WS-MES-GERACAO.
           05 GER-ANO              PIC 9(04).
           05 GER-MES              PIC 9(02).
       77 WS-QTD-MESES             PIC 9(02) VALUE ZEROS.
       77 WS-QTD-FECHAMENTOS       PIC 9(02) VALUE ZEROS.

      *****QUADRO DE FUNCIONARIOS (SALARIO E NOME POR MATRICULA)
       01 WRK-FUNCIONARIOS.
          02 WRK-FUN-QTD           PIC 9(03) VALUE ZEROS.
          02 WRK-FUN-TAB OCCURS 200 TIMES.
             03 WRK-FUN-MATRICULA  PIC 9(06).
             03 WRK-FUN-NOME       PIC X(30).
             03 WRK-FUN-SALARIO    PIC S9(11)V99.
             03 WRK-FUN-DESLIGA    PIC 9(08).
       77 WRK-FUN-ACHOU            PIC X(01) VALUE 'N'.
       77 WRK-IDX-FUN              PIC 9(03) VALUE ZEROS.

      *****HORAS EXTRAS SOMADAS NOS FECHAMENTOS LIDOS, POR MATRICULA
       01 WRK-EXTRAS-PONTO.
          02 WRK-EXT-QTD           PIC 9(03) VALUE ZEROS.
          02 WRK-EXT-TAB OCCURS 200 TIMES.
             03 WRK-EXT-MATRICULA  PIC 9(06).
             03 WRK-EXT-50         PIC 9(04)V99.
             03 WRK-EXT-100        PIC 9(04)V99.
       77 WRK-EXT-ACHOU            PIC X(01) VALUE 'N'.
       77 WRK-IDX-EXT              PIC 9(03) VALUE ZEROS.

      *****PERIODOS JA PAGOS (MATRICULA + INICIO DAS FERIAS)
       01 WRK-PAGAS.
          02 WRK-PAG-QTD           PIC 9(03) VALUE ZEROS.
          02 WRK-PAG-TAB OCCURS 500 TIMES.
             03 WRK-PAG-MATRICULA  PIC 9(06).
             03 WRK-PAG-DATA-INI   PIC 9(08).
       77 WRK-PAG-ACHOU            PIC X(01) VALUE 'N'.
       77 WRK-IDX-PAG              PIC 9(03) VALUE ZEROS.

       01 WCA-FAIXAS-INSS.
           05 WCA-FIN-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-FIN-TAB OCCURS 10 TIMES.
               10 WCA-FIN-LIMITE   PIC 9(09)V99.
               10 WCA-FIN-ALIQ     PIC 9(02)V9(04).
               10 WCA-FIN-DEDUCAO  PIC 9(07)V99.
       01 WCA-FAIXAS-IRRF.
           05 WCA-FIR-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-FIR-TAB OCCURS 10 TIMES.
               10 WCA-FIR-LIMITE   PIC 9(09)V99.
               10 WCA-FIR-ALIQ     PIC 9(02)V9(04).
               10 WCA-FIR-DEDUCAO  PIC 9(07)V99.
       77 WS-IDX-FAIXA             PIC 9(02) VALUE ZEROS.
       77 WS-FAIXA-ACHOU           PIC X(01) VALUE 'N'.

      *****CONTAGEM DE DIAS CORRIDOS (AVANCO DE UM DIA DE CALENDARIO,
      *****MESMO ESQUEMA DO JOBFECHAMENTO)
       01 WS-DATA-SOMA             PIC 9(08) VALUE ZEROS.
       01 WS-DATA-SOMA-R REDEFINES WS-DATA-SOMA.
           05 DTS-ANO              PIC 9(04).
           05 DTS-MES              PIC 9(02).
           05 DTS-DIA              PIC 9(02).
       01 WS-ULT-DIA-MES           PIC 9(02) VALUE ZEROS.
       01 WS-ANO-BISSEXTO          PIC S9(04) VALUE ZEROS.
       01 WS-BISSEXTO              PIC X(01) VALUE 'A'.
       01 WRK-DIAS-MES-TABELA.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 28.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
       01 WRK-DIAS-MES REDEFINES WRK-DIAS-MES-TABELA.
           02 WRK-DIAS-MES-N       PIC 9(02) OCCURS 12 TIMES.
       77 WS-DIAS-FERIAS           PIC 9(02) VALUE ZEROS.

       77 WRK-HORA-SALARIO         PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-EXTRAS         PIC S9(09)V99 VALUE ZEROS.
       01 WS-SALARIO-FERIAS        PIC 9(09)V99 VALUE ZEROS.
       01 WS-EXTRAS-FERIAS         PIC 9(07)V99 VALUE ZEROS.
       01 WS-TERCO-FERIAS          PIC 9(09)V99 VALUE ZEROS.
       01 WS-BRUTO                 PIC 9(09)V99 VALUE ZEROS.
       01 WS-INSS                  PIC 9(07)V99 VALUE ZEROS.
       01 WS-BASE-IRRF             PIC 9(09)V99 VALUE ZEROS.
       01 WS-IRRF                  PIC S9(07)V99 VALUE ZEROS.
       01 WS-LIQUIDO               PIC 9(09)V99 VALUE ZEROS.
       01 WS-QTD-DEPENDENTES       PIC 9(02) VALUE ZEROS.
       01 WS-DEDUCAO-DEP           PIC 9(07)V99 VALUE ZEROS.

       77 WS-QTD-PAGOS             PIC 9(04) VALUE ZEROS.
       77 WS-QTD-PENDENTES         PIC 9(04) VALUE ZEROS.
       01 WS-TOT-BRUTO             PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-LIQUIDO           PIC 9(11)V99 VALUE ZEROS.

       01 WCA-LINHA-CABECALHO.
           05 FILLER               PIC X(05) VALUE ' MAT '.
           05 LF-MATRICULA         PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LF-NOME              PIC X(30) VALUE SPACES.
           05 FILLER               PIC X(11) VALUE ' FERIAS DE '.
           05 LF-DATA-INI          PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(03) VALUE ' A '.
           05 LF-DATA-FIM          PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE ' ('.
           05 LF-DIAS              PIC Z9    VALUE ZEROS.
           05 FILLER               PIC X(06) VALUE ' DIAS)'.

       01 WCA-LINHA-VERBAS.
           05 FILLER               PIC X(19) VALUE
               '   SALARIO FERIAS '.
           05 LV-SALARIO           PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(16) VALUE
               '  MEDIA EXTRAS '.
           05 LV-EXTRAS            PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(22) VALUE
               '  1/3 CONSTITUCIONAL '.
           05 LV-TERCO             PIC ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-VALORES.
           05 FILLER               PIC X(09) VALUE '   BRUTO '.
           05 LV-BRUTO             PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(07) VALUE '  INSS '.
           05 LV-INSS              PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(07) VALUE '  IRRF '.
           05 LV-IRRF              PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(10) VALUE '  LIQUIDO '.
           05 LV-LIQUIDO           PIC ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-DEPENDENTES.
           05 FILLER               PIC X(20) VALUE
               '   DEPENDENTES IRRF '.
           05 LD-QTD               PIC Z9    VALUE ZEROS.
           05 FILLER               PIC X(19) VALUE
               '  DEDUCAO NA BASE '.
           05 LD-DEDUCAO           PIC ZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(21) VALUE
               ' RECIBOS DE FERIAS: '.
           05 LT-QTD               PIC ZZZ9  VALUE ZEROS.
           05 FILLER               PIC X(10) VALUE '  BRUTOS '.
           05 LT-BRUTO             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(12) VALUE '  LIQUIDOS '.
           05 LT-LIQUIDO           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 3000-PAGA-FERIAS
               THRU 3000-PAGA-LEITURA
               UNTIL FIM-AFASTA EQUAL 'S'
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           PERFORM 1050-LE-CONTROLE
           IF WCA-DATA-REFERENCIA EQUAL ZEROS
               ACCEPT WCA-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF
           MOVE WCA-DATA-REFERENCIA TO WS-DATA-SOMA
           PERFORM 1060-AVANCA-UM-DIA WCA-DIAS-ANTECEDENCIA TIMES
           MOVE WS-DATA-SOMA TO WCA-DATA-LIMITE

           PERFORM 1100-CARREGA-FUNCIONARIOS
           PERFORM 1200-CARREGA-DESLIGADOS
           PERFORM 1300-CARREGA-INSS
               THRU 1300-CARREGA-INSS-FIM
           PERFORM 1400-CARREGA-IRRF
               THRU 1400-CARREGA-IRRF-FIM
           IF WCA-FIN-QTD EQUAL ZEROS OR WCA-FIR-QTD EQUAL ZEROS
               DISPLAY 'FOLHAFER01 - TABELAS TABELAINSS01/'
                       'TABELAIRRF01 VAZIAS OU AUSENTES'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      *****DOZE ULTIMOS FECHAMENTOS, DO MES DE REFERENCIA PARA TRAS
           MOVE WCA-DATA-REFERENCIA(1:6) TO WS-MES-GERACAO
           PERFORM 1500-CARREGA-FECHAMENTO
               THRU 1500-CARREGA-FECHAMENTO-FIM
               VARYING WS-QTD-MESES FROM 1 BY 1
               UNTIL WS-QTD-MESES GREATER THAN 12

           PERFORM 1600-CARREGA-PAGAS

      *****O CONTRACHEQ01 E SEMPRE RECRIADO, MESMO SEM FERIAS A PAGAR,
      *****PARA O PAGSAL01 NAO CREDITAR DE NOVO A FOLHA ANTERIOR
           OPEN OUTPUT CONTRACHEQUES
           OPEN OUTPUT RECIBO
           OPEN EXTEND RENDIMENTOS
           IF WS-FS-RENDIMENTOS NOT EQUAL 00
               OPEN OUTPUT RENDIMENTOS
           END-IF
           OPEN EXTEND FERPAGAS
           IF WS-FS-FERPAGAS NOT EQUAL 00
               OPEN OUTPUT FERPAGAS
           END-IF

           OPEN INPUT AFASTAMENTOS
           IF WS-FS-AFASTA NOT EQUAL 00
               DISPLAY 'FOLHAFER01 - AFASTA01 NAO ENCONTRADO - '
                       'NENHUMA FERIAS A PAGAR'
               MOVE 'S' TO FIM-AFASTA
           ELSE
               MOVE 'N' TO FIM-AFASTA
               PERFORM 1700-LER-AFASTAMENTO
           END-IF
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

      *****AVANCO DE UM DIA DE CALENDARIO (FEVEREIRO CONFERIDO NO
      *****ANOBISSEXTO)
       1060-AVANCA-UM-DIA.
           MOVE WRK-DIAS-MES-N(DTS-MES) TO WS-ULT-DIA-MES
           IF DTS-MES EQUAL 02
               MOVE DTS-ANO TO WS-ANO-BISSEXTO
               CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO WS-BISSEXTO
               IF WS-BISSEXTO EQUAL 'S'
                   MOVE 29 TO WS-ULT-DIA-MES
               END-IF
           END-IF
           IF DTS-DIA LESS THAN WS-ULT-DIA-MES
               ADD 1 TO DTS-DIA
           ELSE
               MOVE 01 TO DTS-DIA
               IF DTS-MES LESS THAN 12
                   ADD 1 TO DTS-MES
               ELSE
                   MOVE 01 TO DTS-MES
                   ADD 1 TO DTS-ANO
               END-IF
           END-IF
           .

       1100-CARREGA-FUNCIONARIOS.
           OPEN INPUT ARQUIVO-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT EQUAL 00
               DISPLAY 'FOLHAFER01 - QUADRO DE FUNCIONARIOS NAO '
                       'ENCONTRADO'
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
               MOVE RF-SALARIO   TO WRK-FUN-SALARIO(WRK-FUN-QTD)
               MOVE ZEROS        TO WRK-FUN-DESLIGA(WRK-FUN-QTD)
      *****DESLIGADO PELO CADASTRO (MANUFUN01), COMO NO CONTRACH01
               IF RF-SITUACAO EQUAL 'D'
                  AND RF-DATA-DESLIGA NUMERIC
                   MOVE RF-DATA-DESLIGA
                     TO WRK-FUN-DESLIGA(WRK-FUN-QTD)
               END-IF
           END-IF
           PERFORM 1110-LER-FUNCIONARIO
           .

      *****DATA DO DESLIGAMENTO NO QUADRO (ZEROS = ATIVO)
       1200-CARREGA-DESLIGADOS.
           OPEN INPUT DESLIGADOS
           IF WS-FS-DESLIGADOS EQUAL 00
               MOVE 'N' TO FIM-TABELA
               PERFORM 1210-LER-DESLIGADO
               PERFORM 1220-MARCA-DESLIGADO
                   UNTIL FIM-TABELA EQUAL 'S'
               CLOSE DESLIGADOS
           END-IF
           .

       1210-LER-DESLIGADO.
           READ DESLIGADOS
               AT END
                   MOVE 'S' TO FIM-TABELA
           END-READ
           .

       1220-MARCA-DESLIGADO.
           MOVE 'N' TO WRK-FUN-ACHOU
           MOVE 1 TO WRK-IDX-FUN
           PERFORM 1230-PROCURA-DESLIGADO
               UNTIL WRK-IDX-FUN GREATER THAN WRK-FUN-QTD
                  OR WRK-FUN-ACHOU EQUAL 'S'
           IF WRK-FUN-ACHOU EQUAL 'S'
               MOVE DSL-DATA TO WRK-FUN-DESLIGA(WRK-IDX-FUN)
           END-IF
           PERFORM 1210-LER-DESLIGADO
           .

       1230-PROCURA-DESLIGADO.
           IF DSL-MATRICULA EQUAL WRK-FUN-MATRICULA(WRK-IDX-FUN)
               MOVE 'S' TO WRK-FUN-ACHOU
           ELSE
               ADD 1 TO WRK-IDX-FUN
           END-IF
           .

       1300-CARREGA-INSS.
           OPEN INPUT TABELA-INSS
           IF WS-FS-INSS NOT EQUAL 00
               GO TO 1300-CARREGA-INSS-FIM
           END-IF
           MOVE 'N' TO FIM-TABELA
           PERFORM 1310-LER-INSS
           PERFORM 1320-GUARDA-INSS
               UNTIL FIM-TABELA EQUAL 'S'
           CLOSE TABELA-INSS.
       1300-CARREGA-INSS-FIM.
           EXIT.

       1310-LER-INSS.
           READ TABELA-INSS
               AT END
                   MOVE 'S' TO FIM-TABELA
           END-READ
           .

       1320-GUARDA-INSS.
           IF WCA-FIN-QTD LESS THAN 10
               ADD 1 TO WCA-FIN-QTD
               MOVE TIN-LIMITE   TO WCA-FIN-LIMITE(WCA-FIN-QTD)
               MOVE TIN-ALIQUOTA TO WCA-FIN-ALIQ(WCA-FIN-QTD)
               MOVE TIN-DEDUCAO  TO WCA-FIN-DEDUCAO(WCA-FIN-QTD)
           END-IF
           PERFORM 1310-LER-INSS
           .

       1400-CARREGA-IRRF.
           OPEN INPUT TABELA-IRRF
           IF WS-FS-IRRF NOT EQUAL 00
               GO TO 1400-CARREGA-IRRF-FIM
           END-IF
           MOVE 'N' TO FIM-TABELA
           PERFORM 1410-LER-IRRF
           PERFORM 1420-GUARDA-IRRF
               UNTIL FIM-TABELA EQUAL 'S'
           CLOSE TABELA-IRRF.
       1400-CARREGA-IRRF-FIM.
           EXIT.

       1410-LER-IRRF.
           READ TABELA-IRRF
               AT END
                   MOVE 'S' TO FIM-TABELA
           END-READ
           .

       1420-GUARDA-IRRF.
           IF WCA-FIR-QTD LESS THAN 10
               ADD 1 TO WCA-FIR-QTD
               MOVE TIR-LIMITE   TO WCA-FIR-LIMITE(WCA-FIR-QTD)
               MOVE TIR-ALIQUOTA TO WCA-FIR-ALIQ(WCA-FIR-QTD)
               MOVE TIR-DEDUCAO  TO WCA-FIR-DEDUCAO(WCA-FIR-QTD)
           END-IF
           PERFORM 1410-LER-IRRF
           .

      *-----------------------------------------------------------------
      *     UMA GERACAO DO RESUMO DO PONTO POR VOLTA (AUSENTE E PULADA);
      *     NO FIM O MES RECUA UM PARA A VOLTA SEGUINTE
      *-----------------------------------------------------------------
       1500-CARREGA-FECHAMENTO.
           MOVE SPACES TO WS-NOME-FECHAMENTO
           STRING 'RESUMOFOLHA01.D' WS-MES-GERACAO
               DELIMITED BY SIZE INTO WS-NOME-FECHAMENTO
           OPEN INPUT FECHAMENTO
           IF WS-FS-FECHAMENTO NOT EQUAL 00
               GO TO 1500-RECUA-MES
           END-IF
           ADD 1 TO WS-QTD-FECHAMENTOS
           MOVE 'N' TO FIM-EXTRAS
           PERFORM 1510-LER-FECHAMENTO
           PERFORM 1520-SOMA-FECHAMENTO
               UNTIL FIM-EXTRAS EQUAL 'S'
           CLOSE FECHAMENTO.
       1500-RECUA-MES.
           IF GER-MES GREATER THAN 01
               SUBTRACT 1 FROM GER-MES
           ELSE
               MOVE 12 TO GER-MES
               SUBTRACT 1 FROM GER-ANO
           END-IF.
       1500-CARREGA-FECHAMENTO-FIM.
           EXIT.

       1510-LER-FECHAMENTO.
           READ FECHAMENTO
               AT END
                   MOVE 'S' TO FIM-EXTRAS
           END-READ
           .

       1520-SOMA-FECHAMENTO.
           MOVE 'N' TO WRK-EXT-ACHOU
           MOVE 1 TO WRK-IDX-EXT
           PERFORM 1530-PROCURA-FECHAMENTO
               UNTIL WRK-IDX-EXT GREATER THAN WRK-EXT-QTD
                  OR WRK-EXT-ACHOU EQUAL 'S'
           IF WRK-EXT-ACHOU EQUAL 'N' AND WRK-EXT-QTD LESS THAN 200
               ADD 1 TO WRK-EXT-QTD
               MOVE WRK-EXT-QTD TO WRK-IDX-EXT
               MOVE RA-MATRICULA TO WRK-EXT-MATRICULA(WRK-IDX-EXT)
               MOVE ZEROS TO WRK-EXT-50(WRK-IDX-EXT)
                             WRK-EXT-100(WRK-IDX-EXT)
               MOVE 'S' TO WRK-EXT-ACHOU
           END-IF
           IF WRK-EXT-ACHOU EQUAL 'S'
               ADD RA-EXTRAS-50  TO WRK-EXT-50(WRK-IDX-EXT)
               ADD RA-EXTRAS-100 TO WRK-EXT-100(WRK-IDX-EXT)
           END-IF
           PERFORM 1510-LER-FECHAMENTO
           .

       1530-PROCURA-FECHAMENTO.
           IF RA-MATRICULA EQUAL WRK-EXT-MATRICULA(WRK-IDX-EXT)
               MOVE 'S' TO WRK-EXT-ACHOU
           ELSE
               ADD 1 TO WRK-IDX-EXT
           END-IF
           .

       1600-CARREGA-PAGAS.
           OPEN INPUT FERPAGAS
           IF WS-FS-FERPAGAS EQUAL 00
               MOVE 'N' TO FIM-TABELA
               PERFORM 1610-LER-PAGAS
               PERFORM 1620-GUARDA-PAGAS
                   UNTIL FIM-TABELA EQUAL 'S'
               CLOSE FERPAGAS
           END-IF
           .

       1610-LER-PAGAS.
           READ FERPAGAS
               AT END
                   MOVE 'S' TO FIM-TABELA
           END-READ
           .

       1620-GUARDA-PAGAS.
           IF WRK-PAG-QTD LESS THAN 500
               ADD 1 TO WRK-PAG-QTD
               MOVE FPG-MATRICULA TO WRK-PAG-MATRICULA(WRK-PAG-QTD)
               MOVE FPG-DATA-INI  TO WRK-PAG-DATA-INI(WRK-PAG-QTD)
           END-IF
           PERFORM 1610-LER-PAGAS
           .

       1700-LER-AFASTAMENTO.
           READ AFASTAMENTOS
               AT END
                   MOVE 'S' TO FIM-AFASTA
           END-READ
           .

      *-----------------------------------------------------------------
      *     UM AFASTAMENTO POR VOLTA: SO FERIAS ('V') QUE COMECAM ATE A
      *     DATA LIMITE, QUE AINDA NAO TERMINARAM E QUE NAO FORAM PAGAS
      *-----------------------------------------------------------------
       3000-PAGA-FERIAS.
           IF AFA-TIPO NOT EQUAL 'V'
              OR AFA-DATA-INI GREATER THAN WCA-DATA-LIMITE
              OR AFA-DATA-FIM LESS THAN WCA-DATA-REFERENCIA
              OR AFA-DATA-FIM LESS THAN AFA-DATA-INI
               GO TO 3000-PAGA-LEITURA
           END-IF
           MOVE 'N' TO WRK-PAG-ACHOU
           MOVE 1 TO WRK-IDX-PAG
           PERFORM 3010-PROCURA-PAGA
               UNTIL WRK-IDX-PAG GREATER THAN WRK-PAG-QTD
                  OR WRK-PAG-ACHOU EQUAL 'S'
           IF WRK-PAG-ACHOU EQUAL 'S'
               GO TO 3000-PAGA-LEITURA
           END-IF
           MOVE 'N' TO WRK-FUN-ACHOU
           MOVE 1 TO WRK-IDX-FUN
           PERFORM 3020-PROCURA-FUNCIONARIO
               UNTIL WRK-IDX-FUN GREATER THAN WRK-FUN-QTD
                  OR WRK-FUN-ACHOU EQUAL 'S'
           IF WRK-FUN-ACHOU EQUAL 'N'
               DISPLAY 'FOLHAFER01 - MATRICULA ' AFA-MATRICULA
                       ' FORA DO QUADRO - FERIAS NAO PAGAS'
               ADD 1 TO WS-QTD-PENDENTES
               GO TO 3000-PAGA-LEITURA
           END-IF
           IF WRK-FUN-DESLIGA(WRK-IDX-FUN) NOT EQUAL ZEROS
              AND WRK-FUN-DESLIGA(WRK-IDX-FUN)
                  NOT GREATER THAN AFA-DATA-INI
               DISPLAY 'FOLHAFER01 - MATRICULA ' AFA-MATRICULA
                       ' DESLIGADA EM ' WRK-FUN-DESLIGA(WRK-IDX-FUN)
                       ' - FERIAS ACERTADAS NA RESCISAO'
               GO TO 3000-PAGA-LEITURA
           END-IF
           IF AFA-DATA-INI LESS THAN WCA-DATA-REFERENCIA
               DISPLAY 'FOLHAFER01 - MATRICULA ' AFA-MATRICULA
                       ' FERIAS JA INICIADAS EM ' AFA-DATA-INI
                       ' - PAGAMENTO EM ATRASO'
           END-IF

           PERFORM 3100-CONTA-DIAS
           PERFORM 3200-CALCULA-VERBAS
           MOVE WS-BRUTO TO WS-BASE-IRRF
           PERFORM 3300-CALCULA-INSS
           SUBTRACT WS-INSS FROM WS-BASE-IRRF
           PERFORM 3350-DEDUZ-DEPENDENTES
           PERFORM 3400-CALCULA-IRRF
           COMPUTE WS-LIQUIDO = WS-BRUTO - WS-INSS - WS-IRRF

           PERFORM 3500-GRAVA-CONTRACHEQUE
           PERFORM 3600-GRAVA-RECIBO
           PERFORM 3700-GRAVA-PAGA
           PERFORM 3800-GRAVA-RENDIMENTO

           ADD 1          TO WS-QTD-PAGOS
           ADD WS-BRUTO   TO WS-TOT-BRUTO
           ADD WS-LIQUIDO TO WS-TOT-LIQUIDO.
       3000-PAGA-LEITURA.
           PERFORM 1700-LER-AFASTAMENTO
           .

       3010-PROCURA-PAGA.
           IF AFA-MATRICULA EQUAL WRK-PAG-MATRICULA(WRK-IDX-PAG)
              AND AFA-DATA-INI EQUAL WRK-PAG-DATA-INI(WRK-IDX-PAG)
               MOVE 'S' TO WRK-PAG-ACHOU
           ELSE
               ADD 1 TO WRK-IDX-PAG
           END-IF
           .

       3020-PROCURA-FUNCIONARIO.
           IF AFA-MATRICULA EQUAL WRK-FUN-MATRICULA(WRK-IDX-FUN)
               MOVE 'S' TO WRK-FUN-ACHOU
           ELSE
               ADD 1 TO WRK-IDX-FUN
           END-IF
           .

      *****DIAS CORRIDOS DO PERIODO (INICIO E FIM INCLUSIVE), LIMITADO
      *****AOS 30 DIAS DE FERIAS DO ANO
       3100-CONTA-DIAS.
           MOVE AFA-DATA-INI TO WS-DATA-SOMA
           MOVE 1 TO WS-DIAS-FERIAS
           PERFORM 3110-CONTA-UM-DIA
               UNTIL WS-DATA-SOMA NOT LESS THAN AFA-DATA-FIM
                  OR WS-DIAS-FERIAS NOT LESS THAN 30
           .

       3110-CONTA-UM-DIA.
           PERFORM 1060-AVANCA-UM-DIA
           ADD 1 TO WS-DIAS-FERIAS
           .

      *****SALARIO E MEDIA DAS EXTRAS PELOS DIAS (MES DE 30) E O TERCO
      *****CONSTITUCIONAL SOBRE OS DOIS
       3200-CALCULA-VERBAS.
           MOVE ZERO TO WRK-VALOR-EXTRAS
           MOVE 'N' TO WRK-EXT-ACHOU
           MOVE 1 TO WRK-IDX-EXT
           PERFORM 3210-PROCURA-EXTRAS
               UNTIL WRK-IDX-EXT GREATER THAN WRK-EXT-QTD
                  OR WRK-EXT-ACHOU EQUAL 'S'
           COMPUTE WS-SALARIO-FERIAS ROUNDED =
               WRK-FUN-SALARIO(WRK-IDX-FUN) * WS-DIAS-FERIAS / 30
           COMPUTE WS-EXTRAS-FERIAS ROUNDED =
               WRK-VALOR-EXTRAS * WS-DIAS-FERIAS / 30
           COMPUTE WS-TERCO-FERIAS ROUNDED =
               (WS-SALARIO-FERIAS + WS-EXTRAS-FERIAS) / 3
           COMPUTE WS-BRUTO =
               WS-SALARIO-FERIAS + WS-EXTRAS-FERIAS + WS-TERCO-FERIAS
           .

      *****MEDIA MENSAL DAS EXTRAS PRECIFICADAS PELA HORA DO SALARIO
      *****ATUAL (BASE 220, MESMO CALCULO DO CONTRACH01)
       3210-PROCURA-EXTRAS.
           IF AFA-MATRICULA EQUAL WRK-EXT-MATRICULA(WRK-IDX-EXT)
               MOVE 'S' TO WRK-EXT-ACHOU
               COMPUTE WRK-HORA-SALARIO ROUNDED =
                   WRK-FUN-SALARIO(WRK-IDX-FUN) / 220
               COMPUTE WRK-VALOR-EXTRAS ROUNDED =
                   (WRK-EXT-50(WRK-IDX-EXT)
                       * WRK-HORA-SALARIO * 1,5)
                   + (WRK-EXT-100(WRK-IDX-EXT)
                       * WRK-HORA-SALARIO * 2)
               IF WS-QTD-FECHAMENTOS GREATER THAN ZEROS
                   COMPUTE WRK-VALOR-EXTRAS ROUNDED =
                       WRK-VALOR-EXTRAS / WS-QTD-FECHAMENTOS
               END-IF
           ELSE
               ADD 1 TO WRK-IDX-EXT
           END-IF
           .

      *****FAIXA = PRIMEIRO LIMITE QUE COMPORTA A BASE (ACIMA DO
      *****ULTIMO LIMITE VALE A ULTIMA FAIXA, CONVENCAO DA TABELAIR01)
       3300-CALCULA-INSS.
           MOVE 'N' TO WS-FAIXA-ACHOU
           MOVE 1 TO WS-IDX-FAIXA
           PERFORM 3310-TESTA-FAIXA-INSS
               UNTIL WS-IDX-FAIXA GREATER THAN WCA-FIN-QTD
                  OR WS-FAIXA-ACHOU EQUAL 'S'
           IF WS-FAIXA-ACHOU EQUAL 'N'
               MOVE WCA-FIN-QTD TO WS-IDX-FAIXA
           END-IF
           COMPUTE WS-INSS ROUNDED =
               (WS-BRUTO * WCA-FIN-ALIQ(WS-IDX-FAIXA) / 100)
               - WCA-FIN-DEDUCAO(WS-IDX-FAIXA)
           IF WS-INSS LESS THAN ZERO
               MOVE ZEROS TO WS-INSS
           END-IF
           .

       3310-TESTA-FAIXA-INSS.
           IF WS-BRUTO NOT GREATER THAN
              WCA-FIN-LIMITE(WS-IDX-FAIXA)
               MOVE 'S' TO WS-FAIXA-ACHOU
           ELSE
               ADD 1 TO WS-IDX-FAIXA
           END-IF
           .

      *****DEPENDENTES VALIDOS NA DATA DO PAGAMENTO; A BASE NAO FICA
      *****NEGATIVA
       3350-DEDUZ-DEPENDENTES.
           CALL 'DEDUZDEP' USING AFA-MATRICULA WCA-DATA-REFERENCIA
                                 WS-QTD-DEPENDENTES WS-DEDUCAO-DEP
           IF WS-DEDUCAO-DEP GREATER THAN WS-BASE-IRRF
               MOVE ZEROS TO WS-BASE-IRRF
           ELSE
               SUBTRACT WS-DEDUCAO-DEP FROM WS-BASE-IRRF
           END-IF
           .

       3400-CALCULA-IRRF.
           MOVE 'N' TO WS-FAIXA-ACHOU
           MOVE 1 TO WS-IDX-FAIXA
           PERFORM 3410-TESTA-FAIXA-IRRF
               UNTIL WS-IDX-FAIXA GREATER THAN WCA-FIR-QTD
                  OR WS-FAIXA-ACHOU EQUAL 'S'
           IF WS-FAIXA-ACHOU EQUAL 'N'
               MOVE WCA-FIR-QTD TO WS-IDX-FAIXA
           END-IF
           COMPUTE WS-IRRF ROUNDED =
               (WS-BASE-IRRF * WCA-FIR-ALIQ(WS-IDX-FAIXA) / 100)
               - WCA-FIR-DEDUCAO(WS-IDX-FAIXA)
           IF WS-IRRF LESS THAN ZERO
               MOVE ZEROS TO WS-IRRF
           END-IF
           .

       3410-TESTA-FAIXA-IRRF.
           IF WS-BASE-IRRF NOT GREATER THAN
              WCA-FIR-LIMITE(WS-IDX-FAIXA)
               MOVE 'S' TO WS-FAIXA-ACHOU
           ELSE
               ADD 1 TO WS-IDX-FAIXA
           END-IF
           .

      *****O TERCO VAI JUNTO COM O SALARIO DAS FERIAS NO CONTRACHEQUE
       3500-GRAVA-CONTRACHEQUE.
           MOVE SPACES TO REG-CONTRACHEQUE
           MOVE AFA-MATRICULA    TO CC-MATRICULA
           MOVE WRK-FUN-NOME(WRK-IDX-FUN) TO CC-NOME
           COMPUTE CC-SALARIO = WS-SALARIO-FERIAS + WS-TERCO-FERIAS
           MOVE WS-EXTRAS-FERIAS TO CC-EXTRAS
           MOVE WS-INSS          TO CC-INSS
           MOVE WS-IRRF          TO CC-IRRF
           MOVE WS-LIQUIDO       TO CC-LIQUIDO
           MOVE 'F'              TO CC-TIPO-FOLHA
           MOVE ZEROS            TO CC-DESCONTOS
           WRITE REG-CONTRACHEQUE
           .

       3600-GRAVA-RECIBO.
           MOVE AFA-MATRICULA             TO LF-MATRICULA
           MOVE WRK-FUN-NOME(WRK-IDX-FUN) TO LF-NOME
           MOVE AFA-DATA-INI              TO LF-DATA-INI
           MOVE AFA-DATA-FIM              TO LF-DATA-FIM
           MOVE WS-DIAS-FERIAS            TO LF-DIAS
           MOVE SPACES TO REG-RECIBO
           MOVE WCA-LINHA-CABECALHO TO REG-RECIBO
           WRITE REG-RECIBO

           MOVE WS-SALARIO-FERIAS TO LV-SALARIO
           MOVE WS-EXTRAS-FERIAS  TO LV-EXTRAS
           MOVE WS-TERCO-FERIAS   TO LV-TERCO
           MOVE SPACES TO REG-RECIBO
           MOVE WCA-LINHA-VERBAS TO REG-RECIBO
           WRITE REG-RECIBO

           MOVE WS-BRUTO   TO LV-BRUTO
           MOVE WS-INSS    TO LV-INSS
           MOVE WS-IRRF    TO LV-IRRF
           MOVE WS-LIQUIDO TO LV-LIQUIDO
           MOVE SPACES TO REG-RECIBO
           MOVE WCA-LINHA-VALORES TO REG-RECIBO
           WRITE REG-RECIBO

           IF WS-QTD-DEPENDENTES GREATER THAN ZEROS
               MOVE WS-QTD-DEPENDENTES TO LD-QTD
               MOVE WS-DEDUCAO-DEP     TO LD-DEDUCAO
               MOVE SPACES TO REG-RECIBO
               MOVE WCA-LINHA-DEPENDENTES TO REG-RECIBO
               WRITE REG-RECIBO
           END-IF
           .

       3700-GRAVA-PAGA.
           MOVE SPACES TO REG-FERPAGAS
           MOVE AFA-MATRICULA       TO FPG-MATRICULA
           MOVE AFA-DATA-INI        TO FPG-DATA-INI
           MOVE AFA-DATA-FIM        TO FPG-DATA-FIM
           MOVE WS-DIAS-FERIAS      TO FPG-DIAS
           MOVE WS-BRUTO            TO FPG-BRUTO
           MOVE WCA-DATA-REFERENCIA TO FPG-DATA-PAGTO
           WRITE REG-FERPAGAS
           .

      *****FERIAS GOZADAS: TUDO TRIBUTAVEL, INCLUSIVE O TERCO
       3800-GRAVA-RENDIMENTO.
           MOVE SPACES TO REG-RENDIMENTO
           MOVE AFA-MATRICULA       TO RND-MATRICULA
           MOVE WCA-DATA-REFERENCIA(1:6) TO RND-COMPETENCIA
           MOVE 'F'                 TO RND-TIPO
           MOVE WS-BRUTO            TO RND-TRIBUTAVEL
           MOVE ZEROS               TO RND-ISENTO
           MOVE WS-INSS             TO RND-INSS
           MOVE WS-IRRF             TO RND-IRRF
           MOVE WS-QTD-DEPENDENTES  TO RND-QTD-DEPENDENTES
           MOVE WS-DEDUCAO-DEP      TO RND-DEDUCAO-DEP
           MOVE WCA-DATA-REFERENCIA TO RND-DATA-CORTE
           WRITE REG-RENDIMENTO
           .

       9000-FINALIZAR.
           MOVE WS-QTD-PAGOS   TO LT-QTD
           MOVE WS-TOT-BRUTO   TO LT-BRUTO
           MOVE WS-TOT-LIQUIDO TO LT-LIQUIDO
           MOVE SPACES TO REG-RECIBO
           MOVE WCA-LINHA-TOTAL TO REG-RECIBO
           WRITE REG-RECIBO

           IF FIM-AFASTA EQUAL 'S' AND WS-FS-AFASTA EQUAL 10
               CLOSE AFASTAMENTOS
           END-IF
           CLOSE CONTRACHEQUES
           CLOSE RECIBO
           CLOSE FERPAGAS
           CLOSE RENDIMENTOS

           DISPLAY 'FOLHAFER01 - FERIAS PAGAS: ' WS-QTD-PAGOS
                   ' PENDENCIAS: ' WS-QTD-PENDENTES
                   ' (INICIO ATE ' WCA-DATA-LIMITE ')'

           MOVE 0 TO RETURN-CODE
           IF WS-FS-CONTRACHEQUES NOT EQUAL 00 OR
              WS-FS-RECIBO        NOT EQUAL 00 OR
              WS-FS-FERPAGAS      NOT EQUAL 00 OR
              WS-FS-RENDIMENTOS   NOT EQUAL 00
               DISPLAY 'FOLHAFER01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO RETURN-CODE
           END-IF
           .
       END PROGRAM FOLHAFER01.
