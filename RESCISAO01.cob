      ******************************************************************
      * Author: JULIO CESAR
      * Date: 02/09/2026
      * Purpose: Calculo da rescisao do contrato de trabalho, que o RH
      * fazia a mao. Pede a matricula, a data do desligamento e o
      * tipo (D-DISPENSA SEM JUSTA CAUSA, P-PEDIDO DE DEMISSAO,
      * A-ACORDO, J-JUSTA CAUSA) e apura cada verba:
      *   - saldo de salario (salario / 30 pelos dias do mes);
      *   - aviso previo indenizado (30 dias + 3 por ano completo,
      *     maximo 90; metade no acordo; nada no pedido, cumprido
      *     pelo empregado, nem na justa causa);
      *   - 13o proporcional (avos do ano, regra dos 15 dias do
      *     CONTRACH01; nada na justa causa), abatida a primeira
      *     parcela do ano ja paga (CONTRA13P1.D<AAAA>);
      *   - ferias vencidas e proporcionais + 1/3 pelo saldo de dias
      *     do SALDOFER01 (FERIAS01); na justa causa so os periodos
      *     vencidos completos de 30 dias;
      *   - saldo do banco de horas do FECHATU01 (BANCOHORAS01):
      *     positivo pago com adicional de 50%, negativo descontado
      *     pela hora normal;
      *   - multa do FGTS (40% na dispensa, 20% no acordo) sobre o
      *     saldo estimado de 8% do salario por mes de casa, depositada
      *     na conta vinculada e por isso fora do liquido.
      * Ferias, o terco e o aviso indenizados sao isentos; INSS e IRRF
      * incidem sobre saldo de salario + banco de horas e, em separado,
      * sobre o 13o, pelas tabelas TABELAINSS01/TABELAIRRF01. As
      * medias de extras vem dos doze ultimos fechamentos do ponto
      * (RESUMOFOLHA01.D<AAAAMM>). Imprime o termo de rescisao em
      * RESCISAO01, grava o liquido no CONTRACHEQ01 (tipo 'R') para o
      * credito pelo PAGSAL01 e inclui a matricula no registro de
      * desligados DESLIGA01, que tira o funcionario das folhas
      * seguintes (CONTRACH01 e FOLHAFER01). O quadro de funcionarios
      * e regravado com a situacao D e a data do desligamento, como
      * no desligamento do MANUFUN01, com a fotografia 'D' no
      * historico HISTFUN01 e a mudanca no jornal JORNALMD01.
      * O saldo devedor dos emprestimos consignados ativos da
      * matricula (CONTRATOS01) - parcelas em atraso pelo valor cheio
      * mais o saldo do plano - e descontado das verbas ate o
      * percentual do registro 'C' do REGRASEMP01 (035 sem o registro)
      * sobre o liquido. Cada contrato alcancado vira um pedido no
      * PEDAMORT01 com origem 'F' (descontado na folha): quitacao 'Q'
      * quando o desconto cobre o saldo, amortizacao 'V' quando nao
      * cobre; o AMORTEMP01 baixa sem debito em conta e o que sobrar
      * passa a ser cobrado na conta pelo COBRAEMP01.
      * As duas bases do IRRF (mes e 13o) abatem a deducao dos
      * dependentes validos na data do desligamento (rotina DEDUZDEP,
      * cadastro DEPENDENTES01), informada no termo, e a rescisao vai
      * para o acumulado anual RENDFUN01 do COMPREND01: tipo 'R' com
      * o tributavel e os isentos (aviso, ferias e terco) e tipo 'T'
      * com o 13o.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCISAO01.
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

           SELECT SALDOFER ASSIGN TO 'SALDOFER01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALDOFER.

           SELECT FECHATU ASSIGN TO 'FECHATU01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHATU.

           SELECT FECHAMENTO ASSIGN TO DYNAMIC WS-NOME-FECHAMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHAMENTO.

           SELECT PRIMEIRA ASSIGN TO DYNAMIC WS-NOME-PRIMEIRA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRIMEIRA.

           SELECT TABELA-INSS ASSIGN TO 'TABELAINSS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INSS.

           SELECT TABELA-IRRF ASSIGN TO 'TABELAIRRF01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IRRF.

           SELECT DESLIGADOS ASSIGN TO 'DESLIGA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DESLIGADOS.

           SELECT CONTRACHEQUES ASSIGN TO 'CONTRACHEQ01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTRACHEQUES.

           SELECT TERMO ASSIGN TO 'RESCISAO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TERMO.

           SELECT REGRAS ASSIGN TO 'REGRASEMP01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGRAS.

           SELECT CONTRATOS ASSIGN TO 'CONTRATOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTRATOS.

           SELECT PEDIDOS ASSIGN TO 'PEDAMORT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDOS.

           SELECT RENDIMENTOS ASSIGN TO 'RENDFUN01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RENDIMENTOS.

           SELECT DEPTOS ASSIGN TO 'DEPTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPTOS.

           SELECT HISTFUN ASSIGN TO 'HISTFUN01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTFUN.

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

       FD SALDOFER.
       01 REG-SALDOFER.
           05 SU-MATRICULA         PIC 9(06).
           05 FILLER               PIC X(01).
           05 SU-SALDO             PIC S9(03)V9
                                   SIGN LEADING SEPARATE.

       FD FECHATU.
       01 REG-FECHATU.
           05 FU-MATRICULA         PIC 9(06).
           05 FILLER               PIC X(01).
           05 FU-SALDO             PIC S9(04)V99
                                   SIGN LEADING SEPARATE.

       FD FECHAMENTO.
       01 REG-FECHAMENTO.
           05 RA-MATRICULA         PIC 9(06).
           05 FILLER               PIC X(01).
           05 RA-EXTRAS-50         PIC 9(04)V99.
           05 FILLER               PIC X(01).
           05 RA-EXTRAS-100        PIC 9(04)V99.
           05 FILLER               PIC X(01).
           05 RA-CENTRO            PIC X(06).

       FD PRIMEIRA.
       01 REG-PRIMEIRA.
           05 P1-MATRICULA         PIC 9(06).
           05 FILLER               PIC X(74).
           05 P1-LIQUIDO           PIC 9(09)V99.

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

      *****REGISTRO DE DESLIGADOS: MATRICULA, DATA E TIPO
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

       FD TERMO.
       01 REG-TERMO                PIC X(80).

      *****SO O REGISTRO 'C' (MARGEM CONSIGNAVEL) INTERESSA A RESCISAO
       FD REGRAS.
       01 REG-REGRA-CONSIG.
           05 RGC-TIPO             PIC X(01).
           05 FILLER               PIC X(01).
           05 RGC-PCT-MARGEM       PIC 9(03).
      *****RESTO DO MAIOR REGISTRO DE REGRAS ('T' DO EMPRESTA01)
           05 FILLER               PIC X(13).

       FD CONTRATOS.
       01 REG-CONTRATO.
           05 CTR-NUMERO           PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTR-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTR-SISTEMA          PIC X(01).
           05 FILLER               PIC X(01).
           05 CTR-PRINCIPAL        PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 CTR-TAXA             PIC 9(02)V9(04).
           05 FILLER               PIC X(01).
           05 CTR-PRAZO            PIC 9(03).
           05 FILLER               PIC X(01).
           05 CTR-DATA-INI         PIC 9(08).
           05 FILLER               PIC X(01).
           05 CTR-PAGAS            PIC 9(03).
           05 FILLER               PIC X(01).
           05 CTR-ATRASO           PIC 9(03).
           05 FILLER               PIC X(01).
           05 CTR-STATUS           PIC X(01).
           05 FILLER               PIC X(01).
           05 CTR-MODALIDADE       PIC X(01).
           05 FILLER               PIC X(01).
           05 CTR-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTR-CET-MENSAL       PIC 9(03)V9(04).
           05 FILLER               PIC X(01).
           05 CTR-CET-ANUAL        PIC 9(05)V99.

      *****PEDIDO DE QUITACAO/AMORTIZACAO PARA O AMORTEMP01
       FD PEDIDOS.
       01 REG-PEDIDO.
           05 PED-NUMERO           PIC 9(06).
           05 FILLER               PIC X(01).
           05 PED-OPCAO            PIC X(01).
           05 FILLER               PIC X(01).
           05 PED-VALOR            PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 PED-ORIGEM           PIC X(01).

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

      *****LOTACAO DO FUNCIONARIO (MANUDEP01)
       FD DEPTOS.
       01 REG-DEPTO.
           05 DEP-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 DEP-DEPTO            PIC X(10).
           05 FILLER               PIC X(01).
           05 DEP-CENTRO           PIC X(06).

      *****HISTORICO DO FUNCIONARIO (LEIAUTE DO MANUFUN01)
       FD HISTFUN.
       01 REG-HISTFUN.
           05 HF-MATRICULA         PIC 9(06).
           05 FILLER               PIC X(01).
           05 HF-VIGENCIA          PIC 9(08).
           05 FILLER               PIC X(01).
           05 HF-EVENTO            PIC X(01).
           05 FILLER               PIC X(01).
           05 HF-SALARIO           PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 HF-CARGO             PIC X(20).
           05 FILLER               PIC X(01).
           05 HF-DEPTO             PIC X(10).
           05 FILLER               PIC X(01).
           05 HF-CENTRO            PIC X(06).
           05 FILLER               PIC X(01).
           05 HF-SITUACAO          PIC X(01).
           05 FILLER               PIC X(01).
           05 HF-DATA-REGISTRO     PIC 9(08).
           05 FILLER               PIC X(01).
           05 HF-HORA-REGISTRO     PIC 9(06).
           05 FILLER               PIC X(01).
           05 HF-USUARIO           PIC X(20).

       WORKING-STORAGE SECTION.
       77 WS-FS-FUNCIONARIOS       PIC 9(02) VALUE ZEROS.
       77 WS-FS-DEPTOS             PIC 9(02) VALUE ZEROS.
       77 WS-FS-HISTFUN            PIC 9(02) VALUE ZEROS.
       77 WS-FS-SALDOFER           PIC 9(02) VALUE ZEROS.
       77 WS-FS-FECHATU            PIC 9(02) VALUE ZEROS.
       77 WS-FS-FECHAMENTO         PIC 9(02) VALUE ZEROS.
       77 WS-FS-PRIMEIRA           PIC 9(02) VALUE ZEROS.
       77 WS-FS-INSS               PIC 9(02) VALUE ZEROS.
       77 WS-FS-IRRF               PIC 9(02) VALUE ZEROS.
       77 WS-FS-DESLIGADOS         PIC 9(02) VALUE ZEROS.
       77 WS-FS-CONTRACHEQUES      PIC 9(02) VALUE ZEROS.
       77 WS-FS-TERMO              PIC 9(02) VALUE ZEROS.
       77 WS-FS-REGRAS             PIC 9(02) VALUE ZEROS.
       77 WS-FS-CONTRATOS          PIC 9(02) VALUE ZEROS.
       77 WS-FS-PEDIDOS            PIC 9(02) VALUE ZEROS.
       77 WS-FS-RENDIMENTOS        PIC 9(02) VALUE ZEROS.
       77 FIM-ARQUIVO              PIC X(01) VALUE 'N'.
       77 FIM-TABELA               PIC X(01) VALUE 'N'.
       77 WS-ACHOU                 PIC X(01) VALUE 'N'.

      *****DADOS INFORMADOS
       77 WS-MATRICULA             PIC 9(06) VALUE ZEROS.
       01 WS-DATA-DESLIGAMENTO     PIC 9(08) VALUE ZEROS.
       01 WS-DATA-DESLIGAMENTO-R REDEFINES WS-DATA-DESLIGAMENTO.
           05 DSG-ANO              PIC 9(04).
           05 DSG-MES              PIC 9(02).
           05 DSG-DIA              PIC 9(02).
       01 WS-TIPO-RESCISAO         PIC X(01) VALUE SPACES.
           88 RESCISAO-DISPENSA        VALUE 'D'.
           88 RESCISAO-PEDIDO          VALUE 'P'.
           88 RESCISAO-ACORDO          VALUE 'A'.
           88 RESCISAO-JUSTA-CAUSA     VALUE 'J'.
       77 WS-DESC-TIPO             PIC X(24) VALUE SPACES.

      *****FUNCIONARIO
       77 WS-NOME                  PIC X(30) VALUE SPACES.
       01 WS-SALARIO               PIC S9(11)V99 VALUE ZEROS.
       01 WS-DATA-ADMISSAO         PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ADMISSAO-R REDEFINES WS-DATA-ADMISSAO.
           05 ADM-ANO              PIC 9(04).
           05 ADM-MES              PIC 9(02).
           05 ADM-DIA              PIC 9(02).
       01 WS-SALDO-FERIAS          PIC S9(03)V9 VALUE ZEROS.
       01 WS-SALDO-HORAS           PIC S9(04)V99 VALUE ZEROS.

      *****VALIDACAO DE DATA (REGRAS DO DESAFIO11, COMO NO MANUAFA01)
       01 WS-DATA-VAL              PIC 9(08) VALUE ZEROS.
       01 WS-DATA-VAL-R REDEFINES WS-DATA-VAL.
           05 DTV-ANO              PIC 9(04).
           05 DTV-MES              PIC 9(02).
           05 DTV-DIA              PIC 9(02).
       01 WS-ANO-BISSEXTO          PIC S9(04) VALUE ZEROS.
       01 WS-BISSEXTO              PIC X(01) VALUE 'A'.
       01 WS-DATA-VALIDA           PIC X(01) VALUE 'S'.
           88 DATA-EH-VALIDA           VALUE 'S'.
       01 WS-ULT-DIA-MES           PIC 9(02) VALUE ZEROS.
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

      *****MEDIA DAS EXTRAS DOS DOZE ULTIMOS FECHAMENTOS DO PONTO
       77 WS-NOME-FECHAMENTO       PIC X(30) VALUE SPACES.
       77 WS-NOME-PRIMEIRA         PIC X(30) VALUE SPACES.
       01 WS-MES-GERACAO           PIC 9(06) VALUE ZEROS.
       01 WS-MES-GERACAO-R REDEFINES WS-MES-GERACAO.
           05 GER-ANO              PIC 9(04).
           05 GER-MES              PIC 9(02).
       77 WS-QTD-MESES             PIC 9(02) VALUE ZEROS.
       77 WS-QTD-FECHAMENTOS       PIC 9(02) VALUE ZEROS.
       01 WS-HORAS-50              PIC 9(05)V99 VALUE ZEROS.
       01 WS-HORAS-100             PIC 9(05)V99 VALUE ZEROS.
       77 WRK-HORA-SALARIO         PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-EXTRAS         PIC S9(09)V99 VALUE ZEROS.

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

      *****VERBAS DA RESCISAO
       77 WS-ANOS-CASA             PIC 9(02) VALUE ZEROS.
       77 WS-MESES-CASA            PIC 9(04) VALUE ZEROS.
       77 WS-DIAS-SALDO            PIC 9(02) VALUE ZEROS.
       77 WS-DIAS-AVISO            PIC 9(02) VALUE ZEROS.
       77 WS-AVOS                  PIC 9(02) VALUE ZEROS.
       01 WS-DIAS-FERIAS           PIC 9(03)V9 VALUE ZEROS.
       01 WS-BASE-REMUNERACAO      PIC 9(09)V99 VALUE ZEROS.
       01 WS-SALDO-SALARIO         PIC 9(09)V99 VALUE ZEROS.
       01 WS-AVISO-PREVIO          PIC 9(09)V99 VALUE ZEROS.
       01 WS-DECIMO                PIC 9(09)V99 VALUE ZEROS.
       01 WS-PRIMEIRA-PAGA         PIC 9(09)V99 VALUE ZEROS.
       01 WS-FERIAS                PIC 9(09)V99 VALUE ZEROS.
       01 WS-TERCO-FERIAS          PIC 9(09)V99 VALUE ZEROS.
       01 WS-HORAS-PAGAR           PIC 9(07)V99 VALUE ZEROS.
       01 WS-HORAS-DESCONTAR       PIC 9(07)V99 VALUE ZEROS.
       01 WS-HORAS-SALDO-ABS       PIC 9(04)V99 VALUE ZEROS.
       01 WS-FGTS-ESTIMADO         PIC 9(09)V99 VALUE ZEROS.
       01 WS-MULTA-FGTS            PIC 9(09)V99 VALUE ZEROS.
       77 WS-PERC-MULTA            PIC 9(02) VALUE ZEROS.

      *****DESCONTOS: INSS E IRRF DO MES E, EM SEPARADO, DO 13O
       01 WS-BASE-CALCULO          PIC 9(09)V99 VALUE ZEROS.
       01 WS-INSS-CALCULO          PIC 9(07)V99 VALUE ZEROS.
       01 WS-BASE-IRRF             PIC 9(09)V99 VALUE ZEROS.
       01 WS-IRRF-CALCULO          PIC S9(07)V99 VALUE ZEROS.
       01 WS-INSS-MES              PIC 9(07)V99 VALUE ZEROS.
       01 WS-IRRF-MES              PIC 9(07)V99 VALUE ZEROS.
       01 WS-INSS-DECIMO           PIC 9(07)V99 VALUE ZEROS.
       01 WS-IRRF-DECIMO           PIC 9(07)V99 VALUE ZEROS.
       01 WS-QTD-DEPENDENTES       PIC 9(02) VALUE ZEROS.
       01 WS-DEDUCAO-DEP           PIC 9(07)V99 VALUE ZEROS.
       01 WS-TOT-PROVENTOS         PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-DESCONTOS         PIC 9(09)V99 VALUE ZEROS.
       01 WS-LIQUIDO-CALCULO       PIC S9(09)V99 VALUE ZEROS.
       01 WS-LIQUIDO               PIC 9(09)V99 VALUE ZEROS.

      *****EMPRESTIMOS CONSIGNADOS ATIVOS DA MATRICULA
       01 WRK-CONSIGNADOS.
           02 WRK-CSG-QTD          PIC 9(02) VALUE ZEROS.
           02 WRK-CSG-TAB OCCURS 20 TIMES.
              03 WRK-CSG-CONTRATO  PIC 9(06).
              03 WRK-CSG-SISTEMA   PIC X(01).
              03 WRK-CSG-PRINCIPAL PIC 9(09)V99.
              03 WRK-CSG-TAXA      PIC 9(02)V9(04).
              03 WRK-CSG-PRAZO     PIC 9(03).
              03 WRK-CSG-PAGAS     PIC 9(03).
              03 WRK-CSG-ATRASO    PIC 9(03).
       77 WRK-IDX-CSG              PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PARCELA          PIC 9(03) VALUE ZEROS.
       77 WRK-TRATADAS             PIC 9(03) VALUE ZEROS.
       01 WS-PCT-CONSIG            PIC 9(03) VALUE 035.
       01 WS-LIMITE-CONSIG         PIC 9(09)V99 VALUE ZEROS.
       01 WS-SALDO-CONSIG          PIC 9(09)V99 VALUE ZEROS.
       01 WS-DESCONTO-CONTRATO     PIC 9(09)V99 VALUE ZEROS.
       01 WS-CONSIGNADO            PIC 9(09)V99 VALUE ZEROS.
       77 WS-QTD-QUITADOS          PIC 9(02) VALUE ZEROS.
       77 WS-QTD-AMORTIZADOS       PIC 9(02) VALUE ZEROS.

      *****PLANO DEVOLVIDO PELO MOTOR COMUM CALCEMP
       01 WS-SISTEMA               PIC X(01) VALUE 'P'.
       01 WCA-PLANO.
           05 WCA-PLN-TAB OCCURS 120 TIMES.
               10 WCA-PLN-PARCELA  PIC 9(11)V99.
               10 WCA-PLN-JUROS    PIC 9(11)V99.
               10 WCA-PLN-AMORT    PIC 9(11)V99.
               10 WCA-PLN-SALDO    PIC S9(11)V99.
       01 WS-TOTAL-PAGO            PIC 9(12)V99 VALUE ZEROS.
       01 WS-TOTAL-JUROS           PIC 9(12)V99 VALUE ZEROS.

       01 LINE-DESIGN              PIC X(80) VALUE ALL '='.

       01 WCA-LINHA-TITULO.
           05 FILLER               PIC X(36) VALUE
               ' TERMO DE RESCISAO DO CONTRATO - '.
           05 LT-TIPO              PIC X(24) VALUE SPACES.

       01 WCA-LINHA-FUNCIONARIO.
           05 FILLER               PIC X(05) VALUE ' MAT '.
           05 LF-MATRICULA         PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LF-NOME              PIC X(30) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE ' ADMISSAO '.
           05 LF-ADMISSAO          PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(07) VALUE ' SAIDA '.
           05 LF-SAIDA             PIC 9(08) VALUE ZEROS.

       01 WCA-LINHA-VERBA.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LV-DESCRICAO         PIC X(34) VALUE SPACES.
           05 LV-REFERENCIA        PIC X(14) VALUE SPACES.
           05 LV-PROVENTO          PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LV-DESCONTO          PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-REFERENCIA.
           05 LR-QTD               PIC ZZ9,9 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LR-UNIDADE           PIC X(08) VALUE SPACES.

      *****QUADRO DE FUNCIONARIOS EM MEMORIA PARA A REGRAVACAO COM A
      *****SITUACAO D (MESMO LIMITE DO MANUFUN01)
       01 WS-CADASTRO.
           05 WS-FUN-QTD           PIC 9(03) VALUE ZEROS.
           05 WS-FUN-TAB OCCURS 200 TIMES
                         INDEXED BY WS-FUN-IDX.
               10 WS-FUN-MAT       PIC 9(06).
               10 WS-FUN-NOME      PIC X(30).
               10 WS-FUN-ENTRADA   PIC 9(08).
               10 WS-FUN-SALARIO   PIC S9(11)V99.
               10 WS-FUN-SITUACAO  PIC X(01).
               10 WS-FUN-CARGO     PIC X(20).
               10 WS-FUN-DESLIGA   PIC 9(08).
       77 WS-QUADRO-ESTOURO        PIC X(01) VALUE 'N'.
       77 WS-GRAVA-QUADRO          PIC X(01) VALUE 'N'.
       77 WS-IDX-ACHADO            PIC 9(03) VALUE ZEROS.
       77 WS-HIST-QTD-MAT          PIC 9(05) VALUE ZEROS.
       77 WS-ANT-SITUACAO          PIC X(01) VALUE SPACES.
       77 WS-ANT-DESLIGA           PIC 9(08) VALUE ZEROS.
       77 WS-DEPTO                 PIC X(10) VALUE SPACES.
       77 WS-CENTRO                PIC X(06) VALUE SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.

      *****JORNAL DE ALTERACOES CADASTRAIS (ROTINA COMUM JORNALMD)
       01 WS-JMD-USUARIO           PIC X(20) VALUE SPACES.
       01 WS-JMD-PROGRAMA          PIC X(12) VALUE 'RESCISAO01'.
       01 WS-JMD-ARQUIVO           PIC X(12) VALUE 'LISTAFUNC'.
       01 WS-JMD-CHAVE             PIC X(20) VALUE SPACES.
       01 WS-JMD-CAMPO             PIC X(20) VALUE SPACES.
       01 WS-JMD-ANTIGO            PIC X(40) VALUE SPACES.
       01 WS-JMD-NOVO              PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-CALCULA-VERBAS
           PERFORM 3000-CALCULA-DESCONTOS
           PERFORM 4000-GRAVA-TERMO
           PERFORM 5000-GRAVA-CONTRACHEQUE
           PERFORM 6000-REGISTRA-DESLIGAMENTO
           PERFORM 7000-GRAVA-RENDIMENTOS

           DISPLAY 'RESCISAO01 - MATRICULA ' WS-MATRICULA
                   ' LIQUIDO DA RESCISAO ' WS-LIQUIDO
           IF WS-CONSIGNADO GREATER THAN ZEROS
               DISPLAY 'RESCISAO01 - CONSIGNADO DESCONTADO '
                       WS-CONSIGNADO ' CONTRATOS QUITADOS '
                       WS-QTD-QUITADOS ' AMORTIZADOS '
                       WS-QTD-AMORTIZADOS
           END-IF
           MOVE 0 TO RETURN-CODE
           IF WS-FS-TERMO         NOT EQUAL 00 OR
              WS-FS-CONTRACHEQUES NOT EQUAL 00 OR
              WS-FS-DESLIGADOS    NOT EQUAL 00 OR
              WS-FS-PEDIDOS       NOT EQUAL 00 OR
              WS-FS-RENDIMENTOS   NOT EQUAL 00 OR
              WS-FS-FUNCIONARIOS  NOT EQUAL 00 OR
              WS-FS-HISTFUN       NOT EQUAL 00 OR
              WS-QUADRO-ESTOURO   EQUAL 'S'
               DISPLAY 'RESCISAO01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------------------------------------------------
      *     DADOS DO DESLIGAMENTO, FUNCIONARIO, TABELAS E SALDOS
      *-----------------------------------------------------------------
       1000-INICIO.
           DISPLAY 'SEU USUARIO (PARA O JORNAL)?'
           ACCEPT WS-JMD-USUARIO
           DISPLAY 'MATRICULA?'
           ACCEPT WS-MATRICULA
           DISPLAY 'DATA DO DESLIGAMENTO (AAAAMMDD)?'
           ACCEPT WS-DATA-DESLIGAMENTO
           MOVE WS-DATA-DESLIGAMENTO TO WS-DATA-VAL
           PERFORM 1010-VALIDA-DATA
           IF NOT DATA-EH-VALIDA
               DISPLAY 'RESCISAO01 - DATA INVALIDA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'TIPO (D-DISPENSA SEM JUSTA CAUSA P-PEDIDO DE '
                   'DEMISSAO A-ACORDO J-JUSTA CAUSA)?'
           ACCEPT WS-TIPO-RESCISAO
           EVALUATE TRUE
               WHEN RESCISAO-DISPENSA
                   MOVE 'DISPENSA SEM JUSTA CAUSA' TO WS-DESC-TIPO
                   MOVE 40 TO WS-PERC-MULTA
               WHEN RESCISAO-PEDIDO
                   MOVE 'PEDIDO DE DEMISSAO'       TO WS-DESC-TIPO
               WHEN RESCISAO-ACORDO
                   MOVE 'ACORDO'                   TO WS-DESC-TIPO
                   MOVE 20 TO WS-PERC-MULTA
               WHEN RESCISAO-JUSTA-CAUSA
                   MOVE 'JUSTA CAUSA'              TO WS-DESC-TIPO
               WHEN OTHER
                   DISPLAY 'RESCISAO01 - TIPO INVALIDO'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM 1100-VERIFICA-DESLIGADO
           PERFORM 1200-LOCALIZA-FUNCIONARIO
           PERFORM 1300-CARREGA-INSS
               THRU 1300-CARREGA-INSS-FIM
           PERFORM 1400-CARREGA-IRRF
               THRU 1400-CARREGA-IRRF-FIM
           IF WCA-FIN-QTD EQUAL ZEROS OR WCA-FIR-QTD EQUAL ZEROS
               DISPLAY 'RESCISAO01 - TABELAS TABELAINSS01/'
                       'TABELAIRRF01 VAZIAS OU AUSENTES'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1500-LE-SALDOS

           MOVE WS-DATA-DESLIGAMENTO(1:6) TO WS-MES-GERACAO
           PERFORM 1600-CARREGA-FECHAMENTO
               THRU 1600-CARREGA-FECHAMENTO-FIM
               VARYING WS-QTD-MESES FROM 1 BY 1
               UNTIL WS-QTD-MESES GREATER THAN 12
           PERFORM 1700-LE-PRIMEIRA
               THRU 1700-LE-PRIMEIRA-FIM
           PERFORM 1800-CARREGA-CONSIGNADOS
           .

      *****VALIDA UMA DATA (ANO MINIMO 1601, MES, DIA E FEVEREIRO
      *****CONTRA O BISSEXTO), MESMAS REGRAS DO DESAFIO11
       1010-VALIDA-DATA.
           MOVE 'S' TO WS-DATA-VALIDA
           MOVE DTV-ANO TO WS-ANO-BISSEXTO
           CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO WS-BISSEXTO
           IF DTV-ANO LESS THAN 1601
               MOVE 'N' TO WS-DATA-VALIDA
           END-IF
           IF DTV-MES LESS THAN 01 OR DTV-MES GREATER THAN 12
               MOVE 'N' TO WS-DATA-VALIDA
           END-IF
           IF DTV-DIA LESS THAN 01 OR DTV-DIA GREATER THAN 31
               MOVE 'N' TO WS-DATA-VALIDA
           END-IF
           IF DTV-MES EQUAL 02 AND WS-BISSEXTO EQUAL 'S'
              AND DTV-DIA GREATER THAN 29
               MOVE 'N' TO WS-DATA-VALIDA
           END-IF
           IF DTV-MES EQUAL 02 AND WS-BISSEXTO EQUAL 'N'
              AND DTV-DIA GREATER THAN 28
               MOVE 'N' TO WS-DATA-VALIDA
           END-IF
           IF (DTV-MES EQUAL 04 OR DTV-MES EQUAL 06
               OR DTV-MES EQUAL 09 OR DTV-MES EQUAL 11)
              AND DTV-DIA GREATER THAN 30
               MOVE 'N' TO WS-DATA-VALIDA
           END-IF
           .

       1100-VERIFICA-DESLIGADO.
           OPEN INPUT DESLIGADOS
           IF WS-FS-DESLIGADOS EQUAL 00
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM 1110-LER-DESLIGADO
               PERFORM 1120-TESTA-DESLIGADO
                   UNTIL FIM-ARQUIVO EQUAL 'S'
               CLOSE DESLIGADOS
           END-IF
           .

       1110-LER-DESLIGADO.
           READ DESLIGADOS
               AT END
                   MOVE 'S' TO FIM-ARQUIVO
           END-READ
           .

       1120-TESTA-DESLIGADO.
           IF DSL-MATRICULA EQUAL WS-MATRICULA
               DISPLAY 'RESCISAO01 - MATRICULA JA DESLIGADA EM '
                       DSL-DATA
               CLOSE DESLIGADOS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-LER-DESLIGADO
           .

       1200-LOCALIZA-FUNCIONARIO.
           OPEN INPUT ARQUIVO-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT EQUAL 00
               DISPLAY 'RESCISAO01 - QUADRO DE FUNCIONARIOS NAO '
                       'ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-ACHOU
           MOVE 'N' TO FIM-ARQUIVO
           PERFORM 1210-LER-FUNCIONARIO
           PERFORM 1220-TESTA-FUNCIONARIO
               UNTIL FIM-ARQUIVO EQUAL 'S' OR WS-ACHOU EQUAL 'S'
           CLOSE ARQUIVO-FUNCIONARIOS
           IF WS-ACHOU EQUAL 'N'
               DISPLAY 'RESCISAO01 - MATRICULA NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *****ENTRADA SO COM O ANO (AAAA) VALE COMO ADMISSAO EM 1O/JAN
           IF WS-DATA-ADMISSAO LESS THAN 10000
               COMPUTE WS-DATA-ADMISSAO =
                   (WS-DATA-ADMISSAO * 10000) + 0101
           END-IF
           IF WS-DATA-ADMISSAO GREATER THAN WS-DATA-DESLIGAMENTO
               DISPLAY 'RESCISAO01 - DESLIGAMENTO ANTERIOR A '
                       'ADMISSAO ' WS-DATA-ADMISSAO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       1210-LER-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIOS
               AT END
                   MOVE 'S' TO FIM-ARQUIVO
           END-READ
           .

       1220-TESTA-FUNCIONARIO.
           IF RF-MATRICULA EQUAL WS-MATRICULA
               MOVE 'S'            TO WS-ACHOU
               MOVE RF-NOME        TO WS-NOME
               MOVE RF-SALARIO     TO WS-SALARIO
               MOVE RF-ANO-ENTRADA TO WS-DATA-ADMISSAO
           ELSE
               PERFORM 1210-LER-FUNCIONARIO
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

      *****SALDO DE FERIAS (SALDOFER01) E DO BANCO DE HORAS (FECHATU01)
      *****DA MATRICULA; ARQUIVO AUSENTE VALE SALDO ZERO
       1500-LE-SALDOS.
           OPEN INPUT SALDOFER
           IF WS-FS-SALDOFER EQUAL 00
               MOVE 'N' TO FIM-TABELA
               PERFORM 1510-LER-SALDOFER
               PERFORM 1520-TESTA-SALDOFER
                   UNTIL FIM-TABELA EQUAL 'S'
               CLOSE SALDOFER
           ELSE
               DISPLAY 'RESCISAO01 - SALDOFER01 AUSENTE - FERIAS '
                       'COM SALDO ZERO'
           END-IF
           OPEN INPUT FECHATU
           IF WS-FS-FECHATU EQUAL 00
               MOVE 'N' TO FIM-TABELA
               PERFORM 1530-LER-FECHATU
               PERFORM 1540-TESTA-FECHATU
                   UNTIL FIM-TABELA EQUAL 'S'
               CLOSE FECHATU
           ELSE
               DISPLAY 'RESCISAO01 - FECHATU01 AUSENTE - BANCO DE '
                       'HORAS COM SALDO ZERO'
           END-IF
           .

       1510-LER-SALDOFER.
           READ SALDOFER
               AT END
                   MOVE 'S' TO FIM-TABELA
           END-READ
           .

       1520-TESTA-SALDOFER.
           IF SU-MATRICULA EQUAL WS-MATRICULA
               MOVE SU-SALDO TO WS-SALDO-FERIAS
           END-IF
           PERFORM 1510-LER-SALDOFER
           .

       1530-LER-FECHATU.
           READ FECHATU
               AT END
                   MOVE 'S' TO FIM-TABELA
           END-READ
           .

       1540-TESTA-FECHATU.
           IF FU-MATRICULA EQUAL WS-MATRICULA
               MOVE FU-SALDO TO WS-SALDO-HORAS
           END-IF
           PERFORM 1530-LER-FECHATU
           .

      *****UMA GERACAO DO RESUMO DO PONTO POR VOLTA, DO MES DO
      *****DESLIGAMENTO PARA TRAS (AUSENTE E PULADA)
       1600-CARREGA-FECHAMENTO.
           MOVE SPACES TO WS-NOME-FECHAMENTO
           STRING 'RESUMOFOLHA01.D' WS-MES-GERACAO
               DELIMITED BY SIZE INTO WS-NOME-FECHAMENTO
           OPEN INPUT FECHAMENTO
           IF WS-FS-FECHAMENTO NOT EQUAL 00
               GO TO 1600-RECUA-MES
           END-IF
           ADD 1 TO WS-QTD-FECHAMENTOS
           MOVE 'N' TO FIM-TABELA
           PERFORM 1610-LER-FECHAMENTO
           PERFORM 1620-SOMA-FECHAMENTO
               UNTIL FIM-TABELA EQUAL 'S'
           CLOSE FECHAMENTO.
       1600-RECUA-MES.
           IF GER-MES GREATER THAN 01
               SUBTRACT 1 FROM GER-MES
           ELSE
               MOVE 12 TO GER-MES
               SUBTRACT 1 FROM GER-ANO
           END-IF.
       1600-CARREGA-FECHAMENTO-FIM.
           EXIT.

       1610-LER-FECHAMENTO.
           READ FECHAMENTO
               AT END
                   MOVE 'S' TO FIM-TABELA
           END-READ
           .

       1620-SOMA-FECHAMENTO.
           IF RA-MATRICULA EQUAL WS-MATRICULA
               ADD RA-EXTRAS-50  TO WS-HORAS-50
               ADD RA-EXTRAS-100 TO WS-HORAS-100
           END-IF
           PERFORM 1610-LER-FECHAMENTO
           .

      *****PRIMEIRA PARCELA DO 13O JA PAGA NO ANO DO DESLIGAMENTO
       1700-LE-PRIMEIRA.
           MOVE SPACES TO WS-NOME-PRIMEIRA
           STRING 'CONTRA13P1.D' DSG-ANO
               DELIMITED BY SIZE INTO WS-NOME-PRIMEIRA
           OPEN INPUT PRIMEIRA
           IF WS-FS-PRIMEIRA NOT EQUAL 00
               GO TO 1700-LE-PRIMEIRA-FIM
           END-IF
           MOVE 'N' TO FIM-TABELA
           PERFORM 1710-LER-PRIMEIRA
           PERFORM 1720-TESTA-PRIMEIRA
               UNTIL FIM-TABELA EQUAL 'S'
           CLOSE PRIMEIRA.
       1700-LE-PRIMEIRA-FIM.
           EXIT.

       1710-LER-PRIMEIRA.
           READ PRIMEIRA
               AT END
                   MOVE 'S' TO FIM-TABELA
           END-READ
           .

       1720-TESTA-PRIMEIRA.
           IF P1-MATRICULA EQUAL WS-MATRICULA
               MOVE P1-LIQUIDO TO WS-PRIMEIRA-PAGA
           END-IF
           PERFORM 1710-LER-PRIMEIRA
           .

      *****PERCENTUAL DA MARGEM (REGISTRO 'C' DO REGRASEMP01) E OS
      *****CONTRATOS CONSIGNADOS ATIVOS DA MATRICULA
       1800-CARREGA-CONSIGNADOS.
           OPEN INPUT REGRAS
           IF WS-FS-REGRAS EQUAL 00
               MOVE 'N' TO FIM-TABELA
               PERFORM 1810-LER-REGRA
               PERFORM 1820-TESTA-REGRA
                   UNTIL FIM-TABELA EQUAL 'S'
               CLOSE REGRAS
           END-IF
           OPEN INPUT CONTRATOS
           IF WS-FS-CONTRATOS EQUAL 00
               MOVE 'N' TO FIM-TABELA
               PERFORM 1830-LER-CONTRATO
               PERFORM 1840-TESTA-CONTRATO
                   UNTIL FIM-TABELA EQUAL 'S'
               CLOSE CONTRATOS
           END-IF
           .

       1810-LER-REGRA.
           READ REGRAS
               AT END
                   MOVE 'S' TO FIM-TABELA
           END-READ
           .

       1820-TESTA-REGRA.
           IF RGC-TIPO EQUAL 'C'
              AND RGC-PCT-MARGEM NUMERIC
              AND RGC-PCT-MARGEM GREATER THAN ZEROS
               MOVE RGC-PCT-MARGEM TO WS-PCT-CONSIG
           END-IF
           PERFORM 1810-LER-REGRA
           .

       1830-LER-CONTRATO.
           READ CONTRATOS
               AT END
                   MOVE 'S' TO FIM-TABELA
           END-READ
           .

       1840-TESTA-CONTRATO.
           IF CTR-MODALIDADE EQUAL 'C'
              AND CTR-STATUS EQUAL 'A'
              AND CTR-MATRICULA NUMERIC
              AND CTR-MATRICULA EQUAL WS-MATRICULA
              AND CTR-PRAZO NUMERIC
              AND CTR-PRAZO GREATER THAN ZEROS
              AND CTR-PRAZO NOT GREATER THAN 120
              AND WRK-CSG-QTD LESS THAN 20
               ADD 1 TO WRK-CSG-QTD
               MOVE CTR-NUMERO    TO WRK-CSG-CONTRATO(WRK-CSG-QTD)
               MOVE CTR-SISTEMA   TO WRK-CSG-SISTEMA(WRK-CSG-QTD)
               MOVE CTR-PRINCIPAL TO WRK-CSG-PRINCIPAL(WRK-CSG-QTD)
               MOVE CTR-TAXA      TO WRK-CSG-TAXA(WRK-CSG-QTD)
               MOVE CTR-PRAZO     TO WRK-CSG-PRAZO(WRK-CSG-QTD)
               MOVE CTR-PAGAS     TO WRK-CSG-PAGAS(WRK-CSG-QTD)
               MOVE CTR-ATRASO    TO WRK-CSG-ATRASO(WRK-CSG-QTD)
           END-IF
           PERFORM 1830-LER-CONTRATO
           .

      *-----------------------------------------------------------------
      *     VERBAS: A REMUNERACAO DE REFERENCIA DO 13O E DAS FERIAS E O
      *     SALARIO MAIS A MEDIA MENSAL DAS EXTRAS (HORA = SALARIO /
      *     220, ADICIONAIS DE 50% E 100%, COMO NA FOLHA)
      *-----------------------------------------------------------------
       2000-CALCULA-VERBAS.
           COMPUTE WRK-HORA-SALARIO ROUNDED = WS-SALARIO / 220
           IF WS-QTD-FECHAMENTOS GREATER THAN ZEROS
               COMPUTE WRK-VALOR-EXTRAS ROUNDED =
                   ((WS-HORAS-50 * WRK-HORA-SALARIO * 1,5)
                    + (WS-HORAS-100 * WRK-HORA-SALARIO * 2))
                   / WS-QTD-FECHAMENTOS
           END-IF
           COMPUTE WS-BASE-REMUNERACAO = WS-SALARIO + WRK-VALOR-EXTRAS

           PERFORM 2100-SALDO-SALARIO
           PERFORM 2200-AVISO-PREVIO
           IF NOT RESCISAO-JUSTA-CAUSA
               PERFORM 2300-DECIMO-PROPORCIONAL
           END-IF
           PERFORM 2400-FERIAS
           PERFORM 2500-BANCO-HORAS
           PERFORM 2600-MULTA-FGTS
           .

      *****DIAS TRABALHADOS NO MES DO DESLIGAMENTO (MES DE 30)
       2100-SALDO-SALARIO.
           IF ADM-ANO EQUAL DSG-ANO AND ADM-MES EQUAL DSG-MES
               COMPUTE WS-DIAS-SALDO = DSG-DIA - ADM-DIA + 1
           ELSE
               MOVE DSG-DIA TO WS-DIAS-SALDO
           END-IF
           IF WS-DIAS-SALDO GREATER THAN 30
               MOVE 30 TO WS-DIAS-SALDO
           END-IF
           COMPUTE WS-SALDO-SALARIO ROUNDED =
               WS-SALARIO * WS-DIAS-SALDO / 30
           .

      *****ANOS COMPLETOS DE CASA PELA DIFERENCA DAS DATAS AAAAMMDD
       2200-AVISO-PREVIO.
           COMPUTE WS-ANOS-CASA =
               (WS-DATA-DESLIGAMENTO - WS-DATA-ADMISSAO) / 10000
           MOVE ZEROS TO WS-DIAS-AVISO
           IF RESCISAO-DISPENSA OR RESCISAO-ACORDO
               COMPUTE WS-DIAS-AVISO = 30 + (3 * WS-ANOS-CASA)
               IF WS-DIAS-AVISO GREATER THAN 90
                   MOVE 90 TO WS-DIAS-AVISO
               END-IF
               IF RESCISAO-ACORDO
                   COMPUTE WS-DIAS-AVISO = WS-DIAS-AVISO / 2
               END-IF
           END-IF
           COMPUTE WS-AVISO-PREVIO ROUNDED =
               WS-SALARIO * WS-DIAS-AVISO / 30
           .

      *****AVOS DO ANO DO DESLIGAMENTO: DE JANEIRO (OU DO MES DA
      *****ADMISSAO) ATE O MES DA SAIDA; MES COM MENOS DE 15 DIAS
      *****TRABALHADOS NAO CONTA
       2300-DECIMO-PROPORCIONAL.
           IF ADM-ANO EQUAL DSG-ANO
               COMPUTE WS-AVOS = DSG-MES - ADM-MES + 1
               MOVE WRK-DIAS-MES-N(ADM-MES) TO WS-ULT-DIA-MES
               IF ADM-MES EQUAL 02
                   MOVE ADM-ANO TO WS-ANO-BISSEXTO
                   CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO
                                            WS-BISSEXTO
                   IF WS-BISSEXTO EQUAL 'S'
                       MOVE 29 TO WS-ULT-DIA-MES
                   END-IF
               END-IF
               IF WS-ULT-DIA-MES - ADM-DIA + 1 LESS THAN 15
                   SUBTRACT 1 FROM WS-AVOS
               END-IF
           ELSE
               MOVE DSG-MES TO WS-AVOS
           END-IF
           IF WS-DIAS-SALDO LESS THAN 15 AND WS-AVOS GREATER THAN 0
               SUBTRACT 1 FROM WS-AVOS
           END-IF
           COMPUTE WS-DECIMO ROUNDED =
               WS-BASE-REMUNERACAO * WS-AVOS / 12
           .

      *****FERIAS PELO SALDO DE DIAS DO FERIAS01 (VENCIDAS E
      *****PROPORCIONAIS); NA JUSTA CAUSA SO OS PERIODOS DE 30 DIAS
      *****COMPLETOS
       2400-FERIAS.
           MOVE ZEROS TO WS-DIAS-FERIAS
           IF WS-SALDO-FERIAS GREATER THAN ZEROS
               MOVE WS-SALDO-FERIAS TO WS-DIAS-FERIAS
           END-IF
           IF RESCISAO-JUSTA-CAUSA
               COMPUTE WS-DIAS-FERIAS = WS-DIAS-FERIAS / 30
               COMPUTE WS-DIAS-FERIAS = WS-DIAS-FERIAS * 30
           END-IF
           COMPUTE WS-FERIAS ROUNDED =
               WS-BASE-REMUNERACAO * WS-DIAS-FERIAS / 30
           COMPUTE WS-TERCO-FERIAS ROUNDED = WS-FERIAS / 3
           .

      *****SALDO DO BANCO DE HORAS: POSITIVO COM ADICIONAL DE 50%,
      *****NEGATIVO DESCONTADO PELA HORA NORMAL
       2500-BANCO-HORAS.
           IF WS-SALDO-HORAS GREATER THAN ZEROS
               MOVE WS-SALDO-HORAS TO WS-HORAS-SALDO-ABS
               COMPUTE WS-HORAS-PAGAR ROUNDED =
                   WS-HORAS-SALDO-ABS * WRK-HORA-SALARIO * 1,5
           END-IF
           IF WS-SALDO-HORAS LESS THAN ZEROS
               COMPUTE WS-HORAS-SALDO-ABS = WS-SALDO-HORAS * -1
               COMPUTE WS-HORAS-DESCONTAR ROUNDED =
                   WS-HORAS-SALDO-ABS * WRK-HORA-SALARIO
           END-IF
           .

      *****SALDO DO FGTS ESTIMADO EM 8% DO SALARIO POR MES DE CASA
      *****(MES DA ADMISSAO E DA SAIDA INCLUSIVE)
       2600-MULTA-FGTS.
           COMPUTE WS-MESES-CASA =
               ((DSG-ANO * 12) + DSG-MES) - ((ADM-ANO * 12) + ADM-MES)
           ADD 1 TO WS-MESES-CASA
           COMPUTE WS-FGTS-ESTIMADO ROUNDED =
               WS-SALARIO * 8 / 100 * WS-MESES-CASA
           COMPUTE WS-MULTA-FGTS ROUNDED =
               WS-FGTS-ESTIMADO * WS-PERC-MULTA / 100
           .

      *-----------------------------------------------------------------
      *     INSS E IRRF: SALDO DE SALARIO + BANCO DE HORAS NUMA BASE E O
      *     13O EM OUTRA (TRIBUTACAO EXCLUSIVA); FERIAS, TERCO E AVISO
      *     INDENIZADOS SAO ISENTOS
      *-----------------------------------------------------------------
       3000-CALCULA-DESCONTOS.
           CALL 'DEDUZDEP' USING WS-MATRICULA WS-DATA-DESLIGAMENTO
                                 WS-QTD-DEPENDENTES WS-DEDUCAO-DEP
           COMPUTE WS-BASE-CALCULO =
               WS-SALDO-SALARIO + WS-HORAS-PAGAR
           PERFORM 3100-CALCULA-INSS
           MOVE WS-INSS-CALCULO TO WS-INSS-MES
           COMPUTE WS-BASE-IRRF = WS-BASE-CALCULO - WS-INSS-MES
           PERFORM 3150-DEDUZ-DEPENDENTES
           PERFORM 3200-CALCULA-IRRF
           MOVE WS-IRRF-CALCULO TO WS-IRRF-MES

           MOVE WS-DECIMO TO WS-BASE-CALCULO
           PERFORM 3100-CALCULA-INSS
           MOVE WS-INSS-CALCULO TO WS-INSS-DECIMO
           COMPUTE WS-BASE-IRRF = WS-BASE-CALCULO - WS-INSS-DECIMO
           PERFORM 3150-DEDUZ-DEPENDENTES
           PERFORM 3200-CALCULA-IRRF
           MOVE WS-IRRF-CALCULO TO WS-IRRF-DECIMO

           COMPUTE WS-TOT-PROVENTOS =
               WS-SALDO-SALARIO + WS-AVISO-PREVIO + WS-DECIMO
               + WS-FERIAS + WS-TERCO-FERIAS + WS-HORAS-PAGAR
           COMPUTE WS-TOT-DESCONTOS =
               WS-INSS-MES + WS-IRRF-MES + WS-INSS-DECIMO
               + WS-IRRF-DECIMO + WS-PRIMEIRA-PAGA
               + WS-HORAS-DESCONTAR
           COMPUTE WS-LIQUIDO-CALCULO =
               WS-TOT-PROVENTOS - WS-TOT-DESCONTOS
           IF WS-LIQUIDO-CALCULO LESS THAN ZERO
               DISPLAY 'RESCISAO01 - DESCONTOS ACIMA DOS PROVENTOS - '
                       'LIQUIDO ZERADO, ACERTAR COM O RH'
               MOVE ZEROS TO WS-LIQUIDO-CALCULO
           END-IF
           MOVE WS-LIQUIDO-CALCULO TO WS-LIQUIDO

           IF WRK-CSG-QTD GREATER THAN ZEROS
               PERFORM 3500-DESCONTA-CONSIGNADO
               ADD WS-CONSIGNADO TO WS-TOT-DESCONTOS
               SUBTRACT WS-CONSIGNADO FROM WS-LIQUIDO
           END-IF
           .

      *****FAIXA = PRIMEIRO LIMITE QUE COMPORTA A BASE (ACIMA DO
      *****ULTIMO LIMITE VALE A ULTIMA FAIXA, CONVENCAO DA TABELAIR01)
       3100-CALCULA-INSS.
           MOVE ZEROS TO WS-INSS-CALCULO
           IF WS-BASE-CALCULO GREATER THAN ZEROS
               MOVE 'N' TO WS-FAIXA-ACHOU
               MOVE 1 TO WS-IDX-FAIXA
               PERFORM 3110-TESTA-FAIXA-INSS
                   UNTIL WS-IDX-FAIXA GREATER THAN WCA-FIN-QTD
                      OR WS-FAIXA-ACHOU EQUAL 'S'
               IF WS-FAIXA-ACHOU EQUAL 'N'
                   MOVE WCA-FIN-QTD TO WS-IDX-FAIXA
               END-IF
               COMPUTE WS-INSS-CALCULO ROUNDED =
                   (WS-BASE-CALCULO * WCA-FIN-ALIQ(WS-IDX-FAIXA)
                       / 100)
                   - WCA-FIN-DEDUCAO(WS-IDX-FAIXA)
               IF WS-INSS-CALCULO LESS THAN ZERO
                   MOVE ZEROS TO WS-INSS-CALCULO
               END-IF
           END-IF
           .

       3110-TESTA-FAIXA-INSS.
           IF WS-BASE-CALCULO NOT GREATER THAN
              WCA-FIN-LIMITE(WS-IDX-FAIXA)
               MOVE 'S' TO WS-FAIXA-ACHOU
           ELSE
               ADD 1 TO WS-IDX-FAIXA
           END-IF
           .

      *****DEPENDENTES VALIDOS NO DESLIGAMENTO, EM CADA BASE; A BASE
      *****NAO FICA NEGATIVA
       3150-DEDUZ-DEPENDENTES.
           IF WS-DEDUCAO-DEP GREATER THAN WS-BASE-IRRF
               MOVE ZEROS TO WS-BASE-IRRF
           ELSE
               SUBTRACT WS-DEDUCAO-DEP FROM WS-BASE-IRRF
           END-IF
           .

       3200-CALCULA-IRRF.
           MOVE ZEROS TO WS-IRRF-CALCULO
           IF WS-BASE-IRRF GREATER THAN ZEROS
               MOVE 'N' TO WS-FAIXA-ACHOU
               MOVE 1 TO WS-IDX-FAIXA
               PERFORM 3210-TESTA-FAIXA-IRRF
                   UNTIL WS-IDX-FAIXA GREATER THAN WCA-FIR-QTD
                      OR WS-FAIXA-ACHOU EQUAL 'S'
               IF WS-FAIXA-ACHOU EQUAL 'N'
                   MOVE WCA-FIR-QTD TO WS-IDX-FAIXA
               END-IF
               COMPUTE WS-IRRF-CALCULO ROUNDED =
                   (WS-BASE-IRRF * WCA-FIR-ALIQ(WS-IDX-FAIXA) / 100)
                   - WCA-FIR-DEDUCAO(WS-IDX-FAIXA)
               IF WS-IRRF-CALCULO LESS THAN ZERO
                   MOVE ZEROS TO WS-IRRF-CALCULO
               END-IF
           END-IF
           .

       3210-TESTA-FAIXA-IRRF.
           IF WS-BASE-IRRF NOT GREATER THAN
              WCA-FIR-LIMITE(WS-IDX-FAIXA)
               MOVE 'S' TO WS-FAIXA-ACHOU
           ELSE
               ADD 1 TO WS-IDX-FAIXA
           END-IF
           .

      *-----------------------------------------------------------------
      *     CONSIGNADO: O LIMITE E O PERCENTUAL DA MARGEM SOBRE O
      *     LIQUIDO. CADA CONTRATO, NA ORDEM DO CADASTRO, LEVA O QUE
      *     COUBER DO SEU SALDO DEVEDOR E GERA O PEDIDO DO AMORTEMP01
      *-----------------------------------------------------------------
       3500-DESCONTA-CONSIGNADO.
           COMPUTE WS-LIMITE-CONSIG ROUNDED =
               WS-LIQUIDO * WS-PCT-CONSIG / 100
           OPEN EXTEND PEDIDOS
           IF WS-FS-PEDIDOS NOT EQUAL 00
               OPEN OUTPUT PEDIDOS
           END-IF
           PERFORM 3510-QUITA-CONTRATO
               VARYING WRK-IDX-CSG FROM 1 BY 1
               UNTIL WRK-IDX-CSG GREATER THAN WRK-CSG-QTD
                  OR WS-LIMITE-CONSIG EQUAL ZEROS
           CLOSE PEDIDOS
           .

      *****SALDO DEVEDOR = PARCELAS EM ATRASO PELO VALOR CHEIO + SALDO
      *****DO PLANO DEPOIS DAS PARCELAS JA TRATADAS
       3510-QUITA-CONTRATO.
           MOVE WRK-CSG-SISTEMA(WRK-IDX-CSG) TO WS-SISTEMA
           CALL 'CALCEMP' USING WS-SISTEMA
               WRK-CSG-PRINCIPAL(WRK-IDX-CSG)
               WRK-CSG-TAXA(WRK-IDX-CSG)
               WRK-CSG-PRAZO(WRK-IDX-CSG)
               WCA-PLANO WS-TOTAL-PAGO WS-TOTAL-JUROS
           COMPUTE WRK-TRATADAS =
               WRK-CSG-PAGAS(WRK-IDX-CSG) + WRK-CSG-ATRASO(WRK-IDX-CSG)
           IF WRK-TRATADAS GREATER THAN WRK-CSG-PRAZO(WRK-IDX-CSG)
               MOVE WRK-CSG-PRAZO(WRK-IDX-CSG) TO WRK-TRATADAS
           END-IF
           IF WRK-TRATADAS EQUAL ZEROS
               MOVE WRK-CSG-PRINCIPAL(WRK-IDX-CSG) TO WS-SALDO-CONSIG
           ELSE
               MOVE WCA-PLN-SALDO(WRK-TRATADAS) TO WS-SALDO-CONSIG
           END-IF
           COMPUTE WRK-IDX-PARCELA = WRK-CSG-PAGAS(WRK-IDX-CSG) + 1
           PERFORM 3520-SOMA-ATRASO
               UNTIL WRK-IDX-PARCELA GREATER THAN WRK-TRATADAS

           IF WS-SALDO-CONSIG GREATER THAN WS-LIMITE-CONSIG
               MOVE WS-LIMITE-CONSIG TO WS-DESCONTO-CONTRATO
           ELSE
               MOVE WS-SALDO-CONSIG  TO WS-DESCONTO-CONTRATO
           END-IF
           IF WS-DESCONTO-CONTRATO GREATER THAN ZEROS
               MOVE SPACES TO REG-PEDIDO
               MOVE WRK-CSG-CONTRATO(WRK-IDX-CSG) TO PED-NUMERO
               MOVE WS-DESCONTO-CONTRATO TO PED-VALOR
               MOVE 'F' TO PED-ORIGEM
               IF WS-DESCONTO-CONTRATO EQUAL WS-SALDO-CONSIG
                   MOVE 'Q' TO PED-OPCAO
                   ADD 1 TO WS-QTD-QUITADOS
               ELSE
                   MOVE 'V' TO PED-OPCAO
                   ADD 1 TO WS-QTD-AMORTIZADOS
               END-IF
               WRITE REG-PEDIDO
               SUBTRACT WS-DESCONTO-CONTRATO FROM WS-LIMITE-CONSIG
               ADD WS-DESCONTO-CONTRATO TO WS-CONSIGNADO
           END-IF
           .

       3520-SOMA-ATRASO.
           ADD WCA-PLN-PARCELA(WRK-IDX-PARCELA) TO WS-SALDO-CONSIG
           ADD 1 TO WRK-IDX-PARCELA
           .

      *-----------------------------------------------------------------
      *     TERMO DE RESCISAO: UMA LINHA POR VERBA E POR DESCONTO
      *-----------------------------------------------------------------
       4000-GRAVA-TERMO.
           OPEN OUTPUT TERMO
           MOVE LINE-DESIGN TO REG-TERMO
           WRITE REG-TERMO
           MOVE WS-DESC-TIPO TO LT-TIPO
           MOVE WCA-LINHA-TITULO TO REG-TERMO
           WRITE REG-TERMO
           MOVE WS-MATRICULA         TO LF-MATRICULA
           MOVE WS-NOME              TO LF-NOME
           MOVE WS-DATA-ADMISSAO     TO LF-ADMISSAO
           MOVE WS-DATA-DESLIGAMENTO TO LF-SAIDA
           MOVE WCA-LINHA-FUNCIONARIO TO REG-TERMO
           WRITE REG-TERMO
           MOVE LINE-DESIGN TO REG-TERMO
           WRITE REG-TERMO

           MOVE 'SALDO DE SALARIO' TO LV-DESCRICAO
           MOVE WS-DIAS-SALDO      TO LR-QTD
           MOVE 'DIAS'             TO LR-UNIDADE
           MOVE WS-SALDO-SALARIO   TO LV-PROVENTO
           PERFORM 4100-GRAVA-PROVENTO
           MOVE 'AVISO PREVIO INDENIZADO' TO LV-DESCRICAO
           MOVE WS-DIAS-AVISO      TO LR-QTD
           MOVE 'DIAS'             TO LR-UNIDADE
           MOVE WS-AVISO-PREVIO    TO LV-PROVENTO
           PERFORM 4100-GRAVA-PROVENTO
           MOVE '13O SALARIO PROPORCIONAL' TO LV-DESCRICAO
           MOVE WS-AVOS            TO LR-QTD
           MOVE 'AVOS'             TO LR-UNIDADE
           MOVE WS-DECIMO          TO LV-PROVENTO
           PERFORM 4100-GRAVA-PROVENTO
           MOVE 'FERIAS VENCIDAS E PROPORCIONAIS' TO LV-DESCRICAO
           MOVE WS-DIAS-FERIAS     TO LR-QTD
           MOVE 'DIAS'             TO LR-UNIDADE
           MOVE WS-FERIAS          TO LV-PROVENTO
           PERFORM 4100-GRAVA-PROVENTO
           MOVE '1/3 CONSTITUCIONAL DE FERIAS' TO LV-DESCRICAO
           MOVE SPACES             TO LR-UNIDADE
           MOVE ZEROS              TO LR-QTD
           MOVE WS-TERCO-FERIAS    TO LV-PROVENTO
           PERFORM 4100-GRAVA-PROVENTO
           MOVE 'BANCO DE HORAS (50%)' TO LV-DESCRICAO
           MOVE SPACES             TO LR-UNIDADE
           MOVE ZEROS              TO LR-QTD
           IF WS-SALDO-HORAS GREATER THAN ZEROS
               MOVE WS-HORAS-SALDO-ABS TO LR-QTD
               MOVE 'HORAS'            TO LR-UNIDADE
           END-IF
           MOVE WS-HORAS-PAGAR     TO LV-PROVENTO
           PERFORM 4100-GRAVA-PROVENTO

           MOVE 'INSS' TO LV-DESCRICAO
           MOVE WS-INSS-MES        TO LV-DESCONTO
           PERFORM 4200-GRAVA-DESCONTO
           MOVE 'IRRF' TO LV-DESCRICAO
           MOVE WS-IRRF-MES        TO LV-DESCONTO
           PERFORM 4200-GRAVA-DESCONTO
           MOVE 'INSS SOBRE 13O' TO LV-DESCRICAO
           MOVE WS-INSS-DECIMO     TO LV-DESCONTO
           PERFORM 4200-GRAVA-DESCONTO
           MOVE 'IRRF SOBRE 13O' TO LV-DESCRICAO
           MOVE WS-IRRF-DECIMO     TO LV-DESCONTO
           PERFORM 4200-GRAVA-DESCONTO
           MOVE '1A PARCELA DO 13O JA PAGA' TO LV-DESCRICAO
           MOVE WS-PRIMEIRA-PAGA   TO LV-DESCONTO
           PERFORM 4200-GRAVA-DESCONTO
           MOVE 'BANCO DE HORAS NEGATIVO' TO LV-DESCRICAO
           IF WS-SALDO-HORAS LESS THAN ZEROS
               MOVE WS-HORAS-SALDO-ABS TO LR-QTD
               MOVE 'HORAS'            TO LR-UNIDADE
               MOVE WCA-REFERENCIA     TO LV-REFERENCIA
           END-IF
           MOVE WS-HORAS-DESCONTAR TO LV-DESCONTO
           PERFORM 4200-GRAVA-DESCONTO
           IF WS-CONSIGNADO GREATER THAN ZEROS
               MOVE 'EMPRESTIMO CONSIGNADO' TO LV-DESCRICAO
               MOVE WS-PCT-CONSIG      TO LR-QTD
               MOVE '% LIQ'            TO LR-UNIDADE
               MOVE WCA-REFERENCIA     TO LV-REFERENCIA
               MOVE WS-CONSIGNADO      TO LV-DESCONTO
               PERFORM 4200-GRAVA-DESCONTO
           END-IF

           MOVE LINE-DESIGN TO REG-TERMO
           WRITE REG-TERMO
           MOVE SPACES TO WCA-LINHA-VERBA
           MOVE 'TOTAIS' TO LV-DESCRICAO
           MOVE WS-TOT-PROVENTOS TO LV-PROVENTO
           MOVE WS-TOT-DESCONTOS TO LV-DESCONTO
           MOVE WCA-LINHA-VERBA TO REG-TERMO
           WRITE REG-TERMO
           MOVE SPACES TO WCA-LINHA-VERBA
           MOVE 'LIQUIDO A RECEBER' TO LV-DESCRICAO
           MOVE WS-LIQUIDO TO LV-PROVENTO
           MOVE WCA-LINHA-VERBA TO REG-TERMO
           WRITE REG-TERMO
           MOVE SPACES TO WCA-LINHA-VERBA
           MOVE 'MULTA FGTS (CONTA VINCULADA)' TO LV-DESCRICAO
           MOVE WS-PERC-MULTA TO LR-QTD
           MOVE '%' TO LR-UNIDADE
           MOVE WCA-REFERENCIA TO LV-REFERENCIA
           MOVE WS-MULTA-FGTS TO LV-PROVENTO
           MOVE WCA-LINHA-VERBA TO REG-TERMO
           WRITE REG-TERMO
           IF WS-QTD-DEPENDENTES GREATER THAN ZEROS
               MOVE SPACES TO WCA-LINHA-VERBA
               MOVE 'DEDUCAO DEPENDENTES (BASE IRRF)' TO LV-DESCRICAO
               MOVE WS-QTD-DEPENDENTES TO LR-QTD
               MOVE 'DEP' TO LR-UNIDADE
               MOVE WCA-REFERENCIA TO LV-REFERENCIA
               MOVE WS-DEDUCAO-DEP TO LV-PROVENTO
               MOVE WCA-LINHA-VERBA TO REG-TERMO
               WRITE REG-TERMO
           END-IF
           CLOSE TERMO
           .

       4100-GRAVA-PROVENTO.
           MOVE WCA-REFERENCIA TO LV-REFERENCIA
           IF LR-UNIDADE EQUAL SPACES
               MOVE SPACES TO LV-REFERENCIA
           END-IF
           MOVE ZEROS TO LV-DESCONTO
           MOVE WCA-LINHA-VERBA TO REG-TERMO
           WRITE REG-TERMO
           MOVE SPACES TO LV-REFERENCIA
           .

      *****REFERENCIA SO QUANDO O CHAMADOR A PREENCHE
       4200-GRAVA-DESCONTO.
           MOVE ZEROS TO LV-PROVENTO
           MOVE WCA-LINHA-VERBA TO REG-TERMO
           WRITE REG-TERMO
           MOVE SPACES TO LV-REFERENCIA
           .

      *****O LIQUIDO VAI PARA O CREDITO EM CONTA DO PAGSAL01; AS VERBAS
      *****DE SALARIO, AVISO, 13O E FERIAS SAEM SOMADAS EM CC-SALARIO
       5000-GRAVA-CONTRACHEQUE.
           OPEN OUTPUT CONTRACHEQUES
           MOVE SPACES TO REG-CONTRACHEQUE
           MOVE WS-MATRICULA TO CC-MATRICULA
           MOVE WS-NOME      TO CC-NOME
           COMPUTE CC-SALARIO =
               WS-SALDO-SALARIO + WS-AVISO-PREVIO + WS-DECIMO
               + WS-FERIAS + WS-TERCO-FERIAS
           MOVE WS-HORAS-PAGAR TO CC-EXTRAS
           COMPUTE CC-INSS = WS-INSS-MES + WS-INSS-DECIMO
           COMPUTE CC-IRRF = WS-IRRF-MES + WS-IRRF-DECIMO
           MOVE WS-LIQUIDO   TO CC-LIQUIDO
           MOVE 'R'          TO CC-TIPO-FOLHA
           COMPUTE CC-DESCONTOS =
               WS-PRIMEIRA-PAGA + WS-HORAS-DESCONTAR + WS-CONSIGNADO
           WRITE REG-CONTRACHEQUE
           CLOSE CONTRACHEQUES
           .

       6000-REGISTRA-DESLIGAMENTO.
           OPEN EXTEND DESLIGADOS
           IF WS-FS-DESLIGADOS NOT EQUAL 00
               OPEN OUTPUT DESLIGADOS
           END-IF
           MOVE SPACES               TO REG-DESLIGADO
           MOVE WS-MATRICULA         TO DSL-MATRICULA
           MOVE WS-DATA-DESLIGAMENTO TO DSL-DATA
           MOVE WS-TIPO-RESCISAO     TO DSL-TIPO
           WRITE REG-DESLIGADO
           CLOSE DESLIGADOS
           PERFORM 6100-ATUALIZA-QUADRO
           .

      *-----------------------------------------------------------------
      *     QUADRO DE FUNCIONARIOS: SITUACAO D E DATA DO DESLIGAMENTO,
      *     COMO NO DESLIGAMENTO DO MANUFUN01, COM O HISTORICO E O
      *     JORNAL. JA DESLIGADO NA MESMA DATA PELO MANUFUN01, NADA
      *     MUDA. QUADRO MAIOR QUE A TABELA NAO E REGRAVADO
      *-----------------------------------------------------------------
       6100-ATUALIZA-QUADRO.
           MOVE ZEROS TO WS-FUN-QTD WS-IDX-ACHADO
           MOVE 'N' TO WS-GRAVA-QUADRO
           OPEN INPUT ARQUIVO-FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS EQUAL 00
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM 1210-LER-FUNCIONARIO
               PERFORM 6110-GUARDA-FUNCIONARIO
                   UNTIL FIM-ARQUIVO EQUAL 'S'
               CLOSE ARQUIVO-FUNCIONARIOS
               IF WS-IDX-ACHADO NOT EQUAL ZEROS
                   MOVE 'S' TO WS-GRAVA-QUADRO
               END-IF
           ELSE
               DISPLAY 'RESCISAO01 - QUADRO DE FUNCIONARIOS NAO '
                       'ENCONTRADO PARA A SITUACAO D'
           END-IF
           IF WS-QUADRO-ESTOURO EQUAL 'S'
               DISPLAY 'RESCISAO01 - QUADRO COM MAIS DE 200 '
                       'FUNCIONARIOS - SITUACAO D NAO GRAVADA'
               MOVE 'N' TO WS-GRAVA-QUADRO
           END-IF
           IF WS-GRAVA-QUADRO EQUAL 'S'
               SET WS-FUN-IDX TO WS-IDX-ACHADO
               MOVE WS-FUN-SITUACAO(WS-FUN-IDX) TO WS-ANT-SITUACAO
               MOVE WS-FUN-DESLIGA(WS-FUN-IDX)  TO WS-ANT-DESLIGA
               IF WS-ANT-SITUACAO EQUAL 'D'
                  AND WS-ANT-DESLIGA EQUAL WS-DATA-DESLIGAMENTO
                   MOVE 'N' TO WS-GRAVA-QUADRO
               END-IF
           END-IF
           IF WS-GRAVA-QUADRO EQUAL 'S'
               PERFORM 6150-REGISTRA-SITUACAO
           END-IF
           .

      *****REGISTRO ANTIGO (SEM SITUACAO) ENTRA COMO ATIVO
       6110-GUARDA-FUNCIONARIO.
           IF WS-FUN-QTD LESS THAN 200
               ADD 1 TO WS-FUN-QTD
               SET WS-FUN-IDX TO WS-FUN-QTD
               MOVE RF-MATRICULA   TO WS-FUN-MAT(WS-FUN-IDX)
               MOVE RF-NOME        TO WS-FUN-NOME(WS-FUN-IDX)
               MOVE RF-ANO-ENTRADA TO WS-FUN-ENTRADA(WS-FUN-IDX)
               MOVE RF-SALARIO     TO WS-FUN-SALARIO(WS-FUN-IDX)
               MOVE RF-SITUACAO    TO WS-FUN-SITUACAO(WS-FUN-IDX)
               MOVE RF-CARGO       TO WS-FUN-CARGO(WS-FUN-IDX)
               IF RF-SITUACAO NOT EQUAL 'D'
                   MOVE 'A' TO WS-FUN-SITUACAO(WS-FUN-IDX)
               END-IF
               IF RF-DATA-DESLIGA NUMERIC
                   MOVE RF-DATA-DESLIGA
                      TO WS-FUN-DESLIGA(WS-FUN-IDX)
               ELSE
                   MOVE ZEROS TO WS-FUN-DESLIGA(WS-FUN-IDX)
               END-IF
               IF RF-MATRICULA EQUAL WS-MATRICULA
                   MOVE WS-FUN-QTD TO WS-IDX-ACHADO
               END-IF
           ELSE
               MOVE 'S' TO WS-QUADRO-ESTOURO
           END-IF
           PERFORM 1210-LER-FUNCIONARIO
           .

       6150-REGISTRA-SITUACAO.
           MOVE 'D'                  TO WS-FUN-SITUACAO(WS-FUN-IDX)
           MOVE WS-DATA-DESLIGAMENTO TO WS-FUN-DESLIGA(WS-FUN-IDX)
           OPEN OUTPUT ARQUIVO-FUNCIONARIOS
           PERFORM 6120-GRAVA-FUNCIONARIO
               VARYING WS-FUN-IDX FROM 1 BY 1
               UNTIL WS-FUN-IDX GREATER THAN WS-FUN-QTD
           CLOSE ARQUIVO-FUNCIONARIOS
           SET WS-FUN-IDX TO WS-IDX-ACHADO
           PERFORM 6200-PROCURA-LOTACAO
           PERFORM 6300-GRAVA-HISTORICO
           PERFORM 6400-GRAVA-JORNAL
           .

       6120-GRAVA-FUNCIONARIO.
           MOVE SPACES TO REG-FUNCIONARIO
           MOVE WS-FUN-MAT(WS-FUN-IDX)      TO RF-MATRICULA
           MOVE WS-FUN-NOME(WS-FUN-IDX)     TO RF-NOME
           MOVE WS-FUN-ENTRADA(WS-FUN-IDX)  TO RF-ANO-ENTRADA
           MOVE WS-FUN-SALARIO(WS-FUN-IDX)  TO RF-SALARIO
           MOVE WS-FUN-SITUACAO(WS-FUN-IDX) TO RF-SITUACAO
           MOVE WS-FUN-CARGO(WS-FUN-IDX)    TO RF-CARGO
           MOVE WS-FUN-DESLIGA(WS-FUN-IDX)  TO RF-DATA-DESLIGA
           WRITE REG-FUNCIONARIO
           .

      *****LOTACAO DA MATRICULA NO DEPTO01 (SEM LOTACAO, EM BRANCO)
       6200-PROCURA-LOTACAO.
           MOVE SPACES TO WS-DEPTO WS-CENTRO
           OPEN INPUT DEPTOS
           IF WS-FS-DEPTOS EQUAL 00
               MOVE 'N' TO FIM-TABELA
               PERFORM 6210-LER-DEPTO
               PERFORM 6220-TESTA-DEPTO
                   UNTIL FIM-TABELA EQUAL 'S'
               CLOSE DEPTOS
           END-IF
           .

       6210-LER-DEPTO.
           READ DEPTOS
               AT END
                   MOVE 'S' TO FIM-TABELA
           END-READ
           .

       6220-TESTA-DEPTO.
           IF DEP-MATRICULA EQUAL WS-MATRICULA
               MOVE DEP-DEPTO  TO WS-DEPTO
               MOVE DEP-CENTRO TO WS-CENTRO
               MOVE 'S' TO FIM-TABELA
           ELSE
               PERFORM 6210-LER-DEPTO
           END-IF
           .

      *-----------------------------------------------------------------
      *     HISTORICO: FOTOGRAFIA 'D' VIGENTE NA DATA DO DESLIGAMENTO.
      *     SEM HISTORICO ANTERIOR, A SITUACAO DE ANTES ENTRA COMO
      *     IMPLANTACAO, VIGENTE DESDE A ADMISSAO (COMO NO MANUFUN01)
      *-----------------------------------------------------------------
       6300-GRAVA-HISTORICO.
           MOVE ZEROS TO WS-HIST-QTD-MAT
           OPEN INPUT HISTFUN
           IF WS-FS-HISTFUN EQUAL 00
               MOVE 'N' TO FIM-TABELA
               PERFORM 6310-LER-HISTORICO
               PERFORM 6320-CONTA-HISTORICO
                   UNTIL FIM-TABELA EQUAL 'S'
               CLOSE HISTFUN
           END-IF
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           OPEN EXTEND HISTFUN
           IF WS-FS-HISTFUN NOT EQUAL 00
               OPEN OUTPUT HISTFUN
           END-IF
           IF WS-HIST-QTD-MAT EQUAL ZEROS
               MOVE SPACES           TO REG-HISTFUN
               MOVE WS-MATRICULA     TO HF-MATRICULA
               MOVE WS-DATA-ADMISSAO TO HF-VIGENCIA
               MOVE 'I'              TO HF-EVENTO
               MOVE WS-FUN-SALARIO(WS-FUN-IDX) TO HF-SALARIO
               MOVE WS-FUN-CARGO(WS-FUN-IDX)   TO HF-CARGO
               MOVE WS-DEPTO         TO HF-DEPTO
               MOVE WS-CENTRO        TO HF-CENTRO
               MOVE WS-ANT-SITUACAO  TO HF-SITUACAO
               PERFORM 6330-FECHA-HISTORICO
           END-IF
           MOVE SPACES               TO REG-HISTFUN
           MOVE WS-MATRICULA         TO HF-MATRICULA
           MOVE WS-DATA-DESLIGAMENTO TO HF-VIGENCIA
           MOVE 'D'                  TO HF-EVENTO
           MOVE WS-FUN-SALARIO(WS-FUN-IDX) TO HF-SALARIO
           MOVE WS-FUN-CARGO(WS-FUN-IDX)   TO HF-CARGO
           MOVE WS-DEPTO             TO HF-DEPTO
           MOVE WS-CENTRO            TO HF-CENTRO
           MOVE 'D'                  TO HF-SITUACAO
           PERFORM 6330-FECHA-HISTORICO
           CLOSE HISTFUN
           .

       6310-LER-HISTORICO.
           READ HISTFUN
               AT END
                   MOVE 'S' TO FIM-TABELA
           END-READ
           .

       6320-CONTA-HISTORICO.
           IF HF-MATRICULA EQUAL WS-MATRICULA
               ADD 1 TO WS-HIST-QTD-MAT
           END-IF
           PERFORM 6310-LER-HISTORICO
           .

       6330-FECHA-HISTORICO.
           MOVE WS-DATA-HOJE       TO HF-DATA-REGISTRO
           MOVE WS-HORA-AGORA(1:6) TO HF-HORA-REGISTRO
           MOVE WS-JMD-USUARIO     TO HF-USUARIO
           WRITE REG-HISTFUN
           .

      *****JORNAL: SITUACAO E DATA DO DESLIGAMENTO (A ROTINA NAO GRAVA
      *****O CAMPO QUE NAO MUDOU)
       6400-GRAVA-JORNAL.
           MOVE WS-MATRICULA      TO WS-JMD-CHAVE
           MOVE 'RF-SITUACAO'     TO WS-JMD-CAMPO
           MOVE WS-ANT-SITUACAO   TO WS-JMD-ANTIGO
           MOVE 'D'               TO WS-JMD-NOVO
           PERFORM 6410-JORNAL-CAMPO
           MOVE 'RF-DATA-DESLIGA' TO WS-JMD-CAMPO
           MOVE WS-ANT-DESLIGA    TO WS-JMD-ANTIGO
           MOVE WS-DATA-DESLIGAMENTO TO WS-JMD-NOVO
           PERFORM 6410-JORNAL-CAMPO
           .

       6410-JORNAL-CAMPO.
           CALL 'JORNALMD' USING WS-JMD-USUARIO WS-JMD-PROGRAMA
               WS-JMD-ARQUIVO WS-JMD-CHAVE WS-JMD-CAMPO
               WS-JMD-ANTIGO WS-JMD-NOVO
           .

      *****ACUMULADO ANUAL: 'R' COM O TRIBUTAVEL DO MES E OS ISENTOS
      *****(AVISO, FERIAS E TERCO), 'T' COM O 13O (TRIBUTACAO EXCLUSIVA)
       7000-GRAVA-RENDIMENTOS.
           OPEN EXTEND RENDIMENTOS
           IF WS-FS-RENDIMENTOS NOT EQUAL 00
               OPEN OUTPUT RENDIMENTOS
           END-IF
           MOVE SPACES TO REG-RENDIMENTO
           MOVE WS-MATRICULA TO RND-MATRICULA
           MOVE WS-DATA-DESLIGAMENTO(1:6) TO RND-COMPETENCIA
           MOVE 'R' TO RND-TIPO
           COMPUTE RND-TRIBUTAVEL = WS-SALDO-SALARIO + WS-HORAS-PAGAR
           COMPUTE RND-ISENTO =
               WS-AVISO-PREVIO + WS-FERIAS + WS-TERCO-FERIAS
           MOVE WS-INSS-MES TO RND-INSS
           MOVE WS-IRRF-MES TO RND-IRRF
           MOVE WS-QTD-DEPENDENTES   TO RND-QTD-DEPENDENTES
           MOVE WS-DEDUCAO-DEP       TO RND-DEDUCAO-DEP
           MOVE WS-DATA-DESLIGAMENTO TO RND-DATA-CORTE
           WRITE REG-RENDIMENTO
           IF WS-DECIMO GREATER THAN ZEROS
               MOVE 'T' TO RND-TIPO
               MOVE WS-DECIMO      TO RND-TRIBUTAVEL
               MOVE ZEROS          TO RND-ISENTO
               MOVE WS-INSS-DECIMO TO RND-INSS
               MOVE WS-IRRF-DECIMO TO RND-IRRF
               WRITE REG-RENDIMENTO
           END-IF
           CLOSE RENDIMENTOS
           .
       END PROGRAM RESCISAO01.
