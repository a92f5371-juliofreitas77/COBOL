      * em conta) e o demonstrativo legivel HOLERITE01 com as verbas,
      * cada desconto e o liquido, fechado pelo resumo de custo do
      * empregador (brutos, descontos, liquidos e INSS patronal).
      * O modo da folha e perguntado no inicio: M (mensal, o padrao),
      * 1 ou 2 (primeira ou segunda parcela do decimo terceiro do ano
      * da data de referencia do Controle01). A folha mensal guarda
      * uma geracao RESUMOFOLHA01.D<AAAAMM> do resumo do ponto; o
      * decimo terceiro paga 1/12 por mes trabalhado no ano desde a
      * admissao (fracao de 15 dias ou mais conta como mes) sobre o
      * salario mais a media das extras das geracoes do ano. A
      * primeira parcela e metade, sem descontos, e fica copiada em
      * CONTRA13P1.D<AAAA>; a segunda desconta INSS e IRRF sobre o
      * valor integral e abate a primeira parcela ja paga.
      * Na folha mensal os dias de ferias do mes ja pagos em recibo
      * proprio pelo FOLHAFER01 (registro FERPAGAS01) saem do salario
      * (salario / 30 por dia, no maximo 30 dias).
      * Quem ja foi desligado pelo RESCISAO01 (registro DESLIGA01)
      * ate o fim do mes de referencia - ou ate o fim do ano, no
      * decimo terceiro - ficou acertado na rescisao e sai da folha,
      * assim como quem o MANUFUN01 marcou como desligado (situacao D)
      * com data ate o mesmo corte.
      * O salario da folha e o que estava em vigor no corte (fim do
      * mes de referencia, ou fim do ano no decimo terceiro), tirado
      * do historico HISTFUN01 do MANUFUN01: vale a admissao,
      * implantacao ou alteracao de salario de maior vigencia ate o
      * corte. Sem historico ate o corte vale o salario do quadro.
      * Na folha mensal a parcela do emprestimo consignado (contratos
      * 'C' ativos do CONTRATOS01 com a matricula) e descontada do
      * contracheque ate a margem consignavel: o percentual do
      * registro 'C' do REGRASEMP01 (035 sem o registro) sobre o
      * liquido antes do consignado (bruto - INSS - IRRF). Vence no
      * mes a parcela mais antiga nao tratada, a mesma que o
      * COBRAEMP01 cobraria. Cada parcela vencida sai no retorno
      * CONSIGFOL01 como descontada (D) ou sem margem (M), para a
      * baixa no COBRAEMP01, e a base e a margem de cada funcionario
      * saem no MARGEMCONS01 para a concessao no EMPRESTA01.
      * A base do IRRF (mensal e segunda parcela do 13o) abate a
      * deducao legal por dependente (rotina comum DEDUZDEP, cadastro
      * DEPENDENTES01 do MANUDEPE01) dos dependentes validos no corte,
      * impressa no holerite. Cada contracheque mensal e da segunda
      * parcela vai tambem para o acumulado anual RENDFUN01, do qual o
      * COMPREND01 tira o comprovante de rendimentos do funcionario
      * (a folha refeita na mesma competencia substitui a anterior).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLERITE.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

      *        GERACOES MENSAIS DO RESUMO DO PONTO (MEDIA DAS EXTRAS
      *        DO DECIMO TERCEIRO) E COPIA DA PRIMEIRA PARCELA
           SELECT FECHAMENTO ASSIGN TO DYNAMIC WS-NOME-FECHAMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHAMENTO.

           SELECT PRIMEIRA ASSIGN TO DYNAMIC WS-NOME-PRIMEIRA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRIMEIRA.

           SELECT FERPAGAS ASSIGN TO 'FERPAGAS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERPAGAS.

           SELECT DESLIGADOS ASSIGN TO 'DESLIGA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DESLIGADOS.

           SELECT HISTFUN ASSIGN TO 'HISTFUN01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTFUN.

      *        EMPRESTIMO CONSIGNADO: PERCENTUAL DA MARGEM, CONTRATOS,
      *        RETORNO DOS DESCONTOS E MARGEM DE CADA FUNCIONARIO
           SELECT REGRAS ASSIGN TO 'REGRASEMP01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGRAS.

           SELECT CONTRATOS ASSIGN TO 'CONTRATOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTRATOS.

           SELECT CONSIGFOL ASSIGN TO 'CONSIGFOL01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSIGFOL.

           SELECT MARGENS ASSIGN TO 'MARGEMCONS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MARGENS.

      *        ACUMULADO ANUAL PARA O COMPROVANTE DE RENDIMENTOS
           SELECT RENDIMENTOS ASSIGN TO 'RENDFUN01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RENDIMENTOS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-FUNCIONARIOS.
           05 RF-NOME              PIC X(30).
           05 RF-ANO-ENTRADA       PIC 9(08).
           05 RF-SALARIO           PIC S9(11)V99.
           05 RF-SITUACAO          PIC X(01).
           05 RF-CARGO             PIC X(20).
           05 RF-DATA-DESLIGA      PIC 9(08).

       FD ARQUIVO-EXTRAS.
       01 REG-EXTRAS.
           05 CC-IRRF              PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 CC-LIQUIDO           PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 CC-TIPO-FOLHA        PIC X(01).
           05 FILLER               PIC X(01).
           05 CC-DESCONTOS         PIC 9(07)V99.

       FD HOLERITE.
       01 REG-HOLERITE             PIC X(100).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

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

      *****FERIAS JA PAGAS PELO FOLHAFER01
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

      *****HISTORICO DO FUNCIONARIO GRAVADO PELO MANUFUN01
       FD HISTFUN.
       01 REG-HISTFUN.
           05 HF-MATRICULA         PIC 9(06).
           05 FILLER               PIC X(01).
           05 HF-VIGENCIA          PIC 9(08).
           05 FILLER               PIC X(01).
           05 HF-EVENTO            PIC X(01).
           05 FILLER               PIC X(01).
           05 HF-SALARIO           PIC 9(11)V99.
           05 FILLER               PIC X(78).

      *****SO O REGISTRO 'C' (MARGEM CONSIGNAVEL) INTERESSA A FOLHA
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

      *****RETORNO DA FOLHA PARA A BAIXA DO CONSIGNADO NO COBRAEMP01
       FD CONSIGFOL.
       01 REG-CONSIGFOL.
           05 CSF-CONTRATO         PIC 9(06).
           05 FILLER               PIC X(01).
           05 CSF-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 CSF-PARCELA          PIC 9(03).
           05 FILLER               PIC X(01).
           05 CSF-VALOR            PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 CSF-COMPETENCIA      PIC 9(06).
           05 FILLER               PIC X(01).
           05 CSF-SITUACAO         PIC X(01).

      *****BASE E MARGEM CONSIGNAVEL PARA A CONCESSAO NO EMPRESTA01
       FD MARGENS.
       01 REG-MARGEM.
           05 MGC-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 MGC-COMPETENCIA      PIC 9(06).
           05 FILLER               PIC X(01).
           05 MGC-BASE             PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 MGC-MARGEM           PIC 9(09)V99.

      *****RENDIMENTOS PAGOS NO ANO: TIPO M MENSAL, 2 DECIMO TERCEIRO,
      *****F FERIAS, R RESCISAO E T 13O NA RESCISAO
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
       77 WS-FS-EXTRAS             PIC 9(02) VALUE ZEROS.
       77 WS-FS-IRRF               PIC 9(02) VALUE ZEROS.
       77 WS-FS-CONTRACHEQUES      PIC 9(02) VALUE ZEROS.
       77 WS-FS-HOLERITE           PIC 9(02) VALUE ZEROS.
       77 WS-FS-CONTROLE           PIC 9(02) VALUE ZEROS.
       77 WS-FS-FECHAMENTO         PIC 9(02) VALUE ZEROS.
       77 WS-FS-PRIMEIRA           PIC 9(02) VALUE ZEROS.
       77 WS-FS-FERPAGAS           PIC 9(02) VALUE ZEROS.
       77 WS-FS-DESLIGADOS         PIC 9(02) VALUE ZEROS.
       77 WS-FS-HISTFUN            PIC 9(02) VALUE ZEROS.
       77 WS-FS-REGRAS             PIC 9(02) VALUE ZEROS.
       77 WS-FS-CONTRATOS          PIC 9(02) VALUE ZEROS.
       77 WS-FS-CONSIGFOL          PIC 9(02) VALUE ZEROS.
       77 WS-FS-MARGENS            PIC 9(02) VALUE ZEROS.
       77 WS-FS-RENDIMENTOS        PIC 9(02) VALUE ZEROS.
       77 FIM-ARQUIVO              PIC X(01) VALUE 'N'.
       77 FIM-EXTRAS               PIC X(01) VALUE 'N'.
       77 FIM-TABELA               PIC X(01) VALUE 'N'.
       77 WRK-EXT-ACHOU            PIC X(01) VALUE 'N'.
       77 WRK-IDX-EXT              PIC 9(03) VALUE ZEROS.

      *****MODO DA FOLHA E DATA DE REFERENCIA DO CONTROLE01
       01 WS-MODO-FOLHA            PIC X(01) VALUE 'M'.
           88 FOLHA-MENSAL             VALUE 'M' ' '.
           88 FOLHA-13-PRIMEIRA        VALUE '1'.
           88 FOLHA-13-SEGUNDA         VALUE '2'.
       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-DATA-REFERENCIA-R REDEFINES WCA-DATA-REFERENCIA.
           05 WCA-REF-ANO          PIC 9(04).
           05 WCA-REF-MES          PIC 9(02).
           05 WCA-REF-DIA          PIC 9(02).
       77 WS-COMANDO               PIC X(60) VALUE SPACES.
       77 WS-NOME-FECHAMENTO       PIC X(30) VALUE SPACES.
       77 WS-NOME-PRIMEIRA         PIC X(30) VALUE SPACES.

      *****DECIMO TERCEIRO: GERACOES DO ANO LIDAS (EXTRAS SOMADAS NA
      *****TABELA DO PONTO), AVOS E PRIMEIRA PARCELA JA PAGA
       77 WS-MES-FECHAMENTO        PIC 9(02) VALUE ZEROS.
       77 WS-QTD-FECHAMENTOS       PIC 9(02) VALUE ZEROS.
       77 WS-AVOS                  PIC 9(02) VALUE ZEROS.
       01 WS-DATA-ADMISSAO         PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ADMISSAO-R REDEFINES WS-DATA-ADMISSAO.
           05 ADM-ANO              PIC 9(04).
           05 ADM-MES              PIC 9(02).
           05 ADM-DIA              PIC 9(02).
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
       01 WRK-PRIMEIRA-PARCELA.
           02 WRK-PRI-QTD          PIC 9(03) VALUE ZEROS.
           02 WRK-PRI-TAB OCCURS 200 TIMES.
              03 WRK-PRI-MATRICULA PIC 9(06).
              03 WRK-PRI-VALOR     PIC 9(09)V99.
       77 WRK-PRI-ACHOU            PIC X(01) VALUE 'N'.
       77 WRK-IDX-PRI              PIC 9(03) VALUE ZEROS.
       77 FIM-PRIMEIRA             PIC X(01) VALUE 'N'.

      *****DIAS DE FERIAS JA PAGAS QUE CAEM NO MES DE REFERENCIA
       01 WRK-FERIAS-MES.
           02 WRK-FER-QTD          PIC 9(03) VALUE ZEROS.
           02 WRK-FER-TAB OCCURS 200 TIMES.
              03 WRK-FER-MATRICULA PIC 9(06).
              03 WRK-FER-DIAS      PIC 9(02).
       77 WRK-FER-ACHOU            PIC X(01) VALUE 'N'.
       77 WRK-IDX-FER              PIC 9(03) VALUE ZEROS.
       77 FIM-FERPAGAS             PIC X(01) VALUE 'N'.
       01 WS-DATA-MES-INI          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-MES-FIM          PIC 9(08) VALUE ZEROS.
       01 WS-INI-CORTE             PIC 9(08) VALUE ZEROS.
       01 WS-INI-CORTE-R REDEFINES WS-INI-CORTE.
           05 FILLER               PIC 9(06).
           05 INI-CORTE-DIA        PIC 9(02).
       01 WS-FIM-CORTE             PIC 9(08) VALUE ZEROS.
       01 WS-FIM-CORTE-R REDEFINES WS-FIM-CORTE.
           05 FILLER               PIC 9(06).
           05 FIM-CORTE-DIA        PIC 9(02).
       77 WS-DIAS-FERIAS           PIC 9(02) VALUE ZEROS.
       77 WS-DIAS-TRABALHADOS      PIC 9(02) VALUE ZEROS.

      *****DESLIGADOS ATE O CORTE DA FOLHA (FICAM DE FORA)
       01 WRK-DESLIGADOS.
           02 WRK-DSL-QTD          PIC 9(03) VALUE ZEROS.
           02 WRK-DSL-TAB OCCURS 500 TIMES.
              03 WRK-DSL-MATRICULA PIC 9(06).
       77 WRK-DSL-ACHOU            PIC X(01) VALUE 'N'.
       77 WRK-IDX-DSL              PIC 9(03) VALUE ZEROS.
       77 FIM-DESLIGADOS           PIC X(01) VALUE 'N'.
       01 WS-DATA-CORTE-DESLIGA    PIC 9(08) VALUE ZEROS.
       77 WS-QTD-DESLIGADOS        PIC 9(04) VALUE ZEROS.

      *****SALARIO EM VIGOR NO CORTE, POR MATRICULA (HISTFUN01)
       01 WRK-SALARIOS-VIGENTES.
           02 WRK-HSA-QTD          PIC 9(03) VALUE ZEROS.
           02 WRK-HSA-TAB OCCURS 500 TIMES.
              03 WRK-HSA-MATRICULA PIC 9(06).
              03 WRK-HSA-VIGENCIA  PIC 9(08).
              03 WRK-HSA-SALARIO   PIC 9(11)V99.
       77 WRK-HSA-ACHOU            PIC X(01) VALUE 'N'.
       77 WRK-IDX-HSA              PIC 9(03) VALUE ZEROS.
       77 FIM-HISTFUN              PIC X(01) VALUE 'N'.
       01 WS-SALARIO-VIGENTE       PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-SALARIO-HIST      PIC 9(04) VALUE ZEROS.

      *****CONTRATOS CONSIGNADOS ATIVOS, COM A PARCELA ALVO DO MES
       01 WRK-CONSIGNADOS.
           02 WRK-CSG-QTD          PIC 9(03) VALUE ZEROS.
           02 WRK-CSG-TAB OCCURS 500 TIMES.
              03 WRK-CSG-MATRICULA PIC 9(06).
              03 WRK-CSG-CONTRATO  PIC 9(06).
              03 WRK-CSG-SISTEMA   PIC X(01).
              03 WRK-CSG-PRINCIPAL PIC 9(09)V99.
              03 WRK-CSG-TAXA      PIC 9(02)V9(04).
              03 WRK-CSG-PRAZO     PIC 9(03).
              03 WRK-CSG-INI       PIC 9(06).
              03 WRK-CSG-ALVO      PIC 9(03).
       77 WRK-IDX-CSG              PIC 9(03) VALUE ZEROS.
       77 FIM-REGRAS               PIC X(01) VALUE 'N'.
       77 FIM-CONTRATOS            PIC X(01) VALUE 'N'.
       01 WS-PCT-CONSIG            PIC 9(03) VALUE 035.
       01 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 CPT-ANO              PIC 9(04).
           05 CPT-MES              PIC 9(02).
       01 WS-INI-CONTRATO          PIC 9(06) VALUE ZEROS.
       01 WS-INI-CONTRATO-R REDEFINES WS-INI-CONTRATO.
           05 CIN-ANO              PIC 9(04).
           05 CIN-MES              PIC 9(02).
       01 WS-MESES-CONTRATO        PIC S9(05) VALUE ZEROS.
       01 WS-BASE-MARGEM           PIC S9(09)V99 VALUE ZEROS.
       01 WS-MARGEM                PIC 9(09)V99 VALUE ZEROS.
       01 WS-MARGEM-LIVRE          PIC 9(09)V99 VALUE ZEROS.
       01 WS-CONSIGNADO            PIC 9(07)V99 VALUE ZEROS.
       01 WS-PARCELA-CONSIG        PIC 9(09)V99 VALUE ZEROS.
       77 WS-QTD-SEM-MARGEM        PIC 9(02) VALUE ZEROS.
       77 WS-TOT-PARC-DESCONTADAS  PIC 9(05) VALUE ZEROS.
       77 WS-TOT-PARC-SEM-MARGEM   PIC 9(05) VALUE ZEROS.
       01 WS-TOT-CONSIGNADO        PIC 9(11)V99 VALUE ZEROS.

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

      *****FAIXAS CARREGADAS DAS TABELAS DO GOVERNO
       01 WCA-FAIXAS-INSS.
           05 WCA-FIN-QTD          PIC 9(02) VALUE ZEROS.

       77 WRK-HORA-SALARIO         PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-EXTRAS         PIC S9(09)V99 VALUE ZEROS.
       01 WS-SALARIO-FOLHA         PIC 9(09)V99 VALUE ZEROS.
       01 WS-EXTRAS-FOLHA          PIC 9(07)V99 VALUE ZEROS.
       01 WS-DESCONTOS             PIC 9(07)V99 VALUE ZEROS.
       01 WS-LIQUIDO-CALCULO       PIC S9(09)V99 VALUE ZEROS.
       01 WS-BRUTO                 PIC 9(09)V99 VALUE ZEROS.
       01 WS-INSS                  PIC 9(07)V99 VALUE ZEROS.
       01 WS-BASE-IRRF             PIC 9(09)V99 VALUE ZEROS.
       01 WS-IRRF                  PIC S9(07)V99 VALUE ZEROS.
       01 WS-LIQUIDO               PIC 9(09)V99 VALUE ZEROS.

      *****DEPENDENTES VALIDOS NO CORTE E DEDUCAO NA BASE DO IRRF
       01 WS-QTD-DEPENDENTES       PIC 9(02) VALUE ZEROS.
       01 WS-DEDUCAO-DEP           PIC 9(07)V99 VALUE ZEROS.
       77 WS-QTD-COM-DEPENDENTES   PIC 9(04) VALUE ZEROS.
       01 WS-TOT-DEDUCAO-DEP       PIC 9(09)V99 VALUE ZEROS.

       77 WS-QTD-FUNCIONARIOS      PIC 9(04) VALUE ZEROS.
       01 WS-TOT-BRUTO             PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-INSS              PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-IRRF              PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-LIQUIDO           PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-DESCONTOS         PIC 9(11)V99 VALUE ZEROS.
      *****INSS PATRONAL DE 20% SOBRE O BRUTO, PARA O CUSTO DO
      *****EMPREGADOR
       01 WS-INSS-PATRONAL         PIC 9(11)V99 VALUE ZEROS.
               '  CUSTO EMPREGADOR '.
           05 LC-CUSTO             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-TITULO-13.
           05 FILLER               PIC X(27) VALUE
               ' DECIMO TERCEIRO SALARIO - '.
           05 LT-PARCELA           PIC X(16) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE ' ANO '.
           05 LT-ANO               PIC 9(04) VALUE ZEROS.
           05 FILLER               PIC X(13) VALUE ' FECHAMENTOS '.
           05 LT-FECHAMENTOS       PIC Z9    VALUE ZEROS.

       01 WCA-LINHA-FERIAS.
           05 FILLER               PIC X(26) VALUE
               '            FERIAS NO MES '.
           05 LF-DIAS              PIC Z9    VALUE ZEROS.
           05 FILLER               PIC X(38) VALUE
               ' DIA(S) - PAGAS EM RECIBO DE FERIAS'.

       01 WCA-LINHA-DECIMO.
           05 FILLER               PIC X(17) VALUE
               '            AVOS '.
           05 LD-AVOS              PIC Z9    VALUE ZEROS.
           05 FILLER               PIC X(19) VALUE
               '/12  MEDIA EXTRAS '.
           05 LD-MEDIA             PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(24) VALUE
               '  1A PARCELA DEDUZIDA '.
           05 LD-DEDUZIDO          PIC ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-DEPENDENTES.
           05 FILLER               PIC X(29) VALUE
               '            DEPENDENTES IRRF '.
           05 LP-QTD               PIC Z9    VALUE ZEROS.
           05 FILLER               PIC X(19) VALUE
               '  DEDUCAO NA BASE '.
           05 LP-DEDUCAO           PIC ZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-CONSIGNADO.
           05 FILLER               PIC X(32) VALUE
               '            CONSIGNADO EM FOLHA '.
           05 LE-CONSIGNADO        PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(09) VALUE '  MARGEM '.
           05 LE-MARGEM            PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(22) VALUE
               '  PARCELAS SEM MARGEM '.
           05 LE-SEM-MARGEM        PIC Z9    VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           STOP RUN.

       1000-INICIO.
           DISPLAY 'FOLHA (M = MENSAL, 1 = PRIMEIRA PARCELA DO 13O, '
                   '2 = SEGUNDA PARCELA DO 13O)?'
           ACCEPT WS-MODO-FOLHA
           IF NOT FOLHA-MENSAL AND NOT FOLHA-13-PRIMEIRA
              AND NOT FOLHA-13-SEGUNDA
               DISPLAY 'CONTRACH01 - MODO DE FOLHA INVALIDO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1050-LE-CONTROLE
           IF WCA-DATA-REFERENCIA EQUAL ZEROS
               ACCEPT WCA-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF

           IF FOLHA-MENSAL
               PERFORM 1200-CARREGA-EXTRAS
               IF WRK-EXT-QTD GREATER THAN ZEROS
                   PERFORM 1250-GUARDA-GERACAO
               END-IF
               PERFORM 1800-CARREGA-FERIAS
               MOVE WS-DATA-MES-FIM TO WS-DATA-CORTE-DESLIGA
               PERFORM 1850-CARREGA-CONSIGNADOS
           ELSE
               COMPUTE WS-DATA-CORTE-DESLIGA =
                   (WCA-REF-ANO * 10000) + 1231
               PERFORM 1500-CARREGA-FECHAMENTO
                   THRU 1500-CARREGA-FECHAMENTO-FIM
                   VARYING WS-MES-FECHAMENTO FROM 1 BY 1
                   UNTIL WS-MES-FECHAMENTO GREATER THAN 12
               IF FOLHA-13-SEGUNDA
                   PERFORM 1600-CARREGA-PRIMEIRA
                       THRU 1600-CARREGA-PRIMEIRA-FIM
               END-IF
           END-IF
           PERFORM 1900-CARREGA-DESLIGADOS
           PERFORM 1950-CARREGA-SALARIOS
           PERFORM 1300-CARREGA-INSS
               THRU 1300-CARREGA-INSS-FIM
           PERFORM 1400-CARREGA-IRRF
           END-IF
           OPEN OUTPUT CONTRACHEQUES
           OPEN OUTPUT HOLERITE
           IF NOT FOLHA-MENSAL
               PERFORM 1700-TITULO-DECIMO
           ELSE
               OPEN OUTPUT CONSIGFOL
               OPEN OUTPUT MARGENS
           END-IF
           IF NOT FOLHA-13-PRIMEIRA
               OPEN EXTEND RENDIMENTOS
               IF WS-FS-RENDIMENTOS NOT EQUAL 00
                   OPEN OUTPUT RENDIMENTOS
               END-IF
           END-IF

           MOVE 'N' TO FIM-ARQUIVO
           PERFORM 1100-LER-FUNCIONARIO
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

       1100-LER-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIOS
               AT END
           PERFORM 1210-LER-EXTRAS
           .

      *****GUARDA O RESUMO DO PONTO DO MES COMO GERACAO, PARA A
      *****MEDIA DE EXTRAS DO DECIMO TERCEIRO (MESMO RECURSO DE
      *****SISTEMA DO PAGSAL01)
       1250-GUARDA-GERACAO.
           MOVE SPACES TO WS-COMANDO
           STRING 'cp -f RESUMOFOLHA01 RESUMOFOLHA01.D'
                  WCA-DATA-REFERENCIA(1:6)
               DELIMITED BY SIZE INTO WS-COMANDO
           CALL 'SYSTEM' USING WS-COMANDO
           .

       1300-CARREGA-INSS.
           OPEN INPUT TABELA-INSS
           IF WS-FS-INSS NOT EQUAL 00
           PERFORM 1410-LER-IRRF
           .

      *-----------------------------------------------------------------
      *     GERACOES DO ANO DE REFERENCIA: AS HORAS EXTRAS DE CADA
      *     MATRICULA SAO SOMADAS NA TABELA DO PONTO E A QUANTIDADE DE
      *     FECHAMENTOS ACHADOS DA A MEDIA (GERACAO AUSENTE E PULADA)
      *-----------------------------------------------------------------
       1500-CARREGA-FECHAMENTO.
           MOVE SPACES TO WS-NOME-FECHAMENTO
           STRING 'RESUMOFOLHA01.D' WCA-REF-ANO WS-MES-FECHAMENTO
               DELIMITED BY SIZE INTO WS-NOME-FECHAMENTO
           OPEN INPUT FECHAMENTO
           IF WS-FS-FECHAMENTO NOT EQUAL 00
               GO TO 1500-CARREGA-FECHAMENTO-FIM
           END-IF
           ADD 1 TO WS-QTD-FECHAMENTOS
           MOVE 'N' TO FIM-EXTRAS
           PERFORM 1510-LER-FECHAMENTO
           PERFORM 1520-SOMA-FECHAMENTO
               UNTIL FIM-EXTRAS EQUAL 'S'
           CLOSE FECHAMENTO.
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

      *****PRIMEIRA PARCELA PAGA NO ANO (COPIA GRAVADA PELA FOLHA DA
      *****PRIMEIRA PARCELA); SEM A COPIA A SEGUNDA SAI INTEGRAL
       1600-CARREGA-PRIMEIRA.
           MOVE SPACES TO WS-NOME-PRIMEIRA
           STRING 'CONTRA13P1.D' WCA-REF-ANO
               DELIMITED BY SIZE INTO WS-NOME-PRIMEIRA
           OPEN INPUT PRIMEIRA
           IF WS-FS-PRIMEIRA NOT EQUAL 00
               DISPLAY 'CONTRACH01 - ' WS-NOME-PRIMEIRA
                       ' NAO ENCONTRADO - NENHUMA PRIMEIRA PARCELA '
                       'SERA DEDUZIDA'
               GO TO 1600-CARREGA-PRIMEIRA-FIM
           END-IF
           MOVE 'N' TO FIM-PRIMEIRA
           PERFORM 1610-LER-PRIMEIRA
           PERFORM 1620-GUARDA-PRIMEIRA
               UNTIL FIM-PRIMEIRA EQUAL 'S'
           CLOSE PRIMEIRA.
       1600-CARREGA-PRIMEIRA-FIM.
           EXIT.

       1610-LER-PRIMEIRA.
           READ PRIMEIRA
               AT END
                   MOVE 'S' TO FIM-PRIMEIRA
           END-READ
           .

       1620-GUARDA-PRIMEIRA.
           IF WRK-PRI-QTD LESS THAN 200
               ADD 1 TO WRK-PRI-QTD
               MOVE P1-MATRICULA TO WRK-PRI-MATRICULA(WRK-PRI-QTD)
               MOVE P1-LIQUIDO   TO WRK-PRI-VALOR(WRK-PRI-QTD)
           END-IF
           PERFORM 1610-LER-PRIMEIRA
           .

       1700-TITULO-DECIMO.
           IF FOLHA-13-PRIMEIRA
               MOVE 'PRIMEIRA PARCELA' TO LT-PARCELA
           ELSE
               MOVE 'SEGUNDA PARCELA'  TO LT-PARCELA
           END-IF
           MOVE WCA-REF-ANO        TO LT-ANO
           MOVE WS-QTD-FECHAMENTOS TO LT-FECHAMENTOS
           MOVE SPACES TO REG-HOLERITE
           MOVE WCA-LINHA-TITULO-13 TO REG-HOLERITE
           WRITE REG-HOLERITE
           .

      *-----------------------------------------------------------------
      *     FERIAS PAGAS QUE CAEM NO MES DE REFERENCIA: O PERIODO E
      *     CORTADO NAS BORDAS DO MES (MESMA CONTA DO FERIAS01) E OS
      *     DIAS SOMADOS POR MATRICULA
      *-----------------------------------------------------------------
       1800-CARREGA-FERIAS.
           MOVE WRK-DIAS-MES-N(WCA-REF-MES) TO WS-ULT-DIA-MES
           IF WCA-REF-MES EQUAL 02
               MOVE WCA-REF-ANO TO WS-ANO-BISSEXTO
               CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO WS-BISSEXTO
               IF WS-BISSEXTO EQUAL 'S'
                   MOVE 29 TO WS-ULT-DIA-MES
               END-IF
           END-IF
           COMPUTE WS-DATA-MES-INI =
               (WCA-REF-ANO * 10000) + (WCA-REF-MES * 100) + 1
           COMPUTE WS-DATA-MES-FIM =
               (WCA-REF-ANO * 10000) + (WCA-REF-MES * 100)
               + WS-ULT-DIA-MES
           OPEN INPUT FERPAGAS
           IF WS-FS-FERPAGAS EQUAL 00
               MOVE 'N' TO FIM-FERPAGAS
               PERFORM 1810-LER-FERPAGAS
               PERFORM 1820-SOMA-FERIAS
                   UNTIL FIM-FERPAGAS EQUAL 'S'
               CLOSE FERPAGAS
           END-IF
           .

       1810-LER-FERPAGAS.
           READ FERPAGAS
               AT END
                   MOVE 'S' TO FIM-FERPAGAS
           END-READ
           .

       1820-SOMA-FERIAS.
           IF FPG-DATA-FIM NOT LESS THAN WS-DATA-MES-INI
              AND FPG-DATA-INI NOT GREATER THAN WS-DATA-MES-FIM
               IF FPG-DATA-INI GREATER THAN WS-DATA-MES-INI
                   MOVE FPG-DATA-INI TO WS-INI-CORTE
               ELSE
                   MOVE WS-DATA-MES-INI TO WS-INI-CORTE
               END-IF
               IF FPG-DATA-FIM LESS THAN WS-DATA-MES-FIM
                   MOVE FPG-DATA-FIM TO WS-FIM-CORTE
               ELSE
                   MOVE WS-DATA-MES-FIM TO WS-FIM-CORTE
               END-IF
               COMPUTE WS-DIAS-FERIAS =
                   FIM-CORTE-DIA - INI-CORTE-DIA + 1
               MOVE 'N' TO WRK-FER-ACHOU
               MOVE 1 TO WRK-IDX-FER
               PERFORM 1830-PROCURA-FERIAS
                   UNTIL WRK-IDX-FER GREATER THAN WRK-FER-QTD
                      OR WRK-FER-ACHOU EQUAL 'S'
               IF WRK-FER-ACHOU EQUAL 'N'
                  AND WRK-FER-QTD LESS THAN 200
                   ADD 1 TO WRK-FER-QTD
                   MOVE WRK-FER-QTD TO WRK-IDX-FER
                   MOVE FPG-MATRICULA
                      TO WRK-FER-MATRICULA(WRK-IDX-FER)
                   MOVE ZEROS TO WRK-FER-DIAS(WRK-IDX-FER)
                   MOVE 'S' TO WRK-FER-ACHOU
               END-IF
               IF WRK-FER-ACHOU EQUAL 'S'
                   ADD WS-DIAS-FERIAS TO WRK-FER-DIAS(WRK-IDX-FER)
               END-IF
           END-IF
           PERFORM 1810-LER-FERPAGAS
           .

       1830-PROCURA-FERIAS.
           IF FPG-MATRICULA EQUAL WRK-FER-MATRICULA(WRK-IDX-FER)
               MOVE 'S' TO WRK-FER-ACHOU
           ELSE
               ADD 1 TO WRK-IDX-FER
           END-IF
           .

      *-----------------------------------------------------------------
      *     EMPRESTIMO CONSIGNADO: PERCENTUAL DA MARGEM (REGISTRO 'C'
      *     DO REGRASEMP01) E CONTRATOS 'C' ATIVOS COM MATRICULA. A
      *     PARCELA ALVO E A MAIS ANTIGA AINDA NAO TRATADA
      *-----------------------------------------------------------------
       1850-CARREGA-CONSIGNADOS.
           COMPUTE WS-COMPETENCIA =
               (WCA-REF-ANO * 100) + WCA-REF-MES
           OPEN INPUT REGRAS
           IF WS-FS-REGRAS EQUAL 00
               MOVE 'N' TO FIM-REGRAS
               PERFORM 1860-LER-REGRA
               PERFORM 1865-GUARDA-REGRA
                   UNTIL FIM-REGRAS EQUAL 'S'
               CLOSE REGRAS
           END-IF
           OPEN INPUT CONTRATOS
           IF WS-FS-CONTRATOS EQUAL 00
               MOVE 'N' TO FIM-CONTRATOS
               PERFORM 1870-LER-CONTRATO
               PERFORM 1880-GUARDA-CONTRATO
                   UNTIL FIM-CONTRATOS EQUAL 'S'
               CLOSE CONTRATOS
           END-IF
           .

       1860-LER-REGRA.
           READ REGRAS
               AT END
                   MOVE 'S' TO FIM-REGRAS
           END-READ
           .

       1865-GUARDA-REGRA.
           IF RGC-TIPO EQUAL 'C'
              AND RGC-PCT-MARGEM NUMERIC
              AND RGC-PCT-MARGEM GREATER THAN ZEROS
               MOVE RGC-PCT-MARGEM TO WS-PCT-CONSIG
           END-IF
           PERFORM 1860-LER-REGRA
           .

       1870-LER-CONTRATO.
           READ CONTRATOS
               AT END
                   MOVE 'S' TO FIM-CONTRATOS
           END-READ
           .

       1880-GUARDA-CONTRATO.
           IF CTR-MODALIDADE EQUAL 'C'
              AND CTR-STATUS EQUAL 'A'
              AND CTR-MATRICULA NUMERIC
              AND CTR-PRAZO NUMERIC
              AND CTR-PRAZO GREATER THAN ZEROS
              AND CTR-PRAZO NOT GREATER THAN 120
              AND WRK-CSG-QTD LESS THAN 500
               ADD 1 TO WRK-CSG-QTD
               MOVE CTR-MATRICULA  TO WRK-CSG-MATRICULA(WRK-CSG-QTD)
               MOVE CTR-NUMERO     TO WRK-CSG-CONTRATO(WRK-CSG-QTD)
               MOVE CTR-SISTEMA    TO WRK-CSG-SISTEMA(WRK-CSG-QTD)
               MOVE CTR-PRINCIPAL  TO WRK-CSG-PRINCIPAL(WRK-CSG-QTD)
               MOVE CTR-TAXA       TO WRK-CSG-TAXA(WRK-CSG-QTD)
               MOVE CTR-PRAZO      TO WRK-CSG-PRAZO(WRK-CSG-QTD)
               MOVE CTR-DATA-INI(1:6) TO WRK-CSG-INI(WRK-CSG-QTD)
               COMPUTE WRK-CSG-ALVO(WRK-CSG-QTD) =
                   CTR-PAGAS + CTR-ATRASO + 1
           END-IF
           PERFORM 1870-LER-CONTRATO
           .

      *-----------------------------------------------------------------
      *     DESLIGADOS COM DATA ATE O CORTE DA FOLHA
      *-----------------------------------------------------------------
       1900-CARREGA-DESLIGADOS.
           OPEN INPUT DESLIGADOS
           IF WS-FS-DESLIGADOS EQUAL 00
               MOVE 'N' TO FIM-DESLIGADOS
               PERFORM 1910-LER-DESLIGADO
               PERFORM 1920-GUARDA-DESLIGADO
                   UNTIL FIM-DESLIGADOS EQUAL 'S'
               CLOSE DESLIGADOS
           END-IF
           .

       1910-LER-DESLIGADO.
           READ DESLIGADOS
               AT END
                   MOVE 'S' TO FIM-DESLIGADOS
           END-READ
           .

       1920-GUARDA-DESLIGADO.
           IF DSL-DATA NOT GREATER THAN WS-DATA-CORTE-DESLIGA
              AND WRK-DSL-QTD LESS THAN 500
               ADD 1 TO WRK-DSL-QTD
               MOVE DSL-MATRICULA TO WRK-DSL-MATRICULA(WRK-DSL-QTD)
           END-IF
           PERFORM 1910-LER-DESLIGADO
           .

      *-----------------------------------------------------------------
      *     SALARIO EM VIGOR NO CORTE: ADMISSAO (A), IMPLANTACAO (I) OU
      *     ALTERACAO DE SALARIO (S) DE MAIOR VIGENCIA ATE O CORTE; NA
      *     MESMA VIGENCIA VALE O ULTIMO GRAVADO
      *-----------------------------------------------------------------
       1950-CARREGA-SALARIOS.
           OPEN INPUT HISTFUN
           IF WS-FS-HISTFUN EQUAL 00
               MOVE 'N' TO FIM-HISTFUN
               PERFORM 1960-LER-HISTFUN
               PERFORM 1970-GUARDA-SALARIO
                   UNTIL FIM-HISTFUN EQUAL 'S'
               CLOSE HISTFUN
           END-IF
           .

       1960-LER-HISTFUN.
           READ HISTFUN
               AT END
                   MOVE 'S' TO FIM-HISTFUN
           END-READ
           .

       1970-GUARDA-SALARIO.
           IF (HF-EVENTO EQUAL 'A' OR HF-EVENTO EQUAL 'I'
               OR HF-EVENTO EQUAL 'S')
              AND HF-VIGENCIA NOT GREATER THAN WS-DATA-CORTE-DESLIGA
               MOVE 'N' TO WRK-HSA-ACHOU
               MOVE 1 TO WRK-IDX-HSA
               PERFORM 1980-PROCURA-SALARIO
                   UNTIL WRK-IDX-HSA GREATER THAN WRK-HSA-QTD
                      OR WRK-HSA-ACHOU EQUAL 'S'
               IF WRK-HSA-ACHOU EQUAL 'N'
                  AND WRK-HSA-QTD LESS THAN 500
                   ADD 1 TO WRK-HSA-QTD
                   MOVE WRK-HSA-QTD  TO WRK-IDX-HSA
                   MOVE HF-MATRICULA TO WRK-HSA-MATRICULA(WRK-IDX-HSA)
                   MOVE ZEROS        TO WRK-HSA-VIGENCIA(WRK-IDX-HSA)
                   MOVE 'S'          TO WRK-HSA-ACHOU
               END-IF
               IF WRK-HSA-ACHOU EQUAL 'S'
                  AND HF-VIGENCIA NOT LESS THAN
                      WRK-HSA-VIGENCIA(WRK-IDX-HSA)
                   MOVE HF-VIGENCIA TO WRK-HSA-VIGENCIA(WRK-IDX-HSA)
                   MOVE HF-SALARIO  TO WRK-HSA-SALARIO(WRK-IDX-HSA)
               END-IF
           END-IF
           PERFORM 1960-LER-HISTFUN
           .

       1980-PROCURA-SALARIO.
           IF HF-MATRICULA EQUAL WRK-HSA-MATRICULA(WRK-IDX-HSA)
               MOVE 'S' TO WRK-HSA-ACHOU
           ELSE
               ADD 1 TO WRK-IDX-HSA
           END-IF
           .

      *-----------------------------------------------------------------
      *     UM CONTRACHEQUE POR FUNCIONARIO: BRUTO = SALARIO + EXTRAS
      *     PRECIFICADAS; DESCONTOS PELAS FAIXAS (VALOR NA FAIXA =
      *     INSS - IRRF (BASE DO IRRF JA DESCONTADA DO INSS)
      *-----------------------------------------------------------------
       3000-PROCESSA-FUNCIONARIO.
           MOVE 'N' TO WRK-DSL-ACHOU
           MOVE 1 TO WRK-IDX-DSL
           PERFORM 3010-PROCURA-DESLIGADO
               UNTIL WRK-IDX-DSL GREATER THAN WRK-DSL-QTD
                  OR WRK-DSL-ACHOU EQUAL 'S'
           IF RF-SITUACAO EQUAL 'D'
               IF RF-DATA-DESLIGA NOT GREATER THAN
                  WS-DATA-CORTE-DESLIGA
                   MOVE 'S' TO WRK-DSL-ACHOU
               END-IF
           END-IF
           IF WRK-DSL-ACHOU EQUAL 'S'
               ADD 1 TO WS-QTD-DESLIGADOS
           ELSE
               PERFORM 3020-CALCULA-FUNCIONARIO
           END-IF

           PERFORM 1100-LER-FUNCIONARIO
           .

       3010-PROCURA-DESLIGADO.
           IF RF-MATRICULA EQUAL WRK-DSL-MATRICULA(WRK-IDX-DSL)
               MOVE 'S' TO WRK-DSL-ACHOU
           ELSE
               ADD 1 TO WRK-IDX-DSL
           END-IF
           .

       3020-CALCULA-FUNCIONARIO.
           MOVE ZEROS TO WS-DESCONTOS
           PERFORM 3030-SALARIO-VIGENTE
           IF FOLHA-MENSAL
               PERFORM 3100-PRECIFICA-EXTRAS
               MOVE WS-SALARIO-VIGENTE TO WS-SALARIO-FOLHA
               MOVE WRK-VALOR-EXTRAS TO WS-EXTRAS-FOLHA
               PERFORM 3700-DESCONTA-FERIAS
           ELSE
               PERFORM 3600-CALCULA-DECIMO
           END-IF

      *****FUNCIONARIO SEM AVOS NO ANO (ADMITIDO DEPOIS) FICA DE FORA
      *****DO DECIMO TERCEIRO
           IF FOLHA-MENSAL OR WS-AVOS GREATER THAN ZEROS
               PERFORM 3050-FECHA-CONTRACHEQUE
           END-IF
           .

       3050-FECHA-CONTRACHEQUE.
           COMPUTE WS-BRUTO = WS-SALARIO-FOLHA + WS-EXTRAS-FOLHA

      *****A PRIMEIRA PARCELA DO 13O SAI SEM DESCONTOS
           MOVE ZEROS TO WS-QTD-DEPENDENTES WS-DEDUCAO-DEP
           IF FOLHA-13-PRIMEIRA
               MOVE ZEROS TO WS-INSS WS-IRRF
           ELSE
               MOVE WS-BRUTO TO WS-BASE-IRRF
               PERFORM 3200-CALCULA-INSS
               SUBTRACT WS-INSS FROM WS-BASE-IRRF
               PERFORM 3250-DEDUZ-DEPENDENTES
               PERFORM 3300-CALCULA-IRRF
           END-IF
           IF FOLHA-MENSAL
               PERFORM 3800-DESCONTA-CONSIGNADO
           END-IF
           COMPUTE WS-LIQUIDO-CALCULO =
               WS-BRUTO - WS-INSS - WS-IRRF - WS-DESCONTOS
           IF WS-LIQUIDO-CALCULO LESS THAN ZERO
               DISPLAY 'CONTRACH01 - MATRICULA ' RF-MATRICULA
                       ' COM DESCONTOS ACIMA DO BRUTO - LIQUIDO ZERADO'
               MOVE ZEROS TO WS-LIQUIDO-CALCULO
           END-IF
           MOVE WS-LIQUIDO-CALCULO TO WS-LIQUIDO

           PERFORM 3400-GRAVA-CONTRACHEQUE
           PERFORM 3500-GRAVA-HOLERITE
           IF NOT FOLHA-13-PRIMEIRA
               PERFORM 3450-GRAVA-RENDIMENTO
           END-IF

           ADD 1            TO WS-QTD-FUNCIONARIOS
           ADD WS-BRUTO     TO WS-TOT-BRUTO
           ADD WS-INSS      TO WS-TOT-INSS
           ADD WS-IRRF      TO WS-TOT-IRRF
           ADD WS-LIQUIDO   TO WS-TOT-LIQUIDO
           ADD WS-DESCONTOS TO WS-TOT-DESCONTOS
           .

       3030-SALARIO-VIGENTE.
           MOVE RF-SALARIO TO WS-SALARIO-VIGENTE
           MOVE 'N' TO WRK-HSA-ACHOU
           MOVE 1 TO WRK-IDX-HSA
           PERFORM 3040-PROCURA-SALARIO
               UNTIL WRK-IDX-HSA GREATER THAN WRK-HSA-QTD
                  OR WRK-HSA-ACHOU EQUAL 'S'
           .

       3040-PROCURA-SALARIO.
           IF RF-MATRICULA EQUAL WRK-HSA-MATRICULA(WRK-IDX-HSA)
               MOVE 'S' TO WRK-HSA-ACHOU
               MOVE WRK-HSA-SALARIO(WRK-IDX-HSA) TO WS-SALARIO-VIGENTE
               ADD 1 TO WS-QTD-SALARIO-HIST
           ELSE
               ADD 1 TO WRK-IDX-HSA
           END-IF
           .

      *****HORA = SALARIO / 220, EXTRAS A 50% E 100% (MESMO CALCULO
              WRK-EXT-MATRICULA(WRK-IDX-EXT)
               MOVE 'S' TO WRK-EXT-ACHOU
               COMPUTE WRK-HORA-SALARIO ROUNDED =
                   WS-SALARIO-VIGENTE / 220
               COMPUTE WRK-VALOR-EXTRAS ROUNDED =
                   (WRK-EXT-50(WRK-IDX-EXT)
                       * WRK-HORA-SALARIO * 1,5)
                   + (WRK-EXT-100(WRK-IDX-EXT)
                       * WRK-HORA-SALARIO * 2)
      *****NO 13O AS HORAS SAO A SOMA DO ANO: VALE A MEDIA MENSAL
               IF NOT FOLHA-MENSAL
                  AND WS-QTD-FECHAMENTOS GREATER THAN ZEROS
                   COMPUTE WRK-VALOR-EXTRAS ROUNDED =
                       WRK-VALOR-EXTRAS / WS-QTD-FECHAMENTOS
               END-IF
           ELSE
               ADD 1 TO WRK-IDX-EXT
           END-IF
           END-IF
           .

      *****DEDUCAO DOS DEPENDENTES VALIDOS NO CORTE DA FOLHA (FIM DO
      *****MES, OU FIM DO ANO NO 13O); A BASE NAO FICA NEGATIVA
       3250-DEDUZ-DEPENDENTES.
           CALL 'DEDUZDEP' USING RF-MATRICULA WS-DATA-CORTE-DESLIGA
                                 WS-QTD-DEPENDENTES WS-DEDUCAO-DEP
           IF WS-QTD-DEPENDENTES GREATER THAN ZEROS
               ADD 1 TO WS-QTD-COM-DEPENDENTES
               ADD WS-DEDUCAO-DEP TO WS-TOT-DEDUCAO-DEP
           END-IF
           IF WS-DEDUCAO-DEP GREATER THAN WS-BASE-IRRF
               MOVE ZEROS TO WS-BASE-IRRF
           ELSE
               SUBTRACT WS-DEDUCAO-DEP FROM WS-BASE-IRRF
           END-IF
           .

       3300-CALCULA-IRRF.
           MOVE 'N' TO WS-FAIXA-ACHOU
           MOVE 1 TO WS-IDX-FAIXA
           MOVE SPACES TO REG-CONTRACHEQUE
           MOVE RF-MATRICULA     TO CC-MATRICULA
           MOVE RF-NOME          TO CC-NOME
           MOVE WS-SALARIO-FOLHA TO CC-SALARIO
           MOVE WS-EXTRAS-FOLHA  TO CC-EXTRAS
           MOVE WS-INSS          TO CC-INSS
           MOVE WS-IRRF          TO CC-IRRF
           MOVE WS-LIQUIDO       TO CC-LIQUIDO
           MOVE WS-MODO-FOLHA    TO CC-TIPO-FOLHA
           IF FOLHA-MENSAL
               MOVE 'M' TO CC-TIPO-FOLHA
           END-IF
           MOVE WS-DESCONTOS     TO CC-DESCONTOS
           WRITE REG-CONTRACHEQUE
           .

      *****ACUMULADO ANUAL: O MENSAL E TRIBUTAVEL, A SEGUNDA PARCELA
      *****LEVA O 13O INTEIRO (TRIBUTACAO EXCLUSIVA)
       3450-GRAVA-RENDIMENTO.
           MOVE SPACES TO REG-RENDIMENTO
           MOVE RF-MATRICULA          TO RND-MATRICULA
           MOVE WCA-DATA-REFERENCIA(1:6) TO RND-COMPETENCIA
           MOVE 'M'                   TO RND-TIPO
           IF FOLHA-13-SEGUNDA
               MOVE '2'               TO RND-TIPO
           END-IF
           MOVE WS-BRUTO              TO RND-TRIBUTAVEL
           MOVE ZEROS                 TO RND-ISENTO
           MOVE WS-INSS               TO RND-INSS
           MOVE WS-IRRF               TO RND-IRRF
           MOVE WS-QTD-DEPENDENTES    TO RND-QTD-DEPENDENTES
           MOVE WS-DEDUCAO-DEP        TO RND-DEDUCAO-DEP
           MOVE WS-DATA-CORTE-DESLIGA TO RND-DATA-CORTE
           WRITE REG-RENDIMENTO
           .

       3500-GRAVA-HOLERITE.
           MOVE RF-MATRICULA     TO LH-MATRICULA
           MOVE RF-NOME          TO LH-NOME
           MOVE WS-SALARIO-FOLHA TO LH-SALARIO
           MOVE WS-EXTRAS-FOLHA  TO LH-EXTRAS
           MOVE WS-INSS          TO LH-INSS
           MOVE WS-IRRF          TO LH-IRRF
           MOVE WS-LIQUIDO       TO LH-LIQUIDO
           MOVE SPACES TO REG-HOLERITE
           MOVE WCA-LINHA-HOLERITE TO REG-HOLERITE
           WRITE REG-HOLERITE
           IF WS-QTD-DEPENDENTES GREATER THAN ZEROS
               MOVE WS-QTD-DEPENDENTES TO LP-QTD
               MOVE WS-DEDUCAO-DEP     TO LP-DEDUCAO
               MOVE SPACES TO REG-HOLERITE
               MOVE WCA-LINHA-DEPENDENTES TO REG-HOLERITE
               WRITE REG-HOLERITE
           END-IF
           IF FOLHA-MENSAL AND WS-DIAS-FERIAS GREATER THAN ZEROS
               MOVE WS-DIAS-FERIAS TO LF-DIAS
               MOVE SPACES TO REG-HOLERITE
               MOVE WCA-LINHA-FERIAS TO REG-HOLERITE
               WRITE REG-HOLERITE
           END-IF
           IF FOLHA-MENSAL
              AND (WS-CONSIGNADO GREATER THAN ZEROS
               OR WS-QTD-SEM-MARGEM GREATER THAN ZEROS)
               MOVE WS-CONSIGNADO     TO LE-CONSIGNADO
               MOVE WS-MARGEM         TO LE-MARGEM
               MOVE WS-QTD-SEM-MARGEM TO LE-SEM-MARGEM
               MOVE SPACES TO REG-HOLERITE
               MOVE WCA-LINHA-CONSIGNADO TO REG-HOLERITE
               WRITE REG-HOLERITE
           END-IF
           IF NOT FOLHA-MENSAL
               MOVE WS-AVOS          TO LD-AVOS
               MOVE WRK-VALOR-EXTRAS TO LD-MEDIA
               MOVE WS-DESCONTOS     TO LD-DEDUZIDO
               MOVE SPACES TO REG-HOLERITE
               MOVE WCA-LINHA-DECIMO TO REG-HOLERITE
               WRITE REG-HOLERITE
           END-IF
           .

      *-----------------------------------------------------------------
      *     DECIMO TERCEIRO: (SALARIO + MEDIA DAS EXTRAS) * AVOS / 12;
      *     A PRIMEIRA PARCELA E A METADE; A SEGUNDA E O VALOR INTEGRAL
      *     (BASE DO INSS E DO IRRF) MENOS A PRIMEIRA JA PAGA
      *-----------------------------------------------------------------
       3600-CALCULA-DECIMO.
           MOVE ZEROS TO WS-SALARIO-FOLHA WS-EXTRAS-FOLHA
                         WRK-VALOR-EXTRAS
           PERFORM 3610-CONTA-AVOS
           IF WS-AVOS GREATER THAN ZEROS
               PERFORM 3100-PRECIFICA-EXTRAS
               COMPUTE WS-SALARIO-FOLHA ROUNDED =
                   WS-SALARIO-VIGENTE * WS-AVOS / 12
               COMPUTE WS-EXTRAS-FOLHA ROUNDED =
                   WRK-VALOR-EXTRAS * WS-AVOS / 12
               IF FOLHA-13-PRIMEIRA
                   COMPUTE WS-SALARIO-FOLHA ROUNDED =
                       WS-SALARIO-FOLHA / 2
                   COMPUTE WS-EXTRAS-FOLHA ROUNDED =
                       WS-EXTRAS-FOLHA / 2
               ELSE
                   MOVE 'N' TO WRK-PRI-ACHOU
                   MOVE 1 TO WRK-IDX-PRI
                   PERFORM 3620-PROCURA-PRIMEIRA
                       UNTIL WRK-IDX-PRI GREATER THAN WRK-PRI-QTD
                          OR WRK-PRI-ACHOU EQUAL 'S'
               END-IF
           END-IF
           .

      *****AVOS DO ANO DE REFERENCIA: ADMITIDO ANTES DO ANO TEM OS 12;
      *****NO ANO, CONTA DO MES DA ADMISSAO A DEZEMBRO, E O PROPRIO MES
      *****DA ADMISSAO SO CONTA COM 15 DIAS OU MAIS TRABALHADOS. A
      *****ENTRADA SO COM O ANO (AAAA) VALE COMO ADMISSAO EM 1O/JAN
       3610-CONTA-AVOS.
           MOVE RF-ANO-ENTRADA TO WS-DATA-ADMISSAO
           IF WS-DATA-ADMISSAO LESS THAN 10000
               COMPUTE WS-DATA-ADMISSAO =
                   (WS-DATA-ADMISSAO * 10000) + 0101
           END-IF
           IF ADM-MES LESS THAN 01 OR ADM-MES GREATER THAN 12
               MOVE 01 TO ADM-MES
           END-IF
           EVALUATE TRUE
               WHEN ADM-ANO LESS THAN WCA-REF-ANO
                   MOVE 12 TO WS-AVOS
               WHEN ADM-ANO GREATER THAN WCA-REF-ANO
                   MOVE ZEROS TO WS-AVOS
               WHEN OTHER
                   COMPUTE WS-AVOS = 12 - ADM-MES
                   MOVE WRK-DIAS-MES-N(ADM-MES) TO WS-ULT-DIA-MES
                   IF ADM-MES EQUAL 02
                       MOVE ADM-ANO TO WS-ANO-BISSEXTO
                       CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO
                                                WS-BISSEXTO
                       IF WS-BISSEXTO EQUAL 'S'
                           MOVE 29 TO WS-ULT-DIA-MES
                       END-IF
                   END-IF
                   IF ADM-DIA NOT GREATER THAN WS-ULT-DIA-MES
                      AND WS-ULT-DIA-MES - ADM-DIA + 1
                          NOT LESS THAN 15
                       ADD 1 TO WS-AVOS
                   END-IF
           END-EVALUATE
           .

       3620-PROCURA-PRIMEIRA.
           IF RF-MATRICULA EQUAL WRK-PRI-MATRICULA(WRK-IDX-PRI)
               MOVE 'S' TO WRK-PRI-ACHOU
               MOVE WRK-PRI-VALOR(WRK-IDX-PRI) TO WS-DESCONTOS
           ELSE
               ADD 1 TO WRK-IDX-PRI
           END-IF
           .

      *****DIAS DE FERIAS DO MES JA PAGOS SAEM DO SALARIO DA FOLHA
       3700-DESCONTA-FERIAS.
           MOVE ZEROS TO WS-DIAS-FERIAS
           MOVE 'N' TO WRK-FER-ACHOU
           MOVE 1 TO WRK-IDX-FER
           PERFORM 3710-PROCURA-DIAS
               UNTIL WRK-IDX-FER GREATER THAN WRK-FER-QTD
                  OR WRK-FER-ACHOU EQUAL 'S'
           IF WS-DIAS-FERIAS GREATER THAN 30
               MOVE 30 TO WS-DIAS-FERIAS
           END-IF
           IF WS-DIAS-FERIAS GREATER THAN ZEROS
               COMPUTE WS-DIAS-TRABALHADOS = 30 - WS-DIAS-FERIAS
               COMPUTE WS-SALARIO-FOLHA ROUNDED =
                   WS-SALARIO-VIGENTE * WS-DIAS-TRABALHADOS / 30
           END-IF
           .

       3710-PROCURA-DIAS.
           IF RF-MATRICULA EQUAL WRK-FER-MATRICULA(WRK-IDX-FER)
               MOVE 'S' TO WRK-FER-ACHOU
               MOVE WRK-FER-DIAS(WRK-IDX-FER) TO WS-DIAS-FERIAS
           ELSE
               ADD 1 TO WRK-IDX-FER
           END-IF
           .

      *-----------------------------------------------------------------
      *     CONSIGNADO: MARGEM = PERCENTUAL SOBRE O LIQUIDO ANTES DO
      *     CONSIGNADO. CADA CONTRATO DA MATRICULA COM PARCELA VENCIDA
      *     NO MES DESCONTA A PARCELA INTEIRA SE COUBER NA MARGEM QUE
      *     SOBROU; SENAO A PARCELA VOLTA SEM MARGEM PARA A COBRANCA
      *-----------------------------------------------------------------
       3800-DESCONTA-CONSIGNADO.
           MOVE ZEROS TO WS-CONSIGNADO WS-QTD-SEM-MARGEM
           COMPUTE WS-BASE-MARGEM =
               WS-BRUTO - WS-INSS - WS-IRRF - WS-DESCONTOS
           IF WS-BASE-MARGEM LESS THAN ZEROS
               MOVE ZEROS TO WS-BASE-MARGEM
           END-IF
           COMPUTE WS-MARGEM ROUNDED =
               WS-BASE-MARGEM * WS-PCT-CONSIG / 100
           MOVE WS-MARGEM TO WS-MARGEM-LIVRE

           MOVE SPACES         TO REG-MARGEM
           MOVE RF-MATRICULA   TO MGC-MATRICULA
           MOVE WS-COMPETENCIA TO MGC-COMPETENCIA
           MOVE WS-BASE-MARGEM TO MGC-BASE
           MOVE WS-MARGEM      TO MGC-MARGEM
           WRITE REG-MARGEM

           PERFORM 3810-PARCELA-CONSIGNADA
               THRU 3810-PARCELA-CONSIGNADA-FIM
               VARYING WRK-IDX-CSG FROM 1 BY 1
               UNTIL WRK-IDX-CSG GREATER THAN WRK-CSG-QTD
           ADD WS-CONSIGNADO TO WS-DESCONTOS
           ADD WS-CONSIGNADO TO WS-TOT-CONSIGNADO
           .

       3810-PARCELA-CONSIGNADA.
           IF RF-MATRICULA NOT EQUAL WRK-CSG-MATRICULA(WRK-IDX-CSG)
               GO TO 3810-PARCELA-CONSIGNADA-FIM
           END-IF
           MOVE WRK-CSG-INI(WRK-IDX-CSG) TO WS-INI-CONTRATO
           COMPUTE WS-MESES-CONTRATO =
               ((CPT-ANO * 12) + CPT-MES) - ((CIN-ANO * 12) + CIN-MES)
           IF WRK-CSG-ALVO(WRK-IDX-CSG) GREATER THAN WS-MESES-CONTRATO
              OR WRK-CSG-ALVO(WRK-IDX-CSG) GREATER THAN
                 WRK-CSG-PRAZO(WRK-IDX-CSG)
               GO TO 3810-PARCELA-CONSIGNADA-FIM
           END-IF

           MOVE WRK-CSG-SISTEMA(WRK-IDX-CSG) TO WS-SISTEMA
           CALL 'CALCEMP' USING WS-SISTEMA
               WRK-CSG-PRINCIPAL(WRK-IDX-CSG)
               WRK-CSG-TAXA(WRK-IDX-CSG)
               WRK-CSG-PRAZO(WRK-IDX-CSG)
               WCA-PLANO WS-TOTAL-PAGO WS-TOTAL-JUROS
           MOVE WCA-PLN-PARCELA(WRK-CSG-ALVO(WRK-IDX-CSG))
              TO WS-PARCELA-CONSIG

           MOVE SPACES                      TO REG-CONSIGFOL
           MOVE WRK-CSG-CONTRATO(WRK-IDX-CSG) TO CSF-CONTRATO
           MOVE RF-MATRICULA                TO CSF-MATRICULA
           MOVE WRK-CSG-ALVO(WRK-IDX-CSG)   TO CSF-PARCELA
           MOVE WS-PARCELA-CONSIG           TO CSF-VALOR
           MOVE WS-COMPETENCIA              TO CSF-COMPETENCIA
           IF WS-PARCELA-CONSIG NOT GREATER THAN WS-MARGEM-LIVRE
               MOVE 'D' TO CSF-SITUACAO
               SUBTRACT WS-PARCELA-CONSIG FROM WS-MARGEM-LIVRE
               ADD WS-PARCELA-CONSIG TO WS-CONSIGNADO
               ADD 1 TO WS-TOT-PARC-DESCONTADAS
           ELSE
               MOVE 'M' TO CSF-SITUACAO
               ADD 1 TO WS-QTD-SEM-MARGEM
               ADD 1 TO WS-TOT-PARC-SEM-MARGEM
           END-IF
           WRITE REG-CONSIGFOL.
       3810-PARCELA-CONSIGNADA-FIM.
           EXIT.

       9000-FINALIZAR.
      *****RESUMO DE CUSTO DO EMPREGADOR (INSS PATRONAL DE 20%)
           COMPUTE WS-INSS-PATRONAL ROUNDED =
           CLOSE ARQUIVO-FUNCIONARIOS
           CLOSE CONTRACHEQUES
           CLOSE HOLERITE
           IF FOLHA-MENSAL
               CLOSE CONSIGFOL
               CLOSE MARGENS
           END-IF
           IF NOT FOLHA-13-PRIMEIRA
               CLOSE RENDIMENTOS
           END-IF

      *****A PRIMEIRA PARCELA FICA GUARDADA PARA A DEDUCAO NA SEGUNDA
           IF FOLHA-13-PRIMEIRA
               MOVE SPACES TO WS-COMANDO
               STRING 'cp -f CONTRACHEQ01 CONTRA13P1.D' WCA-REF-ANO
                   DELIMITED BY SIZE INTO WS-COMANDO
               CALL 'SYSTEM' USING WS-COMANDO
           END-IF

           DISPLAY 'CONTRACH01 - CONTRACHEQUES GERADOS: '
                   WS-QTD-FUNCIONARIOS
           IF WS-QTD-DESLIGADOS GREATER THAN ZEROS
               DISPLAY 'CONTRACH01 - DESLIGADOS FORA DA FOLHA: '
                       WS-QTD-DESLIGADOS
           END-IF
           IF WS-QTD-SALARIO-HIST GREATER THAN ZEROS
               DISPLAY 'CONTRACH01 - SALARIOS PELO HISTORICO: '
                       WS-QTD-SALARIO-HIST
           END-IF
           IF FOLHA-13-SEGUNDA
               DISPLAY 'CONTRACH01 - PRIMEIRA PARCELA DEDUZIDA: '
                       WS-TOT-DESCONTOS
           END-IF
           IF WS-QTD-COM-DEPENDENTES GREATER THAN ZEROS
               DISPLAY 'CONTRACH01 - DEDUCAO DE DEPENDENTES NO IRRF: '
                       WS-QTD-COM-DEPENDENTES ' FUNCIONARIOS VALOR '
                       WS-TOT-DEDUCAO-DEP
           END-IF
           IF WS-TOT-PARC-DESCONTADAS GREATER THAN ZEROS
              OR WS-TOT-PARC-SEM-MARGEM GREATER THAN ZEROS
               DISPLAY 'CONTRACH01 - CONSIGNADO: PARCELAS DESCONTADAS '
                       WS-TOT-PARC-DESCONTADAS ' SEM MARGEM '
                       WS-TOT-PARC-SEM-MARGEM ' VALOR '
                       WS-TOT-CONSIGNADO
           END-IF

           MOVE 0 TO RETURN-CODE
           IF (WS-FS-FUNCIONARIOS NOT EQUAL 00 AND
                WS-FS-FUNCIONARIOS NOT EQUAL 10)  OR
               WS-FS-CONTRACHEQUES NOT EQUAL 00    OR
               WS-FS-HOLERITE      NOT EQUAL 00    OR
               (FOLHA-MENSAL AND
                (WS-FS-CONSIGFOL NOT EQUAL 00 OR
                 WS-FS-MARGENS   NOT EQUAL 00))      OR
               (NOT FOLHA-13-PRIMEIRA AND
                WS-FS-RENDIMENTOS NOT EQUAL 00)
               DISPLAY 'CONTRACH01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO RETURN-CODE
           END-IF
