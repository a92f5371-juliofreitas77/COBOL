EXER44*   02-09-2026  |COBOL EXER44   |DATA NA TAXA DE CAMBIO|JULIO    *
EXER45*   02-09-2026  |COBOL EXER45   |CODIGO DO BANCO       |JULIO    *
EXER46*   02-09-2026  |COBOL EXER46   |PARTICAO POR AGENCIA  |JULIO    *
EXER47*   15-10-2026  |COBOL EXER47   |CONTA COM 6 DIGITOS   |JULIO    *
EXER48*   15-10-2026  |COBOL EXER48   |TRANSFERENCIA ENTRE AG|JULIO    *
EXER49*   15-10-2026  |COBOL EXER49   |REG AGENCIAS COMPLETO |JULIO    *
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO06.
EXER32         ORGANIZATION IS LINE SEQUENTIAL
EXER32         FILE STATUS IS WSN-FS-SNAPANT.

      *        CONTAS TRANSFERIDAS ENTRE AGENCIAS (TRANSFAG01), PARA O
      *        COMPARATIVO SEPARAR TRANSFERENCIA DE VARIACAO PROPRIA
EXER48     SELECT TRANSFAG ASSIGN TO 'TRANSFAG01'
EXER48         ORGANIZATION IS LINE SEQUENTIAL
EXER48         FILE STATUS IS WSN-FS-TRANSFAG.

EXER25     SELECT CAMBIO ASSIGN TO 'CAMBIO01'
EXER25         ORGANIZATION IS LINE SEQUENTIAL
EXER25         FILE STATUS IS WSN-FS-CAMBIO.
      *
EXER02 FILE SECTION.
EXER02 FD ENTRADA.
EXER47 01 REG-ENTRADA-BRUTO        PIC X(40).
EXER29 01 REG-E1-CONTROLE.
EXER29     05 CTL-E1-TIPO          PIC X(03).
EXER29     05 CTL-E1-QTD           PIC 9(06).
EXER29                             SIGN LEADING SEPARATE.
EXER29     05 FILLER               PIC X(12).
EXER29 01 REG-E1-DADOS.
EXER47     05 FILLER               PIC X(27).
EXER34     05 DAD-E1-SLD           PIC S9(09)V99
EXER34                             SIGN LEADING SEPARATE.
EXER29     05 FILLER               PIC X(01).
      *                ENTRADA02
EXER06 FD ENTRADA02.
EXER47 01 REG-ENTRADA-02-BRUTO     PIC X(57).
EXER29 01 REG-E2-CONTROLE.
EXER29     05 CTL-E2-TIPO          PIC X(03).
EXER29     05 CTL-E2-QTD           PIC 9(06).
EXER29                             SIGN LEADING SEPARATE.
EXER29     05 FILLER               PIC X(18).
EXER29 01 REG-E2-DADOS.
EXER47     05 DAD-E2-CTA           PIC 9(06).
EXER29     05 FILLER               PIC X(37).
      *                ENTRADAS RECLASSIFICADAS POR CONTA
EXER28 FD ENT1ORD.
       01 REG-ENTRADA.
EXER47     05 COD-CTA              PIC 9(06).
EXER07     05 COD-AGENCIA          PIC X(04).
EXER04     05 TIP-CTA              PIC X(14).
EXER15     05 COD-MOEDA            PIC X(03).

EXER28 FD ENT2ORD.
EXER06 01 REG-ENTRADA-02.
EXER47     05 E2-COD-CTA              PIC 9(06).
EXER06     05 E2-NOM-CLI              PIC X(25).
EXER06     05 E2-COD-CID              PIC 9(04).
EXER06     05 E2-DAT-INI              PIC 9(08).

EXER28 SD CLASSIFICA.
EXER28 01 REG-CLASSIFICA.
EXER47     05 CL-CHAVE             PIC 9(06).
EXER33     05 FILLER               PIC X(51).

EXER42 FD DETTRAB.
EXER27     05 AGM-COD                 PIC X(04).
EXER27     05 AGM-NOM                 PIC X(20).
EXER27     05 AGM-REGIAO              PIC X(15).
EXER49*****LIMITES DE NUMERARIO DA AGENCIA (NAO USADOS AQUI)
EXER49     05 FILLER                  PIC X(22).

      *                ENTRADA03 (CADASTRO DE CIDADES)
EXER26 FD ENTRADA03.
EXER32     05 SNA-SLD-INV             PIC S9(11)V99
EXER32                                SIGN LEADING SEPARATE.
EXER45     05 SNA-COD-BANCO           PIC X(03).
      *****TIPO 'X': CONTAS TRANSFERIDAS PARA (ENTRADA) E DA (SAIDA)
      *****AGENCIA NO MES, COM O SALDO NA DATA DA TRANSFERENCIA
EXER48 01 REG-SNAPATU-TRANSF.
EXER48     05 SNX-TIPO                PIC X(01).
EXER48     05 SNX-COD-AGENCIA         PIC X(04).
EXER48     05 SNX-QTD-ENTRADA         PIC 9(06).
EXER48     05 SNX-SLD-ENTRADA         PIC S9(11)V99
EXER48                                SIGN LEADING SEPARATE.
EXER48     05 SNX-QTD-SAIDA           PIC 9(06).
EXER48     05 SNX-SLD-SAIDA           PIC S9(11)V99
EXER48                                SIGN LEADING SEPARATE.
EXER48     05 FILLER                  PIC X(20).
EXER48     05 SNX-COD-BANCO           PIC X(03).

EXER32 FD SNAPANT.
EXER32 01 REG-SNAPANT.
EXER32     05 SNT-SLD-INV             PIC S9(11)V99
EXER32                                SIGN LEADING SEPARATE.

      *                TRANSFERENCIAS DE CONTA ENTRE AGENCIAS
EXER48 FD TRANSFAG.
EXER48 01 REG-TRANSFAG.
EXER48     05 TRF-DATA                PIC 9(08).
EXER48     05 FILLER                  PIC X(01).
EXER48     05 TRF-HORA                PIC 9(06).
EXER48     05 FILLER                  PIC X(01).
EXER48     05 TRF-COD-CTA             PIC 9(06).
EXER48     05 FILLER                  PIC X(01).
EXER48     05 TRF-AG-ORIGEM           PIC X(04).
EXER48     05 FILLER                  PIC X(01).
EXER48     05 TRF-AG-DESTINO          PIC X(04).
EXER48     05 FILLER                  PIC X(01).
EXER48     05 TRF-TIP-CTA             PIC X(14).
EXER48     05 FILLER                  PIC X(01).
EXER48     05 TRF-COD-MOEDA           PIC X(03).
EXER48     05 FILLER                  PIC X(01).
EXER48     05 TRF-SLD-CTA             PIC S9(09)V99
EXER48                                SIGN LEADING SEPARATE.
EXER48     05 FILLER                  PIC X(49).

      *                CAMBIO (TAXAS DO DIA POR MOEDA, COM A DATA DA
      *                COTACAO POR MOEDA - TAXA VELHA DERRUBA O LOTE)
EXER25 FD CAMBIO.
EXER38     05 WSN-FS-PROCESSADOS   PIC 9(02) VALUE ZEROS.
EXER40     05 WSN-FS-CONTAGENS     PIC 9(02) VALUE ZEROS.
EXER32     05 WSN-FS-SNAPANT       PIC 9(02) VALUE ZEROS.
EXER48     05 WSN-FS-TRANSFAG      PIC 9(02) VALUE ZEROS.
EXER28     05 WSN-FS-ENT1ORD       PIC 9(02) VALUE ZEROS.
EXER28     05 WSN-FS-ENT2ORD       PIC 9(02) VALUE ZEROS.
EXER42     05 WSN-FS-DETTRAB       PIC 9(02) VALUE ZEROS.

      *****CHAVES DE COMPARACAO DO MERGE, SEPARADAS DE COD-CTA/
      *****E2-COD-CTA PARA QUE O SENTINELA DE FIM-DE-ARQUIVO NUNCA SE
EXER47*****CONFUNDA COM UMA CONTA REAL DE NUMERO 999999
EXER47 01 WS-CHAVE-E1               PIC 9(07) VALUE ZEROS.
EXER47 01 WS-CHAVE-E2               PIC 9(07) VALUE ZEROS.

      ****** PAGINACAO DO RELATORIO (60 LINHAS POR PAGINA) *************
      *****TODA GRAVACAO DO RELATORIO PASSA POR 2198-GRAVA-LINHA-SAIDA,

EXER04 01 WSA-SAIDA.
EXER06*     05 FILLER               PIC X(3)  VALUES SPACES.
EXER47     05 S01-COD-CTA          PIC 9(06)  VALUES ZEROS.
EXER04     05 FILLER               PIC X(02)  VALUES SPACES.
EXER06     05 S01-NOME-CLI         PIC X(17)  VALUES SPACES.
EXER47     05 FILLER               PIC X(03)  VALUES SPACES.
EXER06     05 S01-DATA-CTA.
EXER06         10 WCA-DIA-CONTA    PIC 9(02) VALUE ZEROS.
EXER06         10 FILLER           PIC X     VALUE '/'.
EXER19 01 WCA-LINHA-EXPORT.
EXER19     05 LE-TIPO-REG          PIC X(07)      VALUE SPACES.
EXER19     05 FILLER               PIC X(01)      VALUE '|'.
EXER47     05 LE-COD-CTA           PIC 9(06)      VALUE ZEROS.
EXER19     05 FILLER               PIC X(01)      VALUE '|'.
EXER19     05 LE-NOME-CLI          PIC X(25)      VALUE SPACES.
EXER19     05 FILLER               PIC X(01)      VALUE '|'.
EXER19     05 FILLER               PIC X(01)      VALUE '|'.
EXER24     05 LE-SLD-CTA           PIC S9(09)V99  SIGN LEADING
EXER24                                            SEPARATE.
EXER47     05 FILLER               PIC X(07)      VALUE SPACES.

       05 WSA-TOTAL-CC.
           10 FILLER               PIC X(15) VALUES SPACES.
EXER27     05 WCA-REG-TAB OCCURS 20 TIMES
EXER27                    INDEXED BY WCA-REG-IDX.
EXER27         10 WCA-REG-NOME     PIC X(15)      VALUE SPACES.
EXER47         10 WCA-REG-QTD-CTAS PIC 9(06)      VALUE ZEROS.
EXER34         10 WCA-REG-SLD      PIC S9(11)V99  VALUE ZEROS.
EXER27 01 WCA-REG-ACHOU            PIC X(01)      VALUE 'N'.
EXER27     88 WCA-REG-ACHOU-SIM                   VALUE 'S'.
EXER27     05 LR-NOME-REGIAO       PIC X(15)      VALUE SPACES.
EXER27     05 FILLER               PIC X(14)      VALUE
EXER27         ' - QTD CONTAS ='.
EXER47     05 LR-QTD-CTAS          PIC ZZZZZ9     VALUE ZEROS.
EXER27     05 FILLER               PIC X(15)      VALUE
EXER27         '  SALDO TOTAL R'.
EXER34     05 LR-SLD               PIC ZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
EXER35                    ASCENDING KEY IS WCA-CID-COD
EXER12                    INDEXED BY WCA-CID-IDX.
EXER35         10 WCA-CID-COD      PIC X(04)      VALUE SPACES.
EXER47         10 WCA-CID-QTD-CTAS PIC 9(06)      VALUE ZEROS.
EXER34         10 WCA-CID-SLD      PIC S9(11)V99  VALUE ZEROS.
EXER12 01 WCA-CID-ACHOU            PIC X(01)      VALUE 'N'.
EXER12     88 WCA-CID-ACHOU-SIM                   VALUE 'S'.
EXER26     05 LC-NOM-CID           PIC X(18)      VALUE SPACES.
EXER12     05 FILLER               PIC X(14)      VALUE
EXER12         ' - QTD CONTAS ='.
EXER47     05 LC-QTD-CTAS          PIC ZZZZZ9     VALUE ZEROS.
EXER12     05 FILLER               PIC X(15)      VALUE
EXER12         '  SALDO TOTAL R$'.
EXER34     05 LC-SLD-CID           PIC ZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
EXER25                    INDEXED BY WCA-MOE-IDX.
EXER25         10 WCA-MOE-COD      PIC X(03)      VALUE SPACES.
EXER25         10 WCA-MOE-TAXA     PIC 9(04)V9(06) VALUE ZEROS.
EXER47         10 WCA-MOE-QTD-CTAS PIC 9(06)      VALUE ZEROS.
EXER34         10 WCA-MOE-SLD      PIC S9(11)V99  VALUE ZEROS.
EXER25 01 WCA-MOE-ACHOU            PIC X(01)      VALUE 'N'.
EXER25     88 WCA-MOE-ACHOU-SIM                   VALUE 'S'.
EXER34     05 FILLER               PIC X(04)      VALUE ' MOE'.
EXER34     05 LM-COD-MOEDA         PIC X(04)      VALUE SPACES.
EXER34     05 FILLER               PIC X(04)      VALUE 'QTD='.
EXER47     05 LM-QTD-CTAS          PIC ZZZZZ9     VALUE ZEROS.
EXER34     05 FILLER               PIC X(04)      VALUE ' SLD'.
EXER34     05 LM-SLD               PIC ZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZERO.
EXER34     05 FILLER               PIC X(03)      VALUE ' TX'.
EXER26     05 WCA-UF-TAB OCCURS 30 TIMES
EXER26                   INDEXED BY WCA-UF-IDX.
EXER26         10 WCA-UF-SIGLA     PIC X(02)      VALUE SPACES.
EXER47         10 WCA-UF-QTD-CTAS  PIC 9(06)      VALUE ZEROS.
EXER34         10 WCA-UF-SLD       PIC S9(11)V99  VALUE ZEROS.
EXER26 01 WCA-UF-ACHOU             PIC X(01)      VALUE 'N'.
EXER26     88 WCA-UF-ACHOU-SIM                    VALUE 'S'.
EXER26     05 LU-SIGLA             PIC X(03)      VALUE SPACES.
EXER26     05 FILLER               PIC X(14)      VALUE
EXER26         ' - QTD CONTAS ='.
EXER47     05 LU-QTD-CTAS          PIC ZZZZZ9     VALUE ZEROS.
EXER26     05 FILLER               PIC X(15)      VALUE
EXER26         '  SALDO TOTAL R'.
EXER34     05 LU-SLD               PIC ZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
EXER32 01 WCA-AVISO-SEM-SNAP       PIC X(84) VALUE
EXER32         '   SEM SNAPSHOT DO FECHAMENTO ANTERIOR - COMPARATIVO NAO
      -        ' GERADO'.
      *****TRANSFERENCIAS DO MES POR AGENCIA (TRANSFAG01): SO C/C E
      *****POUPANCA, OS MESMOS TIPOS DOS SALDOS POR AGENCIA
EXER48 01 WCA-TRANSF-AG.
EXER48     05 WCA-TRF-QTD          PIC 9(02)      VALUE ZEROS.
EXER48     05 WCA-TRF-TAB OCCURS 50 TIMES
EXER48                    INDEXED BY WCA-TRF-IDX.
EXER48         10 WCA-TRF-COD      PIC X(04)      VALUE SPACES.
EXER48         10 WCA-TRF-QTD-ENT  PIC 9(06)      VALUE ZEROS.
EXER48         10 WCA-TRF-SLD-ENT  PIC S9(11)V99  VALUE ZEROS.
EXER48         10 WCA-TRF-QTD-SAI  PIC 9(06)      VALUE ZEROS.
EXER48         10 WCA-TRF-SLD-SAI  PIC S9(11)V99  VALUE ZEROS.
EXER48 01 WCA-TRF-ACHOU            PIC X(01)      VALUE 'N'.
EXER48     88 WCA-TRF-ACHOU-SIM                   VALUE 'S'.
EXER48     88 WCA-TRF-ACHOU-NAO                   VALUE 'N'.
EXER48 01 WS-TRF-BUSCA             PIC X(04)      VALUE SPACES.
EXER48 01 WS-QTD-TRF-DESPREZADAS   PIC 9(04)      VALUE ZEROS.
EXER48 01 WS-SLD-TRF-LIQUIDO       PIC S9(11)V99  VALUE ZEROS.
EXER48 01 WCA-LINHA-TRANSF.
EXER48     05 FILLER               PIC X(03)      VALUE SPACES.
EXER48     05 FILLER               PIC X(08)      VALUE 'TRANSF: '.
EXER48     05 LTR-QTD-ENT          PIC ZZ9        VALUE ZEROS.
EXER48     05 FILLER               PIC X(05)      VALUE ' ENT '.
EXER48     05 LTR-SLD-ENT          PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
EXER48     05 FILLER               PIC X(01)      VALUE SPACES.
EXER48     05 LTR-QTD-SAI          PIC ZZ9        VALUE ZEROS.
EXER48     05 FILLER               PIC X(05)      VALUE ' SAI '.
EXER48     05 LTR-SLD-SAI          PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
EXER48     05 FILLER               PIC X(14)      VALUE
EXER48         '  VAR S/TRANSF'.
EXER48     05 LTR-VARIACAO         PIC -ZZZ.ZZ9,9 VALUE ZEROS.
EXER48     05 FILLER               PIC X(01)      VALUE '%'.
EXER32 01 WS-DELTA-VAL             PIC S9(11)V99  VALUE ZEROS.
EXER32 01 WS-PCT-VAR               PIC S9(05)V99  VALUE ZEROS.
EXER32 01 WS-SLD-AG-ATUAL          PIC S9(11)V99  VALUE ZEROS.
EXER16     05 WCA-INA-QTD          PIC 9(03)      VALUE ZEROS.
EXER16     05 WCA-INA-TAB OCCURS 50 TIMES
EXER16                    INDEXED BY WCA-INA-IDX.
EXER47         10 WCA-INA-COD      PIC 9(06)      VALUE ZEROS.
EXER16         10 WCA-INA-NOME     PIC X(17)      VALUE SPACES.
EXER16         10 WCA-INA-STATUS   PIC X(01)      VALUE SPACES.
EXER34         10 WCA-INA-SLD      PIC S9(09)V99  VALUE ZEROS.
EXER16 01 WCA-LINHA-INATIVA.
EXER16     05 FILLER               PIC X(05)      VALUE '   CTA'.
EXER47     05 LI-COD-CTA           PIC 9(06)      VALUE ZEROS.
EXER16     05 FILLER               PIC X(02)      VALUE SPACES.
EXER16     05 LI-NOME-CLI          PIC X(17)      VALUE SPACES.
EXER16     05 FILLER               PIC X(12)      VALUE
EXER10     05 WCA-ORF-QTD          PIC 9(03)      VALUE ZEROS.
EXER10     05 WCA-ORF-TAB OCCURS 100 TIMES
EXER10                    INDEXED BY WCA-ORF-IDX.
EXER47         10 WCA-ORF-COD      PIC 9(06)      VALUE ZEROS.
EXER10         10 WCA-ORF-ORIGEM   PIC X(09)      VALUE SPACES.
EXER10 01 WCA-LINHA-ORFAO.
EXER10     05 FILLER               PIC X(05)      VALUE '   CTA'.
EXER47     05 LO-COD-CTA           PIC 9(06)      VALUE ZEROS.
EXER10     05 FILLER               PIC X(19)      VALUE
EXER10         '  SEM CORRESPONDENCIA EM '.
EXER10     05 LO-ORIGEM            PIC X(09)      VALUE SPACES.
EXER18 01 WS-TOP5-CC.
EXER18     05 WS-T5-CC-QTD         PIC 9(01)       VALUE ZERO.
EXER18     05 WS-T5-CC-TAB OCCURS 5 TIMES INDEXED BY WS-T5-CC-IDX.
EXER47         10 WS-T5-CC-COD     PIC 9(06)       VALUE ZEROS.
EXER18         10 WS-T5-CC-NOME    PIC X(17)       VALUE SPACES.
EXER34         10 WS-T5-CC-SLD     PIC S9(9)V99    VALUE ZEROS.
EXER05 01 WSA-MAIOR-SDO-CC.
EXER47     10 FILLER               PIC X(36)      VALUES SPACES.
EXER47     10 S02-COD-CTA          PIC 9(06)      VALUES ZEROS.
EXER05     10 FILLER               PIC X(04)      VALUES SPACES.
EXER06     10 S02-NOME-CLI         PIC X(17)      VALUES SPACES.
EXER06     10 FILLER               PIC X(6)       VALUES '   R$ '.
EXER18 01 WS-TOP5-CP.
EXER18     05 WS-T5-CP-QTD         PIC 9(01)      VALUE ZERO.
EXER18     05 WS-T5-CP-TAB OCCURS 5 TIMES INDEXED BY WS-T5-CP-IDX.
EXER47         10 WS-T5-CP-COD     PIC 9(06)      VALUE ZEROS.
EXER18         10 WS-T5-CP-NOME    PIC X(17)      VALUE SPACES.
EXER34         10 WS-T5-CP-SLD     PIC S9(9)V99   VALUE ZEROS.

EXER05 01 WCA-MAIOR-SALDO-CP.
EXER47     10 FILLER               PIC X(36)      VALUES SPACES.
EXER47     10 S03-COD-CTA          PIC 9(06)      VALUES ZEROS.
           10 FILLER               PIC X(04)      VALUES SPACES.
           10 S03-NOME-CLI         PIC X(17)      VALUES SPACES.
EXER05     10 FILLER               PIC X(6)       VALUES '   R$ '.
EXER18 01 WS-BOT5-CC.
EXER18     05 WS-B5-CC-QTD         PIC 9(01)       VALUE ZERO.
EXER18     05 WS-B5-CC-TAB OCCURS 5 TIMES INDEXED BY WS-B5-CC-IDX.
EXER47         10 WS-B5-CC-COD     PIC 9(06)       VALUE ZEROS.
EXER18         10 WS-B5-CC-NOME    PIC X(17)       VALUE SPACES.
EXER34         10 WS-B5-CC-SLD     PIC S9(9)V99    VALUE
EXER34                                999999999,00.

EXER05 01 WCA-MENOR-SALDO-CC.
EXER47     10 FILLER               PIC X(36)       VALUES SPACES.
EXER47     10 S04-COD-CTA          PIC 9(06)       VALUES ZEROS.
           10 FILLER               PIC X(04)       VALUES SPACES.
           10 S04-NOME-CLI         PIC X(17)       VALUES SPACES.
EXER05     10 FILLER               PIC X(6)        VALUES '   R$ '.
EXER18 01 WS-BOT5-CP.
EXER18     05 WS-B5-CP-QTD         PIC 9(01)       VALUE ZERO.
EXER18     05 WS-B5-CP-TAB OCCURS 5 TIMES INDEXED BY WS-B5-CP-IDX.
EXER47         10 WS-B5-CP-COD     PIC 9(06)       VALUE ZEROS.
EXER18         10 WS-B5-CP-NOME    PIC X(17)       VALUE SPACES.
EXER34         10 WS-B5-CP-SLD     PIC S9(9)V99    VALUE
EXER34                                999999999,00.

EXER05 01 WCA-MENOR-SALDO-CP.
EXER47     10 FILLER               PIC X(36)       VALUES SPACES.
EXER47     10 S05-COD-CTA          PIC 9(06)       VALUES ZEROS.
           10 FILLER               PIC X(04)       VALUES SPACES.
           10 S05-NOME-CLI         PIC X(17)       VALUES SPACES.
EXER05     10 FILLER               PIC X(6)        VALUES '   R$ '.
EXER27        THRU 1058B-CARREGA-AGENCIAS-FIM.
EXER32     PERFORM 1058C-CARREGA-SNAP-ANTERIOR
EXER32        THRU 1058C-CARREGA-SNAP-ANTERIOR-FIM.
EXER48     PERFORM 1058D-CARREGA-TRANSFERENCIAS
EXER48        THRU 1058D-CARREGA-TRANSFERENCIAS-FIM.
EXER09     MOVE WCA-LIMITE-ALTO-VALOR TO WCA-SUBTITULO-VALOR.

EXER17     IF WCA-DATA-REFERENCIA NOT EQUAL ZEROS
EXER32         MOVE SNT-SLD-POUP  TO WS-ANT-SLD-POUP
EXER32         MOVE SNT-QTD-INV   TO WS-ANT-QTD-INV
EXER32         MOVE SNT-SLD-INV   TO WS-ANT-SLD-INV
EXER32     END-IF.
      *****O 'X' DE TRANSFERENCIAS NAO E SALDO DA AGENCIA
EXER48     IF SNT-TIPO EQUAL 'A'
EXER32         IF WCA-ANT-QTD LESS THAN 30
EXER32             ADD 1 TO WCA-ANT-QTD
EXER32             SET WCA-ANT-IDX TO WCA-ANT-QTD
EXER32        THRU 1059D-LER-SNAP-FIM.
EXER32 1059E-GUARDA-SNAP-FIM.
EXER32     EXIT.

      ***************TRANSFERENCIAS ENTRE AGENCIAS NO MES***************
      *****SO AS DO MES DA GERACAO; CADA UMA SAI DA AGENCIA DE ORIGEM
      *****E ENTRA NA DE DESTINO. SEM O ARQUIVO NAO HA TRANSFERENCIA
EXER48 1058D-CARREGA-TRANSFERENCIAS.
EXER48     OPEN INPUT TRANSFAG.
EXER48     IF WSN-FS-TRANSFAG NOT EQUAL ZEROS
EXER48         GO TO 1058D-CARREGA-TRANSFERENCIAS-FIM
EXER48     END-IF.
EXER48     PERFORM 1059F-LER-TRANSF
EXER48        THRU 1059F-LER-TRANSF-FIM.
EXER48     PERFORM 1059G-GUARDA-TRANSF
EXER48        THRU 1059G-GUARDA-TRANSF-FIM
EXER48       UNTIL WSN-FS-TRANSFAG NOT EQUAL ZEROS.
EXER48     CLOSE TRANSFAG.
EXER48     IF WS-QTD-TRF-DESPREZADAS GREATER THAN ZERO
EXER48         DISPLAY 'EXERCICIO06 - TABELA DE TRANSFERENCIAS CHEIA, '
EXER48                 WS-QTD-TRF-DESPREZADAS ' LANCAMENTOS FORA'
EXER48     END-IF.
EXER48 1058D-CARREGA-TRANSFERENCIAS-FIM.
EXER48     EXIT.

EXER48 1059F-LER-TRANSF.
EXER48     READ TRANSFAG
EXER48         AT END
EXER48             MOVE 10 TO WSN-FS-TRANSFAG
EXER48     END-READ.
EXER48 1059F-LER-TRANSF-FIM.
EXER48     EXIT.

EXER48 1059G-GUARDA-TRANSF.
EXER48     IF TRF-DATA(1:6) NOT EQUAL WS-DATA-GERACAO(1:6)
EXER48        OR (TRF-TIP-CTA NOT EQUAL 'Conta Corrente'
EXER48        AND TRF-TIP-CTA NOT EQUAL 'Poupanca')
EXER48         GO TO 1059G-PROXIMA
EXER48     END-IF.
EXER48     MOVE TRF-AG-ORIGEM TO WS-TRF-BUSCA.
EXER48     PERFORM 1059H-LOCALIZA-TRANSF
EXER48        THRU 1059H-LOCALIZA-TRANSF-FIM.
EXER48     IF WCA-TRF-ACHOU-SIM
EXER48         ADD 1           TO WCA-TRF-QTD-SAI(WCA-TRF-IDX)
EXER48         ADD TRF-SLD-CTA TO WCA-TRF-SLD-SAI(WCA-TRF-IDX)
EXER48     END-IF.
EXER48     MOVE TRF-AG-DESTINO TO WS-TRF-BUSCA.
EXER48     PERFORM 1059H-LOCALIZA-TRANSF
EXER48        THRU 1059H-LOCALIZA-TRANSF-FIM.
EXER48     IF WCA-TRF-ACHOU-SIM
EXER48         ADD 1           TO WCA-TRF-QTD-ENT(WCA-TRF-IDX)
EXER48         ADD TRF-SLD-CTA TO WCA-TRF-SLD-ENT(WCA-TRF-IDX)
EXER48     END-IF.
EXER48 1059G-PROXIMA.
EXER48     PERFORM 1059F-LER-TRANSF
EXER48        THRU 1059F-LER-TRANSF-FIM.
EXER48 1059G-GUARDA-TRANSF-FIM.
EXER48     EXIT.

      *****PROCURA A AGENCIA NA TABELA DE TRANSFERENCIAS; QUANDO NAO
      *****ACHA, ACRESCENTA NO FIM (TABELA CHEIA CONTA E DESPREZA)
EXER48 1059H-LOCALIZA-TRANSF.
EXER48     SET WCA-TRF-ACHOU-NAO TO TRUE.
EXER48     SET WCA-TRF-IDX TO 1.
EXER48     SEARCH WCA-TRF-TAB
EXER48         AT END
EXER48             CONTINUE
EXER48         WHEN WCA-TRF-IDX GREATER THAN WCA-TRF-QTD
EXER48             CONTINUE
EXER48         WHEN WCA-TRF-COD(WCA-TRF-IDX) EQUAL WS-TRF-BUSCA
EXER48             SET WCA-TRF-ACHOU-SIM TO TRUE
EXER48     END-SEARCH.
EXER48     IF WCA-TRF-ACHOU-NAO
EXER48         IF WCA-TRF-QTD LESS THAN 50
EXER48             ADD 1 TO WCA-TRF-QTD
EXER48             SET WCA-TRF-IDX TO WCA-TRF-QTD
EXER48             MOVE WS-TRF-BUSCA TO WCA-TRF-COD(WCA-TRF-IDX)
EXER48             SET WCA-TRF-ACHOU-SIM TO TRUE
EXER48         ELSE
EXER48             ADD 1 TO WS-QTD-TRF-DESPREZADAS
EXER48         END-IF
EXER48     END-IF.
EXER48 1059H-LOCALIZA-TRANSF-FIM.
EXER48     EXIT.
      ******************************************************************
      *                    E N T R A D A
      ******************************************************************
EXER28     READ ENT1ORD
EXER02          AT END
EXER02          SET SW-FIM-SIM TO TRUE
EXER47           MOVE 9999999 TO WS-CHAVE-E1
EXER14         NOT AT END
EXER14           ADD 1 TO WS-QTD-LIDOS-E1
EXER28           IF COD-CTA EQUAL WS-CHAVE-E1
EXER28     READ ENT2ORD
EXER06         AT END
EXER06         SET SW-FIM-SIM-02 TO TRUE
EXER47         MOVE 9999999 TO WS-CHAVE-E2
EXER14         NOT AT END
EXER14           ADD 1 TO WS-QTD-LIDOS-E2
EXER28         IF E2-COD-CTA EQUAL WS-CHAVE-E2
EXER42             MOVE WS-SALDO-COMPL-X TO DT-CHAVE(5:12)
EXER42         WHEN OTHER
EXER42             MOVE SPACES TO DT-CHAVE
EXER47             MOVE COD-CTA TO DT-CHAVE(1:6)
EXER42     END-EVALUATE.
EXER42     MOVE WSA-SAIDA         TO DT-IMAGEM-SAIDA.
EXER42     MOVE WCA-LINHA-EXPORT  TO DT-IMAGEM-EXPORT.
EXER32        THRU 3155-CALCULA-VARIACAO-FIM.
EXER32     PERFORM 3156-IMPRIME-COMPARA
EXER32        THRU 3156-IMPRIME-COMPARA-FIM.
EXER48     PERFORM 3159-COMPARA-TRANSFERENCIA
EXER48        THRU 3159-COMPARA-TRANSFERENCIA-FIM.
EXER32 3157-COMPARA-AGENCIA-FIM.
EXER32     EXIT.

EXER32 3158-PROCURA-AG-ANTERIOR-FIM.
EXER32     EXIT.

      *****AGENCIA COM CONTA TRANSFERIDA NO MES GANHA UMA LINHA COM O
      *****QUE ENTROU E SAIU POR TRANSFERENCIA E A VARIACAO SEM ELAS,
      *****PARA A MUDANCA DE PRACA NAO PARECER CAPTACAO OU PERDA
EXER48 3159-COMPARA-TRANSFERENCIA.
EXER48     MOVE WCA-AG-COD(WCA-AG-IDX) TO WS-TRF-BUSCA.
EXER48     SET WCA-TRF-ACHOU-NAO TO TRUE.
EXER48     IF WCA-TRF-QTD GREATER THAN ZERO
EXER48         SET WCA-TRF-IDX TO 1
EXER48         SEARCH WCA-TRF-TAB
EXER48             AT END
EXER48                 CONTINUE
EXER48             WHEN WCA-TRF-IDX GREATER THAN WCA-TRF-QTD
EXER48                 CONTINUE
EXER48             WHEN WCA-TRF-COD(WCA-TRF-IDX) EQUAL WS-TRF-BUSCA
EXER48                 SET WCA-TRF-ACHOU-SIM TO TRUE
EXER48         END-SEARCH
EXER48     END-IF.
EXER48     IF WCA-TRF-ACHOU-NAO
EXER48         GO TO 3159-COMPARA-TRANSFERENCIA-FIM
EXER48     END-IF.
EXER48     COMPUTE WS-SLD-TRF-LIQUIDO =
EXER48         WCA-TRF-SLD-ENT(WCA-TRF-IDX)
EXER48         - WCA-TRF-SLD-SAI(WCA-TRF-IDX).
EXER48     COMPUTE WS-DELTA-VAL =
EXER48         WS-SLD-AG-ATUAL - WS-SLD-AG-ANT - WS-SLD-TRF-LIQUIDO.
EXER48     PERFORM 3155-CALCULA-VARIACAO
EXER48        THRU 3155-CALCULA-VARIACAO-FIM.
EXER48     MOVE WCA-TRF-QTD-ENT(WCA-TRF-IDX) TO LTR-QTD-ENT.
EXER48     MOVE WCA-TRF-SLD-ENT(WCA-TRF-IDX) TO LTR-SLD-ENT.
EXER48     MOVE WCA-TRF-QTD-SAI(WCA-TRF-IDX) TO LTR-QTD-SAI.
EXER48     MOVE WCA-TRF-SLD-SAI(WCA-TRF-IDX) TO LTR-SLD-SAI.
EXER48     MOVE WS-PCT-VAR                   TO LTR-VARIACAO.
EXER48     MOVE WCA-LINHA-TRANSF             TO REG-SAIDA.
EXER48     PERFORM 2198-GRAVA-LINHA-SAIDA
EXER48        THRU 2198-GRAVA-LINHA-SAIDA-FIM.
EXER48 3159-COMPARA-TRANSFERENCIA-FIM.
EXER48     EXIT.

      **************GRAVACAO DO SNAPSHOT DA EXECUCAO ATUAL**************
EXER32 3160-GRAVA-SNAPSHOT.
EXER32     OPEN OUTPUT SNAPATU.
EXER32                                         SNA-SLD-INV.
EXER45     MOVE WS-COD-BANCO                TO SNA-COD-BANCO.
EXER32     WRITE REG-SNAPATU.
EXER48     PERFORM 3166-GRAVA-SNAP-TRANSF
EXER48        THRU 3166-GRAVA-SNAP-TRANSF-FIM
EXER48        VARYING WCA-TRF-IDX FROM 1 BY 1
EXER48        UNTIL WCA-TRF-IDX GREATER THAN WCA-TRF-QTD.
EXER32 3165-GRAVA-SNAP-AGENCIA-FIM.
EXER32     EXIT.

      *****O 'X' SAI LOGO APOS O 'A' DA AGENCIA, SO PARA AS AGENCIAS
      *****DESTA EXECUCAO (NO MODO PARTICIONADO CADA PARCIAL GRAVA AS
      *****SUAS E O PARTCONS01 REPASSA SEM DUPLICAR)
EXER48 3166-GRAVA-SNAP-TRANSF.
EXER48     IF WCA-TRF-COD(WCA-TRF-IDX) NOT EQUAL WCA-AG-COD(WCA-AG-IDX)
EXER48         GO TO 3166-GRAVA-SNAP-TRANSF-FIM
EXER48     END-IF.
EXER48     MOVE SPACES                       TO REG-SNAPATU-TRANSF.
EXER48     MOVE 'X'                          TO SNX-TIPO.
EXER48     MOVE WCA-TRF-COD(WCA-TRF-IDX)     TO SNX-COD-AGENCIA.
EXER48     MOVE WCA-TRF-QTD-ENT(WCA-TRF-IDX) TO SNX-QTD-ENTRADA.
EXER48     MOVE WCA-TRF-SLD-ENT(WCA-TRF-IDX) TO SNX-SLD-ENTRADA.
EXER48     MOVE WCA-TRF-QTD-SAI(WCA-TRF-IDX) TO SNX-QTD-SAIDA.
EXER48     MOVE WCA-TRF-SLD-SAI(WCA-TRF-IDX) TO SNX-SLD-SAIDA.
EXER48     MOVE WS-COD-BANCO                 TO SNX-COD-BANCO.
EXER48     WRITE REG-SNAPATU-TRANSF.
EXER48 3166-GRAVA-SNAP-TRANSF-FIM.
EXER48     EXIT.

      **************TRAILER DE CONTROLE DO SAIDA01.TXT******************
EXER20 3200-GRAVA-TRAILER-SAIDA.
EXER20     MOVE WCA-QTD-DETALHES-GRAVADOS TO WT-QTD-DETALHES.
