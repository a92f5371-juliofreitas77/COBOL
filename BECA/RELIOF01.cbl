      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Apuracao mensal do IOF de operacao de credito para o
      * recolhimento. Varre os movimentos do mes de referencia do
      * Controle01 - a geracao arquivada MOVARQ01.D<AAAAMM> do corte
      * ARQMOV01, quando ja existir, e o arquivo vivo Movimento01 - e
      * soma os debitos de IOF lancados pelo JUROSCHQ01 ('IOF CHQ
      * ESPECIAL', diario sobre o uso do cheque especial) e pelo
      * CONTRATA01 ('IOF EMPRESTIMO', na liberacao do contrato), por
      * agencia da conta (Entrada01) e por tipo de pessoa do titular
      * (Entrada02: CNPJ pessoa juridica, CPF pessoa fisica), pois o
      * recolhimento e separado para cada uma. Os estornos do mes de
      * debitos de IOF (ESTORNOS01, do ESTORNO01) sao abatidos.
      * O relatorio RELIOF01 traz uma linha por agencia, a linha de
      * totais e o valor a recolher de pessoa fisica e juridica.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELIOF01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT ENTRADA ASSIGN TO 'ENTRADA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA.

           SELECT ENTRADA02 ASSIGN TO 'ENTRADA02'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA02.

      *        O ARQUIVO VIVO OU A GERACAO ARQUIVADA DO MES
           SELECT MOVIMENTO ASSIGN TO DYNAMIC WS-NOME-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

           SELECT ESTORNOS ASSIGN TO 'ESTORNOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ESTORNOS.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT RELATORIO ASSIGN TO 'RELIOF01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

       DATA DIVISION.
      *
       FILE SECTION.
       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
           05 SLD-CTA              PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 STA-CTA              PIC X(01).

       FD ENTRADA02.
       01 REG-ENTRADA-02.
           05 E2-COD-CTA           PIC 9(06).
           05 E2-NOM-CLI           PIC X(25).
           05 E2-COD-CID           PIC 9(04).
           05 E2-DAT-INI           PIC 9(08).
           05 E2-NUM-DOC           PIC X(14).

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
               88 MOV-DEBITO                   VALUE 'D'.
           05 MOV-FORMA            PIC X(01).
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

      *                VINCULO DOS ESTORNOS (ESTORNO01)
       FD ESTORNOS.
       01 REG-ESTORNO.
           05 EST-NSU-ORIGINAL     PIC 9(09).
           05 FILLER               PIC X(01).
           05 EST-NSU-ESTORNO      PIC 9(09).
           05 FILLER               PIC X(01).
           05 EST-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 EST-DAT-ORIGINAL     PIC 9(08).
           05 FILLER               PIC X(01).
           05 EST-DAT-ESTORNO      PIC 9(08).
           05 FILLER               PIC X(01).
           05 EST-TIP-ORIGINAL     PIC X(01).
           05 FILLER               PIC X(01).
           05 EST-VAL              PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 EST-HIST-ORIGINAL    PIC X(20).
      *****USUARIO, APROVADOR E MOTIVO DO ESTORNO (NAO USADOS AQUI)
           05 FILLER               PIC X(83).

      *                CONTROLE (PARAMETROS DO RELATORIO)
       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ESTORNOS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.
           05 SW-ENTRADA02         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-02                VALUE 'N'.
               88 SW-FIM-SIM-02                VALUE 'S'.
           05 SW-MOVIMENTO         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MOV               VALUE 'N'.
               88 SW-FIM-SIM-MOV               VALUE 'S'.
           05 SW-ESTORNOS          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-EST               VALUE 'N'.
               88 SW-FIM-SIM-EST               VALUE 'S'.

       01 WS-NOME-MOVIMENTO        PIC X(18) VALUE SPACES.
       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WS-MES-REFERENCIA        PIC 9(06) VALUE ZEROS.

      *****AGENCIA E TIPO DE PESSOA ('J' CNPJ, SENAO CPF) POR CONTA
       01 WCA-CONTAS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES.
               10 WCA-CTA-AGENCIA  PIC X(04) VALUE SPACES.
               10 WCA-CTA-PESSOA   PIC X(01) VALUE SPACES.

      *****LANCAMENTO CORRENTE A APURAR (MOVIMENTO OU ESTORNO)
       01 WS-APU-COD-CTA           PIC 9(06) VALUE ZEROS.
       01 WS-APU-HIST              PIC X(20) VALUE SPACES.
       01 WS-APU-VAL               PIC 9(09)V99 VALUE ZEROS.
       01 WS-APU-PESSOA            PIC X(01) VALUE SPACES.
       01 WS-AGENCIA               PIC X(04) VALUE SPACES.

       77 WS-QTD-ARQUIVOS          PIC 9(02) VALUE ZEROS.
       77 WS-QTD-LANCAMENTOS       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ESTORNOS          PIC 9(07) VALUE ZEROS.

      ****** IOF POR AGENCIA *******************************************
       01 WCA-AGENCIAS.
           05 WCA-AG-QTD           PIC 9(02)      VALUE ZEROS.
           05 WCA-AG-TAB OCCURS 50 TIMES
                         INDEXED BY WCA-AG-IDX.
               10 WCA-AG-COD       PIC X(04)      VALUE SPACES.
               10 WCA-AG-CHQ-PF    PIC 9(11)V99   VALUE ZEROS.
               10 WCA-AG-CHQ-PJ    PIC 9(11)V99   VALUE ZEROS.
               10 WCA-AG-EMP-PF    PIC 9(11)V99   VALUE ZEROS.
               10 WCA-AG-EMP-PJ    PIC 9(11)V99   VALUE ZEROS.
               10 WCA-AG-ESTORNO   PIC 9(11)V99   VALUE ZEROS.
       01 WCA-AG-ACHOU             PIC X(01)      VALUE 'N'.
           88 WCA-AG-ACHOU-SIM                    VALUE 'S'.
           88 WCA-AG-ACHOU-NAO                    VALUE 'N'.
       01 SW-AG-TRANSBORDO         PIC X(01)      VALUE 'N'.
           88 SW-AG-TRANSBORDO-SIM                VALUE 'S'.
           88 SW-AG-TRANSBORDO-NAO                VALUE 'N'.
       77 WS-QTD-AG-EXCEDENTE      PIC 9(06)      VALUE ZEROS.

      *****TOTAIS GERAIS (TAMBEM DAS AGENCIAS FORA DA TABELA)
       01 WCA-TOTAIS.
           05 WS-TOT-CHQ-PF        PIC 9(11)V99   VALUE ZEROS.
           05 WS-TOT-CHQ-PJ        PIC 9(11)V99   VALUE ZEROS.
           05 WS-TOT-EMP-PF        PIC 9(11)V99   VALUE ZEROS.
           05 WS-TOT-EMP-PJ        PIC 9(11)V99   VALUE ZEROS.
           05 WS-TOT-ESTORNO       PIC 9(11)V99   VALUE ZEROS.
           05 WS-TOT-EST-PF        PIC 9(11)V99   VALUE ZEROS.
           05 WS-TOT-EST-PJ        PIC 9(11)V99   VALUE ZEROS.
       01 WS-TOTAL-LINHA           PIC S9(11)V99  VALUE ZEROS.
       01 WS-RECOLHER-PF           PIC S9(11)V99  VALUE ZEROS.
       01 WS-RECOLHER-PJ           PIC S9(11)V99  VALUE ZEROS.

       01 LINE-DESIGN              PIC X(132) VALUE ALL '='.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(44) VALUE
           '*      APURACAO DO IOF DE CREDITO - MES '.
           05 TR-MES-REF           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(20) VALUE
           '   DATA REFERENCIA '.
           05 TR-DATA-REF          PIC 9(08) VALUE ZEROS.

       01 WCA-CABECALHO.
           05 FILLER               PIC X(10) VALUE '   AGENCIA'.
           05 FILLER               PIC X(17) VALUE
               '       CHQ ESP PF'.
           05 FILLER               PIC X(17) VALUE
               '       CHQ ESP PJ'.
           05 FILLER               PIC X(17) VALUE
               '    EMPRESTIMO PF'.
           05 FILLER               PIC X(17) VALUE
               '    EMPRESTIMO PJ'.
           05 FILLER               PIC X(17) VALUE
               '       (ESTORNOS)'.
           05 FILLER               PIC X(17) VALUE
               '            TOTAL'.

       01 WCA-LINHA-AGENCIA.
           05 LA-ROTULO            PIC X(10)      VALUE SPACES.
           05 FILLER               PIC X(03)      VALUE SPACES.
           05 LA-CHQ-PF            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(03)      VALUE SPACES.
           05 LA-CHQ-PJ            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(03)      VALUE SPACES.
           05 LA-EMP-PF            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(03)      VALUE SPACES.
           05 LA-EMP-PJ            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(03)      VALUE SPACES.
           05 LA-ESTORNO           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(02)      VALUE SPACES.
           05 LA-TOTAL             PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-TRANSBORDO.
           05 FILLER               PIC X(05)      VALUE '   + '.
           05 LTB-QTD              PIC ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER               PIC X(60)      VALUE
               ' LANCAMENTOS FORA DA TABELA (SO NOS TOTAIS)'.

       01 WCA-LINHA-RECOLHER.
           05 FILLER               PIC X(30)      VALUE SPACES.
           05 LR-TEXTO             PIC X(28)      VALUE SPACES.
           05 FILLER               PIC X(03)      VALUE 'R$ '.
           05 LR-VALOR             PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'RELIOF01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.
       01 WS-VALOR-LOG             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

      *****A GERACAO ARQUIVADA DO MES (SE O CORTE JA PASSOU) E O VIVO
           MOVE SPACES TO WS-NOME-MOVIMENTO.
           STRING 'MOVARQ01.D' WS-MES-REFERENCIA
               DELIMITED BY SIZE INTO WS-NOME-MOVIMENTO.
           PERFORM 2000-VARRE-MOVIMENTOS
              THRU 2000-VARRE-MOVIMENTOS-FIM
           MOVE 'MOVIMENTO01' TO WS-NOME-MOVIMENTO
           PERFORM 2000-VARRE-MOVIMENTOS
              THRU 2000-VARRE-MOVIMENTOS-FIM

           PERFORM 2500-ABATE-ESTORNOS
              THRU 2500-ABATE-ESTORNOS-FIM

           PERFORM 4000-GRAVA-RELATORIO
              THRU 4000-GRAVA-RELATORIO-FIM

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIM

           STOP RUN.
       0000-PRINCIPAL-FIM.
      *-----------------------------------------------------------------
       1000-INICIO.
      *-----------------------------------------------------------------
           PERFORM 1050-LE-CONTROLE
              THRU 1050-LE-CONTROLE-FIM.
           IF WCA-DATA-REFERENCIA EQUAL ZEROS
               DISPLAY 'RELIOF01 - DATA DE REFERENCIA NAO INFORMADA '
                       'EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WCA-DATA-REFERENCIA(1:6) TO WS-MES-REFERENCIA.

           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'RELIOF01 - ENTRADA NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO TO TRUE.
           PERFORM 1100-LER-ENTRADA
              THRU 1100-LER-ENTRADA-FIM.
           PERFORM 1120-GUARDA-AGENCIA
              THRU 1120-GUARDA-AGENCIA-FIM
             UNTIL SW-FIM-SIM.
           CLOSE ENTRADA.

           PERFORM 1200-CARREGA-PESSOAS
              THRU 1200-CARREGA-PESSOAS-FIM.

           OPEN OUTPUT RELATORIO.
       1000-INICIO-FIM.
           EXIT.

      ****************LEITURA DO CONTROLE DE PARAMETROS*****************
       1050-LE-CONTROLE.
           OPEN INPUT CONTROLE.
           IF WSN-FS-CONTROLE EQUAL ZEROS
               READ CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-DATA-REFERENCIA NUMERIC
                           MOVE CTL-DATA-REFERENCIA
                              TO WCA-DATA-REFERENCIA
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.
       1050-LE-CONTROLE-FIM.
           EXIT.

       1100-LER-ENTRADA.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
       1100-LER-ENTRADA-FIM.
           EXIT.

      *****PULA OS REGISTROS DE CONTROLE HDR/TRL DA ENTRADA
       1120-GUARDA-AGENCIA.
           IF REG-ENTRADA(1:3) NOT EQUAL 'HDR'
              AND REG-ENTRADA(1:3) NOT EQUAL 'TRL'
              AND COD-CTA NUMERIC
              AND COD-CTA GREATER THAN ZERO
               MOVE COD-AGENCIA TO WCA-CTA-AGENCIA(COD-CTA)
           END-IF.
           PERFORM 1100-LER-ENTRADA
              THRU 1100-LER-ENTRADA-FIM.
       1120-GUARDA-AGENCIA-FIM.
           EXIT.

      *****CNPJ OCUPA OS 14 DIGITOS; CPF TEM 11 E TRES BRANCOS. SEM
      *****ENTRADA02 TODA CONTA E APURADA COMO PESSOA FISICA
       1200-CARREGA-PESSOAS.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               GO TO 1200-CARREGA-PESSOAS-FIM
           END-IF.
           SET SW-FIM-NAO-02 TO TRUE.
           PERFORM 1210-LER-ENTRADA02
              THRU 1210-LER-ENTRADA02-FIM.
           PERFORM 1220-GUARDA-PESSOA
              THRU 1220-GUARDA-PESSOA-FIM
             UNTIL SW-FIM-SIM-02.
           CLOSE ENTRADA02.
       1200-CARREGA-PESSOAS-FIM.
           EXIT.

       1210-LER-ENTRADA02.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-02 TO TRUE
           END-READ.
       1210-LER-ENTRADA02-FIM.
           EXIT.

       1220-GUARDA-PESSOA.
           IF REG-ENTRADA-02(1:3) NOT EQUAL 'HDR'
              AND REG-ENTRADA-02(1:3) NOT EQUAL 'TRL'
              AND E2-COD-CTA NUMERIC
              AND E2-COD-CTA GREATER THAN ZERO
               IF E2-NUM-DOC(12:3) EQUAL SPACES
                   MOVE 'F' TO WCA-CTA-PESSOA(E2-COD-CTA)
               ELSE
                   MOVE 'J' TO WCA-CTA-PESSOA(E2-COD-CTA)
               END-IF
           END-IF.
           PERFORM 1210-LER-ENTRADA02
              THRU 1210-LER-ENTRADA02-FIM.
       1220-GUARDA-PESSOA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     VARRE UM ARQUIVO DE MOVIMENTOS (GERACAO AUSENTE E PULADA)
      *-----------------------------------------------------------------
       2000-VARRE-MOVIMENTOS.
           SET SW-FIM-NAO-MOV TO TRUE.
           OPEN INPUT MOVIMENTO.
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               GO TO 2000-VARRE-MOVIMENTOS-FIM
           END-IF.
           ADD 1 TO WS-QTD-ARQUIVOS.
           PERFORM 2010-LER-MOVIMENTO
              THRU 2010-LER-MOVIMENTO-FIM.
           PERFORM 2100-ACUMULA-MOVIMENTO
              THRU 2100-ACUMULA-MOVIMENTO-FIM
             UNTIL SW-FIM-SIM-MOV.
           CLOSE MOVIMENTO.
       2000-VARRE-MOVIMENTOS-FIM.
           EXIT.

       2010-LER-MOVIMENTO.
           READ MOVIMENTO
               AT END
                   SET SW-FIM-SIM-MOV TO TRUE
           END-READ.
       2010-LER-MOVIMENTO-FIM.
           EXIT.

      *****SO OS DEBITOS DE IOF DE CREDITO DO MES DE REFERENCIA
       2100-ACUMULA-MOVIMENTO.
           IF MOV-DAT(1:6) EQUAL WS-MES-REFERENCIA
              AND MOV-DEBITO
              AND MOV-COD-CTA NUMERIC
              AND MOV-COD-CTA GREATER THAN ZERO
              AND (MOV-HIST EQUAL 'IOF CHQ ESPECIAL'
               OR  MOV-HIST EQUAL 'IOF EMPRESTIMO')
               MOVE MOV-COD-CTA TO WS-APU-COD-CTA
               MOVE MOV-HIST    TO WS-APU-HIST
               MOVE MOV-VAL     TO WS-APU-VAL
               PERFORM 2200-APURA-LANCAMENTO
                  THRU 2200-APURA-LANCAMENTO-FIM
               ADD 1 TO WS-QTD-LANCAMENTOS
           END-IF.
           PERFORM 2010-LER-MOVIMENTO
              THRU 2010-LER-MOVIMENTO-FIM.
       2100-ACUMULA-MOVIMENTO-FIM.
           EXIT.

      *****SOMA O LANCAMENTO NA AGENCIA DA CONTA E NOS TOTAIS, NA
      *****COLUNA DO HISTORICO E DO TIPO DE PESSOA DO TITULAR
       2200-APURA-LANCAMENTO.
           MOVE WCA-CTA-AGENCIA(WS-APU-COD-CTA) TO WS-AGENCIA.
           IF WCA-CTA-PESSOA(WS-APU-COD-CTA) EQUAL 'J'
               MOVE 'J' TO WS-APU-PESSOA
           ELSE
               MOVE 'F' TO WS-APU-PESSOA
           END-IF.
           SET SW-AG-TRANSBORDO-NAO TO TRUE.
           PERFORM 2150-LOCALIZA-AGENCIA
              THRU 2150-LOCALIZA-AGENCIA-FIM.

           EVALUATE TRUE
               WHEN WS-APU-HIST EQUAL 'IOF CHQ ESPECIAL'
                AND WS-APU-PESSOA EQUAL 'J'
                   ADD WS-APU-VAL TO WS-TOT-CHQ-PJ
                   IF SW-AG-TRANSBORDO-NAO
                       ADD WS-APU-VAL TO WCA-AG-CHQ-PJ(WCA-AG-IDX)
                   END-IF
               WHEN WS-APU-HIST EQUAL 'IOF CHQ ESPECIAL'
                   ADD WS-APU-VAL TO WS-TOT-CHQ-PF
                   IF SW-AG-TRANSBORDO-NAO
                       ADD WS-APU-VAL TO WCA-AG-CHQ-PF(WCA-AG-IDX)
                   END-IF
               WHEN WS-APU-PESSOA EQUAL 'J'
                   ADD WS-APU-VAL TO WS-TOT-EMP-PJ
                   IF SW-AG-TRANSBORDO-NAO
                       ADD WS-APU-VAL TO WCA-AG-EMP-PJ(WCA-AG-IDX)
                   END-IF
               WHEN OTHER
                   ADD WS-APU-VAL TO WS-TOT-EMP-PF
                   IF SW-AG-TRANSBORDO-NAO
                       ADD WS-APU-VAL TO WCA-AG-EMP-PF(WCA-AG-IDX)
                   END-IF
           END-EVALUATE.
       2200-APURA-LANCAMENTO-FIM.
           EXIT.

       2150-LOCALIZA-AGENCIA.
           SET WCA-AG-ACHOU-NAO TO TRUE.
           IF WCA-AG-QTD GREATER THAN ZERO
               PERFORM 2151-PROCURA-AGENCIA
                  VARYING WCA-AG-IDX FROM 1 BY 1
                  UNTIL WCA-AG-IDX GREATER THAN WCA-AG-QTD
                     OR WCA-AG-ACHOU-SIM
           END-IF.
           IF WCA-AG-ACHOU-SIM
               SET WCA-AG-IDX DOWN BY 1
           END-IF.
           IF WCA-AG-ACHOU-NAO
               IF WCA-AG-QTD LESS THAN 50
                   ADD 1 TO WCA-AG-QTD
                   SET WCA-AG-IDX TO WCA-AG-QTD
                   MOVE WS-AGENCIA TO WCA-AG-COD(WCA-AG-IDX)
               ELSE
                   SET SW-AG-TRANSBORDO-SIM TO TRUE
                   ADD 1 TO WS-QTD-AG-EXCEDENTE
               END-IF
           END-IF.
       2150-LOCALIZA-AGENCIA-FIM.
           EXIT.

       2151-PROCURA-AGENCIA.
           IF WS-AGENCIA EQUAL TO WCA-AG-COD(WCA-AG-IDX)
               SET WCA-AG-ACHOU-SIM TO TRUE
           END-IF.
       2151-PROCURA-AGENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     ESTORNOS FEITOS NO MES DE DEBITOS DE IOF DE CREDITO
      *-----------------------------------------------------------------
       2500-ABATE-ESTORNOS.
           OPEN INPUT ESTORNOS.
           IF WSN-FS-ESTORNOS NOT EQUAL ZEROS
               GO TO 2500-ABATE-ESTORNOS-FIM
           END-IF.
           SET SW-FIM-NAO-EST TO TRUE.
           PERFORM 2510-LER-ESTORNO
              THRU 2510-LER-ESTORNO-FIM.
           PERFORM 2520-ABATE-ESTORNO
              THRU 2520-ABATE-ESTORNO-FIM
             UNTIL SW-FIM-SIM-EST.
           CLOSE ESTORNOS.
       2500-ABATE-ESTORNOS-FIM.
           EXIT.

       2510-LER-ESTORNO.
           READ ESTORNOS
               AT END
                   SET SW-FIM-SIM-EST TO TRUE
           END-READ.
       2510-LER-ESTORNO-FIM.
           EXIT.

       2520-ABATE-ESTORNO.
           IF EST-DAT-ESTORNO(1:6) EQUAL WS-MES-REFERENCIA
              AND EST-TIP-ORIGINAL EQUAL 'D'
              AND EST-COD-CTA NUMERIC
              AND EST-COD-CTA GREATER THAN ZERO
              AND (EST-HIST-ORIGINAL EQUAL 'IOF CHQ ESPECIAL'
               OR  EST-HIST-ORIGINAL EQUAL 'IOF EMPRESTIMO')
               MOVE EST-COD-CTA TO WS-APU-COD-CTA
               MOVE WCA-CTA-AGENCIA(WS-APU-COD-CTA) TO WS-AGENCIA
               SET SW-AG-TRANSBORDO-NAO TO TRUE
               PERFORM 2150-LOCALIZA-AGENCIA
                  THRU 2150-LOCALIZA-AGENCIA-FIM
               IF SW-AG-TRANSBORDO-NAO
                   ADD EST-VAL TO WCA-AG-ESTORNO(WCA-AG-IDX)
               END-IF
               ADD EST-VAL TO WS-TOT-ESTORNO
               IF WCA-CTA-PESSOA(WS-APU-COD-CTA) EQUAL 'J'
                   ADD EST-VAL TO WS-TOT-EST-PJ
               ELSE
                   ADD EST-VAL TO WS-TOT-EST-PF
               END-IF
               ADD 1 TO WS-QTD-ESTORNOS
           END-IF.
           PERFORM 2510-LER-ESTORNO
              THRU 2510-LER-ESTORNO-FIM.
       2520-ABATE-ESTORNO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       4000-GRAVA-RELATORIO.
      *-----------------------------------------------------------------
           MOVE LINE-DESIGN          TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-MES-REFERENCIA    TO TR-MES-REF.
           MOVE WCA-DATA-REFERENCIA  TO TR-DATA-REF.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN          TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABECALHO        TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF WCA-AG-QTD GREATER THAN ZERO
               PERFORM 4100-IMPRIME-AGENCIA
                  THRU 4100-IMPRIME-AGENCIA-FIM
                  VARYING WCA-AG-IDX FROM 1 BY 1
                  UNTIL WCA-AG-IDX GREATER THAN WCA-AG-QTD
           END-IF.

           IF WS-QTD-AG-EXCEDENTE GREATER THAN ZERO
               MOVE WS-QTD-AG-EXCEDENTE  TO LTB-QTD
               MOVE WCA-LINHA-TRANSBORDO TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

           MOVE LINE-DESIGN          TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE '     TOTAL'         TO LA-ROTULO.
           MOVE WS-TOT-CHQ-PF        TO LA-CHQ-PF.
           MOVE WS-TOT-CHQ-PJ        TO LA-CHQ-PJ.
           MOVE WS-TOT-EMP-PF        TO LA-EMP-PF.
           MOVE WS-TOT-EMP-PJ        TO LA-EMP-PJ.
           MOVE WS-TOT-ESTORNO       TO LA-ESTORNO.
           COMPUTE WS-TOTAL-LINHA = WS-TOT-CHQ-PF + WS-TOT-CHQ-PJ
                                  + WS-TOT-EMP-PF + WS-TOT-EMP-PJ
                                  - WS-TOT-ESTORNO.
           MOVE WS-TOTAL-LINHA       TO LA-TOTAL.
           MOVE WCA-LINHA-AGENCIA    TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN          TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *****VALOR A RECOLHER POR TIPO DE PESSOA, LIQUIDO DOS ESTORNOS
           COMPUTE WS-RECOLHER-PF = WS-TOT-CHQ-PF + WS-TOT-EMP-PF
                                  - WS-TOT-EST-PF.
           COMPUTE WS-RECOLHER-PJ = WS-TOT-CHQ-PJ + WS-TOT-EMP-PJ
                                  - WS-TOT-EST-PJ.
           MOVE 'A RECOLHER PESSOA FISICA'   TO LR-TEXTO.
           MOVE WS-RECOLHER-PF               TO LR-VALOR.
           MOVE WCA-LINHA-RECOLHER           TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'A RECOLHER PESSOA JURIDICA' TO LR-TEXTO.
           MOVE WS-RECOLHER-PJ               TO LR-VALOR.
           MOVE WCA-LINHA-RECOLHER           TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'TOTAL A RECOLHER'           TO LR-TEXTO.
           MOVE WS-TOTAL-LINHA               TO LR-VALOR.
           MOVE WCA-LINHA-RECOLHER           TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       4000-GRAVA-RELATORIO-FIM.
           EXIT.

       4100-IMPRIME-AGENCIA.
           MOVE SPACES                     TO LA-ROTULO.
           MOVE WCA-AG-COD(WCA-AG-IDX)     TO LA-ROTULO(7:4).
           MOVE WCA-AG-CHQ-PF(WCA-AG-IDX)  TO LA-CHQ-PF.
           MOVE WCA-AG-CHQ-PJ(WCA-AG-IDX)  TO LA-CHQ-PJ.
           MOVE WCA-AG-EMP-PF(WCA-AG-IDX)  TO LA-EMP-PF.
           MOVE WCA-AG-EMP-PJ(WCA-AG-IDX)  TO LA-EMP-PJ.
           MOVE WCA-AG-ESTORNO(WCA-AG-IDX) TO LA-ESTORNO.
           COMPUTE WS-TOTAL-LINHA = WCA-AG-CHQ-PF(WCA-AG-IDX)
                                  + WCA-AG-CHQ-PJ(WCA-AG-IDX)
                                  + WCA-AG-EMP-PF(WCA-AG-IDX)
                                  + WCA-AG-EMP-PJ(WCA-AG-IDX)
                                  - WCA-AG-ESTORNO(WCA-AG-IDX).
           MOVE WS-TOTAL-LINHA             TO LA-TOTAL.
           MOVE WCA-LINHA-AGENCIA          TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       4100-IMPRIME-AGENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           DISPLAY 'RELIOF01 - ARQUIVOS LIDOS: ' WS-QTD-ARQUIVOS
                   ' LANCAMENTOS DE IOF: ' WS-QTD-LANCAMENTOS
                   ' ESTORNOS: ' WS-QTD-ESTORNOS
           CLOSE RELATORIO.

           MOVE 0 TO WS-RC-FINAL.
           IF WSN-FS-RELATORIO NOT EQUAL 00
               DISPLAY 'RELIOF01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-RC-FINAL EQUAL ZERO
               MOVE 'I' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE WS-TOTAL-LINHA TO WS-VALOR-LOG.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'IOF CREDITO ' WS-MES-REFERENCIA
                  ' A RECOLHER R$ ' WS-VALOR-LOG
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM RELIOF01.
