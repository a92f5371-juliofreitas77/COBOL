      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Conciliacao da base de contas contra o razao contabil.
      * Totaliza o SLD-CTA de Entrada01 por TIP-CTA e COD-MOEDA e
      * compara cada total com o saldo da conta contabil de depositos
      * a que o par tipo/moeda esta ligado no mapa MAPADEP01, tirado
      * do SALDOCTB01 da competencia da data de referencia (saldo
      * atualizado pelo ATUARAZAO01 na mesma noite). Deposito e
      * passivo: o saldo contabil entra com o sinal credor positivo.
      * Para cada conta contabil divergente, os movimentos do mes ate
      * a data de referencia das contas ligadas a ela que nao chegaram
      * (ou chegaram do lado errado) ao razao saem como candidatos:
      * historico sem mapa em MAPAEVENT01, mapa que nao passa pela
      * conta, lado invertido, dia sem lancamento no RAZAODIA01 e
      * conta fora da base. Tipo/moeda sem conta contabil no mapa,
      * com saldo, tambem e divergencia. Relatorio em CONCRAZAO01 e
      * qualquer divergencia encerra com RETURN-CODE 1, do mesmo jeito
      * que o CONCDIN01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCRAZAO01.
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

           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

           SELECT MAPADEP ASSIGN TO 'MAPADEP01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MAPADEP.

           SELECT MAPAEVENT ASSIGN TO 'MAPAEVENT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MAPAEVENT.

           SELECT ESTORNOS ASSIGN TO 'ESTORNOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ESTORNOS.

           SELECT RAZAODIA ASSIGN TO 'RAZAODIA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RAZAODIA.

           SELECT SALDOS ASSIGN TO 'SALDOCTB01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-SALDOS.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT RELATORIO ASSIGN TO 'CONCRAZAO01'
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

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-DAT-R REDEFINES MOV-DAT.
               10 MOV-COMPETENCIA  PIC 9(06).
               10 MOV-DIA          PIC 9(02).
           05 MOV-TIP              PIC X(01).
               88 MOV-CREDITO                  VALUE 'C'.
           05 MOV-FORMA            PIC X(01).
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

      *                MAPA DE DEPOSITOS: TIPO DE CONTA E MOEDA ->
      *                CONTA CONTABIL DO PASSIVO DE DEPOSITOS
       FD MAPADEP.
       01 REG-MAPADEP.
           05 MDP-TIP-CTA          PIC X(14).
           05 FILLER               PIC X(01).
           05 MDP-COD-MOEDA        PIC X(03).
           05 FILLER               PIC X(01).
           05 MDP-CONTA            PIC X(08).

      *                MAPA DE EVENTOS (LEIAUTE DO GERACONT01)
       FD MAPAEVENT.
       01 REG-MAPAEVENT.
           05 MAP-HIST             PIC X(20).
           05 FILLER               PIC X(01).
           05 MAP-CONTA-DEB        PIC X(08).
           05 FILLER               PIC X(01).
           05 MAP-CONTA-CRED       PIC X(08).

      *                VINCULOS ORIGINAL -> ESTORNO (LEIAUTE DO
      *                ESTORNO01)
       FD ESTORNOS.
       01 REG-ESTORNO.
           05 EST-NSU-ORIGINAL     PIC 9(09).
           05 FILLER               PIC X(01).
           05 EST-NSU-ESTORNO      PIC 9(09).
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(16).
           05 EST-DAT-ESTORNO      PIC 9(08).
           05 EST-DAT-ESTORNO-R REDEFINES EST-DAT-ESTORNO.
               10 EST-COMPETENCIA  PIC 9(06).
               10 FILLER           PIC 9(02).
           05 FILLER               PIC X(15).
           05 EST-HIST-ORIGINAL    PIC X(20).
           05 FILLER               PIC X(83).

      *                TOTAIS DIARIOS DO RAZAO (LEIAUTE DO ATUARAZAO01)
       FD RAZAODIA.
       01 REG-RAZAODIA.
           05 RZ-DATA              PIC 9(08).
           05 RZ-DATA-R REDEFINES RZ-DATA.
               10 RZ-COMPETENCIA   PIC 9(06).
               10 RZ-DIA           PIC 9(02).
           05 FILLER               PIC X(01).
           05 RZ-CONTA             PIC X(08).
           05 FILLER               PIC X(01).
           05 RZ-AGENCIA           PIC X(04).
           05 FILLER               PIC X(01).
           05 RZ-DEBITOS           PIC 9(13)V99.
           05 FILLER               PIC X(01).
           05 RZ-CREDITOS          PIC 9(13)V99.

      *                SALDOS POR COMPETENCIA, CONTA CONTABIL E AGENCIA
      *                (LEIAUTE DO ATUARAZAO01, SINAL DEVEDOR POSITIVO)
       FD SALDOS.
       01 REG-SALDO.
           05 SC-COMPETENCIA       PIC 9(06).
           05 FILLER               PIC X(01).
           05 SC-CONTA             PIC X(08).
           05 FILLER               PIC X(01).
           05 SC-AGENCIA           PIC X(04).
           05 FILLER               PIC X(01).
           05 SC-SALDO-INICIAL     PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 SC-DEBITOS           PIC 9(13)V99.
           05 FILLER               PIC X(01).
           05 SC-CREDITOS          PIC 9(13)V99.
           05 FILLER               PIC X(01).
           05 SC-SALDO-FINAL       PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 SC-DAT-ATUALIZACAO   PIC 9(08).
           05 FILLER               PIC X(01).
           05 SC-SITUACAO          PIC X(01).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(110).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MAPADEP       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MAPAEVENT     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ESTORNOS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RAZAODIA      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SALDOS        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.
           05 SW-MOVIMENTO         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MOV               VALUE 'N'.
               88 SW-FIM-SIM-MOV               VALUE 'S'.
           05 SW-MAPADEP           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MDP               VALUE 'N'.
               88 SW-FIM-SIM-MDP               VALUE 'S'.
           05 SW-MAPAEVENT         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MAP               VALUE 'N'.
               88 SW-FIM-SIM-MAP               VALUE 'S'.
           05 SW-ESTORNOS          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-EST               VALUE 'N'.
               88 SW-FIM-SIM-EST               VALUE 'S'.
           05 SW-RAZAODIA          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-RZD               VALUE 'N'.
               88 SW-FIM-SIM-RZD               VALUE 'S'.
           05 SW-SALDOS            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-SDO               VALUE 'N'.
               88 SW-FIM-SIM-SDO               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-DATA-REFERENCIA-R REDEFINES WCA-DATA-REFERENCIA.
           05 WCA-COMPETENCIA      PIC 9(06).
           05 FILLER               PIC 9(02).

      ****** MAPA DE DEPOSITOS: TIPO/MOEDA -> CONTA CONTABIL ***********
       01 WCA-MAPADEP.
           05 WCA-MDP-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-MDP-TAB OCCURS 30 TIMES
                          INDEXED BY WCA-MDP-IDX.
               10 WCA-MDP-TIPO     PIC X(14).
               10 WCA-MDP-MOEDA    PIC X(03).
               10 WCA-MDP-CONTA    PIC X(08).
       01 WCA-MDP-ACHOU            PIC X(01) VALUE 'N'.
           88 TIPO-MAPEADO                     VALUE 'S'.

      ****** MAPA DE EVENTOS CARREGADO EM MEMORIA **********************
       01 WCA-MAPA.
           05 WCA-MAP-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-MAP-TAB OCCURS 50 TIMES
                          INDEXED BY WCA-MAP-IDX.
               10 WCA-MAP-HIST     PIC X(20).
               10 WCA-MAP-DEB      PIC X(08).
               10 WCA-MAP-CRED     PIC X(08).
       01 WCA-MAP-ACHOU            PIC X(01) VALUE 'N'.
           88 EVENTO-MAPEADO                   VALUE 'S'.

      ****** ESTORNOS DA COMPETENCIA (NSU DO ESTORNO -> HISTORICO DO ***
      ****** ORIGINAL), COMO O GERACONT01 RESOLVE O PAR INVERTIDO ******
       01 WCA-ESTORNOS.
           05 WCA-EST-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-EST-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-EST-IDX.
               10 WCA-EST-NSU      PIC 9(09).
               10 WCA-EST-HIST     PIC X(20).
       01 WCA-EST-ACHOU            PIC X(01) VALUE 'N'.
           88 MOVIMENTO-E-ESTORNO              VALUE 'S'.
       77 WS-QTD-EST-FORA          PIC 9(06) VALUE ZEROS.

      ****** DIAS DA COMPETENCIA COM LANCAMENTO NO RAZAO DIARIO ********
       01 WCA-DIAS-RAZAO.
           05 WCA-DIA-RAZAO        PIC X(01) OCCURS 31 TIMES
                                   VALUE 'N'.

      ****** TOTAIS DA BASE POR TIPO DE CONTA E MOEDA ******************
       01 WCA-GRUPOS.
           05 WCA-GRP-QTD          PIC 9(03) VALUE ZEROS.
           05 WCA-GRP-TAB OCCURS 100 TIMES
                          INDEXED BY WCA-GRP-IDX.
               10 WCA-GRP-TIPO     PIC X(14).
               10 WCA-GRP-MOEDA    PIC X(03).
               10 WCA-GRP-CONTA    PIC X(08).
               10 WCA-GRP-QTD-CTAS PIC 9(06).
               10 WCA-GRP-SALDO    PIC S9(13)V99.
       01 WCA-GRP-ACHOU            PIC X(01) VALUE 'N'.
           88 GRUPO-ACHADO                     VALUE 'S'.
       77 WS-GRP-ACHADO            PIC 9(03) VALUE ZEROS.
       01 WS-TIPO-BUSCA            PIC X(14) VALUE SPACES.
       01 WS-MOEDA-BUSCA           PIC X(03) VALUE SPACES.

      *****GRUPO (TIPO/MOEDA) DE CADA CONTA, INDEXADO PELO NUMERO DA
      *****CONTA (ZERO = CONTA FORA DA BASE)
       01 WCA-GRUPO-CONTA.
           05 WCA-GRP-CTA          PIC 9(03) OCCURS 999999 TIMES
                                   VALUE ZEROS.

      ****** CONTAS CONTABEIS DE DEPOSITOS: BASE X RAZAO ***************
      ****** (SINAL CREDOR POSITIVO NOS DOIS LADOS) ********************
       01 WCA-CONTABEIS.
           05 WCA-CTB-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-CTB-TAB OCCURS 30 TIMES
                          INDEXED BY WCA-CTB-IDX.
               10 WCA-CTB-CONTA    PIC X(08).
               10 WCA-CTB-BASE     PIC S9(13)V99.
               10 WCA-CTB-RAZAO    PIC S9(13)V99.
               10 WCA-CTB-SITUACAO PIC X(01).
                   88 CTB-DIVERGENTE           VALUE 'D'.
       01 WCA-CTB-ACHOU            PIC X(01) VALUE 'N'.
           88 CONTABIL-ACHADA                  VALUE 'S'.
       77 WS-CTB-ACHADO            PIC 9(02) VALUE ZEROS.
       01 WS-CONTA-BUSCA           PIC X(08) VALUE SPACES.

      *****RESOLUCAO DO MOVIMENTO CANDIDATO
       01 WS-HIST-EVENTO           PIC X(20) VALUE SPACES.
       01 WS-CONTA-DEB             PIC X(08) VALUE SPACES.
       01 WS-CONTA-CRED            PIC X(08) VALUE SPACES.
       01 WS-CONTA-TROCA           PIC X(08) VALUE SPACES.
       01 WS-CONTA-ESPERADA        PIC X(08) VALUE SPACES.
       01 WS-MOTIVO                PIC X(20) VALUE SPACES.
       01 WS-DATA-INICIO-MES       PIC 9(08) VALUE ZEROS.
       01 WS-ULT-ATUALIZACAO       PIC 9(08) VALUE ZEROS.

       01 WS-DIFERENCA             PIC S9(13)V99 VALUE ZEROS.
       77 WS-QTD-CONTAS-BASE       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CONFERIDAS        PIC 9(04) VALUE ZEROS.
       77 WS-QTD-DIVERGENTES       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-CANDIDATOS        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-TRANSBORDO        PIC 9(04) VALUE ZEROS.

       01 LINE-DESIGN              PIC X(110)
               VALUES
           '*===========================================================
      -    '=================================================*'.

       01 WCA-TITULO-RELATORIO     PIC X(110) VALUE
           '*               CONCILIACAO DA BASE DE CONTAS CONTRA O RAZAO
      -    ' CONTABIL (DEPOSITOS)                            *'.

       01 WCA-LINHA-DATA.
           05 FILLER               PIC X(23) VALUE
               '   DATA DE REFERENCIA: '.
           05 LD-DATA              PIC 9(08) VALUE ZEROS.

       01 WCA-SUBTITULO-GRUPOS     PIC X(110) VALUE
           '   BASE DE CONTAS POR TIPO E MOEDA'.

       01 WCA-LINHA-GRUPO.
           05 FILLER               PIC X(08) VALUE '   TIPO '.
           05 LG-TIPO              PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE '  MOEDA '.
           05 LG-MOEDA             PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE '  CONTAS '.
           05 LG-QTD               PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(08) VALUE '  SALDO '.
           05 LG-SALDO             PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                   VALUE ZEROS.
           05 FILLER               PIC X(13) VALUE '  CONTA CTB '.
           05 LG-CONTA             PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LG-SITUACAO          PIC X(12) VALUE SPACES.

       01 WCA-SUBTITULO-CONTAS     PIC X(110) VALUE
           '   CONTA CTB        BASE DE CONTAS         RAZAO CONTABIL
      -    '              DIFERENCA  SITUACAO'.

       01 WCA-LINHA-CONTA.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LC-CONTA             PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LC-BASE              PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                   VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LC-RAZAO             PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                   VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LC-DIFERENCA         PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                   VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LC-SITUACAO          PIC X(12) VALUE SPACES.

       01 WCA-SUBTITULO-CANDIDATOS PIC X(110) VALUE
           '   MOVIMENTOS CANDIDATOS (MES ATE A DATA DE REFERENCIA)'.

       01 WCA-LINHA-CANDIDATO.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LM-CONTA             PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE '  CTA '.
           05 LM-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LM-DATA              PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LM-TIP               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LM-VALOR             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LM-HIST              PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE ' NSU '.
           05 LM-NSU               PIC 9(09) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LM-MOTIVO            PIC X(20) VALUE SPACES.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(18) VALUE
               '   CONFERIDAS ='.
           05 LT-CONF              PIC ZZZ9  VALUE ZEROS.
           05 FILLER               PIC X(16) VALUE
               '  DIVERGENTES ='.
           05 LT-DIV               PIC ZZZ9  VALUE ZEROS.
           05 FILLER               PIC X(15) VALUE
               '  CANDIDATOS ='.
           05 LT-CAND              PIC ZZZZZ9 VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'CONCRAZAO01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 2000-TOTALIZA-BASE
              THRU 2000-TOTALIZA-BASE-FIM
           PERFORM 3000-TOTALIZA-RAZAO
              THRU 3000-TOTALIZA-RAZAO-FIM

           PERFORM 4000-CONCILIA
              THRU 4000-CONCILIA-FIM

           PERFORM 5000-CANDIDATOS
              THRU 5000-CANDIDATOS-FIM

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
               DISPLAY 'CONCRAZAO01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-DATA-INICIO-MES = WCA-COMPETENCIA * 100 + 1.

           PERFORM 1100-CARREGA-MAPADEP
              THRU 1100-CARREGA-MAPADEP-FIM.
           IF WCA-MDP-QTD EQUAL ZEROS
               DISPLAY 'CONCRAZAO01 - MAPADEP01 VAZIO OU AUSENTE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1300-CARREGA-MAPA
              THRU 1300-CARREGA-MAPA-FIM.
           IF WCA-MAP-QTD EQUAL ZEROS
               DISPLAY 'CONCRAZAO01 - MAPAEVENT01 VAZIO OU AUSENTE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1500-CARREGA-ESTORNOS
              THRU 1500-CARREGA-ESTORNOS-FIM.
           PERFORM 1600-CARREGA-DIAS-RAZAO
              THRU 1600-CARREGA-DIAS-RAZAO-FIM.

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
                       MOVE CTL-DATA-REFERENCIA
                          TO WCA-DATA-REFERENCIA
               END-READ
               CLOSE CONTROLE
           END-IF.
       1050-LE-CONTROLE-FIM.
           EXIT.

       1100-CARREGA-MAPADEP.
           OPEN INPUT MAPADEP.
           IF WSN-FS-MAPADEP NOT EQUAL ZEROS
               GO TO 1100-CARREGA-MAPADEP-FIM
           END-IF.
           SET SW-FIM-NAO-MDP TO TRUE.
           PERFORM 1110-LER-MAPADEP
              THRU 1110-LER-MAPADEP-FIM.
           PERFORM 1120-GUARDA-MAPADEP
              THRU 1120-GUARDA-MAPADEP-FIM
             UNTIL SW-FIM-SIM-MDP.
           CLOSE MAPADEP.
       1100-CARREGA-MAPADEP-FIM.
           EXIT.

       1110-LER-MAPADEP.
           READ MAPADEP
               AT END
                   SET SW-FIM-SIM-MDP TO TRUE
           END-READ.
       1110-LER-MAPADEP-FIM.
           EXIT.

      *****CADA CONTA CONTABIL DO MAPA ENTRA UMA VEZ NA TABELA DAS
      *****CONTAS A CONCILIAR
       1120-GUARDA-MAPADEP.
           IF WCA-MDP-QTD NOT LESS THAN 30
               DISPLAY 'CONCRAZAO01 - MAIS DE 30 LINHAS NO MAPADEP01 '
                       '- ABORTADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-MDP-QTD.
           SET WCA-MDP-IDX TO WCA-MDP-QTD.
           MOVE MDP-TIP-CTA   TO WCA-MDP-TIPO(WCA-MDP-IDX).
           MOVE MDP-COD-MOEDA TO WCA-MDP-MOEDA(WCA-MDP-IDX).
           MOVE MDP-CONTA     TO WCA-MDP-CONTA(WCA-MDP-IDX).
           MOVE MDP-CONTA     TO WS-CONTA-BUSCA.
           PERFORM 1200-LOCALIZA-CONTABIL
              THRU 1200-LOCALIZA-CONTABIL-FIM.
           IF NOT CONTABIL-ACHADA
               ADD 1 TO WCA-CTB-QTD
               SET WCA-CTB-IDX TO WCA-CTB-QTD
               MOVE MDP-CONTA TO WCA-CTB-CONTA(WCA-CTB-IDX)
               MOVE ZEROS     TO WCA-CTB-BASE(WCA-CTB-IDX)
                                 WCA-CTB-RAZAO(WCA-CTB-IDX)
               MOVE SPACES    TO WCA-CTB-SITUACAO(WCA-CTB-IDX)
           END-IF.
           PERFORM 1110-LER-MAPADEP
              THRU 1110-LER-MAPADEP-FIM.
       1120-GUARDA-MAPADEP-FIM.
           EXIT.

      *****LOCALIZA A CONTA CONTABIL WS-CONTA-BUSCA NA TABELA; ACHADA,
      *****O INDICE FICA EM WCA-CTB-IDX
       1200-LOCALIZA-CONTABIL.
           MOVE 'N' TO WCA-CTB-ACHOU.
           IF WCA-CTB-QTD EQUAL ZEROS
               GO TO 1200-LOCALIZA-CONTABIL-FIM
           END-IF.
           PERFORM 1210-TESTA-CONTABIL
              THRU 1210-TESTA-CONTABIL-FIM
              VARYING WCA-CTB-IDX FROM 1 BY 1
              UNTIL WCA-CTB-IDX GREATER THAN WCA-CTB-QTD
                 OR CONTABIL-ACHADA.
           IF CONTABIL-ACHADA
               SET WCA-CTB-IDX TO WS-CTB-ACHADO
           END-IF.
       1200-LOCALIZA-CONTABIL-FIM.
           EXIT.

       1210-TESTA-CONTABIL.
           IF WS-CONTA-BUSCA EQUAL WCA-CTB-CONTA(WCA-CTB-IDX)
               MOVE 'S' TO WCA-CTB-ACHOU
               SET WS-CTB-ACHADO TO WCA-CTB-IDX
           END-IF.
       1210-TESTA-CONTABIL-FIM.
           EXIT.

       1300-CARREGA-MAPA.
           OPEN INPUT MAPAEVENT.
           IF WSN-FS-MAPAEVENT NOT EQUAL ZEROS
               GO TO 1300-CARREGA-MAPA-FIM
           END-IF.
           SET SW-FIM-NAO-MAP TO TRUE.
           PERFORM 1310-LER-MAPA
              THRU 1310-LER-MAPA-FIM.
           PERFORM 1320-GUARDA-MAPA
              THRU 1320-GUARDA-MAPA-FIM
             UNTIL SW-FIM-SIM-MAP.
           CLOSE MAPAEVENT.
       1300-CARREGA-MAPA-FIM.
           EXIT.

       1310-LER-MAPA.
           READ MAPAEVENT
               AT END
                   SET SW-FIM-SIM-MAP TO TRUE
           END-READ.
       1310-LER-MAPA-FIM.
           EXIT.

       1320-GUARDA-MAPA.
           IF WCA-MAP-QTD LESS THAN 50
               ADD 1 TO WCA-MAP-QTD
               SET WCA-MAP-IDX TO WCA-MAP-QTD
               MOVE MAP-HIST       TO WCA-MAP-HIST(WCA-MAP-IDX)
               MOVE MAP-CONTA-DEB  TO WCA-MAP-DEB(WCA-MAP-IDX)
               MOVE MAP-CONTA-CRED TO WCA-MAP-CRED(WCA-MAP-IDX)
           END-IF.
           PERFORM 1310-LER-MAPA
              THRU 1310-LER-MAPA-FIM.
       1320-GUARDA-MAPA-FIM.
           EXIT.

      *****SO OS ESTORNOS LANCADOS NA COMPETENCIA INTERESSAM (SEM O
      *****ESTORNOS01, NAO HOUVE ESTORNO)
       1500-CARREGA-ESTORNOS.
           OPEN INPUT ESTORNOS.
           IF WSN-FS-ESTORNOS NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-ESTORNOS
               GO TO 1500-CARREGA-ESTORNOS-FIM
           END-IF.
           SET SW-FIM-NAO-EST TO TRUE.
           PERFORM 1510-LER-ESTORNO
              THRU 1510-LER-ESTORNO-FIM.
           PERFORM 1520-GUARDA-ESTORNO
              THRU 1520-GUARDA-ESTORNO-FIM
             UNTIL SW-FIM-SIM-EST.
           CLOSE ESTORNOS.
       1500-CARREGA-ESTORNOS-FIM.
           EXIT.

       1510-LER-ESTORNO.
           READ ESTORNOS
               AT END
                   SET SW-FIM-SIM-EST TO TRUE
           END-READ.
       1510-LER-ESTORNO-FIM.
           EXIT.

      *****ESTORNO FORA DA TABELA CHEIA SO PODE APARECER COMO FALSO
      *****CANDIDATO (LADO INVERTIDO); FICA CONTADO NO LOG
       1520-GUARDA-ESTORNO.
           IF EST-COMPETENCIA EQUAL WCA-COMPETENCIA
               IF WCA-EST-QTD LESS THAN 5000
                   ADD 1 TO WCA-EST-QTD
                   SET WCA-EST-IDX TO WCA-EST-QTD
                   MOVE EST-NSU-ESTORNO   TO WCA-EST-NSU(WCA-EST-IDX)
                   MOVE EST-HIST-ORIGINAL TO WCA-EST-HIST(WCA-EST-IDX)
               ELSE
                   ADD 1 TO WS-QTD-EST-FORA
               END-IF
           END-IF.
           PERFORM 1510-LER-ESTORNO
              THRU 1510-LER-ESTORNO-FIM.
       1520-GUARDA-ESTORNO-FIM.
           EXIT.

      *****DIAS DA COMPETENCIA QUE TEM LANCAMENTOS NO RAZAO DIARIO
      *****(SEM O RAZAODIA01, NENHUM DIA FOI LANCADO)
       1600-CARREGA-DIAS-RAZAO.
           OPEN INPUT RAZAODIA.
           IF WSN-FS-RAZAODIA NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-RAZAODIA
               GO TO 1600-CARREGA-DIAS-RAZAO-FIM
           END-IF.
           SET SW-FIM-NAO-RZD TO TRUE.
           PERFORM 1610-LER-RAZAODIA
              THRU 1610-LER-RAZAODIA-FIM.
           PERFORM 1620-MARCA-DIA
              THRU 1620-MARCA-DIA-FIM
             UNTIL SW-FIM-SIM-RZD.
           CLOSE RAZAODIA.
       1600-CARREGA-DIAS-RAZAO-FIM.
           EXIT.

       1610-LER-RAZAODIA.
           READ RAZAODIA
               AT END
                   SET SW-FIM-SIM-RZD TO TRUE
           END-READ.
       1610-LER-RAZAODIA-FIM.
           EXIT.

       1620-MARCA-DIA.
           IF RZ-COMPETENCIA EQUAL WCA-COMPETENCIA
              AND RZ-DIA GREATER THAN ZERO
              AND RZ-DIA NOT GREATER THAN 31
               MOVE 'S' TO WCA-DIA-RAZAO(RZ-DIA)
           END-IF.
           PERFORM 1610-LER-RAZAODIA
              THRU 1610-LER-RAZAODIA-FIM.
       1620-MARCA-DIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     LADO BASE: SLD-CTA SOMADO POR TIPO DE CONTA E MOEDA; CADA
      *     CONTA GUARDA O SEU GRUPO PARA A BUSCA DOS CANDIDATOS
      *-----------------------------------------------------------------
       2000-TOTALIZA-BASE.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'CONCRAZAO01 - ENTRADA NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO TO TRUE.
           PERFORM 2100-LER-ENTRADA
              THRU 2100-LER-ENTRADA-FIM.
           PERFORM 2200-ACUMULA-CONTA
              THRU 2200-ACUMULA-CONTA-FIM
             UNTIL SW-FIM-SIM.
           CLOSE ENTRADA.

      *****TOTAL DE CADA GRUPO VAI PARA A SUA CONTA CONTABIL
           PERFORM 2400-LIGA-GRUPO
              THRU 2400-LIGA-GRUPO-FIM
              VARYING WCA-GRP-IDX FROM 1 BY 1
              UNTIL WCA-GRP-IDX GREATER THAN WCA-GRP-QTD.
       2000-TOTALIZA-BASE-FIM.
           EXIT.

       2100-LER-ENTRADA.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
      *****PULA OS REGISTROS DE CONTROLE HDR/TRL DA ENTRADA
           IF NOT SW-FIM-SIM
              AND (REG-ENTRADA(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA(1:3) EQUAL 'TRL')
               GO TO 2100-LER-ENTRADA
           END-IF.
       2100-LER-ENTRADA-FIM.
           EXIT.

       2200-ACUMULA-CONTA.
           IF COD-CTA EQUAL ZERO
               GO TO 2200-ACUMULA-LEITURA
           END-IF.
           ADD 1 TO WS-QTD-CONTAS-BASE.
           MOVE TIP-CTA   TO WS-TIPO-BUSCA.
           MOVE COD-MOEDA TO WS-MOEDA-BUSCA.
           PERFORM 2300-LOCALIZA-GRUPO
              THRU 2300-LOCALIZA-GRUPO-FIM.
           IF GRUPO-ACHADO
               ADD 1       TO WCA-GRP-QTD-CTAS(WCA-GRP-IDX)
               ADD SLD-CTA TO WCA-GRP-SALDO(WCA-GRP-IDX)
               SET WCA-GRP-CTA(COD-CTA) TO WCA-GRP-IDX
           END-IF.
       2200-ACUMULA-LEITURA.
           PERFORM 2100-LER-ENTRADA
              THRU 2100-LER-ENTRADA-FIM.
       2200-ACUMULA-CONTA-FIM.
           EXIT.

      *****LOCALIZA (OU ABRE) O GRUPO TIPO+MOEDA NA TABELA; O GRUPO
      *****NOVO JA SAI COM A CONTA CONTABIL DO MAPADEP01 (BRANCO =
      *****SEM MAPA)
       2300-LOCALIZA-GRUPO.
           MOVE 'N' TO WCA-GRP-ACHOU.
           IF WCA-GRP-QTD GREATER THAN ZERO
               PERFORM 2310-TESTA-GRUPO
                  THRU 2310-TESTA-GRUPO-FIM
                  VARYING WCA-GRP-IDX FROM 1 BY 1
                  UNTIL WCA-GRP-IDX GREATER THAN WCA-GRP-QTD
                     OR GRUPO-ACHADO
           END-IF.
           IF GRUPO-ACHADO
               SET WCA-GRP-IDX TO WS-GRP-ACHADO
               GO TO 2300-LOCALIZA-GRUPO-FIM
           END-IF.
           IF WCA-GRP-QTD NOT LESS THAN 100
               ADD 1 TO WS-QTD-TRANSBORDO
               GO TO 2300-LOCALIZA-GRUPO-FIM
           END-IF.
           ADD 1 TO WCA-GRP-QTD.
           SET WCA-GRP-IDX TO WCA-GRP-QTD.
           MOVE WS-TIPO-BUSCA  TO WCA-GRP-TIPO(WCA-GRP-IDX).
           MOVE WS-MOEDA-BUSCA TO WCA-GRP-MOEDA(WCA-GRP-IDX).
           MOVE ZEROS          TO WCA-GRP-QTD-CTAS(WCA-GRP-IDX)
                                  WCA-GRP-SALDO(WCA-GRP-IDX).
           MOVE SPACES         TO WCA-GRP-CONTA(WCA-GRP-IDX).
           MOVE 'N' TO WCA-MDP-ACHOU.
           PERFORM 2320-PROCURA-MAPADEP
              THRU 2320-PROCURA-MAPADEP-FIM
              VARYING WCA-MDP-IDX FROM 1 BY 1
              UNTIL WCA-MDP-IDX GREATER THAN WCA-MDP-QTD
                 OR TIPO-MAPEADO.
           MOVE 'S' TO WCA-GRP-ACHOU.
       2300-LOCALIZA-GRUPO-FIM.
           EXIT.

       2310-TESTA-GRUPO.
           IF WS-TIPO-BUSCA  EQUAL WCA-GRP-TIPO(WCA-GRP-IDX)
              AND WS-MOEDA-BUSCA EQUAL WCA-GRP-MOEDA(WCA-GRP-IDX)
               MOVE 'S' TO WCA-GRP-ACHOU
               SET WS-GRP-ACHADO TO WCA-GRP-IDX
           END-IF.
       2310-TESTA-GRUPO-FIM.
           EXIT.

       2320-PROCURA-MAPADEP.
           IF WS-TIPO-BUSCA  EQUAL WCA-MDP-TIPO(WCA-MDP-IDX)
              AND WS-MOEDA-BUSCA EQUAL WCA-MDP-MOEDA(WCA-MDP-IDX)
               MOVE 'S' TO WCA-MDP-ACHOU
               MOVE WCA-MDP-CONTA(WCA-MDP-IDX)
                  TO WCA-GRP-CONTA(WCA-GRP-IDX)
           END-IF.
       2320-PROCURA-MAPADEP-FIM.
           EXIT.

       2400-LIGA-GRUPO.
           IF WCA-GRP-CONTA(WCA-GRP-IDX) EQUAL SPACES
               GO TO 2400-LIGA-GRUPO-FIM
           END-IF.
           MOVE WCA-GRP-CONTA(WCA-GRP-IDX) TO WS-CONTA-BUSCA.
           PERFORM 1200-LOCALIZA-CONTABIL
              THRU 1200-LOCALIZA-CONTABIL-FIM.
           IF CONTABIL-ACHADA
               ADD WCA-GRP-SALDO(WCA-GRP-IDX)
                  TO WCA-CTB-BASE(WCA-CTB-IDX)
           END-IF.
       2400-LIGA-GRUPO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     LADO RAZAO: SALDO FINAL DA COMPETENCIA DE CADA CONTA
      *     CONTABIL DO MAPA, SOMADAS AS AGENCIAS, COM O SINAL TROCADO
      *     (O SALDOCTB01 GUARDA O SINAL DEVEDOR POSITIVO). O SALDO TEM
      *     DE TER SIDO ATUALIZADO NA DATA DE REFERENCIA
      *-----------------------------------------------------------------
       3000-TOTALIZA-RAZAO.
           OPEN INPUT SALDOS.
           IF WSN-FS-SALDOS NOT EQUAL ZEROS
               DISPLAY 'CONCRAZAO01 - SALDOCTB01 NAO ENCONTRADO - '
                       'RODAR O ATUARAZAO01 ANTES'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-SDO TO TRUE.
           PERFORM 3100-LER-SALDO
              THRU 3100-LER-SALDO-FIM.
           PERFORM 3200-ACUMULA-SALDO
              THRU 3200-ACUMULA-SALDO-FIM
             UNTIL SW-FIM-SIM-SDO.
           CLOSE SALDOS.
           IF WS-ULT-ATUALIZACAO LESS THAN WCA-DATA-REFERENCIA
               DISPLAY 'CONCRAZAO01 - SALDOCTB01 NAO ATUALIZADO ATE '
                       WCA-DATA-REFERENCIA
                       ' - RODAR O ATUARAZAO01 ANTES'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       3000-TOTALIZA-RAZAO-FIM.
           EXIT.

       3100-LER-SALDO.
           READ SALDOS
               AT END
                   SET SW-FIM-SIM-SDO TO TRUE
           END-READ.
       3100-LER-SALDO-FIM.
           EXIT.

       3200-ACUMULA-SALDO.
           IF SC-COMPETENCIA NOT EQUAL WCA-COMPETENCIA
               GO TO 3200-ACUMULA-LEITURA
           END-IF.
           IF SC-DAT-ATUALIZACAO GREATER THAN WS-ULT-ATUALIZACAO
               MOVE SC-DAT-ATUALIZACAO TO WS-ULT-ATUALIZACAO
           END-IF.
           MOVE SC-CONTA TO WS-CONTA-BUSCA.
           PERFORM 1200-LOCALIZA-CONTABIL
              THRU 1200-LOCALIZA-CONTABIL-FIM.
           IF CONTABIL-ACHADA
               SUBTRACT SC-SALDO-FINAL FROM WCA-CTB-RAZAO(WCA-CTB-IDX)
           END-IF.
       3200-ACUMULA-LEITURA.
           PERFORM 3100-LER-SALDO
              THRU 3100-LER-SALDO-FIM.
       3200-ACUMULA-SALDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CONCILIACAO: TIPO/MOEDA COM SALDO E SEM CONTA CONTABIL E
      *     DIVERGENCIA; CADA CONTA CONTABIL COM BASE DIFERENTE DO
      *     RAZAO E DIVERGENCIA
      *-----------------------------------------------------------------
       4000-CONCILIA.
           OPEN OUTPUT RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-DATA-REFERENCIA TO LD-DATA.
           MOVE WCA-LINHA-DATA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-SUBTITULO-GRUPOS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 4100-IMPRIME-GRUPO
              THRU 4100-IMPRIME-GRUPO-FIM
              VARYING WCA-GRP-IDX FROM 1 BY 1
              UNTIL WCA-GRP-IDX GREATER THAN WCA-GRP-QTD.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-SUBTITULO-CONTAS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 4200-CONFERE-CONTABIL
              THRU 4200-CONFERE-CONTABIL-FIM
              VARYING WCA-CTB-IDX FROM 1 BY 1
              UNTIL WCA-CTB-IDX GREATER THAN WCA-CTB-QTD.
       4000-CONCILIA-FIM.
           EXIT.

       4100-IMPRIME-GRUPO.
           MOVE WCA-GRP-TIPO(WCA-GRP-IDX)     TO LG-TIPO.
           MOVE WCA-GRP-MOEDA(WCA-GRP-IDX)    TO LG-MOEDA.
           MOVE WCA-GRP-QTD-CTAS(WCA-GRP-IDX) TO LG-QTD.
           MOVE WCA-GRP-SALDO(WCA-GRP-IDX)    TO LG-SALDO.
           MOVE WCA-GRP-CONTA(WCA-GRP-IDX)    TO LG-CONTA.
           MOVE SPACES TO LG-SITUACAO.
           IF WCA-GRP-CONTA(WCA-GRP-IDX) EQUAL SPACES
               MOVE '--------' TO LG-CONTA
               IF WCA-GRP-SALDO(WCA-GRP-IDX) NOT EQUAL ZEROS
                   MOVE 'SEM MAPA' TO LG-SITUACAO
                   ADD 1 TO WS-QTD-DIVERGENTES
               END-IF
           END-IF.
           MOVE WCA-LINHA-GRUPO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       4100-IMPRIME-GRUPO-FIM.
           EXIT.

       4200-CONFERE-CONTABIL.
           ADD 1 TO WS-QTD-CONFERIDAS.
           COMPUTE WS-DIFERENCA =
               WCA-CTB-BASE(WCA-CTB-IDX)
               - WCA-CTB-RAZAO(WCA-CTB-IDX).
           MOVE WCA-CTB-CONTA(WCA-CTB-IDX) TO LC-CONTA.
           MOVE WCA-CTB-BASE(WCA-CTB-IDX)  TO LC-BASE.
           MOVE WCA-CTB-RAZAO(WCA-CTB-IDX) TO LC-RAZAO.
           MOVE WS-DIFERENCA               TO LC-DIFERENCA.
           IF WS-DIFERENCA EQUAL ZEROS
               MOVE 'OK' TO LC-SITUACAO
           ELSE
               MOVE 'DIVERGENTE' TO LC-SITUACAO
               MOVE 'D' TO WCA-CTB-SITUACAO(WCA-CTB-IDX)
               ADD 1 TO WS-QTD-DIVERGENTES
           END-IF.
           MOVE WCA-LINHA-CONTA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       4200-CONFERE-CONTABIL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CANDIDATOS: MOVIMENTOS DO MES ATE A DATA DE REFERENCIA DAS
      *     CONTAS LIGADAS A UMA CONTA CONTABIL DIVERGENTE QUE O
      *     GERACONT01 NAO LEVARIA A ELA DO LADO CERTO, OU CUJO DIA NAO
      *     TEM LANCAMENTO NO RAZAO; MOVIMENTO DE CONTA FORA DA BASE
      *     SAI SEMPRE QUE HA DIVERGENCIA (SEM MOVIMENTO01, NAO HA
      *     CANDIDATOS A APONTAR)
      *-----------------------------------------------------------------
       5000-CANDIDATOS.
           IF WS-QTD-DIVERGENTES EQUAL ZEROS
               GO TO 5000-CANDIDATOS-FIM
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-SUBTITULO-CANDIDATOS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           OPEN INPUT MOVIMENTO.
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-MOVIMENTO
               GO TO 5000-CANDIDATOS-FIM
           END-IF.
           SET SW-FIM-NAO-MOV TO TRUE.
           PERFORM 5100-LER-MOVIMENTO
              THRU 5100-LER-MOVIMENTO-FIM.
           PERFORM 5200-EXAMINA-MOVIMENTO
              THRU 5200-EXAMINA-MOVIMENTO-FIM
             UNTIL SW-FIM-SIM-MOV.
           CLOSE MOVIMENTO.
       5000-CANDIDATOS-FIM.
           EXIT.

       5100-LER-MOVIMENTO.
           READ MOVIMENTO
               AT END
                   SET SW-FIM-SIM-MOV TO TRUE
           END-READ.
       5100-LER-MOVIMENTO-FIM.
           EXIT.

       5200-EXAMINA-MOVIMENTO.
           IF MOV-DAT LESS THAN WS-DATA-INICIO-MES
              OR MOV-DAT GREATER THAN WCA-DATA-REFERENCIA
               GO TO 5200-EXAMINA-LEITURA
           END-IF.
           MOVE SPACES TO WS-MOTIVO.

      *****CONTA FORA DA BASE: NAO HA CONTA CONTABIL A CONFERIR
           IF MOV-COD-CTA EQUAL ZERO
              OR WCA-GRP-CTA(MOV-COD-CTA) EQUAL ZERO
               MOVE '????????'         TO WS-CONTA-ESPERADA
               MOVE 'CONTA FORA DA BASE' TO WS-MOTIVO
               PERFORM 5400-IMPRIME-CANDIDATO
                  THRU 5400-IMPRIME-CANDIDATO-FIM
               GO TO 5200-EXAMINA-LEITURA
           END-IF.

           SET WCA-GRP-IDX TO WCA-GRP-CTA(MOV-COD-CTA).
           IF WCA-GRP-CONTA(WCA-GRP-IDX) EQUAL SPACES
               GO TO 5200-EXAMINA-LEITURA
           END-IF.
           MOVE WCA-GRP-CONTA(WCA-GRP-IDX) TO WS-CONTA-ESPERADA
                                              WS-CONTA-BUSCA.
           PERFORM 1200-LOCALIZA-CONTABIL
              THRU 1200-LOCALIZA-CONTABIL-FIM.
           IF NOT CONTABIL-ACHADA
              OR NOT CTB-DIVERGENTE(WCA-CTB-IDX)
               GO TO 5200-EXAMINA-LEITURA
           END-IF.

           IF WCA-DIA-RAZAO(MOV-DIA) NOT EQUAL 'S'
               MOVE 'DIA SEM RAZAO' TO WS-MOTIVO
           ELSE
               PERFORM 5300-RESOLVE-EVENTO
                  THRU 5300-RESOLVE-EVENTO-FIM
           END-IF.
           IF WS-MOTIVO NOT EQUAL SPACES
               PERFORM 5400-IMPRIME-CANDIDATO
                  THRU 5400-IMPRIME-CANDIDATO-FIM
           END-IF.
       5200-EXAMINA-LEITURA.
           PERFORM 5100-LER-MOVIMENTO
              THRU 5100-LER-MOVIMENTO-FIM.
       5200-EXAMINA-MOVIMENTO-FIM.
           EXIT.

      *****O PAR QUE O GERACONT01 GRAVOU PARA O MOVIMENTO: CREDITO NA
      *****CONTA DO CLIENTE TEM DE CREDITAR A CONTA CONTABIL, DEBITO
      *****TEM DE DEBITA-LA; NO ESTORNO VALE O EVENTO DO ORIGINAL COM
      *****AS CONTAS TROCADAS
       5300-RESOLVE-EVENTO.
           MOVE MOV-HIST TO WS-HIST-EVENTO.
           MOVE 'N' TO WCA-EST-ACHOU.
           IF WCA-EST-QTD GREATER THAN ZERO
              AND MOV-NSU GREATER THAN ZERO
               PERFORM 5310-PROCURA-ESTORNO
                  THRU 5310-PROCURA-ESTORNO-FIM
                  VARYING WCA-EST-IDX FROM 1 BY 1
                  UNTIL WCA-EST-IDX GREATER THAN WCA-EST-QTD
                     OR MOVIMENTO-E-ESTORNO
           END-IF.

           MOVE 'N' TO WCA-MAP-ACHOU.
           PERFORM 5320-PROCURA-MAPA
              THRU 5320-PROCURA-MAPA-FIM
              VARYING WCA-MAP-IDX FROM 1 BY 1
              UNTIL WCA-MAP-IDX GREATER THAN WCA-MAP-QTD
                 OR EVENTO-MAPEADO.
           IF NOT EVENTO-MAPEADO
               MOVE 'HISTORICO SEM MAPA' TO WS-MOTIVO
               GO TO 5300-RESOLVE-EVENTO-FIM
           END-IF.
           SET WCA-MAP-IDX DOWN BY 1.
           MOVE WCA-MAP-DEB(WCA-MAP-IDX)  TO WS-CONTA-DEB.
           MOVE WCA-MAP-CRED(WCA-MAP-IDX) TO WS-CONTA-CRED.
           IF MOVIMENTO-E-ESTORNO
               MOVE WS-CONTA-DEB   TO WS-CONTA-TROCA
               MOVE WS-CONTA-CRED  TO WS-CONTA-DEB
               MOVE WS-CONTA-TROCA TO WS-CONTA-CRED
           END-IF.

           IF WS-CONTA-DEB NOT EQUAL WS-CONTA-ESPERADA
              AND WS-CONTA-CRED NOT EQUAL WS-CONTA-ESPERADA
               MOVE 'MAPA SEM A CONTA' TO WS-MOTIVO
               GO TO 5300-RESOLVE-EVENTO-FIM
           END-IF.
           IF MOV-CREDITO
               IF WS-CONTA-CRED NOT EQUAL WS-CONTA-ESPERADA
                   MOVE 'LADO INVERTIDO' TO WS-MOTIVO
               END-IF
           ELSE
               IF WS-CONTA-DEB NOT EQUAL WS-CONTA-ESPERADA
                   MOVE 'LADO INVERTIDO' TO WS-MOTIVO
               END-IF
           END-IF.
       5300-RESOLVE-EVENTO-FIM.
           EXIT.

       5310-PROCURA-ESTORNO.
           IF MOV-NSU EQUAL WCA-EST-NSU(WCA-EST-IDX)
               SET MOVIMENTO-E-ESTORNO TO TRUE
               MOVE WCA-EST-HIST(WCA-EST-IDX) TO WS-HIST-EVENTO
           END-IF.
       5310-PROCURA-ESTORNO-FIM.
           EXIT.

       5320-PROCURA-MAPA.
           IF WS-HIST-EVENTO EQUAL WCA-MAP-HIST(WCA-MAP-IDX)
               SET EVENTO-MAPEADO TO TRUE
           END-IF.
       5320-PROCURA-MAPA-FIM.
           EXIT.

       5400-IMPRIME-CANDIDATO.
           ADD 1 TO WS-QTD-CANDIDATOS.
           MOVE WS-CONTA-ESPERADA TO LM-CONTA.
           MOVE MOV-COD-CTA       TO LM-COD-CTA.
           MOVE MOV-DAT           TO LM-DATA.
           MOVE MOV-TIP           TO LM-TIP.
           MOVE MOV-VAL           TO LM-VALOR.
           MOVE MOV-HIST          TO LM-HIST.
           MOVE MOV-NSU           TO LM-NSU.
           MOVE WS-MOTIVO         TO LM-MOTIVO.
           MOVE WCA-LINHA-CANDIDATO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       5400-IMPRIME-CANDIDATO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           MOVE WS-QTD-CONFERIDAS  TO LT-CONF.
           MOVE WS-QTD-DIVERGENTES TO LT-DIV.
           MOVE WS-QTD-CANDIDATOS  TO LT-CAND.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-LINHA-TOTAL    TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           DISPLAY 'CONCRAZAO01 - CONTAS DA BASE: ' WS-QTD-CONTAS-BASE
                   ' CONFERIDAS: ' WS-QTD-CONFERIDAS
                   ' DIVERGENTES: ' WS-QTD-DIVERGENTES
           IF WS-QTD-CANDIDATOS GREATER THAN ZERO
               DISPLAY 'CONCRAZAO01 - ' WS-QTD-CANDIDATOS
                       ' MOVIMENTOS CANDIDATOS NO RELATORIO'
           END-IF
           IF WS-QTD-TRANSBORDO GREATER THAN ZERO
               DISPLAY 'CONCRAZAO01 - ' WS-QTD-TRANSBORDO
                       ' CONTAS FORA DA CONCILIACAO (TABELA CHEIA)'
           END-IF
           IF WS-QTD-EST-FORA GREATER THAN ZERO
               DISPLAY 'CONCRAZAO01 - ' WS-QTD-EST-FORA
                       ' ESTORNOS FORA DA TABELA'
           END-IF
           CLOSE RELATORIO.

           MOVE 0 TO WS-RC-FINAL.
           IF WS-QTD-DIVERGENTES GREATER THAN ZERO
              OR WS-QTD-TRANSBORDO GREATER THAN ZERO
               MOVE 1 TO WS-RC-FINAL
           END-IF.
           IF WSN-FS-RELATORIO NOT EQUAL 00
               DISPLAY 'CONCRAZAO01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-RC-FINAL EQUAL ZERO
               MOVE 'I' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'CONCILIACAO RAZAO - ' WS-QTD-DIVERGENTES
                  ' DIVERGENCIAS ' WS-QTD-CANDIDATOS ' CANDIDATOS'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM CONCRAZAO01.
