      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Tela do analista de compliance sobre os casos de
      * alerta AML (CASOAML01, abertos pelo AMLSCREEN01, um por conta
      * e ocorrencia), atras do portao de acesso (PROGCOB10, mesmo
      * esquema do MANUCTS01). O analista marca o caso como
      * descartado (D), em revisao (R) ou comunicavel ao COAF (C),
      * sempre com justificativa. O descartado fica suprimido do
      * AMLSCREEN01 por CTL-DIAS-SUPRESSAO-AML dias corridos (padrao
      * 090) a partir da data de referencia; o comunicavel segue na
      * proxima remessa do COAFAML01. Caso ja comunicado (E) nao
      * aceita nova decisao. Cada decisao vai para a trilha DECAML01
      * (data, hora, situacao anterior e nova, usuario e
      * justificativa), base do relatorio de auditoria do COAFAML01,
      * e para o log central via LOGOPER. Decidir exige nivel de
      * operador; o visualizador so lista e consulta.
      * Tambem trata a fila PENDLIS01 das aberturas de conta
      * bloqueadas pela triagem das listas de sancoes e PEP
      * (MANUCTA01): lista as pendentes e libera (L) ou recusa (R) o
      * documento, com justificativa, tambem registrada na DECAML01
      * (caso 000000, ocorrencia ABERTURA LISTA) e no LOGOPER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUAML01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT CASOS ASSIGN TO 'CASOAML01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CASOS.

      *        TRILHA DE AUDITORIA DAS DECISOES (SO ACRESCENTA)
           SELECT DECISOES ASSIGN TO 'DECAML01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-DECISOES.

      *        ABERTURAS BLOQUEADAS PELA TRIAGEM DE LISTAS (MANUCTA01)
           SELECT PENDLIS ASSIGN TO 'PENDLIS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-PENDLIS.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

       DATA DIVISION.
      *
       FILE SECTION.
       FD CASOS.
       01 REG-CASO.
           05 CAS-NUM              PIC 9(06).
           05 FILLER               PIC X(01).
           05 CAS-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 CAS-OCORRENCIA       PIC X(30).
           05 FILLER               PIC X(01).
           05 CAS-COD-AGENCIA      PIC X(04).
           05 FILLER               PIC X(01).
           05 CAS-DAT-ABERTURA     PIC 9(08).
           05 FILLER               PIC X(01).
           05 CAS-DAT-ULTIMA       PIC 9(08).
           05 FILLER               PIC X(01).
           05 CAS-QTD-OCORR        PIC 9(05).
           05 FILLER               PIC X(01).
           05 CAS-VAL-ULTIMA       PIC 9(09)V99.
           05 FILLER               PIC X(01).
      *****N = NOVO, R = EM REVISAO, D = DESCARTADO, C = COMUNICAVEL,
      *****E = COMUNICADO AO COAF
           05 CAS-SITUACAO         PIC X(01).
               88 CAS-NOVO                     VALUE 'N'.
               88 CAS-EM-REVISAO               VALUE 'R'.
               88 CAS-DESCARTADO               VALUE 'D'.
               88 CAS-COMUNICAVEL              VALUE 'C'.
               88 CAS-COMUNICADO               VALUE 'E'.
           05 FILLER               PIC X(01).
           05 CAS-DAT-DECISAO      PIC 9(08).
           05 FILLER               PIC X(01).
           05 CAS-DAT-SUPRIME      PIC 9(08).
           05 FILLER               PIC X(01).
           05 CAS-USUARIO          PIC X(20).
           05 FILLER               PIC X(01).
           05 CAS-JUSTIFICATIVA    PIC X(40).
           05 FILLER               PIC X(01).
           05 CAS-DAT-COMUNICACAO  PIC 9(08).

       FD DECISOES.
       01 REG-DECISAO.
           05 DEC-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 DEC-HORA             PIC 9(06).
           05 FILLER               PIC X(01).
           05 DEC-NUM-CASO         PIC 9(06).
           05 FILLER               PIC X(01).
           05 DEC-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 DEC-OCORRENCIA       PIC X(30).
           05 FILLER               PIC X(01).
           05 DEC-SIT-ANTERIOR     PIC X(01).
           05 FILLER               PIC X(01).
           05 DEC-SIT-NOVA         PIC X(01).
           05 FILLER               PIC X(01).
           05 DEC-USUARIO          PIC X(20).
           05 FILLER               PIC X(01).
           05 DEC-NIVEL            PIC 9(02).
           05 FILLER               PIC X(01).
           05 DEC-JUSTIFICATIVA    PIC X(40).

       FD PENDLIS.
       01 REG-PENDENCIA.
           05 PND-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 PND-HORA             PIC 9(06).
           05 FILLER               PIC X(01).
           05 PND-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 PND-NOM-CLI          PIC X(25).
           05 FILLER               PIC X(01).
           05 PND-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 PND-COD-AGENCIA      PIC X(04).
           05 FILLER               PIC X(01).
           05 PND-TIPO-LISTA       PIC X(01).
           05 FILLER               PIC X(01).
           05 PND-ORIGEM           PIC X(10).
           05 FILLER               PIC X(01).
           05 PND-CRITERIO         PIC X(01).
           05 FILLER               PIC X(01).
           05 PND-NOME-LISTA       PIC X(40).
           05 FILLER               PIC X(01).
      *****P = PENDENTE, L = LIBERADO, R = RECUSADO PELO COMPLIANCE
           05 PND-SITUACAO         PIC X(01).
               88 PND-PENDENTE                 VALUE 'P'.
               88 PND-LIBERADO                 VALUE 'L'.
               88 PND-RECUSADO                 VALUE 'R'.
           05 FILLER               PIC X(01).
           05 PND-DAT-DECISAO      PIC 9(08).
           05 FILLER               PIC X(01).
           05 PND-USUARIO          PIC X(20).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).
           05 CTL-TAXA-POUPANCA       PIC 9(02)V9(04).
           05 CTL-MESES-DORMENCIA     PIC 9(02).
           05 CTL-LIMITE-AML          PIC 9(09)V99.
           05 CTL-PCT-REJEITOS        PIC 9(03).
           05 CTL-FILTRO-AGENCIA      PIC X(04).
           05 CTL-FILTRO-UF           PIC X(02).
           05 CTL-FILTRO-TIPO         PIC X(14).
           05 CTL-GERACOES-RETER      PIC 9(02).
           05 CTL-REPROCESSO          PIC X(01).
           05 CTL-ORDEM-DETALHE       PIC X(01).
           05 CTL-TAXA-CHEQUE         PIC 9(02)V9(04).
           05 CTL-BASE-SALDO          PIC X(01).
           05 CTL-DIAS-CARENCIA       PIC 9(03).
           05 CTL-PCT-VARIACAO        PIC 9(03).
           05 CTL-GERA-REDUZIDO       PIC X(01).
           05 CTL-DIAS-RETENTATIVA    PIC 9(02).
           05 CTL-PRAZO-CONTESTACAO   PIC 9(03).
           05 CTL-PARC-NEGATIVACAO    PIC 9(03).
           05 CTL-DIAS-AVISO-NEG      PIC 9(03).
           05 CTL-MESES-KYC-PADRAO    PIC 9(03).
           05 CTL-MESES-KYC-AML       PIC 9(03).
           05 CTL-DIAS-AVISO-KYC      PIC 9(03).
      *****DIAS QUE O CASO DESCARTADO FICA FORA DA VARREDURA
           05 CTL-DIAS-SUPRESSAO-AML  PIC 9(03).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-CASOS         PIC 9(02) VALUE ZEROS.
           05 WSN-FS-DECISOES      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-PENDLIS       PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-CASOS             PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CAS               VALUE 'N'.
               88 SW-FIM-SIM-CAS               VALUE 'S'.
           05 SW-PENDLIS           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-PND               VALUE 'N'.
               88 SW-FIM-SIM-PND               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-DIAS-SUPRESSAO       PIC 9(03) VALUE 090.

       01 WCA-CASOS.
           05 WCA-CAS-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-CAS-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-CAS-IDX.
               10 WCA-CAS-REG      PIC X(176).

      *****FILA DE ABERTURAS BLOQUEADAS, RECARREGADA A CADA USO PARA
      *****NAO PERDER O QUE O MANUCTA01 ACRESCENTOU NO MEIO DA SESSAO
       01 WCA-PENDENCIAS.
           05 WCA-PND-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-PND-TAB OCCURS 2000 TIMES
                          INDEXED BY WCA-PND-IDX.
               10 WCA-PND-REG      PIC X(156).

      *****PORTAO DE ACESSO: 00 ADMINISTRADOR, 01 OPERADOR,
      *****02 VISUALIZADOR (SO LISTA E CONSULTA)
       77 WS-COMANDO               PIC X(100) VALUE SPACES.
       77 WS-RC-PASSO              PIC 9(03) VALUE ZEROS.
       77 WS-NIVEL                 PIC 9(02) VALUE 99.
           88 NIVEL-NEGADO             VALUE 99.

       77 WS-OPCAO                 PIC 9(01) VALUE ZERO.
       77 WS-USUARIO               PIC X(20) VALUE SPACES.
       77 WS-NUM-CASO              PIC 9(06) VALUE ZEROS.
       77 WS-CAS-ACHOU             PIC X(01) VALUE 'N'.
           88 CASO-ACHADO              VALUE 'S'.
       77 WS-IDX-ACHADO            PIC 9(04) VALUE ZEROS.
       77 WS-DECISAO               PIC X(01) VALUE SPACES.
           88 DECISAO-VALIDA           VALUE 'D' 'R' 'C'.
       77 WS-SIT-ANTERIOR          PIC X(01) VALUE SPACES.
       77 WS-JUSTIFICATIVA         PIC X(40) VALUE SPACES.
       77 WS-QTD-LISTADOS          PIC 9(04) VALUE ZEROS.
       77 WS-DOC-ABERTURA          PIC X(14) VALUE SPACES.
       77 WS-DECISAO-ABERTURA      PIC X(01) VALUE SPACES.
           88 DECISAO-ABERTURA-VALIDA  VALUE 'L' 'R'.
       77 WS-CONTA-DIAS            PIC 9(03) VALUE ZEROS.
       01 WS-VALOR-MASC            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WS-HORA                  PIC 9(08) VALUE ZEROS.
       01 WS-HORA-R REDEFINES WS-HORA.
           05 WS-HORA-HMS          PIC 9(06).
           05 FILLER               PIC 9(02).

      *****FIM DA SUPRESSAO: REFERENCIA + N DIAS CORRIDOS
       01 WS-DATA-SUPRIME          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-SUPRIME-R REDEFINES WS-DATA-SUPRIME.
           05 SUP-ANO              PIC 9(04).
           05 SUP-MES              PIC 9(02).
           05 SUP-DIA              PIC 9(02).
       01 WS-ULT-DIA-MES           PIC 9(02) VALUE ZEROS.
       01 WS-ANO-BISSEXTO          PIC S9(04) VALUE ZEROS.
       01 WS-BISSEXTO              PIC X(01) VALUE 'A'.
       01 WCA-DIAS-MES.
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
       01 WCA-DIAS-MES-R REDEFINES WCA-DIAS-MES.
           05 WCA-DIAS-MES-N       PIC 9(02) OCCURS 12 TIMES.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'MANUAML01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           DISPLAY 'IDENTIFIQUE-SE PARA O PORTAO DE ACESSO'
           DISPLAY 'SEU USUARIO (REPETIDO PARA O REGISTRO)?'
           ACCEPT WS-USUARIO

      *****A ORIGEM DO LOGON VAI NA VARIAVEL DE AMBIENTE PARA A
      *****AUDITORIA DO PORTAO (AUDLOG01)
           MOVE 'ORIGEMLOGON=MANUAML01 ./PROGCOB10' TO WS-COMANDO
           CALL 'SYSTEM' USING WS-COMANDO
           COMPUTE WS-RC-PASSO = RETURN-CODE / 256
           MOVE WS-RC-PASSO TO WS-NIVEL

           IF NIVEL-NEGADO OR WS-NIVEL GREATER THAN 02
               DISPLAY 'MANUAML01 - ACESSO NEGADO'
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1050-LE-CONTROLE
              THRU 1050-LE-CONTROLE-FIM
           IF WCA-DATA-REFERENCIA EQUAL ZEROS
               DISPLAY 'MANUAML01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-CARREGA-CASOS
              THRU 1000-CARREGA-CASOS-FIM

           PERFORM 0500-MENU
              THRU 0500-MENU-FIM
               UNTIL WS-OPCAO EQUAL 9

           MOVE 0 TO RETURN-CODE
           STOP RUN.
       0000-PRINCIPAL-FIM.

      *-----------------------------------------------------------------
      *     UMA OPERACAO POR VOLTA; 9 ENCERRA. O CADASTRO E REGRAVADO
      *     A CADA DECISAO, JUNTO COM A TRILHA DE AUDITORIA
      *-----------------------------------------------------------------
       0500-MENU.
           DISPLAY ' '
           DISPLAY '1-LISTAR PENDENTES  2-DECIDIR  3-CONSULTAR  '
                   '4-ABERTURAS BLOQUEADAS  5-DECIDIR ABERTURA  '
                   '9-SAIR'
           ACCEPT WS-OPCAO

           IF WS-OPCAO EQUAL 9
               GO TO 0500-MENU-FIM
           END-IF

           IF (WS-OPCAO EQUAL 2 OR WS-OPCAO EQUAL 5)
              AND WS-NIVEL GREATER THAN 01
               DISPLAY 'OPCAO NAO PERMITIDA PARA O SEU NIVEL'
               GO TO 0500-MENU-FIM
           END-IF

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 5000-LISTAR
                      THRU 5000-LISTAR-FIM
               WHEN 2
                   PERFORM 2000-DECIDIR
                      THRU 2000-DECIDIR-FIM
               WHEN 3
                   PERFORM 3000-CONSULTAR
                      THRU 3000-CONSULTAR-FIM
               WHEN 4
                   PERFORM 4000-LISTAR-ABERTURAS
                      THRU 4000-LISTAR-ABERTURAS-FIM
               WHEN 5
                   PERFORM 4200-DECIDIR-ABERTURA
                      THRU 4200-DECIDIR-ABERTURA-FIM
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       0500-MENU-FIM.
           EXIT.

       1000-CARREGA-CASOS.
           OPEN INPUT CASOS.
           IF WSN-FS-CASOS NOT EQUAL ZEROS
               DISPLAY 'NENHUM CASO ABERTO (CASOAML01)'
               GO TO 1000-CARREGA-CASOS-FIM
           END-IF.
           SET SW-FIM-NAO-CAS TO TRUE.
           PERFORM 1100-LER-CASO
              THRU 1100-LER-CASO-FIM.
           PERFORM 1200-GUARDA-CASO
              THRU 1200-GUARDA-CASO-FIM
             UNTIL SW-FIM-SIM-CAS.
           CLOSE CASOS.
       1000-CARREGA-CASOS-FIM.
           EXIT.

       1050-LE-CONTROLE.
           OPEN INPUT CONTROLE.
           IF WSN-FS-CONTROLE EQUAL ZEROS
               READ CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-DATA-REFERENCIA
                          TO WCA-DATA-REFERENCIA
                       IF CTL-DIAS-SUPRESSAO-AML NUMERIC
                          AND CTL-DIAS-SUPRESSAO-AML GREATER THAN ZERO
                           MOVE CTL-DIAS-SUPRESSAO-AML
                              TO WCA-DIAS-SUPRESSAO
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.
       1050-LE-CONTROLE-FIM.
           EXIT.

       1100-LER-CASO.
           READ CASOS
               AT END
                   SET SW-FIM-SIM-CAS TO TRUE
           END-READ.
       1100-LER-CASO-FIM.
           EXIT.

      *****COM A TABELA CHEIA A MANUTENCAO ABORTA: A REGRAVACAO DO
      *****CASOAML01 SO E SEGURA SE ELE COUBE INTEIRO
       1200-GUARDA-CASO.
           IF WCA-CAS-QTD NOT LESS THAN 5000
               DISPLAY 'MANUAML01 - CASOAML01 COM MAIS DE 5000 '
                       'CASOS - ABORTADO PARA NAO REGRAVAR '
                       'CADASTRO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-CAS-QTD.
           SET WCA-CAS-IDX TO WCA-CAS-QTD.
           MOVE REG-CASO TO WCA-CAS-REG(WCA-CAS-IDX).
           PERFORM 1100-LER-CASO
              THRU 1100-LER-CASO-FIM.
       1200-GUARDA-CASO-FIM.
           EXIT.

       1400-CARREGA-PENDENCIAS.
           MOVE ZEROS TO WCA-PND-QTD.
           OPEN INPUT PENDLIS.
           IF WSN-FS-PENDLIS NOT EQUAL ZEROS
               GO TO 1400-CARREGA-PENDENCIAS-FIM
           END-IF.
           SET SW-FIM-NAO-PND TO TRUE.
           PERFORM 1410-LER-PENDENCIA
              THRU 1410-LER-PENDENCIA-FIM.
           PERFORM 1420-GUARDA-PENDENCIA
              THRU 1420-GUARDA-PENDENCIA-FIM
             UNTIL SW-FIM-SIM-PND.
           CLOSE PENDLIS.
       1400-CARREGA-PENDENCIAS-FIM.
           EXIT.

       1410-LER-PENDENCIA.
           READ PENDLIS
               AT END
                   SET SW-FIM-SIM-PND TO TRUE
           END-READ.
       1410-LER-PENDENCIA-FIM.
           EXIT.

       1420-GUARDA-PENDENCIA.
           IF WCA-PND-QTD NOT LESS THAN 2000
               DISPLAY 'MANUAML01 - PENDLIS01 COM MAIS DE 2000 '
                       'REGISTROS - ABORTADO PARA NAO REGRAVAR '
                       'CADASTRO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-PND-QTD.
           SET WCA-PND-IDX TO WCA-PND-QTD.
           MOVE REG-PENDENCIA TO WCA-PND-REG(WCA-PND-IDX).
           PERFORM 1410-LER-PENDENCIA
              THRU 1410-LER-PENDENCIA-FIM.
       1420-GUARDA-PENDENCIA-FIM.
           EXIT.

       1300-PROCURA-CASO.
           MOVE 'N' TO WS-CAS-ACHOU.
           PERFORM 1310-TESTA-CASO
              THRU 1310-TESTA-CASO-FIM
               VARYING WCA-CAS-IDX FROM 1 BY 1
               UNTIL WCA-CAS-IDX GREATER THAN WCA-CAS-QTD
                  OR CASO-ACHADO.
       1300-PROCURA-CASO-FIM.
           EXIT.

       1310-TESTA-CASO.
           MOVE WCA-CAS-REG(WCA-CAS-IDX) TO REG-CASO.
           IF CAS-NUM EQUAL WS-NUM-CASO
               MOVE 'S' TO WS-CAS-ACHOU
               SET WS-IDX-ACHADO TO WCA-CAS-IDX
           END-IF.
       1310-TESTA-CASO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     DECISAO DO ANALISTA. O DESCARTE GRAVA ATE QUANDO O CASO FICA
      *     FORA DA VARREDURA; AS DEMAIS DECISOES LIMPAM A SUPRESSAO
      *-----------------------------------------------------------------
       2000-DECIDIR.
           DISPLAY 'NUMERO DO CASO?'
           ACCEPT WS-NUM-CASO
           PERFORM 1300-PROCURA-CASO
              THRU 1300-PROCURA-CASO-FIM
           IF NOT CASO-ACHADO
               DISPLAY 'CASO NAO ENCONTRADO'
               GO TO 2000-DECIDIR-FIM
           END-IF
           SET WCA-CAS-IDX TO WS-IDX-ACHADO
           MOVE WCA-CAS-REG(WCA-CAS-IDX) TO REG-CASO
           PERFORM 3100-MOSTRA-CASO
              THRU 3100-MOSTRA-CASO-FIM
           IF CAS-COMUNICADO
               DISPLAY 'CASO JA COMUNICADO AO COAF - SEM NOVA DECISAO'
               GO TO 2000-DECIDIR-FIM
           END-IF

           DISPLAY 'DECISAO (D-DESCARTAR  R-EM REVISAO  '
                   'C-COMUNICAR AO COAF)?'
           ACCEPT WS-DECISAO
           IF NOT DECISAO-VALIDA
               DISPLAY 'DECISAO INVALIDA'
               GO TO 2000-DECIDIR-FIM
           END-IF
           DISPLAY 'JUSTIFICATIVA?'
           ACCEPT WS-JUSTIFICATIVA
           IF WS-JUSTIFICATIVA EQUAL SPACES
               DISPLAY 'JUSTIFICATIVA OBRIGATORIA'
               GO TO 2000-DECIDIR-FIM
           END-IF

           MOVE CAS-SITUACAO          TO WS-SIT-ANTERIOR
           MOVE WS-DECISAO            TO CAS-SITUACAO
           MOVE WCA-DATA-REFERENCIA   TO CAS-DAT-DECISAO
           MOVE WS-USUARIO            TO CAS-USUARIO
           MOVE WS-JUSTIFICATIVA      TO CAS-JUSTIFICATIVA
           MOVE ZEROS                 TO CAS-DAT-SUPRIME
           IF CAS-DESCARTADO
               MOVE WCA-DATA-REFERENCIA TO WS-DATA-SUPRIME
               PERFORM 2100-SOMA-DIA
                  THRU 2100-SOMA-DIA-FIM
                  VARYING WS-CONTA-DIAS FROM 1 BY 1
                  UNTIL WS-CONTA-DIAS GREATER THAN WCA-DIAS-SUPRESSAO
               MOVE WS-DATA-SUPRIME TO CAS-DAT-SUPRIME
               DISPLAY 'CASO SUPRIMIDO ATE ' CAS-DAT-SUPRIME
           END-IF
           MOVE REG-CASO TO WCA-CAS-REG(WCA-CAS-IDX)

           PERFORM 2200-GRAVA-DECISAO
              THRU 2200-GRAVA-DECISAO-FIM
           PERFORM 6000-REGRAVA-CASOS
              THRU 6000-REGRAVA-CASOS-FIM
           DISPLAY 'DECISAO REGISTRADA'.
       2000-DECIDIR-FIM.
           EXIT.

       2100-SOMA-DIA.
           MOVE WCA-DIAS-MES-N(SUP-MES) TO WS-ULT-DIA-MES.
           IF SUP-MES EQUAL 02
               MOVE SUP-ANO TO WS-ANO-BISSEXTO
               CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO WS-BISSEXTO
               IF WS-BISSEXTO EQUAL 'S'
                   MOVE 29 TO WS-ULT-DIA-MES
               END-IF
           END-IF.
           IF SUP-DIA LESS THAN WS-ULT-DIA-MES
               ADD 1 TO SUP-DIA
               GO TO 2100-SOMA-DIA-FIM
           END-IF.
           MOVE 01 TO SUP-DIA.
           IF SUP-MES LESS THAN 12
               ADD 1 TO SUP-MES
           ELSE
               MOVE 01 TO SUP-MES
               ADD 1 TO SUP-ANO
           END-IF.
       2100-SOMA-DIA-FIM.
           EXIT.

      *****A TRILHA SO CRESCE: CADA DECISAO E UM REGISTRO NOVO
       2200-GRAVA-DECISAO.
           OPEN EXTEND DECISOES.
           IF WSN-FS-DECISOES NOT EQUAL ZEROS
               OPEN OUTPUT DECISOES
           END-IF.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES               TO REG-DECISAO.
           MOVE WCA-DATA-REFERENCIA  TO DEC-DATA.
           MOVE WS-HORA-HMS          TO DEC-HORA.
           MOVE CAS-NUM              TO DEC-NUM-CASO.
           MOVE CAS-COD-CTA          TO DEC-COD-CTA.
           MOVE CAS-OCORRENCIA       TO DEC-OCORRENCIA.
           MOVE WS-SIT-ANTERIOR      TO DEC-SIT-ANTERIOR.
           MOVE CAS-SITUACAO         TO DEC-SIT-NOVA.
           MOVE WS-USUARIO           TO DEC-USUARIO.
           MOVE WS-NIVEL             TO DEC-NIVEL.
           MOVE WS-JUSTIFICATIVA     TO DEC-JUSTIFICATIVA.
           WRITE REG-DECISAO.
           CLOSE DECISOES.

           IF CAS-COMUNICAVEL
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING WS-USUARIO ' CASO AML ' CAS-NUM ' CTA '
                  CAS-COD-CTA ' ' WS-SIT-ANTERIOR '->' CAS-SITUACAO
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       2200-GRAVA-DECISAO-FIM.
           EXIT.

       3000-CONSULTAR.
           DISPLAY 'NUMERO DO CASO?'
           ACCEPT WS-NUM-CASO
           PERFORM 1300-PROCURA-CASO
              THRU 1300-PROCURA-CASO-FIM
           IF NOT CASO-ACHADO
               DISPLAY 'CASO NAO ENCONTRADO'
               GO TO 3000-CONSULTAR-FIM
           END-IF
           SET WCA-CAS-IDX TO WS-IDX-ACHADO
           MOVE WCA-CAS-REG(WCA-CAS-IDX) TO REG-CASO
           PERFORM 3100-MOSTRA-CASO
              THRU 3100-MOSTRA-CASO-FIM.
       3000-CONSULTAR-FIM.
           EXIT.

       3100-MOSTRA-CASO.
           MOVE CAS-VAL-ULTIMA TO WS-VALOR-MASC.
           DISPLAY 'CASO ' CAS-NUM ' CTA ' CAS-COD-CTA
                   ' AG ' CAS-COD-AGENCIA ' SITUACAO ' CAS-SITUACAO.
           DISPLAY '  ' CAS-OCORRENCIA ' OCORRENCIAS ' CAS-QTD-OCORR.
           DISPLAY '  ABERTO ' CAS-DAT-ABERTURA ' ULTIMA '
                   CAS-DAT-ULTIMA ' R$ ' WS-VALOR-MASC.
           IF CAS-DAT-DECISAO NOT EQUAL ZEROS
               DISPLAY '  DECIDIDO ' CAS-DAT-DECISAO ' POR '
                       CAS-USUARIO
               DISPLAY '  ' CAS-JUSTIFICATIVA
           END-IF.
           IF CAS-DESCARTADO
               DISPLAY '  SUPRIMIDO ATE ' CAS-DAT-SUPRIME
           END-IF.
           IF CAS-COMUNICADO
               DISPLAY '  COMUNICADO AO COAF EM ' CAS-DAT-COMUNICACAO
           END-IF.
       3100-MOSTRA-CASO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     ABERTURAS BLOQUEADAS PELA TRIAGEM DE LISTAS. LIBERAR VALE
      *     PARA O DOCUMENTO: A PROXIMA ABERTURA DELE PASSA NA TRIAGEM
      *-----------------------------------------------------------------
       4000-LISTAR-ABERTURAS.
           PERFORM 1400-CARREGA-PENDENCIAS
              THRU 1400-CARREGA-PENDENCIAS-FIM.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           PERFORM 4100-MOSTRA-ABERTURA
              THRU 4100-MOSTRA-ABERTURA-FIM
               VARYING WCA-PND-IDX FROM 1 BY 1
               UNTIL WCA-PND-IDX GREATER THAN WCA-PND-QTD.
           DISPLAY 'ABERTURAS PENDENTES: ' WS-QTD-LISTADOS.
       4000-LISTAR-ABERTURAS-FIM.
           EXIT.

       4100-MOSTRA-ABERTURA.
           MOVE WCA-PND-REG(WCA-PND-IDX) TO REG-PENDENCIA.
           IF PND-PENDENTE
               ADD 1 TO WS-QTD-LISTADOS
               DISPLAY PND-NUM-DOC ' ' PND-NOM-CLI ' CTA '
                       PND-COD-CTA ' AG ' PND-COD-AGENCIA ' '
                       PND-DATA
               DISPLAY '  LISTA ' PND-TIPO-LISTA ' ' PND-ORIGEM
                       ' CRITERIO ' PND-CRITERIO ' '
                       PND-NOME-LISTA
           END-IF.
       4100-MOSTRA-ABERTURA-FIM.
           EXIT.

       4200-DECIDIR-ABERTURA.
           PERFORM 1400-CARREGA-PENDENCIAS
              THRU 1400-CARREGA-PENDENCIAS-FIM.
           DISPLAY 'DOCUMENTO DO TITULAR BLOQUEADO?'
           ACCEPT WS-DOC-ABERTURA
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM 4210-TESTA-ABERTURA
              THRU 4210-TESTA-ABERTURA-FIM
               VARYING WCA-PND-IDX FROM 1 BY 1
               UNTIL WCA-PND-IDX GREATER THAN WCA-PND-QTD
           IF WS-IDX-ACHADO EQUAL ZEROS
               DISPLAY 'NENHUMA ABERTURA PENDENTE PARA O DOCUMENTO'
               GO TO 4200-DECIDIR-ABERTURA-FIM
           END-IF
           SET WCA-PND-IDX TO WS-IDX-ACHADO
           MOVE WCA-PND-REG(WCA-PND-IDX) TO REG-PENDENCIA
           MOVE ZEROS TO WS-QTD-LISTADOS
           PERFORM 4100-MOSTRA-ABERTURA
              THRU 4100-MOSTRA-ABERTURA-FIM

           DISPLAY 'DECISAO (L-LIBERAR  R-RECUSAR)?'
           ACCEPT WS-DECISAO-ABERTURA
           IF NOT DECISAO-ABERTURA-VALIDA
               DISPLAY 'DECISAO INVALIDA'
               GO TO 4200-DECIDIR-ABERTURA-FIM
           END-IF
           DISPLAY 'JUSTIFICATIVA?'
           ACCEPT WS-JUSTIFICATIVA
           IF WS-JUSTIFICATIVA EQUAL SPACES
               DISPLAY 'JUSTIFICATIVA OBRIGATORIA'
               GO TO 4200-DECIDIR-ABERTURA-FIM
           END-IF

           MOVE PND-SITUACAO         TO WS-SIT-ANTERIOR
           MOVE WS-DECISAO-ABERTURA  TO PND-SITUACAO
           MOVE WCA-DATA-REFERENCIA  TO PND-DAT-DECISAO
           MOVE WS-USUARIO           TO PND-USUARIO
           MOVE REG-PENDENCIA TO WCA-PND-REG(WCA-PND-IDX)

           PERFORM 4300-GRAVA-DECISAO-ABERTURA
              THRU 4300-GRAVA-DECISAO-ABERTURA-FIM
           PERFORM 6200-REGRAVA-PENDENCIAS
              THRU 6200-REGRAVA-PENDENCIAS-FIM
           DISPLAY 'DECISAO REGISTRADA'.
       4200-DECIDIR-ABERTURA-FIM.
           EXIT.

      *****FICA A ULTIMA PENDENCIA EM ABERTO DO DOCUMENTO
       4210-TESTA-ABERTURA.
           MOVE WCA-PND-REG(WCA-PND-IDX) TO REG-PENDENCIA.
           IF PND-NUM-DOC EQUAL WS-DOC-ABERTURA
              AND PND-PENDENTE
               SET WS-IDX-ACHADO TO WCA-PND-IDX
           END-IF.
       4210-TESTA-ABERTURA-FIM.
           EXIT.

       4300-GRAVA-DECISAO-ABERTURA.
           OPEN EXTEND DECISOES.
           IF WSN-FS-DECISOES NOT EQUAL ZEROS
               OPEN OUTPUT DECISOES
           END-IF.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES               TO REG-DECISAO.
           MOVE WCA-DATA-REFERENCIA  TO DEC-DATA.
           MOVE WS-HORA-HMS          TO DEC-HORA.
           MOVE ZEROS                TO DEC-NUM-CASO.
           MOVE PND-COD-CTA          TO DEC-COD-CTA.
           STRING 'ABERTURA LISTA ' PND-TIPO-LISTA ' ' PND-ORIGEM
               DELIMITED BY SIZE INTO DEC-OCORRENCIA.
           MOVE WS-SIT-ANTERIOR      TO DEC-SIT-ANTERIOR.
           MOVE PND-SITUACAO         TO DEC-SIT-NOVA.
           MOVE WS-USUARIO           TO DEC-USUARIO.
           MOVE WS-NIVEL             TO DEC-NIVEL.
           MOVE WS-JUSTIFICATIVA     TO DEC-JUSTIFICATIVA.
           WRITE REG-DECISAO.
           CLOSE DECISOES.

           MOVE 'A' TO WS-LOG-SEVERIDADE.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING WS-USUARIO ' ABERTURA DOC ' PND-NUM-DOC ' '
                  WS-SIT-ANTERIOR '->' PND-SITUACAO
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       4300-GRAVA-DECISAO-ABERTURA-FIM.
           EXIT.

      *****PENDENTES SAO OS NOVOS E OS EM REVISAO
       5000-LISTAR.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           PERFORM 5100-MOSTRA-PENDENTE
              THRU 5100-MOSTRA-PENDENTE-FIM
               VARYING WCA-CAS-IDX FROM 1 BY 1
               UNTIL WCA-CAS-IDX GREATER THAN WCA-CAS-QTD.
           DISPLAY 'CASOS PENDENTES: ' WS-QTD-LISTADOS.
       5000-LISTAR-FIM.
           EXIT.

       5100-MOSTRA-PENDENTE.
           MOVE WCA-CAS-REG(WCA-CAS-IDX) TO REG-CASO.
           IF CAS-NOVO OR CAS-EM-REVISAO
               ADD 1 TO WS-QTD-LISTADOS
               MOVE CAS-VAL-ULTIMA TO WS-VALOR-MASC
               DISPLAY CAS-NUM ' ' CAS-SITUACAO ' CTA ' CAS-COD-CTA
                       ' ' CAS-OCORRENCIA ' ' CAS-DAT-ULTIMA
                       ' R$ ' WS-VALOR-MASC
           END-IF.
       5100-MOSTRA-PENDENTE-FIM.
           EXIT.

       6000-REGRAVA-CASOS.
           OPEN OUTPUT CASOS.
           PERFORM 6100-GRAVA-CASO
              THRU 6100-GRAVA-CASO-FIM
               VARYING WCA-CAS-IDX FROM 1 BY 1
               UNTIL WCA-CAS-IDX GREATER THAN WCA-CAS-QTD.
           CLOSE CASOS.
       6000-REGRAVA-CASOS-FIM.
           EXIT.

       6100-GRAVA-CASO.
           MOVE WCA-CAS-REG(WCA-CAS-IDX) TO REG-CASO.
           WRITE REG-CASO.
       6100-GRAVA-CASO-FIM.
           EXIT.

       6200-REGRAVA-PENDENCIAS.
           OPEN OUTPUT PENDLIS.
           PERFORM 6210-GRAVA-PENDENCIA
              THRU 6210-GRAVA-PENDENCIA-FIM
               VARYING WCA-PND-IDX FROM 1 BY 1
               UNTIL WCA-PND-IDX GREATER THAN WCA-PND-QTD.
           CLOSE PENDLIS.
       6200-REGRAVA-PENDENCIAS-FIM.
           EXIT.

       6210-GRAVA-PENDENCIA.
           MOVE WCA-PND-REG(WCA-PND-IDX) TO REG-PENDENCIA.
           WRITE REG-PENDENCIA.
       6210-GRAVA-PENDENCIA-FIM.
           EXIT.
       END PROGRAM MANUAML01.
