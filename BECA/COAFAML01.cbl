      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Comunicacao ao COAF dos casos de alerta AML que o
      * analista marcou como comunicaveis ('C') no MANUAML01. Cada
      * caso vai para o arquivo de remessa COAFCOM01 (leiaute fixo de
      * 160 posicoes: header, detalhe por caso com conta, agencia,
      * documento e nome do titular de Entrada02, ocorrencia, valor e
      * justificativa do analista, trailer com quantidade e valor) e
      * passa a comunicado ('E') com a data da remessa no CASOAML01.
      * A passagem tambem entra na trilha DECAML01. O relatorio de
      * auditoria RELAML01 lista os casos comunicados na remessa e
      * toda a trilha de decisoes (data, hora, caso, situacao anterior
      * e nova, quem decidiu e a justificativa). O header da remessa
      * leva a data de referencia: a mesma data nao gera duas remessas
      * (a segunda sobrescreveria a primeira ainda nao transmitida).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAFAML01.
       ENVIRONMENT DIVISION.
      ******************************************************************
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

           SELECT DECISOES ASSIGN TO 'DECAML01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-DECISOES.

           SELECT ENTRADA02 ASSIGN TO 'ENTRADA02'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA02.

           SELECT REMESSA ASSIGN TO 'COAFCOM01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-REMESSA.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

           SELECT RELATORIO ASSIGN TO 'RELAML01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

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
           05 DEC-HORA-R REDEFINES DEC-HORA.
               10 DEC-HH           PIC 9(02).
               10 DEC-MM           PIC 9(02).
               10 DEC-SS           PIC 9(02).
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

       FD ENTRADA02.
       01 REG-ENTRADA-02.
           05 E2-COD-CTA           PIC 9(06).
           05 E2-NOM-CLI           PIC X(25).
           05 E2-COD-CID           PIC 9(04).
           05 E2-DAT-INI           PIC 9(08).
           05 E2-NUM-DOC           PIC X(14).

       FD REMESSA.
       01 REG-REMESSA              PIC X(160).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(84).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-CASOS         PIC 9(02) VALUE ZEROS.
           05 WSN-FS-DECISOES      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-REMESSA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-CASOS             PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CAS               VALUE 'N'.
               88 SW-FIM-SIM-CAS               VALUE 'S'.
           05 SW-DECISOES          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-DEC               VALUE 'N'.
               88 SW-FIM-SIM-DEC               VALUE 'S'.
           05 SW-ENTRADA02         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-02                VALUE 'N'.
               88 SW-FIM-SIM-02                VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.

      *****DOCUMENTO E NOME POR CONTA, DE ENTRADA02
       01 WCA-CONTAS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES.
               10 WCA-CTA-DOC      PIC X(14) VALUE SPACES.
               10 WCA-CTA-NOME     PIC X(25) VALUE SPACES.

      *****CADASTRO DE CASOS CARREGADO EM MEMORIA (REGISTRO INTEIRO)
       01 WCA-CASOS.
           05 WCA-CAS-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-CAS-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-CAS-IDX.
               10 WCA-CAS-REG      PIC X(176).

       01 WS-HORA                  PIC 9(08) VALUE ZEROS.
       01 WS-HORA-R REDEFINES WS-HORA.
           05 WS-HORA-HMS          PIC 9(06).
           05 FILLER               PIC 9(02).

       77 WS-QTD-COMUNICADOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DECISOES          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DESCARTES         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REVISOES          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-COMUNICAVEIS      PIC 9(05) VALUE ZEROS.
       01 WS-VAL-COMUNICADO        PIC 9(13)V99 VALUE ZEROS.

      ****** REMESSA AO COAF (LEIAUTE FIXO DE 160 POSICOES) ************
       01 WCA-REM-HEADER.
           05 RCH-TIPO             PIC X(01) VALUE '0'.
           05 RCH-DATA             PIC 9(08) VALUE ZEROS.
           05 RCH-REMETENTE        PIC X(20) VALUE 'BECA'.
           05 FILLER               PIC X(131) VALUE SPACES.

       01 WCA-REM-DETALHE.
           05 RCD-TIPO             PIC X(01) VALUE '1'.
           05 RCD-NUM-CASO         PIC 9(06) VALUE ZEROS.
           05 RCD-COD-CTA          PIC 9(06) VALUE ZEROS.
           05 RCD-COD-AGENCIA      PIC X(04) VALUE SPACES.
           05 RCD-NUM-DOC          PIC X(14) VALUE SPACES.
           05 RCD-NOM-CLI          PIC X(25) VALUE SPACES.
           05 RCD-OCORRENCIA       PIC X(30) VALUE SPACES.
           05 RCD-DATA-OCORR       PIC 9(08) VALUE ZEROS.
           05 RCD-VALOR            PIC 9(11)V99 VALUE ZEROS.
           05 RCD-QTD-OCORR        PIC 9(05) VALUE ZEROS.
           05 RCD-DATA-DECISAO     PIC 9(08) VALUE ZEROS.
           05 RCD-JUSTIFICATIVA    PIC X(40) VALUE SPACES.

       01 WCA-REM-TRAILER.
           05 RCT-TIPO             PIC X(01) VALUE '9'.
           05 RCT-QTD-CASOS        PIC 9(06) VALUE ZEROS.
           05 RCT-VALOR-TOTAL      PIC 9(13)V99 VALUE ZEROS.
           05 FILLER               PIC X(138) VALUE SPACES.

       01 LINE-DESIGN              PIC X(84)
               VALUES
           '*===========================================================
      -    '=======================*'.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(48) VALUE
               '*   COMUNICACOES AO COAF E AUDITORIA DE DECISOES'.
           05 FILLER               PIC X(04) VALUE ' EM '.
           05 TR-DATA-REF          PIC 9999/99/99.
           05 FILLER               PIC X(22) VALUE
               '                     *'.

       01 WCA-CABEC-COMUNICADOS.
           05 FILLER               PIC X(42) VALUE
               '   CASOS COMUNICADOS AO COAF NESTA REMESSA'.
           05 FILLER               PIC X(42) VALUE SPACES.

       01 WCA-LINHA-COMUNICADO.
           05 FILLER               PIC X(10) VALUE '     CASO '.
           05 LCO-NUM-CASO         PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(06) VALUE '  CTA '.
           05 LCO-COD-CTA          PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(06) VALUE '  DOC '.
           05 LCO-NUM-DOC          PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LCO-OCORRENCIA       PIC X(30) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE SPACES.

       01 WCA-CABEC-DECISOES.
           05 FILLER               PIC X(41) VALUE
               '   TRILHA DE DECISOES SOBRE OS CASOS AML'.
           05 FILLER               PIC X(43) VALUE SPACES.

       01 WCA-LINHA-DECISAO-1.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 LD-DATA              PIC 9999/99/99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-HH                PIC 9(02) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE ':'.
           05 LD-MM                PIC 9(02) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE ':'.
           05 LD-SS                PIC 9(02) VALUE ZEROS.
           05 FILLER               PIC X(07) VALUE '  CASO '.
           05 LD-NUM-CASO          PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(06) VALUE '  CTA '.
           05 LD-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-SIT-ANTERIOR      PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE '->'.
           05 LD-SIT-NOVA          PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE '  POR '.
           05 LD-USUARIO           PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(03) VALUE SPACES.

       01 WCA-LINHA-DECISAO-2.
           05 FILLER               PIC X(23) VALUE
               '        JUSTIFICATIVA: '.
           05 LD-JUSTIFICATIVA     PIC X(40) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE '  NIVEL '.
           05 LD-NIVEL             PIC 9(02) VALUE ZEROS.
           05 FILLER               PIC X(11) VALUE SPACES.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(16) VALUE '   COMUNICADOS ='.
           05 LT-COMUNICADOS       PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(13) VALUE '  DECISOES ='.
           05 LT-DECISOES          PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(06) VALUE '  D ='.
           05 LT-DESCARTES         PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(06) VALUE '  R ='.
           05 LT-REVISOES          PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(06) VALUE '  C ='.
           05 LT-COMUNICAVEIS      PIC ZZZZ9 VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'COAFAML01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 3000-COMUNICA-CASO
              THRU 3000-COMUNICA-CASO-FIM
              VARYING WCA-CAS-IDX FROM 1 BY 1
              UNTIL WCA-CAS-IDX GREATER THAN WCA-CAS-QTD

           PERFORM 5000-REGRAVA-CASOS
              THRU 5000-REGRAVA-CASOS-FIM

           PERFORM 6000-IMPRIME-TRILHA
              THRU 6000-IMPRIME-TRILHA-FIM

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
               DISPLAY 'COAFAML01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-CONFERE-REMESSA
              THRU 1100-CONFERE-REMESSA-FIM.
           PERFORM 1200-CARREGA-CASOS
              THRU 1200-CARREGA-CASOS-FIM.
           PERFORM 1300-CARREGA-DOCUMENTOS
              THRU 1300-CARREGA-DOCUMENTOS-FIM.

      *****A PASSAGEM A COMUNICADO ENTRA NA TRILHA DE DECISOES
           OPEN EXTEND DECISOES
           IF WSN-FS-DECISOES NOT EQUAL ZEROS
               OPEN OUTPUT DECISOES
           END-IF
           OPEN OUTPUT REMESSA
           OPEN OUTPUT RELATORIO.
           MOVE WCA-DATA-REFERENCIA TO RCH-DATA.
           WRITE REG-REMESSA FROM WCA-REM-HEADER.
           ACCEPT WS-HORA FROM TIME.

           MOVE WCA-DATA-REFERENCIA TO TR-DATA-REF.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABEC-COMUNICADOS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
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

      *****REMESSA ANTERIOR COM A DATA DE REFERENCIA (OU POSTERIOR) E
      *****RODADA REPETIDA
       1100-CONFERE-REMESSA.
           OPEN INPUT REMESSA.
           IF WSN-FS-REMESSA NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-REMESSA
               GO TO 1100-CONFERE-REMESSA-FIM
           END-IF.
           READ REMESSA INTO WCA-REM-HEADER
               AT END
                   MOVE ZEROS TO RCH-DATA
           END-READ.
           CLOSE REMESSA.
           IF RCH-TIPO EQUAL '0'
              AND RCH-DATA NOT LESS THAN WCA-DATA-REFERENCIA
               DISPLAY 'COAFAML01 - REMESSA JA GERADA EM '
                       RCH-DATA ' (RODADA REPETIDA?)'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-CONFERE-REMESSA-FIM.
           EXIT.

       1200-CARREGA-CASOS.
           OPEN INPUT CASOS.
           IF WSN-FS-CASOS NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-CASOS
               DISPLAY 'COAFAML01 - CASOAML01 AUSENTE - NADA A '
                       'COMUNICAR'
               GO TO 1200-CARREGA-CASOS-FIM
           END-IF.
           SET SW-FIM-NAO-CAS TO TRUE.
           PERFORM 1210-LER-CASO
              THRU 1210-LER-CASO-FIM.
           PERFORM 1220-GUARDA-CASO
              THRU 1220-GUARDA-CASO-FIM
             UNTIL SW-FIM-SIM-CAS.
           CLOSE CASOS.
       1200-CARREGA-CASOS-FIM.
           EXIT.

       1210-LER-CASO.
           READ CASOS
               AT END
                   SET SW-FIM-SIM-CAS TO TRUE
           END-READ.
       1210-LER-CASO-FIM.
           EXIT.

      *****COM A TABELA CHEIA O LOTE ABORTA: A REGRAVACAO DO
      *****CASOAML01 SO E SEGURA SE ELE COUBE INTEIRO
       1220-GUARDA-CASO.
           IF WCA-CAS-QTD NOT LESS THAN 5000
               DISPLAY 'COAFAML01 - CASOAML01 COM MAIS DE 5000 '
                       'CASOS - ABORTADO PARA NAO REGRAVAR '
                       'CADASTRO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-CAS-QTD.
           SET WCA-CAS-IDX TO WCA-CAS-QTD.
           MOVE REG-CASO TO WCA-CAS-REG(WCA-CAS-IDX).
           PERFORM 1210-LER-CASO
              THRU 1210-LER-CASO-FIM.
       1220-GUARDA-CASO-FIM.
           EXIT.

       1300-CARREGA-DOCUMENTOS.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               GO TO 1300-CARREGA-DOCUMENTOS-FIM
           END-IF.
           SET SW-FIM-NAO-02 TO TRUE.
           PERFORM 1310-LER-ENTRADA02
              THRU 1310-LER-ENTRADA02-FIM.
           PERFORM 1320-GUARDA-DOCUMENTO
              THRU 1320-GUARDA-DOCUMENTO-FIM
             UNTIL SW-FIM-SIM-02.
           CLOSE ENTRADA02.
       1300-CARREGA-DOCUMENTOS-FIM.
           EXIT.

       1310-LER-ENTRADA02.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-02 TO TRUE
           END-READ.
           IF NOT SW-FIM-SIM-02
              AND (REG-ENTRADA-02(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA-02(1:3) EQUAL 'TRL')
               GO TO 1310-LER-ENTRADA02
           END-IF.
       1310-LER-ENTRADA02-FIM.
           EXIT.

       1320-GUARDA-DOCUMENTO.
           IF E2-COD-CTA GREATER THAN ZERO
               MOVE E2-NUM-DOC TO WCA-CTA-DOC(E2-COD-CTA)
               MOVE E2-NOM-CLI TO WCA-CTA-NOME(E2-COD-CTA)
           END-IF.
           PERFORM 1310-LER-ENTRADA02
              THRU 1310-LER-ENTRADA02-FIM.
       1320-GUARDA-DOCUMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CASO COMUNICAVEL: DETALHE NA REMESSA, LINHA NO RELATORIO,
      *     PASSAGEM A COMUNICADO NA TRILHA E NO CADASTRO
      *-----------------------------------------------------------------
       3000-COMUNICA-CASO.
           MOVE WCA-CAS-REG(WCA-CAS-IDX) TO REG-CASO.
           IF NOT CAS-COMUNICAVEL
               GO TO 3000-COMUNICA-CASO-FIM
           END-IF.

           MOVE CAS-NUM            TO RCD-NUM-CASO.
           MOVE CAS-COD-CTA        TO RCD-COD-CTA.
           MOVE CAS-COD-AGENCIA    TO RCD-COD-AGENCIA.
           MOVE SPACES             TO RCD-NUM-DOC RCD-NOM-CLI.
           IF CAS-COD-CTA GREATER THAN ZERO
               MOVE WCA-CTA-DOC(CAS-COD-CTA)  TO RCD-NUM-DOC
               MOVE WCA-CTA-NOME(CAS-COD-CTA) TO RCD-NOM-CLI
           END-IF.
           MOVE CAS-OCORRENCIA     TO RCD-OCORRENCIA.
           MOVE CAS-DAT-ULTIMA     TO RCD-DATA-OCORR.
           MOVE CAS-VAL-ULTIMA     TO RCD-VALOR.
           MOVE CAS-QTD-OCORR      TO RCD-QTD-OCORR.
           MOVE CAS-DAT-DECISAO    TO RCD-DATA-DECISAO.
           MOVE CAS-JUSTIFICATIVA  TO RCD-JUSTIFICATIVA.
           WRITE REG-REMESSA FROM WCA-REM-DETALHE.
           ADD 1 TO WS-QTD-COMUNICADOS.
           ADD CAS-VAL-ULTIMA TO WS-VAL-COMUNICADO.

           MOVE CAS-NUM            TO LCO-NUM-CASO.
           MOVE CAS-COD-CTA        TO LCO-COD-CTA.
           MOVE RCD-NUM-DOC        TO LCO-NUM-DOC.
           MOVE CAS-OCORRENCIA     TO LCO-OCORRENCIA.
           MOVE WCA-LINHA-COMUNICADO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE SPACES              TO REG-DECISAO.
           MOVE WCA-DATA-REFERENCIA TO DEC-DATA.
           MOVE WS-HORA-HMS         TO DEC-HORA.
           MOVE CAS-NUM             TO DEC-NUM-CASO.
           MOVE CAS-COD-CTA         TO DEC-COD-CTA.
           MOVE CAS-OCORRENCIA      TO DEC-OCORRENCIA.
           MOVE CAS-SITUACAO        TO DEC-SIT-ANTERIOR.
           MOVE 'E'                 TO DEC-SIT-NOVA.
           MOVE WS-LOG-PROGRAMA     TO DEC-USUARIO.
           MOVE ZEROS               TO DEC-NIVEL.
           MOVE 'COMUNICADO AO COAF NA REMESSA DO DIA'
                                    TO DEC-JUSTIFICATIVA.
           WRITE REG-DECISAO.

           SET CAS-COMUNICADO TO TRUE.
           MOVE WCA-DATA-REFERENCIA TO CAS-DAT-COMUNICACAO.
           MOVE REG-CASO TO WCA-CAS-REG(WCA-CAS-IDX).
       3000-COMUNICA-CASO-FIM.
           EXIT.

       5000-REGRAVA-CASOS.
           MOVE WS-QTD-COMUNICADOS TO RCT-QTD-CASOS.
           MOVE WS-VAL-COMUNICADO  TO RCT-VALOR-TOTAL.
           WRITE REG-REMESSA FROM WCA-REM-TRAILER.
           CLOSE REMESSA.
           CLOSE DECISOES.

           IF WS-QTD-COMUNICADOS EQUAL ZERO
               GO TO 5000-REGRAVA-CASOS-FIM
           END-IF.
           OPEN OUTPUT CASOS.
           PERFORM 5100-GRAVA-CASO
              THRU 5100-GRAVA-CASO-FIM
              VARYING WCA-CAS-IDX FROM 1 BY 1
              UNTIL WCA-CAS-IDX GREATER THAN WCA-CAS-QTD.
           CLOSE CASOS.
       5000-REGRAVA-CASOS-FIM.
           EXIT.

       5100-GRAVA-CASO.
           MOVE WCA-CAS-REG(WCA-CAS-IDX) TO REG-CASO.
           WRITE REG-CASO.
       5100-GRAVA-CASO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     AUDITORIA: TODA A TRILHA DE DECISOES, COM QUEM DECIDIU
      *-----------------------------------------------------------------
       6000-IMPRIME-TRILHA.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABEC-DECISOES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           OPEN INPUT DECISOES.
           IF WSN-FS-DECISOES NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-DECISOES
               GO TO 6000-IMPRIME-TRILHA-FIM
           END-IF.
           SET SW-FIM-NAO-DEC TO TRUE.
           PERFORM 6100-LER-DECISAO
              THRU 6100-LER-DECISAO-FIM.
           PERFORM 6200-IMPRIME-DECISAO
              THRU 6200-IMPRIME-DECISAO-FIM
             UNTIL SW-FIM-SIM-DEC.
           CLOSE DECISOES.
       6000-IMPRIME-TRILHA-FIM.
           EXIT.

       6100-LER-DECISAO.
           READ DECISOES
               AT END
                   SET SW-FIM-SIM-DEC TO TRUE
           END-READ.
       6100-LER-DECISAO-FIM.
           EXIT.

       6200-IMPRIME-DECISAO.
           ADD 1 TO WS-QTD-DECISOES.
      *****CASO 000000 E DECISAO DE ABERTURA BLOQUEADA (L/R): ENTRA NA
      *****TRILHA MAS NAO NOS TOTAIS DE CASOS
           IF DEC-NUM-CASO GREATER THAN ZEROS
               EVALUATE DEC-SIT-NOVA
                   WHEN 'D'
                       ADD 1 TO WS-QTD-DESCARTES
                   WHEN 'R'
                       ADD 1 TO WS-QTD-REVISOES
                   WHEN 'C'
                       ADD 1 TO WS-QTD-COMUNICAVEIS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           MOVE DEC-DATA          TO LD-DATA.
           MOVE DEC-HH            TO LD-HH.
           MOVE DEC-MM            TO LD-MM.
           MOVE DEC-SS            TO LD-SS.
           MOVE DEC-NUM-CASO      TO LD-NUM-CASO.
           MOVE DEC-COD-CTA       TO LD-COD-CTA.
           MOVE DEC-SIT-ANTERIOR  TO LD-SIT-ANTERIOR.
           MOVE DEC-SIT-NOVA      TO LD-SIT-NOVA.
           MOVE DEC-USUARIO       TO LD-USUARIO.
           MOVE WCA-LINHA-DECISAO-1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE DEC-JUSTIFICATIVA TO LD-JUSTIFICATIVA.
           MOVE DEC-NIVEL         TO LD-NIVEL.
           MOVE WCA-LINHA-DECISAO-2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 6100-LER-DECISAO
              THRU 6100-LER-DECISAO-FIM.
       6200-IMPRIME-DECISAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           MOVE WS-QTD-COMUNICADOS  TO LT-COMUNICADOS.
           MOVE WS-QTD-DECISOES     TO LT-DECISOES.
           MOVE WS-QTD-DESCARTES    TO LT-DESCARTES.
           MOVE WS-QTD-REVISOES     TO LT-REVISOES.
           MOVE WS-QTD-COMUNICAVEIS TO LT-COMUNICAVEIS.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.

           DISPLAY 'COAFAML01 - CASOS COMUNICADOS: ' WS-QTD-COMUNICADOS
                   ' DECISOES NA TRILHA: ' WS-QTD-DECISOES.

           MOVE 0 TO WS-RC-FINAL.
           IF WSN-FS-CASOS     NOT EQUAL 00 OR
              WSN-FS-DECISOES  NOT EQUAL 00 OR
              WSN-FS-REMESSA   NOT EQUAL 00 OR
              WSN-FS-RELATORIO NOT EQUAL 00
               DISPLAY 'COAFAML01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-QTD-COMUNICADOS GREATER THAN ZERO
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF.
           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'COAF - ' WS-QTD-COMUNICADOS ' CASOS COMUNICADOS '
                  WS-QTD-DECISOES ' DECISOES'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM COAFAML01.
