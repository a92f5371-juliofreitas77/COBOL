      * qualquer movimento em conta com situacao 'F' ou 'C' em
      * Entrada01 (que nao deveria movimentar). As excecoes saem em
      * AmlScreen01.txt, datadas e agrupadas por agencia.
      * Cada ocorrencia (inclusive as do SUSPAML01) e casada com o
      * cadastro de casos CASOAML01, chaveado por conta e ocorrencia:
      * a primeira vez abre um caso novo ('N') para o analista do
      * compliance decidir no MANUAML01; a reincidencia soma no caso
      * existente. Caso descartado ('D') fica suprimido do relatorio
      * e do EXCTRAB01 ate a data de supressao gravada na decisao;
      * vencida a supressao, ou reincidindo um caso ja comunicado ao
      * COAF ('E'), o caso volta a novo.
      * As ocorrencias da triagem noturna nas listas de sancoes e PEP
      * (SUSPLIS01, do TRIAGEM01) entram do mesmo jeito que as do
      * SUSPAML01 e abrem caso para a conta do titular na lista.
      * Os movimentos vem do indexado MOVIDX01 (carga do CARGAMOV01, que
      * o plano roda logo antes), ja em ordem de conta + data + NSU, sem
      * a reclassificacao do Movimento01 inteiro; sem o indexado o
      * arquivo plano volta a ser reclassificado. Antes de usar o
      * indexado a rotina CONFMOVX confere o Movimento01 atual
      * (quantidade e hash de MOV-VAL) contra o controle MOVIDXCTL01
      * gravado na carga; se o arquivo mudou depois da carga, o indexado
      * e ignorado, o arquivo plano e reclassificado e o desvio vai para
      * o log central com severidade 'A'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVTRAB.

      *        MOVIMENTOS INDEXADOS POR CONTA+DATA+NSU (CARGAMOV01)
           SELECT MOVIDX ASSIGN TO 'MOVIDX01'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MVX-CHAVE
               ALTERNATE RECORD KEY IS MVX-MOV-NSU
                   WITH DUPLICATES
               FILE STATUS IS WSN-FS-MOVIDX.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-EXCTRAB.

      *        EXCECOES QUE SOBRAM APOS A SUPRESSAO DOS DESCARTADOS
           SELECT EXCFILT ASSIGN TO 'EXCFILT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-EXCFILT.

      *        CADASTRO DE CASOS DO COMPLIANCE (CONTA + OCORRENCIA)
           SELECT CASOS ASSIGN TO 'CASOAML01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CASOS.

           SELECT CLASSIFICA ASSIGN TO 'SORTWK01'.

           SELECT RELATORIO ASSIGN TO 'AMLSCREEN01'
       FILE SECTION.
       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
               88 STA-CTA-ATIVA                VALUE 'A'.

       FD MOVIMENTO.
       01 REG-MOVIMENTO-BRUTO      PIC X(56).

       FD MOVTRAB.
       01 REG-MOVTRAB              PIC X(56).

       FD MOVIDX.
       01 REG-MOVIDX.
           05 MVX-CHAVE.
               10 MVX-COD-CTA      PIC 9(06).
               10 MVX-DAT          PIC 9(08).
               10 MVX-NSU          PIC 9(09).
           05 MVX-MOVIMENTO.
               10 MVX-MOV-COD-CTA  PIC 9(06).
               10 MVX-MOV-DAT      PIC 9(08).
               10 MVX-MOV-TIP      PIC X(01).
               10 MVX-MOV-FORMA    PIC X(01).
               10 MVX-MOV-VAL      PIC 9(09)V99.
               10 MVX-MOV-HIST     PIC X(20).
               10 MVX-MOV-NSU      PIC 9(09).

      *                CONTROLE (PARAMETROS DO RELATORIO)
       FD CONTROLE.
       FD EXCTRAB.
       01 REG-EXCTRAB.
           05 EX-COD-AGENCIA       PIC X(04).
           05 EX-COD-CTA           PIC 9(06).
           05 EX-DAT               PIC 9(08).
           05 EX-OCORRENCIA        PIC X(30).
           05 EX-VAL               PIC 9(09)V99.

       FD EXCFILT.
       01 REG-EXCFILT              PIC X(59).

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

       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-COD-AGENCIA      PIC X(04).
           05 SRT-COD-CTA          PIC 9(06).
           05 SRT-DAT              PIC 9(08).
           05 FILLER               PIC X(41).

           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVTRAB       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIDX        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-EXCTRAB       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-EXCFILT       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CASOS         PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
           05 SW-EXCTRAB           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-EXC               VALUE 'N'.
               88 SW-FIM-SIM-EXC               VALUE 'S'.
           05 SW-CASOS             PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CAS               VALUE 'N'.
               88 SW-FIM-SIM-CAS               VALUE 'S'.
      *****ORIGEM DOS MOVIMENTOS: 'I' INDEXADO MOVIDX01, 'S' ARQUIVO
      *****PLANO RECLASSIFICADO
       01 SW-ORIGEM-MOVS           PIC X(01) VALUE 'S'.
           88 ORIGEM-INDEXADA                 VALUE 'I'.
      *****CONFERENCIA DO MOVIDX01 CONTRA O MOVIMENTO01 ATUAL (ROTINA
      *****COMUM CONFMOVX): 'S' CONFERE, 'N' INDEXADO DESATUALIZADO
       01 SW-MOVIDX-CONFERE        PIC X(01) VALUE 'N'.
           88 MOVIDX-CONFERE                  VALUE 'S'.
       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'AMLSCREEN01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.

      *****MOVIMENTO CORRENTE, DE QUALQUER DAS DUAS ORIGENS
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
               88 MOV-CREDITO                  VALUE 'C'.
           05 MOV-FORMA            PIC X(01).
               88 MOV-EM-DINHEIRO              VALUE 'D'.
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

       01 WCA-DATA-REFERENCIA      PIC 9(08)    VALUE ZEROS.
       01 WCA-LIMITE-AML           PIC 9(09)V99 VALUE ZEROS.
      *****SITUACAO E AGENCIA DE CADA CONTA, INDEXADAS PELO NUMERO DA
      *****CONTA (MESMA TECNICA DO RELATORIO DE DORMENTES)
       01 WCA-CADASTRO-CONTAS.
           05 WCA-CAD-CTA OCCURS 999999 TIMES.
               10 WCA-CAD-AGENCIA  PIC X(04).
               10 WCA-CAD-STATUS   PIC X(01).

      *****CONTROLE DO GRUPO CONTA+DIA PARA DEPOSITOS REPETIDOS
       01 WS-CTA-GRUPO             PIC 9(06) VALUE ZEROS.
       01 WS-DAT-GRUPO             PIC 9(08) VALUE ZEROS.
       01 WS-QTD-DEP-DIA           PIC 9(04) VALUE ZEROS.
       01 WS-VAL-DEP-DIA           PIC 9(11)V99 VALUE ZEROS.

      *****CADASTRO DE CASOS CARREGADO EM MEMORIA (REGISTRO INTEIRO,
      *****MESMA TECNICA DO MANUCTS01)
       01 WCA-CASOS.
           05 WCA-CAS-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-CAS-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-CAS-IDX.
               10 WCA-CAS-REG      PIC X(176).
       77 WS-CAS-ACHOU             PIC X(01) VALUE 'N'.
           88 CASO-ACHADO              VALUE 'S'.
       77 WS-IDX-CASO              PIC 9(04) VALUE ZEROS.
       77 WS-ULT-NUM-CASO          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CASOS-NOVOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SUPRIMIDAS        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CAS-EXCEDENTE     PIC 9(06) VALUE ZEROS.

       77 WS-QTD-EXCECOES          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-AG-EXC            PIC 9(04) VALUE ZEROS.
       01 WS-AGENCIA-ANTERIOR      PIC X(04) VALUE SPACES.

       01 WCA-LINHA-EXCECAO.
           05 FILLER               PIC X(08) VALUE '     CTA'.
           05 LE-COD-CTA           PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LE-DIA               PIC 9(02) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE '/'.
           05 LE-OCORRENCIA        PIC X(30) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE '  R$ '.
           05 LE-VAL               PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LE-NUM-CASO          PIC 9(06) VALUE ZEROS.

       01 WCA-LINHA-TOT-AG.
           05 FILLER               PIC X(28) VALUE
           05 FILLER               PIC X(28) VALUE
               '   TOTAL DE EXCECOES ='.
           05 LT-QTD               PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(16) VALUE
               '  CASOS NOVOS ='.
           05 LT-QTD-NOVOS         PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER               PIC X(16) VALUE
               '  SUPRIMIDAS ='.
           05 LT-QTD-SUPRIMIDAS    PIC ZZZ.ZZ9 VALUE ZEROS.

       01 WS-DATA-AUX.
           05 WS-ANO-AUX           PIC 9(04).
       1080-GUARDA-CONTA-FIM.
           EXIT.

      *****OS MOVIMENTOS SAEM DO INDEXADO, QUE JA ESTA EM ORDEM DE
      *****CONTA+DATA; SEM ELE RECLASSIFICA OS MOVIMENTOS POR CONTA+DATA
      *****(OS LOTES DE JUROS/TARIFAS GRAVAM NO FIM DO ARQUIVO, FORA DE
      *****ORDEM)
       1400-CLASSIFICA-MOVIMENTOS.
           CALL 'CONFMOVX' USING SW-MOVIDX-CONFERE.
           IF NOT MOVIDX-CONFERE
               PERFORM 1490-AVISA-MOVIDX
                  THRU 1490-AVISA-MOVIDX-FIM
               GO TO 1400-RECLASSIFICA
           END-IF.
           OPEN INPUT MOVIDX.
           IF WSN-FS-MOVIDX EQUAL ZEROS
               MOVE 'I' TO SW-ORIGEM-MOVS
               GO TO 1400-CLASSIFICA-MOVIMENTOS-FIM
           END-IF.
           DISPLAY 'AMLSCREEN01 - MOVIDX01 INDISPONIVEL - FS '
                   WSN-FS-MOVIDX ' - RECLASSIFICANDO MOVIMENTO01'.
           MOVE ZEROS TO WSN-FS-MOVIDX.
       1400-RECLASSIFICA.
           OPEN INPUT MOVIMENTO.
           IF WSN-FS-MOVIMENTO EQUAL ZEROS
               CLOSE MOVIMENTO
       1400-CLASSIFICA-MOVIMENTOS-FIM.
           EXIT.

      *****MOVIMENTO01 ALTERADO DEPOIS DA CARGA DO MOVIDX01 (OU CARGA
      *****SEM CONTROLE): O INDEXADO NAO E USADO
       1490-AVISA-MOVIDX.
           DISPLAY 'AMLSCREEN01 - MOVIDX01 NAO CONFERE COM O '
                   'MOVIMENTO01 - RECLASSIFICANDO MOVIMENTO01'.
           MOVE 'A' TO WS-LOG-SEVERIDADE.
           MOVE 'MOVIDX01 DIVERGE DO MOVIMENTO01 - RECLASSIFICADO'
               TO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       1490-AVISA-MOVIDX-FIM.
           EXIT.

       1300-LER-MOVIMENTO.
           IF SW-FIM-SIM-MOV
               GO TO 1300-LER-MOVIMENTO-FIM
           END-IF.
           IF ORIGEM-INDEXADA
               READ MOVIDX NEXT RECORD
                   AT END
                       SET SW-FIM-SIM-MOV TO TRUE
                   NOT AT END
                       MOVE MVX-MOVIMENTO TO REG-MOVIMENTO
               END-READ
               GO TO 1300-LER-MOVIMENTO-FIM
           END-IF.
           READ MOVTRAB INTO REG-MOVIMENTO
               AT END
                   SET SW-FIM-SIM-MOV TO TRUE
           END-READ.
       3310-GRAVA-EXCECAO-GRUPO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CADA OCORRENCIA ABRE OU ATUALIZA O CASO DA CONTA; A DO CASO
      *     DESCARTADO DENTRO DA SUPRESSAO NAO SEGUE PARA O RELATORIO
      *-----------------------------------------------------------------
       3500-CONFERE-CASOS.
           PERFORM 3700-CARREGA-CASOS
              THRU 3700-CARREGA-CASOS-FIM.
           OPEN INPUT EXCTRAB.
           OPEN OUTPUT EXCFILT.
           MOVE ZEROS TO WS-QTD-EXCECOES.
           SET SW-FIM-NAO-EXC TO TRUE.
           PERFORM 4100-LER-EXCTRAB
              THRU 4100-LER-EXCTRAB-FIM.
           PERFORM 3510-CASA-OCORRENCIA
              THRU 3510-CASA-OCORRENCIA-FIM
             UNTIL SW-FIM-SIM-EXC.
           CLOSE EXCTRAB.
           CLOSE EXCFILT.
           IF WS-QTD-CAS-EXCEDENTE GREATER THAN ZERO
               DISPLAY 'AMLSCREEN01 - CASOAML01 CHEIO - '
                       WS-QTD-CAS-EXCEDENTE
                       ' OCORRENCIAS SEM CASO'
           END-IF.
           PERFORM 3800-REGRAVA-CASOS
              THRU 3800-REGRAVA-CASOS-FIM.
       3500-CONFERE-CASOS-FIM.
           EXIT.

       3510-CASA-OCORRENCIA.
           PERFORM 3600-PROCURA-CASO
              THRU 3600-PROCURA-CASO-FIM.
           IF NOT CASO-ACHADO
               IF WCA-CAS-QTD NOT LESS THAN 5000
                   ADD 1 TO WS-QTD-CAS-EXCEDENTE
                   GO TO 3510-GRAVA-EXCECAO
               END-IF
               ADD 1 TO WCA-CAS-QTD WS-ULT-NUM-CASO
                        WS-QTD-CASOS-NOVOS
               SET WCA-CAS-IDX TO WCA-CAS-QTD
               MOVE SPACES          TO REG-CASO
               MOVE WS-ULT-NUM-CASO TO CAS-NUM
               MOVE EX-COD-CTA      TO CAS-COD-CTA
               MOVE EX-OCORRENCIA   TO CAS-OCORRENCIA
               MOVE WCA-DATA-REFERENCIA TO CAS-DAT-ABERTURA
               MOVE ZEROS           TO CAS-QTD-OCORR CAS-DAT-DECISAO
                                       CAS-DAT-SUPRIME
                                       CAS-DAT-COMUNICACAO
               SET CAS-NOVO TO TRUE
           ELSE
               SET WCA-CAS-IDX TO WS-IDX-CASO
               MOVE WCA-CAS-REG(WCA-CAS-IDX) TO REG-CASO
           END-IF.

           MOVE EX-COD-AGENCIA TO CAS-COD-AGENCIA.
           MOVE EX-DAT         TO CAS-DAT-ULTIMA.
           MOVE EX-VAL         TO CAS-VAL-ULTIMA.
           ADD 1 TO CAS-QTD-OCORR.

           IF CAS-DESCARTADO
              AND CAS-DAT-SUPRIME NOT LESS THAN WCA-DATA-REFERENCIA
               MOVE REG-CASO TO WCA-CAS-REG(WCA-CAS-IDX)
               ADD 1 TO WS-QTD-SUPRIMIDAS
               GO TO 3510-LER-PROXIMA
           END-IF.
      *****SUPRESSAO VENCIDA OU CASO JA COMUNICADO: VOLTA A ANALISE
           IF CAS-DESCARTADO OR CAS-COMUNICADO
               SET CAS-NOVO TO TRUE
               MOVE ZEROS TO CAS-DAT-SUPRIME
           END-IF.
           MOVE REG-CASO TO WCA-CAS-REG(WCA-CAS-IDX).
       3510-GRAVA-EXCECAO.
           WRITE REG-EXCFILT FROM REG-EXCTRAB.
           ADD 1 TO WS-QTD-EXCECOES.
       3510-LER-PROXIMA.
           PERFORM 4100-LER-EXCTRAB
              THRU 4100-LER-EXCTRAB-FIM.
       3510-CASA-OCORRENCIA-FIM.
           EXIT.

       3600-PROCURA-CASO.
           MOVE 'N' TO WS-CAS-ACHOU.
           PERFORM 3610-TESTA-CASO
              THRU 3610-TESTA-CASO-FIM
               VARYING WCA-CAS-IDX FROM 1 BY 1
               UNTIL WCA-CAS-IDX GREATER THAN WCA-CAS-QTD
                  OR CASO-ACHADO.
       3600-PROCURA-CASO-FIM.
           EXIT.

      *****CHAVE: CONTA (POSICOES 8-13) E OCORRENCIA (15-44)
       3610-TESTA-CASO.
           IF WCA-CAS-REG(WCA-CAS-IDX)(8:6)  EQUAL EX-COD-CTA
              AND WCA-CAS-REG(WCA-CAS-IDX)(15:30) EQUAL EX-OCORRENCIA
               MOVE 'S' TO WS-CAS-ACHOU
               SET WS-IDX-CASO TO WCA-CAS-IDX
           END-IF.
       3610-TESTA-CASO-FIM.
           EXIT.

      *****COM A TABELA CHEIA O LOTE ABORTA: A REGRAVACAO FINAL DO
      *****CASOAML01 SO E SEGURA SE ELE COUBE INTEIRO
       3700-CARREGA-CASOS.
           OPEN INPUT CASOS.
           IF WSN-FS-CASOS NOT EQUAL ZEROS
               DISPLAY 'AMLSCREEN01 - CASOAML01 AUSENTE - CADASTRO '
                       'DE CASOS NOVO SERA CRIADO'
               GO TO 3700-CARREGA-CASOS-FIM
           END-IF.
           SET SW-FIM-NAO-CAS TO TRUE.
           PERFORM 3710-LER-CASO
              THRU 3710-LER-CASO-FIM.
           PERFORM 3720-GUARDA-CASO
              THRU 3720-GUARDA-CASO-FIM
             UNTIL SW-FIM-SIM-CAS.
           CLOSE CASOS.
       3700-CARREGA-CASOS-FIM.
           EXIT.

       3710-LER-CASO.
           READ CASOS
               AT END
                   SET SW-FIM-SIM-CAS TO TRUE
           END-READ.
       3710-LER-CASO-FIM.
           EXIT.

       3720-GUARDA-CASO.
           IF WCA-CAS-QTD NOT LESS THAN 5000
               DISPLAY 'AMLSCREEN01 - CASOAML01 COM MAIS DE 5000 '
                       'CASOS - ABORTADO PARA NAO REGRAVAR '
                       'CADASTRO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-CAS-QTD.
           SET WCA-CAS-IDX TO WCA-CAS-QTD.
           MOVE REG-CASO TO WCA-CAS-REG(WCA-CAS-IDX).
           IF CAS-NUM GREATER THAN WS-ULT-NUM-CASO
               MOVE CAS-NUM TO WS-ULT-NUM-CASO
           END-IF.
           PERFORM 3710-LER-CASO
              THRU 3710-LER-CASO-FIM.
       3720-GUARDA-CASO-FIM.
           EXIT.

       3800-REGRAVA-CASOS.
           OPEN OUTPUT CASOS.
           PERFORM 3810-GRAVA-CASO
              THRU 3810-GRAVA-CASO-FIM
               VARYING WCA-CAS-IDX FROM 1 BY 1
               UNTIL WCA-CAS-IDX GREATER THAN WCA-CAS-QTD.
           CLOSE CASOS.
       3800-REGRAVA-CASOS-FIM.
           EXIT.

       3810-GRAVA-CASO.
           MOVE WCA-CAS-REG(WCA-CAS-IDX) TO REG-CASO.
           WRITE REG-CASO.
       3810-GRAVA-CASO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CLASSIFICA AS EXCECOES POR AGENCIA E IMPRIME O RELATORIO.
      *     ANTES DA CLASSIFICACAO, AS OCORRENCIAS VINDAS DE FORA
      *     (SUSPAML01, GRAVADO PELA VARREDURA DE DOCUMENTOS
      *     DUPLICADOS DUPDOC01, E SUSPLIS01, DA TRIAGEM NAS LISTAS
      *     DE SANCOES E PEP TRIAGEM01, MESMO LEIAUTE DO EXCTRAB) SAO
      *     ANEXADAS A LISTA DE SUSPEITOS DA PROPRIA VARREDURA. O
      *     CASAMENTO COM OS CASOS TIRA AS SUPRIMIDAS ANTES DA
      *     CLASSIFICACAO
      *-----------------------------------------------------------------
       4000-GRAVA-RELATORIO.
           CLOSE EXCTRAB.
           MOVE 'cat SUSPAML01 SUSPLIS01 >> EXCTRAB01 2>/dev/null'
              TO WS-COMANDO-SUSPEITOS.
           CALL 'SYSTEM' USING WS-COMANDO-SUSPEITOS.
           PERFORM 3500-CONFERE-CASOS
              THRU 3500-CONFERE-CASOS-FIM.
           SORT CLASSIFICA
               ON ASCENDING KEY SRT-COD-AGENCIA
                                SRT-COD-CTA
                                SRT-DAT
               USING EXCFILT
               GIVING EXCTRAB.

           OPEN OUTPUT RELATORIO.
                  THRU 4300-TOTAL-AGENCIA-FIM
           END-IF.

           MOVE WS-QTD-EXCECOES    TO LT-QTD.
           MOVE WS-QTD-CASOS-NOVOS TO LT-QTD-NOVOS.
           MOVE WS-QTD-SUPRIMIDAS  TO LT-QTD-SUPRIMIDAS.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO BEFORE 2 LINES.
           CLOSE EXCTRAB.
           MOVE WS-ANO-AUX     TO LE-ANO.
           MOVE EX-OCORRENCIA  TO LE-OCORRENCIA.
           MOVE EX-VAL         TO LE-VAL.
           PERFORM 3600-PROCURA-CASO
              THRU 3600-PROCURA-CASO-FIM.
           IF CASO-ACHADO
               SET WCA-CAS-IDX TO WS-IDX-CASO
               MOVE WCA-CAS-REG(WCA-CAS-IDX) TO REG-CASO
               MOVE CAS-NUM TO LE-NUM-CASO
           ELSE
               MOVE ZEROS TO LE-NUM-CASO
           END-IF.
           MOVE WCA-LINHA-EXCECAO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WS-QTD-AG-EXC.
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           DISPLAY 'AMLSCREEN01 - EXCECOES APONTADAS: ' WS-QTD-EXCECOES
                   ' CASOS NOVOS: ' WS-QTD-CASOS-NOVOS
                   ' SUPRIMIDAS: ' WS-QTD-SUPRIMIDAS
           IF ORIGEM-INDEXADA
               CLOSE MOVIDX
           ELSE
               IF WSN-FS-MOVIMENTO EQUAL ZEROS
                   CLOSE MOVTRAB
               END-IF
           END-IF
           CLOSE RELATORIO.

               WSN-FS-MOVIMENTO   NOT EQUAL 00     OR
              (WSN-FS-MOVTRAB    NOT EQUAL 00 AND
                WSN-FS-MOVTRAB    NOT EQUAL 10)   OR
               WSN-FS-MOVIDX      NOT EQUAL 00     OR
              (WSN-FS-EXCTRAB    NOT EQUAL 00 AND
                WSN-FS-EXCTRAB    NOT EQUAL 10)   OR
               WSN-FS-RELATORIO   NOT EQUAL 00     OR
               WSN-FS-EXCFILT     NOT EQUAL 00     OR
               WSN-FS-CASOS       NOT EQUAL 00
               DISPLAY 'AMLSCREEN01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO RETURN-CODE
           ELSE
