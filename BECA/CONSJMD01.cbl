      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Consulta do jornal de alteracoes cadastrais JORNALMD01
      * (gravado pelos programas de manutencao via rotina comum
      * JORNALMD). Lista o historico de uma chave (conta, documento,
      * matricula, data de feriado...) ou de um usuario num intervalo
      * de datas: cada linha traz data, hora, usuario, programa,
      * arquivo, chave, campo, valor antigo e valor novo. A lista sai
      * na tela e no relatorio RELJMD01, com o total de alteracoes
      * encontradas, e a consulta fica registrada no log central via
      * LOGOPER com o usuario que a fez.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSJMD01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT JORNAL ASSIGN TO 'JORNALMD01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-JORNAL.

           SELECT RELATORIO ASSIGN TO 'RELJMD01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

       DATA DIVISION.
      *
       FILE SECTION.
       FD JORNAL.
       01 REG-JORNAL.
           05 JMD-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 JMD-HORA             PIC 9(06).
           05 FILLER               PIC X(01).
           05 JMD-USUARIO          PIC X(20).
           05 FILLER               PIC X(01).
           05 JMD-PROGRAMA         PIC X(12).
           05 FILLER               PIC X(01).
           05 JMD-ARQUIVO          PIC X(12).
           05 FILLER               PIC X(01).
           05 JMD-CHAVE            PIC X(20).
           05 FILLER               PIC X(01).
           05 JMD-CAMPO            PIC X(20).
           05 FILLER               PIC X(01).
           05 JMD-VALOR-ANTIGO     PIC X(40).
           05 FILLER               PIC X(01).
           05 JMD-VALOR-NOVO       PIC X(40).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(200).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-JORNAL        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-JORNAL            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-JMD               VALUE 'N'.
               88 SW-FIM-SIM-JMD               VALUE 'S'.
           05 SW-ABERTO-JMD        PIC X(01) VALUE 'N'.
               88 JORNAL-ABERTO                VALUE 'S'.

       77 WS-USUARIO               PIC X(20) VALUE SPACES.
       77 WS-TIPO-FILTRO           PIC 9(01) VALUE ZERO.
           88 FILTRO-CHAVE                     VALUE 1.
           88 FILTRO-USUARIO                   VALUE 2.
       77 WS-FILTRO                PIC X(20) VALUE SPACES.
       77 WS-DATA-INI              PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM              PIC 9(08) VALUE ZEROS.
       77 WS-SELECIONA             PIC X(01) VALUE 'N'.
           88 LINHA-SELECIONADA                VALUE 'S'.

       77 WS-QTD-LIDOS             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LISTADOS          PIC 9(07) VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'CONSJMD01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.

       01 LINE-DESIGN              PIC X(84)
               VALUES
           '*===========================================================
      -    '=======================*'.

       01 WCA-TITULO-RELATORIO     PIC X(84) VALUE
           '*          HISTORICO DO JORNAL DE ALTERACOES CADASTRAIS
      -    '                       *'.

       01 WCA-LINHA-FILTRO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LF-TIPO              PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LF-FILTRO            PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(04) VALUE ' DE '.
           05 LF-DATA-INI          PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(05) VALUE ' ATE '.
           05 LF-DATA-FIM          PIC 9(08) VALUE ZEROS.

       01 WCA-LINHA-ALTERACAO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LA-DATA              PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-HORA              PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-USUARIO           PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-PROGRAMA          PIC X(12) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-ARQUIVO           PIC X(12) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-CHAVE             PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-CAMPO             PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-ANTIGO            PIC X(40) VALUE SPACES.
           05 FILLER               PIC X(04) VALUE ' => '.
           05 LA-NOVO              PIC X(40) VALUE SPACES.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(24) VALUE
               '   ALTERACOES LISTADAS ='.
           05 LT-QTD               PIC Z.ZZZ.ZZ9 VALUE ZEROS.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           DISPLAY 'SEU USUARIO (PARA O REGISTRO)?'
           ACCEPT WS-USUARIO

           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 3000-PROCESSO
              THRU 3000-PROCESSO-FIM
             UNTIL SW-FIM-SIM-JMD

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIM

           STOP RUN.
       0000-PRINCIPAL-FIM.

      *-----------------------------------------------------------------
       1000-INICIO.
      *-----------------------------------------------------------------
           DISPLAY 'CONSULTAR POR: 1-CHAVE  2-USUARIO'
           ACCEPT WS-TIPO-FILTRO
           IF NOT FILTRO-CHAVE AND NOT FILTRO-USUARIO
               DISPLAY 'OPCAO INVALIDA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FILTRO-CHAVE
               DISPLAY 'CHAVE (CONTA, DOCUMENTO, MATRICULA...)?'
           ELSE
               DISPLAY 'USUARIO?'
           END-IF
           ACCEPT WS-FILTRO
           IF WS-FILTRO EQUAL SPACES
               DISPLAY 'FILTRO EM BRANCO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'DATA INICIAL (AAAAMMDD, ZEROS = DESDE O INICIO)?'
           ACCEPT WS-DATA-INI
           DISPLAY 'DATA FINAL (AAAAMMDD, ZEROS = HOJE)?'
           ACCEPT WS-DATA-FIM
           IF WS-DATA-FIM EQUAL ZEROS
               ACCEPT WS-DATA-FIM FROM DATE YYYYMMDD
           END-IF
           IF WS-DATA-INI NOT NUMERIC OR WS-DATA-FIM NOT NUMERIC
              OR WS-DATA-FIM LESS THAN WS-DATA-INI
               DISPLAY 'INTERVALO DE DATAS INVALIDO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           SET SW-FIM-NAO-JMD TO TRUE.
           OPEN INPUT JORNAL.
           IF WSN-FS-JORNAL NOT EQUAL ZEROS
               DISPLAY 'CONSJMD01 - JORNAL DE ALTERACOES VAZIO OU '
                       'AUSENTE'
               MOVE ZEROS TO WSN-FS-JORNAL
               SET SW-FIM-SIM-JMD TO TRUE
           ELSE
               SET JORNAL-ABERTO TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF FILTRO-CHAVE
               MOVE 'CHAVE'   TO LF-TIPO
           ELSE
               MOVE 'USUARIO' TO LF-TIPO
           END-IF.
           MOVE WS-FILTRO   TO LF-FILTRO.
           MOVE WS-DATA-INI TO LF-DATA-INI.
           MOVE WS-DATA-FIM TO LF-DATA-FIM.
           MOVE WCA-LINHA-FILTRO TO REG-RELATORIO.
           WRITE REG-RELATORIO BEFORE 2 LINES.

           IF SW-FIM-SIM-JMD
               GO TO 1000-INICIO-FIM
           END-IF.
           PERFORM 1100-LER-JORNAL
              THRU 1100-LER-JORNAL-FIM.
       1000-INICIO-FIM.
           EXIT.

       1100-LER-JORNAL.
           READ JORNAL
               AT END
                   SET SW-FIM-SIM-JMD TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.
       1100-LER-JORNAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
       3000-PROCESSO.
      *-----------------------------------------------------------------
           MOVE 'S' TO WS-SELECIONA.
           IF JMD-DATA LESS THAN WS-DATA-INI
              OR JMD-DATA GREATER THAN WS-DATA-FIM
               MOVE 'N' TO WS-SELECIONA
           END-IF.
           IF FILTRO-CHAVE AND JMD-CHAVE NOT EQUAL WS-FILTRO
               MOVE 'N' TO WS-SELECIONA
           END-IF.
           IF FILTRO-USUARIO AND JMD-USUARIO NOT EQUAL WS-FILTRO
               MOVE 'N' TO WS-SELECIONA
           END-IF.

           IF LINHA-SELECIONADA
               PERFORM 3100-LISTA-ALTERACAO
                  THRU 3100-LISTA-ALTERACAO-FIM
           END-IF.

           PERFORM 1100-LER-JORNAL
              THRU 1100-LER-JORNAL-FIM.
       3000-PROCESSO-FIM.
           EXIT.

       3100-LISTA-ALTERACAO.
           ADD 1 TO WS-QTD-LISTADOS.
           MOVE JMD-DATA         TO LA-DATA.
           MOVE JMD-HORA         TO LA-HORA.
           MOVE JMD-USUARIO      TO LA-USUARIO.
           MOVE JMD-PROGRAMA     TO LA-PROGRAMA.
           MOVE JMD-ARQUIVO      TO LA-ARQUIVO.
           MOVE JMD-CHAVE        TO LA-CHAVE.
           MOVE JMD-CAMPO        TO LA-CAMPO.
           MOVE JMD-VALOR-ANTIGO TO LA-ANTIGO.
           MOVE JMD-VALOR-NOVO   TO LA-NOVO.
           MOVE WCA-LINHA-ALTERACAO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY JMD-DATA ' ' JMD-HORA ' ' JMD-USUARIO ' '
                   JMD-PROGRAMA ' ' JMD-CHAVE.
           DISPLAY '    ' JMD-ARQUIVO ' ' JMD-CAMPO ' DE ['
                   JMD-VALOR-ANTIGO '] PARA [' JMD-VALOR-NOVO ']'.
       3100-LISTA-ALTERACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           MOVE WS-QTD-LISTADOS TO LT-QTD.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO BEFORE 2 LINES.

           DISPLAY 'CONSJMD01 - ALTERACOES LISTADAS: ' WS-QTD-LISTADOS
                   ' DE ' WS-QTD-LIDOS ' NO JORNAL'.
           IF JORNAL-ABERTO
               CLOSE JORNAL
           END-IF.
           CLOSE RELATORIO.

           MOVE SPACES TO WS-LOG-MENSAGEM.
           IF FILTRO-CHAVE
               STRING WS-USUARIO ' CONSULTA CHAVE ' WS-FILTRO
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
           ELSE
               STRING WS-USUARIO ' CONSULTA USUARIO ' WS-FILTRO
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
           END-IF.

           IF (WSN-FS-JORNAL NOT EQUAL 00 AND
                WSN-FS-JORNAL NOT EQUAL 10)   OR
               WSN-FS-RELATORIO NOT EQUAL 00
               DISPLAY 'CONSJMD01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 'E' TO WS-LOG-SEVERIDADE
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
               MOVE 0 TO RETURN-CODE
           END-IF.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM CONSJMD01.
