      * RETURN-CODE de cada passo recolhido de um arquivo RCPASSOn e
      * registrado no historico e na cadeia de digitos do KPI como
      * sempre foi - trabalho independente deixou de ser serializado.
      * Modo de recuperacao: com o arquivo RECUPERA01 presente (data
      * inicial e data final), a cadeia roda uma vez por dia util
      * perdido do intervalo, em ordem. Antes de cada data a data de
      * referencia do Controle01 e avancada pelo proprio MANUCTL01
      * (parametro 2, com o registro no jornal), o plano da data e
      * escolhido pelo calendario como numa noite normal, cada data
      * grava o seu KPI e deixa uma linha RECUPERACAO <data> no
      * historico. A primeira data que falhar para a recuperacao e
      * fica como data inicial no RECUPERA01, para a operacao
      * relancar dali; concluido o intervalo a marca e removida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REINICIO.

      *        MARCA DE RECUPERACAO: INTERVALO DE DATAS PERDIDAS QUE A
      *        CADEIA RODA UMA A UMA, EM ORDEM
           SELECT RECUPERA ASSIGN TO 'RECUPERA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECUPERA.

      *        JORNAL DE ALTERACOES DO CONTROLE01 (MANUCTL01); O
      *        MAIOR SEQUENCIAL E A VERSAO DOS PARAMETROS DA NOITE
           SELECT JORNAL ASSIGN TO 'JORNALCTL01'
       FD REINICIO.
       01 REG-REINICIO                    PIC X(20).

       FD RECUPERA.
       01 REG-RECUPERA.
           05 REC-DATA-INICIAL            PIC 9(08).
           05 FILLER                      PIC X(01).
           05 REC-DATA-FINAL              PIC 9(08).

       FD JORNAL.
       01 REG-JORNAL.
           05 JRN-SEQ                     PIC 9(06).
           05 JRN-VALOR-ANTIGO            PIC X(14).
           05 FILLER                      PIC X(01).
           05 JRN-VALOR-NOVO              PIC X(14).
           05 FILLER                      PIC X(01).
           05 JRN-VIGENCIA                PIC 9(08).

       FD FERIADOS.
       01 REG-FERIADO.
           05 HIS-SEGUNDOS                PIC 9(06).

       FD CABECALHO.
       01 REG-CABECALHO                   PIC X(40).

       FD KPI.
       01 REG-KPI.
           88 FIM-JORNAL                      VALUE 'S'.
       01 WS-VERSAO-CONTROLE              PIC 9(06) VALUE ZEROS.

      *****MODO DE RECUPERACAO: UMA EXECUCAO DO PLANO POR DIA UTIL DO
      *****INTERVALO DO RECUPERA01
       01 WS-FS-RECUPERA                  PIC 9(02) VALUE ZEROS.
       01 WS-MODO-RECUPERACAO             PIC X(01) VALUE 'N'.
           88 MODO-RECUPERACAO                VALUE 'S'.
       01 WS-DATA-RECUP-INI               PIC 9(08) VALUE ZEROS.
       01 WS-DATA-RECUP-FIM               PIC 9(08) VALUE ZEROS.
       01 WS-DATA-RECUP                   PIC 9(08) VALUE ZEROS.
       01 WS-HORA-INI-DATA                PIC 9(08) VALUE ZEROS.
       01 WS-QTD-DATAS                    PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'JOBFECHAMENTO - INICIO DO FECHAMENTO NOTURNO'
      *****CADEIA RODOU (PERGUNTA RECORRENTE DA AUDITORIA)
           PERFORM 0030-VERSAO-PARAMETROS

      *****COM A MARCA RECUPERA01 PRESENTE, A CADEIA RODA UMA VEZ POR
      *****DIA UTIL PERDIDO DO INTERVALO E ENCERRA
           PERFORM 0020-VERIFICA-RECUPERACAO
           IF MODO-RECUPERACAO
               PERFORM 0600-RECUPERACAO
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF

      *****O CALENDARIO DECIDE A NOITE: SEM EXECUCAO EM FIM DE SEMANA
      *****OU FERIADO, PLANO DE FIM DE MES NO ULTIMO DIA UTIL DO MES
           PERFORM 0050-ESCOLHE-PLANO

           STOP RUN.

      *****INTERVALO INVALIDO NAO RODA NADA E ENCERRA COM FALHA
       0020-VERIFICA-RECUPERACAO.
           OPEN INPUT RECUPERA
           IF WS-FS-RECUPERA EQUAL ZEROS
               MOVE 'S' TO WS-MODO-RECUPERACAO
               READ RECUPERA
                   AT END
                       MOVE ZEROS TO REC-DATA-INICIAL REC-DATA-FINAL
               END-READ
               CLOSE RECUPERA
               IF REC-DATA-INICIAL NOT NUMERIC
                  OR REC-DATA-FINAL NOT NUMERIC
                  OR REC-DATA-INICIAL EQUAL ZEROS
                  OR REC-DATA-INICIAL GREATER THAN REC-DATA-FINAL
                   DISPLAY 'JOBFECHAMENTO - RECUPERA01 COM INTERVALO '
                           'INVALIDO - NADA EXECUTADO'
                   MOVE 'N' TO WS-STATUS-JOB
               ELSE
                   MOVE REC-DATA-INICIAL TO WS-DATA-RECUP-INI
                   MOVE REC-DATA-FINAL   TO WS-DATA-RECUP-FIM
                   DISPLAY 'JOBFECHAMENTO - RECUPERACAO DE '
                           WS-DATA-RECUP-INI ' A ' WS-DATA-RECUP-FIM
               END-IF
           END-IF
           .

       0030-VERSAO-PARAMETROS.
           OPEN INPUT JORNAL
           IF WS-FS-JORNAL EQUAL ZEROS
               STOP RUN
           END-IF

           PERFORM 0055-DEFINE-PLANO
           .

      *****PROXIMO DIA UTIL EM OUTRO MES = HOJE E O ULTIMO DIA UTIL
       0055-DEFINE-PLANO.
           MOVE WS-DATA-EXECUCAO TO WS-DATA-TESTE
           PERFORM 0080-AVANCA-UM-DIA
           PERFORM 0070-TESTA-DIA-UTIL
           END-IF
           .

      *-----------------------------------------------------------------
      *     RECUPERACAO DE DATAS PERDIDAS: PARA CADA DIA UTIL DO
      *     INTERVALO, EM ORDEM, AVANCA A DATA DE REFERENCIA PELO
      *     MANUCTL01 (COM JORNAL), RODA O PLANO DA DATA (DIARIO OU DE
      *     FIM DE MES), GRAVA O KPI E A LINHA DA DATA NO HISTORICO.
      *     A PRIMEIRA DATA COM FALHA PARA A RECUPERACAO E FICA COMO
      *     INICIO DO RECUPERA01; O INTERVALO CONCLUIDO REMOVE A MARCA.
      *     O REINICIO POR PASSO NAO VALE AQUI: O HISTORICO DE HOJE
      *     TRAZ PASSOS DE VARIAS DATAS
      *-----------------------------------------------------------------
       0600-RECUPERACAO.
           IF NOT JOB-OK
               GO TO 0600-RECUPERACAO-FIM
           END-IF
           PERFORM 0060-CARREGA-FERIADOS
           MOVE WS-DATA-RECUP-INI TO WS-DATA-RECUP
           PERFORM 0610-RECUPERA-DATA
              THRU 0610-RECUPERA-DATA-FIM
               UNTIL WS-DATA-RECUP GREATER THAN WS-DATA-RECUP-FIM
                  OR NOT JOB-OK

           IF JOB-OK
               MOVE 'rm -f RECUPERA01' TO WS-COMANDO
               CALL 'SYSTEM' USING WS-COMANDO
               DISPLAY 'JOBFECHAMENTO - RECUPERACAO CONCLUIDA - '
                       WS-QTD-DATAS ' DATA(S) EXECUTADA(S)'
           ELSE
               OPEN OUTPUT RECUPERA
               MOVE SPACES            TO REG-RECUPERA
               MOVE WS-DATA-RECUP     TO REC-DATA-INICIAL
               MOVE WS-DATA-RECUP-FIM TO REC-DATA-FINAL
               WRITE REG-RECUPERA
               CLOSE RECUPERA
               DISPLAY 'JOBFECHAMENTO - RECUPERACAO PARADA EM '
                       WS-DATA-RECUP ' - RELANCAR A PARTIR DESTA DATA'
           END-IF

           MOVE SPACES TO WS-LOG-MENSAGEM
           STRING 'RECUPERACAO ' WS-DATA-RECUP-INI ' A '
                  WS-DATA-RECUP-FIM ' - ' WS-QTD-DATAS ' DATAS'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
           IF JOB-OK
               MOVE 'I' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       0600-RECUPERACAO-FIM.
           EXIT.

      *****FIM DE SEMANA E FERIADO NAO TEM CADEIA: SO AVANCA A DATA
       0610-RECUPERA-DATA.
           MOVE WS-DATA-RECUP TO WS-DATA-TESTE
           PERFORM 0070-TESTA-DIA-UTIL
           IF NOT EH-DIA-UTIL
               DISPLAY 'JOBFECHAMENTO - ' WS-DATA-RECUP
                       ' NAO E DIA UTIL - PULADA'
               GO TO 0610-RECUPERA-DATA-AVANCA
           END-IF

           DISPLAY 'JOBFECHAMENTO - RECUPERANDO ' WS-DATA-RECUP
           ADD 1 TO WS-QTD-DATAS
           ACCEPT WS-HORA-INI-DATA FROM TIME
           MOVE SPACES TO WS-RCS-PASSOS
           MOVE ZEROS  TO WS-IDX-PASSO

      *****A DATA DE REFERENCIA MUDA PELO MANUCTL01, QUE VALIDA A
      *****DATA E ANOTA A ALTERACAO NO JORNAL DO CONTROLE01
           MOVE 'DATA REFERENCIA' TO WS-NOME-PASSO
           MOVE SPACES TO WS-COMANDO
           STRING 'printf "JOBFECHAMENTO\n02\n' WS-DATA-RECUP
                  '\n" | ./BECA/MANUCTL01 >/dev/null'
               DELIMITED BY SIZE INTO WS-COMANDO
           PERFORM 1900-EXECUTAR-PASSO
           IF WS-RC-PASSO NOT EQUAL ZERO
               DISPLAY 'JOBFECHAMENTO - DATA DE REFERENCIA '
                       WS-DATA-RECUP ' NAO GRAVADA - RETURN-CODE '
                       WS-RC-PASSO
               MOVE 'N' TO WS-STATUS-JOB
           END-IF

           IF JOB-OK
               MOVE WS-DATA-RECUP TO WS-DATA-EXECUCAO
               PERFORM 0055-DEFINE-PLANO
               MOVE 'rm -f CONTAGENS01' TO WS-COMANDO
               CALL 'SYSTEM' USING WS-COMANDO
               OPEN INPUT PLANO
               IF WS-FS-PLANO EQUAL ZEROS
                   PERFORM 0100-EXECUTA-PLANO
                   CLOSE PLANO
               ELSE
                   PERFORM 0300-CADEIA-EMBUTIDA
               END-IF
               PERFORM 8100-GRAVA-KPI
           END-IF

      *****UMA LINHA POR DATA NO HISTORICO, COM O RESULTADO DA DATA
           MOVE SPACES TO WS-NOME-PASSO
           STRING 'RECUPERACAO ' WS-DATA-RECUP
               DELIMITED BY SIZE INTO WS-NOME-PASSO
           IF JOB-OK
               MOVE ZEROS TO WS-RC-PASSO
           ELSE
               MOVE 1     TO WS-RC-PASSO
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-HORA-INI-DATA TO WS-HORA-INI
           ACCEPT WS-HORA-FIM FROM TIME
           PERFORM 1950-GRAVA-HISTORICO
           IF NOT JOB-OK
               GO TO 0610-RECUPERA-DATA-FIM
           END-IF.
       0610-RECUPERA-DATA-AVANCA.
           MOVE WS-DATA-RECUP TO WS-DATA-TESTE
           PERFORM 0080-AVANCA-UM-DIA
           MOVE WS-DATA-TESTE TO WS-DATA-RECUP.
       0610-RECUPERA-DATA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CADEIA EMBUTIDA (USADA QUANDO NAO HA PLANOJOB01)
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
      *****NA RECUPERACAO O KPI JA SAIU UM POR DATA
           IF NOT MODO-RECUPERACAO
               PERFORM 8100-GRAVA-KPI
           END-IF

      *****CADEIA CONCLUIDA TIRA A MARCA DE REINICIO; EM NOVA FALHA A
      *****MARCA FICA PARA O OPERADOR RETOMAR DO PONTO CERTO
