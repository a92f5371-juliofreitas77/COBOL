      * decisao do supervisor no APRJOR01 - o dia ruim parou de
      * entrar direto nos totais do banco de horas para ser ajustado
      * na mao depois.
      * Para a matricula com escala de trabalho (Escala01, mantida no
      * MANUESC01 e lida pela rotina comum ESCALADIA) cada dia e
      * medido contra o turno previsto: atraso na primeira entrada,
      * saida antecipada na saida final e extra sobre os minutos
      * previstos (dia de folga trabalhado e todo extra), com a mesma
      * tolerancia das regras do ponto. As ocorrencias vao para o
      * OCORESC01, base do relatorio mensal de atrasos RELATRASO01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDENTES.

           SELECT OCORRENCIAS ASSIGN TO 'OCORESC01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OCORRENCIAS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-PONTO.
       01 REG-PONTO.
           05 HP-MATRICULA         PIC 9(06).
           05 FILLER               PIC X(02).
           05 HP-DATA.
               10 HP-DIA           PIC 9(02).
               10 FILLER           PIC X(01).
               10 HP-MES           PIC 9(02).
               10 FILLER           PIC X(01).
               10 HP-ANO           PIC 9(04).
           05 FILLER               PIC X(02).
           05 HP-ENTRADA1.
               10 HP-ENT-HORA      PIC 9(02).
               10 FILLER           PIC X(01).
               10 HP-ENT-MINUTO    PIC 9(02).
           05 FILLER               PIC X(30).
           05 HP-SAIDA-FINAL.
               10 HP-SAI-HORA      PIC 9(02).
               10 FILLER           PIC X(01).
               10 HP-SAI-MINUTO    PIC 9(02).
           05 FILLER               PIC X(02).
           05 HP-TRABALHADAS       PIC X(05).
           05 FILLER               PIC X(02).
           05 HP-ALMOCO            PIC X(05).
           05 FILLER               PIC X(01).
           05 PJ-LINHA             PIC X(100).

      *****OCORRENCIAS CONTRA A ESCALA: SITUACAO DO DIA NA ESCALA ('T'
      *****TRABALHO, 'F' FOLGA), ENTRADA E SAIDA PREVISTAS E REAIS EM
      *****HHMM, ATRASO, SAIDA ANTECIPADA, PREVISTOS, TRABALHADOS E
      *****EXTRA EM MINUTOS
       FD OCORRENCIAS.
       01 REG-OCORRENCIA.
           05 OC-MATRICULA         PIC 9(06).
           05 FILLER               PIC X(01).
           05 OC-DATA              PIC 9(08).
           05 FILLER               PIC X(01).
           05 OC-SITUACAO          PIC X(01).
           05 FILLER               PIC X(01).
           05 OC-PREV-ENTRADA      PIC 9(04).
           05 FILLER               PIC X(01).
           05 OC-REAL-ENTRADA      PIC 9(04).
           05 FILLER               PIC X(01).
           05 OC-ATRASO            PIC 9(04).
           05 FILLER               PIC X(01).
           05 OC-PREV-SAIDA        PIC 9(04).
           05 FILLER               PIC X(01).
           05 OC-REAL-SAIDA        PIC 9(04).
           05 FILLER               PIC X(01).
           05 OC-ANTECIPADA        PIC 9(04).
           05 FILLER               PIC X(01).
           05 OC-PREVISTOS         PIC 9(04).
           05 FILLER               PIC X(01).
           05 OC-TRABALHADOS       PIC 9(04).
           05 FILLER               PIC X(01).
           05 OC-EXTRA             PIC 9(04).

       WORKING-STORAGE SECTION.
       01 WS-FS-PONTO              PIC 9(02) VALUE ZEROS.
       01 WS-FS-REGRAS             PIC 9(02) VALUE ZEROS.
       01 WS-FS-APROVADOS          PIC 9(02) VALUE ZEROS.
       01 WS-FS-PENDENTES          PIC 9(02) VALUE ZEROS.
       01 WS-FS-OCORRENCIAS        PIC 9(02) VALUE ZEROS.
       01 WS-FIM-PONTO             PIC X(01) VALUE 'N'.
           88 FIM-PONTO                VALUE 'S'.


       77 WS-QTD-REGULARES         PIC 9(04) VALUE ZEROS.
       77 WS-QTD-PENDENTES         PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ATRASOS           PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ANTECIPADAS       PIC 9(04) VALUE ZEROS.

      *****TURNO PREVISTO NA ESCALA (ROTINA COMUM ESCALADIA)
       01 WS-ESC-DATA              PIC 9(08) VALUE ZEROS.
       01 WS-ESC-DATA-R REDEFINES WS-ESC-DATA.
           05 WS-ESC-ANO           PIC 9(04).
           05 WS-ESC-MES           PIC 9(02).
           05 WS-ESC-DIA           PIC 9(02).
       01 WS-ESC-ACHOU             PIC X(01) VALUE 'N'.
           88 TEM-ESCALA               VALUE 'S'.
       01 WS-ESC-FOLGA             PIC X(01) VALUE 'N'.
           88 DIA-DE-FOLGA             VALUE 'S'.
       01 WS-ESC-ENTRADA           PIC 9(04) VALUE ZEROS.
       01 WS-ESC-SAIDA             PIC 9(04) VALUE ZEROS.
       01 WS-ESC-INTERVALO         PIC 9(03) VALUE ZEROS.
       01 WS-ESC-PREVISTOS         PIC 9(04) VALUE ZEROS.
       01 WS-HORA-AUX              PIC 9(02) VALUE ZEROS.
       01 WS-MINUTO-AUX            PIC 9(02) VALUE ZEROS.
       01 WS-MIN-PREVISTO          PIC 9(04) VALUE ZEROS.
       01 WS-MIN-REAL              PIC 9(04) VALUE ZEROS.
       01 WS-MIN-TRABALHADOS       PIC 9(04) VALUE ZEROS.
       01 WS-DIF-MINUTOS           PIC S9(05) VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'TRIAPONTO01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
           IF WS-FS-PENDENTES NOT EQUAL ZEROS
               OPEN OUTPUT PENDENTES
           END-IF
           OPEN OUTPUT OCORRENCIAS

           MOVE 'N' TO WS-FIM-PONTO
           PERFORM 1100-LER-PONTO
               ADD 1 TO WS-QTD-PENDENTES
           END-IF

           PERFORM 3200-MEDE-ESCALA
              THRU 3200-MEDE-ESCALA-FIM

           PERFORM 1100-LER-PONTO
           .

               WS-MASC-INT-N + (WS-MASC-DEC-N / 100)
           .

      *-----------------------------------------------------------------
      *     DIA CONTRA O TURNO DA ESCALA: ATRASO NA PRIMEIRA ENTRADA,
      *     SAIDA ANTECIPADA NA SAIDA FINAL E EXTRA SOBRE OS MINUTOS
      *     PREVISTOS. DIFERENCA ATE A TOLERANCIA NAO CONTA; DIFERENCA
      *     DE MAIS DE 12 HORAS E TURNO QUE VIROU O DIA
      *-----------------------------------------------------------------
       3200-MEDE-ESCALA.
           MOVE HP-ANO TO WS-ESC-ANO
           MOVE HP-MES TO WS-ESC-MES
           MOVE HP-DIA TO WS-ESC-DIA
           CALL 'ESCALADIA' USING HP-MATRICULA WS-ESC-DATA
               WS-ESC-ACHOU WS-ESC-FOLGA WS-ESC-ENTRADA WS-ESC-SAIDA
               WS-ESC-INTERVALO WS-ESC-PREVISTOS
           IF NOT TEM-ESCALA
               GO TO 3200-MEDE-ESCALA-FIM
           END-IF

           MOVE SPACES           TO REG-OCORRENCIA
           MOVE HP-MATRICULA     TO OC-MATRICULA
           MOVE WS-ESC-DATA      TO OC-DATA
           MOVE WS-ESC-ENTRADA   TO OC-PREV-ENTRADA
           MOVE WS-ESC-SAIDA     TO OC-PREV-SAIDA
           MOVE WS-ESC-PREVISTOS TO OC-PREVISTOS
           MOVE ZEROS TO OC-REAL-ENTRADA OC-REAL-SAIDA OC-ATRASO
                         OC-ANTECIPADA OC-EXTRA
           COMPUTE WS-MIN-TRABALHADOS ROUNDED =
               WS-TRABALHADAS-NUM * 60
           MOVE WS-MIN-TRABALHADOS TO OC-TRABALHADOS
           IF HP-ENT-HORA NUMERIC AND HP-ENT-MINUTO NUMERIC
               COMPUTE OC-REAL-ENTRADA =
                   (HP-ENT-HORA * 100) + HP-ENT-MINUTO
           END-IF
           IF HP-SAI-HORA NUMERIC AND HP-SAI-MINUTO NUMERIC
               COMPUTE OC-REAL-SAIDA =
                   (HP-SAI-HORA * 100) + HP-SAI-MINUTO
           END-IF

           IF DIA-DE-FOLGA
               MOVE 'F' TO OC-SITUACAO
               MOVE WS-MIN-TRABALHADOS TO OC-EXTRA
           ELSE
               MOVE 'T' TO OC-SITUACAO
               PERFORM 3210-MEDE-ATRASO
                  THRU 3210-MEDE-ATRASO-FIM
               PERFORM 3220-MEDE-ANTECIPADA
                  THRU 3220-MEDE-ANTECIPADA-FIM
               COMPUTE WS-DIF-MINUTOS =
                   WS-MIN-TRABALHADOS - WS-ESC-PREVISTOS
               IF WS-DIF-MINUTOS GREATER THAN WRK-TOLERANCIA-MIN
                   MOVE WS-DIF-MINUTOS TO OC-EXTRA
               END-IF
           END-IF

           WRITE REG-OCORRENCIA
           .
       3200-MEDE-ESCALA-FIM.
           EXIT.

       3210-MEDE-ATRASO.
           IF HP-ENT-HORA NOT NUMERIC OR HP-ENT-MINUTO NOT NUMERIC
               GO TO 3210-MEDE-ATRASO-FIM
           END-IF
           MOVE WS-ESC-ENTRADA TO WS-MIN-PREVISTO
           PERFORM 3230-HHMM-EM-MINUTOS
           COMPUTE WS-MIN-REAL = (HP-ENT-HORA * 60) + HP-ENT-MINUTO
           COMPUTE WS-DIF-MINUTOS = WS-MIN-REAL - WS-MIN-PREVISTO
           PERFORM 3240-AJUSTA-VIRADA
           IF WS-DIF-MINUTOS GREATER THAN WRK-TOLERANCIA-MIN
               MOVE WS-DIF-MINUTOS TO OC-ATRASO
               ADD 1 TO WS-QTD-ATRASOS
           END-IF
           .
       3210-MEDE-ATRASO-FIM.
           EXIT.

       3220-MEDE-ANTECIPADA.
           IF HP-SAI-HORA NOT NUMERIC OR HP-SAI-MINUTO NOT NUMERIC
               GO TO 3220-MEDE-ANTECIPADA-FIM
           END-IF
           MOVE WS-ESC-SAIDA TO WS-MIN-PREVISTO
           PERFORM 3230-HHMM-EM-MINUTOS
           COMPUTE WS-MIN-REAL = (HP-SAI-HORA * 60) + HP-SAI-MINUTO
           COMPUTE WS-DIF-MINUTOS = WS-MIN-PREVISTO - WS-MIN-REAL
           PERFORM 3240-AJUSTA-VIRADA
           IF WS-DIF-MINUTOS GREATER THAN WRK-TOLERANCIA-MIN
               MOVE WS-DIF-MINUTOS TO OC-ANTECIPADA
               ADD 1 TO WS-QTD-ANTECIPADAS
           END-IF
           .
       3220-MEDE-ANTECIPADA-FIM.
           EXIT.

       3230-HHMM-EM-MINUTOS.
           DIVIDE WS-MIN-PREVISTO BY 100 GIVING WS-HORA-AUX
               REMAINDER WS-MINUTO-AUX
           COMPUTE WS-MIN-PREVISTO = (WS-HORA-AUX * 60) + WS-MINUTO-AUX
           .

       3240-AJUSTA-VIRADA.
           IF WS-DIF-MINUTOS GREATER THAN 720
               SUBTRACT 1440 FROM WS-DIF-MINUTOS
           END-IF
           IF WS-DIF-MINUTOS LESS THAN -720
               ADD 1440 TO WS-DIF-MINUTOS
           END-IF
           .

       9000-FINALIZAR.
           DISPLAY 'TRIAPONTO01 - REGULARES: ' WS-QTD-REGULARES
                   ' RETIDOS PARA REVISAO: ' WS-QTD-PENDENTES
           DISPLAY 'TRIAPONTO01 - ATRASOS: ' WS-QTD-ATRASOS
                   ' SAIDAS ANTECIPADAS: ' WS-QTD-ANTECIPADAS
           CLOSE ARQUIVO-PONTO
           CLOSE APROVADOS
           CLOSE PENDENTES
           CLOSE OCORRENCIAS

           MOVE 0 TO WS-RC-FINAL
           IF (WS-FS-PONTO NOT EQUAL 00 AND
                WS-FS-PONTO NOT EQUAL 10)   OR
               WS-FS-APROVADOS NOT EQUAL 00  OR
               WS-FS-PENDENTES NOT EQUAL 00  OR
               WS-FS-OCORRENCIAS NOT EQUAL 00
               DISPLAY 'TRIAPONTO01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF
