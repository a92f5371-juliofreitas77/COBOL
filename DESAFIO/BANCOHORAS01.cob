      * separadas em 50% (dia util) e 100% (fim de semana ou feriado
      * do cadastro Feriados01.txt, via DIASEMANA), para a folha
      * precificar cada faixa com o adicional legal.
      * Matricula com escala de trabalho (Escala01, rotina comum
      * ESCALADIA) e medida contra o turno previsto do dia em vez da
      * jornada fixa de 8 horas: a extra e o que passa dos minutos
      * previstos alem da tolerancia das regras do ponto (dia util a
      * 50%, feriado a 100%), o dia de folga trabalhado e todo extra
      * a 100% e o saldo do banco usa as horas previstas do dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT CLASSIFICA ASSIGN TO 'SORTWK01'.

      *        TOLERANCIA DAS REGRAS DO PONTO PARA A EXTRA SOBRE A
      *        ESCALA (MESMO ARQUIVO DO TRIAPONTO01)
           SELECT ARQUIVO-REGRAS
               ASSIGN TO 'C:\cobol\COBOL\DESAFIO\RegrasPonto01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGRAS.

           SELECT ARQUIVO-FERIADOS
               ASSIGN TO 'C:\cobol\COBOL\DESAFIO\Feriados01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
           05 BT-EXTRAS            PIC 9(02)V99.
           05 BT-ALMOCO            PIC 9(02)V99.
           05 BT-FAIXA-EXTRA       PIC X(01).
           05 BT-PREVISTAS         PIC 9(02)V99.

       SD CLASSIFICA.
       01 REG-CLASSIFICA.
           05 SRT-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(17).

       FD ARQUIVO-REGRAS.
       01 REG-REGRAS.
           05 RGP-TOLERANCIA-MIN   PIC 9(02).
           05 FILLER               PIC X(01).
           05 RGP-ARREDONDA        PIC X(01).

       FD ARQUIVO-FERIADOS.
       01 REG-FERIADO.
       01 WS-FS-EXTRATO            PIC 9(02) VALUE ZEROS.
       01 WS-FS-RESUMO             PIC 9(02) VALUE ZEROS.
       01 WS-FS-FERIADOS           PIC 9(02) VALUE ZEROS.
       01 WS-FS-REGRAS             PIC 9(02) VALUE ZEROS.
       01 WS-FIM-FERIADOS          PIC X(01) VALUE 'N'.
           88 FIM-FERIADOS             VALUE 'S'.
       01 WS-FS-DEPTOS             PIC 9(02) VALUE ZEROS.
       01 WS-TOT-EXTRAS-50         PIC 9(04)V99 VALUE ZEROS.
       01 WS-TOT-EXTRAS-100        PIC 9(04)V99 VALUE ZEROS.

      *****TURNO PREVISTO NA ESCALA (ROTINA COMUM ESCALADIA); SEM
      *****ESCALA VALE A JORNADA FIXA DE 8 HORAS
       01 WS-TOLERANCIA-MIN        PIC 9(02) VALUE ZEROS.
       01 WS-ESC-ACHOU             PIC X(01) VALUE 'N'.
           88 TEM-ESCALA               VALUE 'S'.
       01 WS-ESC-FOLGA             PIC X(01) VALUE 'N'.
           88 DIA-DE-FOLGA             VALUE 'S'.
       01 WS-ESC-ENTRADA           PIC 9(04) VALUE ZEROS.
       01 WS-ESC-SAIDA             PIC 9(04) VALUE ZEROS.
       01 WS-ESC-INTERVALO         PIC 9(03) VALUE ZEROS.
       01 WS-ESC-PREVISTOS         PIC 9(04) VALUE ZEROS.
       01 WS-DIF-HORAS             PIC S9(02)V99 VALUE ZEROS.
       01 WS-DIF-MINUTOS           PIC S9(04) VALUE ZEROS.

       01 WS-FIM-PONTO             PIC X(01) VALUE 'N'.
           88 FIM-PONTO                VALUE 'S'.
       01 WS-FIM-TRAB              PIC X(01) VALUE 'N'.
              THRU 1600-CARREGA-FERIADOS-FIM.
           PERFORM 1700-CARREGA-LOTACOES
              THRU 1700-CARREGA-LOTACOES-FIM.
           PERFORM 1800-LE-REGRAS
              THRU 1800-LE-REGRAS-FIM.

           OPEN INPUT ARQUIVO-PONTO.
           IF WS-FS-PONTO NOT EQUAL ZEROS
       1720-GUARDA-DEPTO-FIM.
           EXIT.

      *****TOLERANCIA EM MINUTOS (SEM O ARQUIVO, TOLERANCIA ZERO)
       1800-LE-REGRAS.
           OPEN INPUT ARQUIVO-REGRAS.
           IF WS-FS-REGRAS NOT EQUAL ZEROS
               GO TO 1800-LE-REGRAS-FIM
           END-IF.
           READ ARQUIVO-REGRAS
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RGP-TOLERANCIA-MIN TO WS-TOLERANCIA-MIN
           END-READ.
           CLOSE ARQUIVO-REGRAS.
       1800-LE-REGRAS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     EXTRAI DE CADA LINHA DO PONTO OS CAMPOS NUMERICOS PARA O
      *     ARQUIVO DE TRABALHO (CLASSIFICADO DEPOIS POR MATRICULA)
           MOVE WS-VALOR-NUM TO BT-ALMOCO.
           PERFORM 3200-CLASSIFICA-FAIXA
              THRU 3200-CLASSIFICA-FAIXA-FIM.
           PERFORM 3300-APLICA-ESCALA
              THRU 3300-APLICA-ESCALA-FIM.
           WRITE REG-BHTRAB.

           PERFORM 1100-LER-PONTO
           MOVE HP-DATA(1:2) TO WS-DIA-PONTO.
           MOVE HP-DATA(4:2) TO WS-MES-PONTO.
           MOVE HP-DATA(7:4) TO WS-ANO-PONTO.
           COMPUTE WS-DATA-CHEIA =
               (WS-ANO-PONTO * 10000) + (WS-MES-PONTO * 100)
               + WS-DIA-PONTO.
           CALL 'DIASEMANA' USING WS-DIA-PONTO WS-MES-PONTO
               WS-ANO-PONTO WS-DIA-SEMANA WS-NOME-DIA WS-NOME-MES.
           IF EH-FIM-DE-SEMANA
               MOVE 'D' TO BT-FAIXA-EXTRA
               GO TO 3200-CLASSIFICA-FAIXA-FIM
           END-IF.
           PERFORM 3220-PROCURA-FERIADO
              THRU 3220-PROCURA-FERIADO-FIM.
           IF EH-FERIADO
               MOVE 'D' TO BT-FAIXA-EXTRA
           END-IF.
       3200-CLASSIFICA-FAIXA-FIM.
           EXIT.

       3220-PROCURA-FERIADO.
           MOVE 'N' TO WCA-FER-ACHOU.
           IF WCA-FER-QTD GREATER THAN ZERO
               PERFORM 3210-TESTA-FERIADO
                  THRU 3210-TESTA-FERIADO-FIM
                  UNTIL WCA-FER-IDX GREATER THAN WCA-FER-QTD
                     OR EH-FERIADO
           END-IF.
       3220-PROCURA-FERIADO-FIM.
           EXIT.

      *****DIA CONTRA A ESCALA: SEM ESCALA FICAM AS 8 HORAS, A EXTRA
      *****DO HISTORICO E A FAIXA PELO FIM DE SEMANA. COM ESCALA, O
      *****SABADO/DOMINGO PREVISTO E DIA NORMAL (SO FERIADO PAGA 100%)
      *****E A FOLGA TRABALHADA E TODA EXTRA A 100%
       3300-APLICA-ESCALA.
           MOVE 8 TO BT-PREVISTAS.
           CALL 'ESCALADIA' USING HP-MATRICULA WS-DATA-CHEIA
               WS-ESC-ACHOU WS-ESC-FOLGA WS-ESC-ENTRADA WS-ESC-SAIDA
               WS-ESC-INTERVALO WS-ESC-PREVISTOS.
           IF NOT TEM-ESCALA
               GO TO 3300-APLICA-ESCALA-FIM
           END-IF.
           IF DIA-DE-FOLGA
               MOVE ZEROS          TO BT-PREVISTAS
               MOVE BT-TRABALHADAS TO BT-EXTRAS
               MOVE 'D'            TO BT-FAIXA-EXTRA
               GO TO 3300-APLICA-ESCALA-FIM
           END-IF.
           COMPUTE BT-PREVISTAS ROUNDED = WS-ESC-PREVISTOS / 60.
           MOVE ZEROS TO BT-EXTRAS.
           COMPUTE WS-DIF-HORAS = BT-TRABALHADAS - BT-PREVISTAS.
           COMPUTE WS-DIF-MINUTOS = WS-DIF-HORAS * 60.
           IF WS-DIF-MINUTOS GREATER THAN WS-TOLERANCIA-MIN
               MOVE WS-DIF-HORAS TO BT-EXTRAS
           END-IF.
           MOVE 'U' TO BT-FAIXA-EXTRA.
           PERFORM 3220-PROCURA-FERIADO
              THRU 3220-PROCURA-FERIADO-FIM.
           IF EH-FERIADO
               MOVE 'D' TO BT-FAIXA-EXTRA
           END-IF.
       3300-APLICA-ESCALA-FIM.
           EXIT.

       3210-TESTA-FERIADO.
               ADD 1 TO WS-QTD-VIOLACOES
           END-IF.
           COMPUTE WS-DELTA-BANCO =
               WS-DELTA-BANCO + BT-TRABALHADAS - BT-PREVISTAS.

           PERFORM 4100-LER-BHTRAB
              THRU 4100-LER-BHTRAB-FIM.
