      ******************************************************************
      * Author:
      * Date:
      * Purpose: Motor comum de apropriacao do CDB (aplicacao a prazo
      * do APLICCDB01), chamado via CALL nos moldes do CALCEMP. Recebe
      * o principal, a taxa ao ano, a data da aplicacao, a data ate a
      * qual o rendimento ja foi apropriado, a data alvo e o
      * rendimento bruto acumulado; apropria dia a dia corrido ate a
      * data alvo, com capitalizacao diaria a taxa anual / 365 sobre
      * principal mais rendimento, e devolve o rendimento atualizado,
      * o apropriado no periodo e a data apropriada nova. Devolve
      * tambem os dias corridos da aplicacao ate a data alvo, que dao
      * a faixa da tabela regressiva de IR. Usado pelo lote diario
      * CDBDIA01 e pelo resgate antecipado do MANUCDB01, para os dois
      * apropriarem com a mesma conta.
      * A contagem de dias converte cada data num numero de dia
      * corrido (calendario gregoriano, ano comecando em marco para o
      * fevereiro cair no fim), so com divisoes inteiras.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCDB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01 WCA-VARIAVEIS.
           05 WS-TAXA-DIA          PIC 9(01)V9(10) VALUE ZEROS.
           05 WS-REND-ACUM         PIC 9(11)V9(06) VALUE ZEROS.
           05 WS-REND-NOVO         PIC 9(09)V99 VALUE ZEROS.
           05 WS-REND-DIA          PIC 9(09)V9(06) VALUE ZEROS.
           05 WS-DIAS-APROPRIAR    PIC 9(05) VALUE ZEROS.
           05 WS-DIA-APROP         PIC 9(07) VALUE ZEROS.
           05 WS-DIA-ALVO          PIC 9(07) VALUE ZEROS.
           05 WS-DIA-APLIC         PIC 9(07) VALUE ZEROS.

      *****CONVERSAO DE UMA DATA AAAAMMDD EM NUMERO DE DIA CORRIDO
       01 WCA-CONVERSAO.
           05 WS-DATA-CONV         PIC 9(08) VALUE ZEROS.
           05 WS-DATA-CONV-R REDEFINES WS-DATA-CONV.
               10 WS-CONV-ANO      PIC 9(04).
               10 WS-CONV-MES      PIC 9(02).
               10 WS-CONV-DIA      PIC 9(02).
           05 WS-ANO-CALC          PIC 9(04) VALUE ZEROS.
           05 WS-MES-CALC          PIC 9(02) VALUE ZEROS.
           05 WS-PARCELA-4         PIC 9(04) VALUE ZEROS.
           05 WS-PARCELA-100       PIC 9(04) VALUE ZEROS.
           05 WS-PARCELA-400       PIC 9(04) VALUE ZEROS.
           05 WS-PARCELA-MES       PIC 9(04) VALUE ZEROS.
           05 WS-NUMERO-DIA        PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-PRINCIPAL             PIC 9(09)V99.
       01 LK-TAXA-ANO              PIC 9(02)V9(04).
       01 LK-DAT-APLIC             PIC 9(08).
       01 LK-DAT-APROP             PIC 9(08).
       01 LK-DAT-ALVO              PIC 9(08).
       01 LK-RENDIMENTO            PIC 9(09)V99.
       01 LK-REND-PERIODO          PIC 9(09)V99.
       01 LK-DIAS-CORRIDOS         PIC 9(05).

       PROCEDURE DIVISION USING LK-PRINCIPAL LK-TAXA-ANO LK-DAT-APLIC
                                 LK-DAT-APROP LK-DAT-ALVO
                                 LK-RENDIMENTO LK-REND-PERIODO
                                 LK-DIAS-CORRIDOS.
       0000-PRINCIPAL.
           MOVE ZEROS TO LK-REND-PERIODO LK-DIAS-CORRIDOS

           MOVE LK-DAT-APLIC TO WS-DATA-CONV
           PERFORM 2000-CONVERTE-DATA
              THRU 2000-CONVERTE-DATA-FIM
           MOVE WS-NUMERO-DIA TO WS-DIA-APLIC
           MOVE LK-DAT-APROP TO WS-DATA-CONV
           PERFORM 2000-CONVERTE-DATA
              THRU 2000-CONVERTE-DATA-FIM
           MOVE WS-NUMERO-DIA TO WS-DIA-APROP
           MOVE LK-DAT-ALVO TO WS-DATA-CONV
           PERFORM 2000-CONVERTE-DATA
              THRU 2000-CONVERTE-DATA-FIM
           MOVE WS-NUMERO-DIA TO WS-DIA-ALVO

           IF WS-DIA-ALVO GREATER THAN WS-DIA-APLIC
               COMPUTE LK-DIAS-CORRIDOS =
                   WS-DIA-ALVO - WS-DIA-APLIC
           END-IF

      *****DATA ALVO JA APROPRIADA (RODADA REPETIDA): NADA A FAZER
           IF WS-DIA-ALVO NOT GREATER THAN WS-DIA-APROP
              OR LK-PRINCIPAL EQUAL ZEROS
               GOBACK
           END-IF

           COMPUTE WS-DIAS-APROPRIAR = WS-DIA-ALVO - WS-DIA-APROP
           COMPUTE WS-TAXA-DIA ROUNDED = LK-TAXA-ANO / 36500
           MOVE LK-RENDIMENTO TO WS-REND-ACUM
           PERFORM 3000-APROPRIA-UM-DIA
              THRU 3000-APROPRIA-UM-DIA-FIM
               WS-DIAS-APROPRIAR TIMES

           COMPUTE WS-REND-NOVO ROUNDED = WS-REND-ACUM
           COMPUTE LK-REND-PERIODO = WS-REND-NOVO - LK-RENDIMENTO
           MOVE WS-REND-NOVO TO LK-RENDIMENTO
           MOVE LK-DAT-ALVO  TO LK-DAT-APROP
           GOBACK.

      *-----------------------------------------------------------------
      *     NUMERO DO DIA CORRIDO: 365*A + A/4 - A/100 + A/400
      *     + (153*(M-3)+2)/5 + D, COM JANEIRO E FEVEREIRO CONTADOS
      *     COMO MESES 13 E 14 DO ANO ANTERIOR
      *-----------------------------------------------------------------
       2000-CONVERTE-DATA.
           MOVE WS-CONV-ANO TO WS-ANO-CALC.
           MOVE WS-CONV-MES TO WS-MES-CALC.
           IF WS-MES-CALC LESS THAN 3
               SUBTRACT 1 FROM WS-ANO-CALC
               ADD 12 TO WS-MES-CALC
           END-IF.
           DIVIDE WS-ANO-CALC BY 4   GIVING WS-PARCELA-4.
           DIVIDE WS-ANO-CALC BY 100 GIVING WS-PARCELA-100.
           DIVIDE WS-ANO-CALC BY 400 GIVING WS-PARCELA-400.
           COMPUTE WS-PARCELA-MES = 153 * (WS-MES-CALC - 3) + 2.
           DIVIDE WS-PARCELA-MES BY 5 GIVING WS-PARCELA-MES.
           COMPUTE WS-NUMERO-DIA = 365 * WS-ANO-CALC
               + WS-PARCELA-4 - WS-PARCELA-100 + WS-PARCELA-400
               + WS-PARCELA-MES + WS-CONV-DIA.
       2000-CONVERTE-DATA-FIM.
           EXIT.

       3000-APROPRIA-UM-DIA.
           COMPUTE WS-REND-DIA ROUNDED =
               (LK-PRINCIPAL + WS-REND-ACUM) * WS-TAXA-DIA.
           ADD WS-REND-DIA TO WS-REND-ACUM.
       3000-APROPRIA-UM-DIA-FIM.
           EXIT.
       END PROGRAM CALCCDB.
