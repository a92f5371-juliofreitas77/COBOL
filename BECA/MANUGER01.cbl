      * e a mesma agencia da conta em Entrada01, para uma conta nunca
      * cair na carteira de um gerente de outra praca. O relatorio de
      * carteira por gerente sai no RELGER01.
      * Inclusoes de gerente e atribuicoes de conta vao campo a campo,
      * com o usuario e os valores antigo e novo, para o jornal de
      * alteracoes cadastrais JORNALMD01 (rotina comum JORNALMD).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       FD CARTEIRA.
       01 REG-CARTEIRA.
           05 CAR-COD-CTA          PIC 9(06).
           05 CAR-COD-GER          PIC X(04).

      *                AGENCIAS01 (CADASTRO DE AGENCIAS)
           05 AGM-COD              PIC X(04).
           05 AGM-NOM              PIC X(20).
           05 AGM-REGIAO           PIC X(15).
      *****LIMITES DE NUMERARIO DA AGENCIA (NAO USADOS AQUI)
           05 FILLER               PIC X(22).

       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
           05 WCA-CAR-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-CAR-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-CAR-IDX.
               10 WCA-CAR-CTA      PIC 9(06).
               10 WCA-CAR-GER      PIC X(04).

      *****AGENCIAS CONHECIDAS DO CADASTRO AGENCIAS01

      *****AGENCIA POR CONTA, INDEXADA PELO NUMERO DA CONTA
       01 WCA-AGENCIA-CONTA.
           05 WCA-AG-CTA           PIC X(04) OCCURS 999999 TIMES
                                   VALUE SPACES.

       77 WS-OPCAO                 PIC 9(01) VALUE ZERO.
       77 WS-COD-GER               PIC X(04) VALUE SPACES.
       77 WS-NOME                  PIC X(25) VALUE SPACES.
       77 WS-AGENCIA               PIC X(04) VALUE SPACES.
       77 WS-CTA                   PIC 9(06) VALUE ZEROS.
       77 WS-GER-ACHOU             PIC X(01) VALUE 'N'.
           88 GERENTE-ACHADO           VALUE 'S'.
       77 WS-IDX-GER               PIC 9(03) VALUE ZEROS.
       77 WS-AGM-ACHOU             PIC X(01) VALUE 'N'.
           88 AGENCIA-ACHADA           VALUE 'S'.

      *****GERENTE ANTERIOR DA CONTA REATRIBUIDA, PARA O JORNAL
       77 WS-GER-ANTIGO            PIC X(04) VALUE SPACES.

      *****JORNAL DE ALTERACOES CADASTRAIS (ROTINA COMUM JORNALMD)
       01 WS-JMD-ARQUIVO           PIC X(12) VALUE SPACES.
       01 WS-JMD-CHAVE             PIC X(20) VALUE SPACES.
       01 WS-JMD-CAMPO             PIC X(20) VALUE SPACES.
       01 WS-JMD-ANTIGO            PIC X(40) VALUE SPACES.
       01 WS-JMD-NOVO              PIC X(40) VALUE SPACES.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'MANUGER01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
           MOVE WS-NOME    TO WCA-GER-NOM(WCA-GER-IDX)
           MOVE WS-AGENCIA TO WCA-GER-AG(WCA-GER-IDX)
           DISPLAY 'GERENTE INCLUIDO'
           PERFORM 8500-JORNAL-GERENTE
              THRU 8500-JORNAL-GERENTE-FIM
           PERFORM 8000-REGISTRA-LOG
              THRU 8000-REGISTRA-LOG-FIM.
       2000-INCLUIR-GERENTE-FIM.
               VARYING WCA-CAR-IDX FROM 1 BY 1
               UNTIL WCA-CAR-IDX GREATER THAN WCA-CAR-QTD
                  OR CONTA-ATRIBUIDA
           MOVE SPACES TO WS-GER-ANTIGO
           IF CONTA-ATRIBUIDA
               SET WCA-CAR-IDX TO WS-IDX-CAR
               MOVE WCA-CAR-GER(WCA-CAR-IDX) TO WS-GER-ANTIGO
               MOVE WS-COD-GER TO WCA-CAR-GER(WCA-CAR-IDX)
               DISPLAY 'ATRIBUICAO ALTERADA'
           ELSE
               MOVE WS-COD-GER TO WCA-CAR-GER(WCA-CAR-IDX)
               DISPLAY 'CONTA ATRIBUIDA'
           END-IF
           PERFORM 8600-JORNAL-CARTEIRA
              THRU 8600-JORNAL-CARTEIRA-FIM
           PERFORM 8000-REGISTRA-LOG
              THRU 8000-REGISTRA-LOG-FIM.
       3000-ATRIBUIR-CONTA-FIM.
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       8000-REGISTRA-LOG-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     JORNAL DE ALTERACOES CADASTRAIS: GERENTE INCLUIDO (SEM
      *     VALOR ANTIGO) E CONTA ATRIBUIDA OU REATRIBUIDA
      *-----------------------------------------------------------------
       8500-JORNAL-GERENTE.
           MOVE 'GERENTES01'      TO WS-JMD-ARQUIVO.
           MOVE WS-COD-GER        TO WS-JMD-CHAVE.
           MOVE SPACES            TO WS-JMD-ANTIGO.
           MOVE 'GER-NOM'         TO WS-JMD-CAMPO.
           MOVE WS-NOME           TO WS-JMD-NOVO.
           PERFORM 8510-JORNAL-CAMPO
              THRU 8510-JORNAL-CAMPO-FIM.
           MOVE 'GER-COD-AGENCIA' TO WS-JMD-CAMPO.
           MOVE WS-AGENCIA        TO WS-JMD-NOVO.
           PERFORM 8510-JORNAL-CAMPO
              THRU 8510-JORNAL-CAMPO-FIM.
       8500-JORNAL-GERENTE-FIM.
           EXIT.

       8510-JORNAL-CAMPO.
           CALL 'JORNALMD' USING WS-USUARIO WS-LOG-PROGRAMA
               WS-JMD-ARQUIVO WS-JMD-CHAVE WS-JMD-CAMPO
               WS-JMD-ANTIGO WS-JMD-NOVO.
       8510-JORNAL-CAMPO-FIM.
           EXIT.

       8600-JORNAL-CARTEIRA.
           MOVE 'CARTEIRA01'      TO WS-JMD-ARQUIVO.
           MOVE WS-CTA            TO WS-JMD-CHAVE.
           MOVE 'CAR-COD-GER'     TO WS-JMD-CAMPO.
           MOVE WS-GER-ANTIGO     TO WS-JMD-ANTIGO.
           MOVE WS-COD-GER        TO WS-JMD-NOVO.
           PERFORM 8510-JORNAL-CAMPO
              THRU 8510-JORNAL-CAMPO-FIM.
       8600-JORNAL-CARTEIRA-FIM.
           EXIT.
       END PROGRAM MANUGER01.
