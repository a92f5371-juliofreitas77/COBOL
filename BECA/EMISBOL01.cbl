      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Lote de emissao dos boletos de cobranca registrados
      * pelo MANUBOL01 (situacao 'R' em BOLETO01). Monta o codigo de
      * barras de 44 posicoes no padrao FEBRABAN - banco (header da
      * Entrada01, como no TEDENV01), moeda 9, digito geral modulo 11,
      * fator de vencimento, valor e campo livre com agencia, carteira,
      * nosso numero e conta do beneficiario - e a linha digitavel de
      * 47 posicoes com os digitos modulo 10 de cada campo. O fator de
      * vencimento sao os dias corridos desde 07/10/1997 contados pela
      * aritmetica de datas do DESAFIO11 (dias dos anos anteriores mais
      * o dia dentro do ano, bissexto pela ANOBISSEXTO), recomecando em
      * 1000 ao passar de 9999. O boleto emitido fica 'E' com a linha
      * digitavel gravada no cadastro e vai para o arquivo de impressao
      * BOLEMIT01; beneficiario com conta inexistente ou inativa ou
      * vencimento ja passado fica de fora e sai no relatorio EMISBOL01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMISBOL01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT BOLETOS ASSIGN TO 'BOLETO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-BOLETOS.

           SELECT ENTRADA ASSIGN TO 'ENTRADA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

      *        BOLETOS EMITIDOS NO DIA, PARA IMPRESSAO E ENVIO
           SELECT EMITIDOS ASSIGN TO 'BOLEMIT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-EMITIDOS.

           SELECT RELATORIO ASSIGN TO 'EMISBOL01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-RELATORIO.

       DATA DIVISION.
      *
       FILE SECTION.
      *                CADASTRO DE BOLETOS (LEIAUTE DO MANUBOL01)
       FD BOLETOS.
       01 REG-BOLETO.
           05 BOL-NOSSO-NUMERO     PIC 9(10).
           05 BOL-COD-CTA          PIC 9(06).
           05 BOL-DOC-PAGADOR      PIC X(14).
           05 BOL-NOM-PAGADOR      PIC X(30).
           05 BOL-VALOR            PIC 9(09)V99.
           05 BOL-DAT-EMISSAO      PIC 9(08).
           05 BOL-DAT-VENC         PIC 9(08).
           05 BOL-PCT-MULTA        PIC 9(02)V99.
           05 BOL-PCT-JUROS        PIC 9(02)V99.
           05 BOL-STATUS           PIC X(01).
               88 BOL-REGISTRADO               VALUE 'R'.
               88 BOL-EMITIDO                  VALUE 'E'.
           05 BOL-LINHA-DIGITAVEL  PIC X(47).
           05 BOL-DAT-PAGTO        PIC 9(08).
           05 BOL-VAL-PAGO         PIC 9(09)V99.
           05 BOL-VAL-MULTA        PIC 9(09)V99.
           05 BOL-VAL-JUROS        PIC 9(09)V99.
           05 BOL-VAL-TARIFA       PIC 9(05)V99.
           05 BOL-NSU-CREDITO      PIC 9(09).

       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
           05 SLD-CTA              PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 STA-CTA              PIC X(01).
               88 STA-CTA-ATIVA                VALUE 'A'.

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      *                BOLETO PARA IMPRESSAO: DADOS DO TITULO, CODIGO
      *                DE BARRAS E LINHA DIGITAVEL JA FORMATADA
       FD EMITIDOS.
       01 REG-EMITIDO.
           05 EMI-NOSSO-NUMERO     PIC 9(10).
           05 EMI-COD-CTA          PIC 9(06).
           05 EMI-AGENCIA          PIC X(04).
           05 EMI-DOC-PAGADOR      PIC X(14).
           05 EMI-NOM-PAGADOR      PIC X(30).
           05 EMI-VALOR            PIC 9(09)V99.
           05 EMI-DAT-VENC         PIC 9(08).
           05 EMI-PCT-MULTA        PIC 9(02)V99.
           05 EMI-PCT-JUROS        PIC 9(02)V99.
           05 EMI-CODIGO-BARRAS    PIC X(44).
           05 EMI-LINHA-DIGITAVEL  PIC X(54).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(84).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-BOLETOS       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-EMITIDOS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-BOLETOS           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-BOL               VALUE 'N'.
               88 SW-FIM-SIM-BOL               VALUE 'S'.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.

       01 WCA-BOLETOS.
           05 WCA-BOL-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-BOL-TAB OCCURS 20000 TIMES
                          INDEXED BY WCA-BOL-IDX.
               10 WCA-BOL-REG      PIC X(200).

      *****SITUACAO E AGENCIA DE CADA CONTA, INDEXADAS PELO NUMERO DA
      *****CONTA (MESMO ESQUEMA DO TEDENV01)
       01 WCA-CONTAS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES.
               10 WCA-CTA-STATUS   PIC X(01) VALUE SPACES.
               10 WCA-CTA-AGENCIA  PIC X(04) VALUE SPACES.

      *****CODIGO DO BANCO: DO HEADER DA ENTRADA01, COMO NO
      *****JOBFECHAMENTO (001 QUANDO O HEADER NAO TRAZ)
       01 WS-COD-BANCO             PIC X(03) VALUE '001'.
      *****CARTEIRA DE COBRANCA REGISTRADA
       01 WS-CARTEIRA              PIC X(02) VALUE '17'.

      ****** CODIGO DE BARRAS (44) E LINHA DIGITAVEL (47) *************
       01 WS-CODIGO-BARRAS.
           05 CB-BANCO             PIC X(03).
           05 CB-MOEDA             PIC X(01).
           05 CB-DV                PIC 9(01).
           05 CB-FATOR             PIC 9(04).
           05 CB-VALOR             PIC 9(08)V99.
           05 CB-CAMPO-LIVRE.
               10 CB-AGENCIA       PIC X(04).
               10 CB-CARTEIRA      PIC X(02).
               10 CB-NOSSO-NUMERO  PIC 9(10).
               10 CB-CONTA         PIC 9(06).
               10 FILLER           PIC X(03).

       01 WS-LINHA-DIGITAVEL.
           05 LD-CAMPO1.
               10 LD-BANCO         PIC X(03).
               10 LD-MOEDA         PIC X(01).
               10 LD-LIVRE-1       PIC X(05).
           05 LD-DV1               PIC 9(01).
           05 LD-CAMPO2            PIC X(10).
           05 LD-DV2               PIC 9(01).
           05 LD-CAMPO3            PIC X(10).
           05 LD-DV3               PIC 9(01).
           05 LD-DV-GERAL          PIC 9(01).
           05 LD-FATOR             PIC 9(04).
           05 LD-VALOR             PIC 9(08)V99.

       01 WS-LINHA-FORMATADA.
           05 LF-CAMPO1-A          PIC X(05).
           05 FILLER               PIC X(01) VALUE '.'.
           05 LF-CAMPO1-B          PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LF-CAMPO2-A          PIC X(05).
           05 FILLER               PIC X(01) VALUE '.'.
           05 LF-CAMPO2-B          PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LF-CAMPO3-A          PIC X(05).
           05 FILLER               PIC X(01) VALUE '.'.
           05 LF-CAMPO3-B          PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LF-DV-GERAL          PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LF-CAMPO5            PIC X(14).

      *****CALCULO DOS DIGITOS: CAMPO A CALCULAR, TAMANHO E PESOS
       01 WS-CALC-CAMPO            PIC X(43) VALUE SPACES.
       01 WS-CALC-TAM              PIC 9(02) VALUE ZEROS.
       01 WS-CALC-POS              PIC 9(02) VALUE ZEROS.
       01 WS-CALC-DIGITO           PIC 9(01) VALUE ZERO.
       01 WS-CALC-PESO             PIC 9(01) VALUE ZERO.
       01 WS-CALC-PRODUTO          PIC 9(02) VALUE ZEROS.
       01 WS-CALC-SOMA             PIC 9(04) VALUE ZEROS.
       01 WS-CALC-QUOCIENTE        PIC 9(04) VALUE ZEROS.
       01 WS-CALC-RESTO            PIC 9(02) VALUE ZEROS.
       01 WS-CALC-DV               PIC 9(02) VALUE ZEROS.

      *****ARITMETICA DE DATAS DO DESAFIO11: NUMERO DO DIA = DIAS DOS
      *****ANOS ANTERIORES + DIA DENTRO DO ANO
       01 WS-DATA-CONV             PIC 9(08) VALUE ZEROS.
       01 WS-DATA-CONV-R REDEFINES WS-DATA-CONV.
           05 CONV-ANO             PIC 9(04).
           05 CONV-MES             PIC 9(02).
           05 CONV-DIA             PIC 9(02).
       01 WS-ANO-ANTERIOR          PIC 9(04) VALUE ZEROS.
       01 WS-Q4                    PIC 9(06) VALUE ZEROS.
       01 WS-Q100                  PIC 9(06) VALUE ZEROS.
       01 WS-Q400                  PIC 9(06) VALUE ZEROS.
       01 WS-R                     PIC 9(06) VALUE ZEROS.
       01 WS-IDX-MES               PIC 9(02) VALUE ZEROS.
       01 WS-DIA-DO-ANO            PIC 9(03) VALUE ZEROS.
       01 WS-DIAS-ANOS             PIC 9(08) VALUE ZEROS.
       01 WS-NUMERO-DIA            PIC 9(08) VALUE ZEROS.
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

      *****DATA BASE DO FATOR DE VENCIMENTO (FATOR 1000 = 03/07/2000)
       01 WS-DATA-BASE-FATOR       PIC 9(08) VALUE 19971007.
       01 WS-DIA-BASE-FATOR        PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-FATOR            PIC 9(08) VALUE ZEROS.
       01 WS-QUOCIENTE-FATOR       PIC 9(08) VALUE ZEROS.

       01 WS-OCORRENCIA            PIC X(30) VALUE SPACES.
       01 WS-TOT-EMITIDO           PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-EMITIDOS          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RETIDOS           PIC 9(05) VALUE ZEROS.

       01 LINE-DESIGN              PIC X(84)
               VALUES
           '*===========================================================
      -    '=======================*'.

       01 WCA-TITULO-RELATORIO.
           05 FILLER               PIC X(43) VALUE
               '*  EMISSAO DE BOLETOS DE COBRANCA EM '.
           05 TR-DATA-REF          PIC 9999/99/99.
           05 FILLER               PIC X(31) VALUE
               '                              *'.

       01 WCA-CABECALHO.
           05 FILLER               PIC X(14) VALUE
               '  NOSSO NUMERO'.
           05 FILLER               PIC X(08) VALUE '   CONTA'.
           05 FILLER               PIC X(15) VALUE
               '          VALOR'.
           05 FILLER               PIC X(12) VALUE
               '  VENCIMENTO'.
           05 FILLER               PIC X(35) VALUE
               '  OCORRENCIA'.

       01 WCA-LINHA-DETALHE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDT-NOSSO-NUMERO     PIC 9(10) VALUE ZEROS.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 LDT-CONTA            PIC 9(06) VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDT-VALOR-MASC       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDT-VENCIMENTO       PIC 9999/99/99 VALUE ZEROS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDT-OCORRENCIA       PIC X(30) VALUE SPACES.

       01 WCA-LINHA-DIGITAVEL.
           05 FILLER               PIC X(16) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE 'LINHA DIGIT.: '.
           05 LL-LINHA             PIC X(54) VALUE SPACES.

       01 WCA-LINHA-TOTAL.
           05 FILLER               PIC X(14) VALUE
               '   EMITIDOS ='.
           05 LT-EMITIDOS          PIC ZZZZ9 VALUE ZEROS.
           05 FILLER               PIC X(08) VALUE '   R$'.
           05 LT-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(17) VALUE
               '   NAO EMITIDOS ='.
           05 LT-RETIDOS           PIC ZZZZ9 VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'EMISBOL01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 3000-EMITE-BOLETO
              THRU 3000-EMITE-BOLETO-FIM
              VARYING WCA-BOL-IDX FROM 1 BY 1
              UNTIL WCA-BOL-IDX GREATER THAN WCA-BOL-QTD

           PERFORM 6000-REGRAVA-BOLETOS
              THRU 6000-REGRAVA-BOLETOS-FIM

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
               DISPLAY 'EMISBOL01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1060-CARREGA-CONTAS
              THRU 1060-CARREGA-CONTAS-FIM.
           PERFORM 1200-CARREGA-BOLETOS
              THRU 1200-CARREGA-BOLETOS-FIM.

           MOVE WS-DATA-BASE-FATOR TO WS-DATA-CONV.
           PERFORM 4300-NUMERO-DO-DIA
              THRU 4300-NUMERO-DO-DIA-FIM.
           MOVE WS-NUMERO-DIA TO WS-DIA-BASE-FATOR.

           OPEN OUTPUT EMITIDOS.
           OPEN OUTPUT RELATORIO.
           MOVE WCA-DATA-REFERENCIA TO TR-DATA-REF.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-TITULO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-CABECALHO TO REG-RELATORIO.
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

       1060-CARREGA-CONTAS.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'EMISBOL01 - ENTRADA NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LER-ENTRADA
              THRU 1100-LER-ENTRADA-FIM.
           PERFORM 1150-GUARDA-CONTA
              THRU 1150-GUARDA-CONTA-FIM
             UNTIL SW-FIM-SIM.
           CLOSE ENTRADA.
       1060-CARREGA-CONTAS-FIM.
           EXIT.

       1100-LER-ENTRADA.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
      *****O HEADER DA ENTRADA TRAZ O BANCO; HDR/TRL SAO PULADOS
           IF NOT SW-FIM-SIM
              AND REG-ENTRADA(1:3) EQUAL 'HDR'
              AND REG-ENTRADA(22:3) NOT EQUAL SPACES
               MOVE REG-ENTRADA(22:3) TO WS-COD-BANCO
           END-IF.
           IF NOT SW-FIM-SIM
              AND (REG-ENTRADA(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA(1:3) EQUAL 'TRL')
               GO TO 1100-LER-ENTRADA
           END-IF.
       1100-LER-ENTRADA-FIM.
           EXIT.

       1150-GUARDA-CONTA.
           IF COD-CTA GREATER THAN ZERO
               MOVE STA-CTA     TO WCA-CTA-STATUS(COD-CTA)
               MOVE COD-AGENCIA TO WCA-CTA-AGENCIA(COD-CTA)
           END-IF.
           PERFORM 1100-LER-ENTRADA
              THRU 1100-LER-ENTRADA-FIM.
       1150-GUARDA-CONTA-FIM.
           EXIT.

       1200-CARREGA-BOLETOS.
           OPEN INPUT BOLETOS.
           IF WSN-FS-BOLETOS NOT EQUAL ZEROS
               DISPLAY 'EMISBOL01 - BOLETO01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-BOL TO TRUE.
           PERFORM 1210-LER-BOLETO
              THRU 1210-LER-BOLETO-FIM.
           PERFORM 1220-GUARDA-BOLETO
              THRU 1220-GUARDA-BOLETO-FIM
             UNTIL SW-FIM-SIM-BOL.
           CLOSE BOLETOS.
       1200-CARREGA-BOLETOS-FIM.
           EXIT.

       1210-LER-BOLETO.
           READ BOLETOS
               AT END
                   SET SW-FIM-SIM-BOL TO TRUE
           END-READ.
       1210-LER-BOLETO-FIM.
           EXIT.

      *****COM A TABELA CHEIA O LOTE ABORTA: A REGRAVACAO FINAL DO
      *****BOLETO01 SO E SEGURA SE O CADASTRO COUBE INTEIRO
       1220-GUARDA-BOLETO.
           IF WCA-BOL-QTD NOT LESS THAN 20000
               DISPLAY 'EMISBOL01 - BOLETO01 COM MAIS DE 20000 '
                       'REGISTROS - ABORTADO PARA NAO REGRAVAR '
                       'CADASTRO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-BOL-QTD.
           SET WCA-BOL-IDX TO WCA-BOL-QTD.
           MOVE REG-BOLETO TO WCA-BOL-REG(WCA-BOL-IDX).
           PERFORM 1210-LER-BOLETO
              THRU 1210-LER-BOLETO-FIM.
       1220-GUARDA-BOLETO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     EMISSAO DE UM BOLETO REGISTRADO
      *-----------------------------------------------------------------
       3000-EMITE-BOLETO.
           MOVE WCA-BOL-REG(WCA-BOL-IDX) TO REG-BOLETO.
           IF NOT BOL-REGISTRADO
               GO TO 3000-EMITE-BOLETO-FIM
           END-IF.

           MOVE SPACES TO WS-OCORRENCIA.
           EVALUATE TRUE
               WHEN BOL-COD-CTA EQUAL ZEROS
                   MOVE 'CONTA DO BENEFICIARIO ZERADA'
                     TO WS-OCORRENCIA
               WHEN WCA-CTA-STATUS(BOL-COD-CTA) EQUAL SPACES
                   MOVE 'CONTA DO BENEFICIARIO INEXIST.'
                     TO WS-OCORRENCIA
               WHEN WCA-CTA-STATUS(BOL-COD-CTA) NOT EQUAL 'A'
                   MOVE 'CONTA DO BENEFICIARIO INATIVA'
                     TO WS-OCORRENCIA
               WHEN WCA-CTA-AGENCIA(BOL-COD-CTA) NOT NUMERIC
                   MOVE 'AGENCIA NAO NUMERICA'
                     TO WS-OCORRENCIA
               WHEN BOL-DAT-VENC LESS THAN WCA-DATA-REFERENCIA
                   MOVE 'VENCIMENTO JA PASSOU'
                     TO WS-OCORRENCIA
               WHEN BOL-VALOR GREATER THAN 99999999,99
                   MOVE 'VALOR ACIMA DO CODIGO DE BARRAS'
                     TO WS-OCORRENCIA
           END-EVALUATE.

           MOVE BOL-NOSSO-NUMERO TO LDT-NOSSO-NUMERO.
           MOVE BOL-COD-CTA      TO LDT-CONTA.
           MOVE BOL-VALOR        TO LDT-VALOR-MASC.
           MOVE BOL-DAT-VENC     TO LDT-VENCIMENTO.

           IF WS-OCORRENCIA NOT EQUAL SPACES
               ADD 1 TO WS-QTD-RETIDOS
               MOVE WS-OCORRENCIA TO LDT-OCORRENCIA
               MOVE WCA-LINHA-DETALHE TO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO 3000-EMITE-BOLETO-FIM
           END-IF.

           PERFORM 4000-MONTA-CODIGO-BARRAS
              THRU 4000-MONTA-CODIGO-BARRAS-FIM.
           PERFORM 4500-MONTA-LINHA-DIGITAVEL
              THRU 4500-MONTA-LINHA-DIGITAVEL-FIM.

           MOVE WS-LINHA-DIGITAVEL TO BOL-LINHA-DIGITAVEL.
           SET BOL-EMITIDO TO TRUE.
           MOVE REG-BOLETO TO WCA-BOL-REG(WCA-BOL-IDX).

           MOVE BOL-NOSSO-NUMERO   TO EMI-NOSSO-NUMERO.
           MOVE BOL-COD-CTA        TO EMI-COD-CTA.
           MOVE CB-AGENCIA         TO EMI-AGENCIA.
           MOVE BOL-DOC-PAGADOR    TO EMI-DOC-PAGADOR.
           MOVE BOL-NOM-PAGADOR    TO EMI-NOM-PAGADOR.
           MOVE BOL-VALOR          TO EMI-VALOR.
           MOVE BOL-DAT-VENC       TO EMI-DAT-VENC.
           MOVE BOL-PCT-MULTA      TO EMI-PCT-MULTA.
           MOVE BOL-PCT-JUROS      TO EMI-PCT-JUROS.
           MOVE WS-CODIGO-BARRAS   TO EMI-CODIGO-BARRAS.
           MOVE WS-LINHA-FORMATADA TO EMI-LINHA-DIGITAVEL.
           WRITE REG-EMITIDO.

           ADD 1 TO WS-QTD-EMITIDOS.
           ADD BOL-VALOR TO WS-TOT-EMITIDO.
           MOVE 'EMITIDO' TO LDT-OCORRENCIA.
           MOVE WCA-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LINHA-FORMATADA TO LL-LINHA.
           MOVE WCA-LINHA-DIGITAVEL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       3000-EMITE-BOLETO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CODIGO DE BARRAS: DIGITO GERAL MODULO 11 SOBRE AS OUTRAS
      *     43 POSICOES (PESOS 2 A 9 DA DIREITA PARA A ESQUERDA)
      *-----------------------------------------------------------------
       4000-MONTA-CODIGO-BARRAS.
           MOVE WS-COD-BANCO     TO CB-BANCO.
           MOVE '9'              TO CB-MOEDA.
           MOVE ZERO             TO CB-DV.
           MOVE BOL-VALOR        TO CB-VALOR.
           MOVE WCA-CTA-AGENCIA(BOL-COD-CTA) TO CB-AGENCIA.
           MOVE WS-CARTEIRA      TO CB-CARTEIRA.
           MOVE BOL-NOSSO-NUMERO TO CB-NOSSO-NUMERO.
           MOVE BOL-COD-CTA      TO CB-CONTA.
           MOVE '000'            TO CB-CAMPO-LIVRE(23:3).

      *****FATOR: DIAS DESDE A DATA BASE; DEPOIS DE 9999 VOLTA A 1000
           MOVE BOL-DAT-VENC TO WS-DATA-CONV.
           PERFORM 4300-NUMERO-DO-DIA
              THRU 4300-NUMERO-DO-DIA-FIM.
           COMPUTE WS-DIAS-FATOR = WS-NUMERO-DIA - WS-DIA-BASE-FATOR.
           IF WS-DIAS-FATOR GREATER THAN 9999
               SUBTRACT 1000 FROM WS-DIAS-FATOR
               DIVIDE WS-DIAS-FATOR BY 9000
                   GIVING WS-QUOCIENTE-FATOR REMAINDER WS-DIAS-FATOR
               ADD 1000 TO WS-DIAS-FATOR
           END-IF.
           MOVE WS-DIAS-FATOR TO CB-FATOR.

           MOVE SPACES TO WS-CALC-CAMPO.
           MOVE WS-CODIGO-BARRAS(1:4)  TO WS-CALC-CAMPO(1:4).
           MOVE WS-CODIGO-BARRAS(6:39) TO WS-CALC-CAMPO(5:39).
           MOVE 43 TO WS-CALC-TAM.
           PERFORM 4200-CALCULA-MODULO-11
              THRU 4200-CALCULA-MODULO-11-FIM.
           MOVE WS-CALC-DV TO CB-DV.
       4000-MONTA-CODIGO-BARRAS-FIM.
           EXIT.

      *****MODULO 10: PESOS 2 E 1 ALTERNADOS A PARTIR DA DIREITA,
      *****PRODUTO ACIMA DE 9 SOMA OS DOIS ALGARISMOS
       4100-CALCULA-MODULO-10.
           MOVE ZEROS TO WS-CALC-SOMA.
           MOVE 2 TO WS-CALC-PESO.
           PERFORM 4110-SOMA-MODULO-10
              THRU 4110-SOMA-MODULO-10-FIM
              VARYING WS-CALC-POS FROM WS-CALC-TAM BY -1
              UNTIL WS-CALC-POS LESS THAN 1.
           DIVIDE WS-CALC-SOMA BY 10
               GIVING WS-CALC-QUOCIENTE REMAINDER WS-CALC-RESTO.
           IF WS-CALC-RESTO EQUAL ZERO
               MOVE ZERO TO WS-CALC-DV
           ELSE
               COMPUTE WS-CALC-DV = 10 - WS-CALC-RESTO
           END-IF.
       4100-CALCULA-MODULO-10-FIM.
           EXIT.

       4110-SOMA-MODULO-10.
           MOVE WS-CALC-CAMPO(WS-CALC-POS:1) TO WS-CALC-DIGITO.
           COMPUTE WS-CALC-PRODUTO = WS-CALC-DIGITO * WS-CALC-PESO.
           IF WS-CALC-PRODUTO GREATER THAN 9
               SUBTRACT 9 FROM WS-CALC-PRODUTO
           END-IF.
           ADD WS-CALC-PRODUTO TO WS-CALC-SOMA.
           IF WS-CALC-PESO EQUAL 2
               MOVE 1 TO WS-CALC-PESO
           ELSE
               MOVE 2 TO WS-CALC-PESO
           END-IF.
       4110-SOMA-MODULO-10-FIM.
           EXIT.

      *****MODULO 11 DO CODIGO DE BARRAS: RESULTADO 0, 10 OU 11 VIRA 1
       4200-CALCULA-MODULO-11.
           MOVE ZEROS TO WS-CALC-SOMA.
           MOVE 2 TO WS-CALC-PESO.
           PERFORM 4210-SOMA-MODULO-11
              THRU 4210-SOMA-MODULO-11-FIM
              VARYING WS-CALC-POS FROM WS-CALC-TAM BY -1
              UNTIL WS-CALC-POS LESS THAN 1.
           DIVIDE WS-CALC-SOMA BY 11
               GIVING WS-CALC-QUOCIENTE REMAINDER WS-CALC-RESTO.
           COMPUTE WS-CALC-DV = 11 - WS-CALC-RESTO.
           IF WS-CALC-DV EQUAL ZERO
              OR WS-CALC-DV GREATER THAN 9
               MOVE 1 TO WS-CALC-DV
           END-IF.
       4200-CALCULA-MODULO-11-FIM.
           EXIT.

       4210-SOMA-MODULO-11.
           MOVE WS-CALC-CAMPO(WS-CALC-POS:1) TO WS-CALC-DIGITO.
           COMPUTE WS-CALC-PRODUTO = WS-CALC-DIGITO * WS-CALC-PESO.
           ADD WS-CALC-PRODUTO TO WS-CALC-SOMA.
           IF WS-CALC-PESO EQUAL 9
               MOVE 2 TO WS-CALC-PESO
           ELSE
               ADD 1 TO WS-CALC-PESO
           END-IF.
       4210-SOMA-MODULO-11-FIM.
           EXIT.

      *****NUMERO DO DIA PELA REGRA DO DESAFIO11 (6100-CALCULA-DIAS-
      *****TOTAIS): DIAS ATE O FIM DO ANO ANTERIOR + DIA DO ANO
       4300-NUMERO-DO-DIA.
           COMPUTE WS-ANO-ANTERIOR = CONV-ANO - 1.
           DIVIDE WS-ANO-ANTERIOR BY 4   GIVING WS-Q4 REMAINDER WS-R.
           DIVIDE WS-ANO-ANTERIOR BY 100 GIVING WS-Q100 REMAINDER WS-R.
           DIVIDE WS-ANO-ANTERIOR BY 400 GIVING WS-Q400 REMAINDER WS-R.
           COMPUTE WS-DIAS-ANOS =
               (WS-ANO-ANTERIOR * 365) + WS-Q4 - WS-Q100 + WS-Q400.

           MOVE CONV-ANO TO WS-ANO-BISSEXTO.
           CALL 'ANOBISSEXTO' USING WS-ANO-BISSEXTO WS-BISSEXTO.
           MOVE CONV-DIA TO WS-DIA-DO-ANO.
           IF CONV-MES GREATER THAN 1
               PERFORM 4310-SOMA-DIAS-MES
                  THRU 4310-SOMA-DIAS-MES-FIM
                  VARYING WS-IDX-MES FROM 1 BY 1
                  UNTIL WS-IDX-MES GREATER THAN CONV-MES - 1
           END-IF.
           COMPUTE WS-NUMERO-DIA = WS-DIAS-ANOS + WS-DIA-DO-ANO.
       4300-NUMERO-DO-DIA-FIM.
           EXIT.

       4310-SOMA-DIAS-MES.
           ADD WCA-DIAS-MES-N(WS-IDX-MES) TO WS-DIA-DO-ANO.
           IF WS-IDX-MES EQUAL 2 AND WS-BISSEXTO EQUAL 'S'
               ADD 1 TO WS-DIA-DO-ANO
           END-IF.
       4310-SOMA-DIAS-MES-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     LINHA DIGITAVEL: TRES CAMPOS COM DV MODULO 10 (BANCO,
      *     MOEDA E CAMPO LIVRE), DV GERAL, FATOR E VALOR
      *-----------------------------------------------------------------
       4500-MONTA-LINHA-DIGITAVEL.
           MOVE CB-BANCO              TO LD-BANCO.
           MOVE CB-MOEDA              TO LD-MOEDA.
           MOVE CB-CAMPO-LIVRE(1:5)   TO LD-LIVRE-1.
           MOVE CB-CAMPO-LIVRE(6:10)  TO LD-CAMPO2.
           MOVE CB-CAMPO-LIVRE(16:10) TO LD-CAMPO3.
           MOVE CB-DV                 TO LD-DV-GERAL.
           MOVE CB-FATOR              TO LD-FATOR.
           MOVE CB-VALOR              TO LD-VALOR.

           MOVE SPACES TO WS-CALC-CAMPO.
           MOVE LD-CAMPO1 TO WS-CALC-CAMPO.
           MOVE 9 TO WS-CALC-TAM.
           PERFORM 4100-CALCULA-MODULO-10
              THRU 4100-CALCULA-MODULO-10-FIM.
           MOVE WS-CALC-DV TO LD-DV1.

           MOVE SPACES TO WS-CALC-CAMPO.
           MOVE LD-CAMPO2 TO WS-CALC-CAMPO.
           MOVE 10 TO WS-CALC-TAM.
           PERFORM 4100-CALCULA-MODULO-10
              THRU 4100-CALCULA-MODULO-10-FIM.
           MOVE WS-CALC-DV TO LD-DV2.

           MOVE SPACES TO WS-CALC-CAMPO.
           MOVE LD-CAMPO3 TO WS-CALC-CAMPO.
           MOVE 10 TO WS-CALC-TAM.
           PERFORM 4100-CALCULA-MODULO-10
              THRU 4100-CALCULA-MODULO-10-FIM.
           MOVE WS-CALC-DV TO LD-DV3.

           MOVE WS-LINHA-DIGITAVEL(1:5)  TO LF-CAMPO1-A.
           MOVE WS-LINHA-DIGITAVEL(6:5)  TO LF-CAMPO1-B.
           MOVE WS-LINHA-DIGITAVEL(11:5) TO LF-CAMPO2-A.
           MOVE WS-LINHA-DIGITAVEL(16:6) TO LF-CAMPO2-B.
           MOVE WS-LINHA-DIGITAVEL(22:5) TO LF-CAMPO3-A.
           MOVE WS-LINHA-DIGITAVEL(27:6) TO LF-CAMPO3-B.
           MOVE WS-LINHA-DIGITAVEL(33:1) TO LF-DV-GERAL.
           MOVE WS-LINHA-DIGITAVEL(34:14) TO LF-CAMPO5.
       4500-MONTA-LINHA-DIGITAVEL-FIM.
           EXIT.

      *-----------------------------------------------------------------
       6000-REGRAVA-BOLETOS.
      *-----------------------------------------------------------------
           OPEN OUTPUT BOLETOS.
           PERFORM 6100-GRAVA-BOLETO
              THRU 6100-GRAVA-BOLETO-FIM
              VARYING WCA-BOL-IDX FROM 1 BY 1
              UNTIL WCA-BOL-IDX GREATER THAN WCA-BOL-QTD.
           CLOSE BOLETOS.
       6000-REGRAVA-BOLETOS-FIM.
           EXIT.

       6100-GRAVA-BOLETO.
           MOVE WCA-BOL-REG(WCA-BOL-IDX) TO REG-BOLETO.
           WRITE REG-BOLETO.
       6100-GRAVA-BOLETO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           MOVE WS-QTD-EMITIDOS TO LT-EMITIDOS.
           MOVE WS-TOT-EMITIDO  TO LT-VALOR.
           MOVE WS-QTD-RETIDOS  TO LT-RETIDOS.
           MOVE LINE-DESIGN TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WCA-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.
           CLOSE EMITIDOS.

           DISPLAY 'EMISBOL01 - EMITIDOS: ' WS-QTD-EMITIDOS
                   ' NAO EMITIDOS: ' WS-QTD-RETIDOS

           MOVE 0 TO WS-RC-FINAL.
           IF WSN-FS-BOLETOS   NOT EQUAL 00 OR
              WSN-FS-EMITIDOS  NOT EQUAL 00 OR
              WSN-FS-RELATORIO NOT EQUAL 00
               DISPLAY 'EMISBOL01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-QTD-RETIDOS GREATER THAN ZERO
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF.
           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'EMISSAO DE BOLETOS - ' WS-QTD-EMITIDOS
                  ' EMITIDOS ' WS-QTD-RETIDOS ' NAO EMITIDOS'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM EMISBOL01.
