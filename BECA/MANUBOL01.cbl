      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Manutencao do cadastro de boletos de cobranca
      * (BOLETO01), nos moldes do MANUCDB01: registro de boleto novo,
      * baixa de boleto em aberto e listagem. O beneficiario e o
      * cliente pessoa juridica (CNPJ em Entrada02, conferido pelo
      * VALIDADOC) dono da conta corrente ativa que recebe o credito
      * da liquidacao. Cada boleto traz o nosso numero (sequencial do
      * cadastro), documento e nome do pagador, valor, vencimento,
      * multa e juros de mora ao mes para pagamento em atraso. A linha
      * digitavel e gerada pelo lote EMISBOL01 e a liquidacao e feita
      * pelo RETBOL01 a partir do arquivo de retorno. Toda alteracao e
      * registrada no log central via LOGOPER com o usuario que a fez.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUBOL01.
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

           SELECT ENTRADA02 ASSIGN TO 'ENTRADA02'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA02.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

       DATA DIVISION.
      *
       FILE SECTION.
      *                CADASTRO DE BOLETOS DE COBRANCA
       FD BOLETOS.
       01 REG-BOLETO.
           05 BOL-NOSSO-NUMERO     PIC 9(10).
      *****CONTA CORRENTE DO BENEFICIARIO (CREDITO DA LIQUIDACAO)
           05 BOL-COD-CTA          PIC 9(06).
           05 BOL-DOC-PAGADOR      PIC X(14).
           05 BOL-NOM-PAGADOR      PIC X(30).
           05 BOL-VALOR            PIC 9(09)V99.
           05 BOL-DAT-EMISSAO      PIC 9(08).
           05 BOL-DAT-VENC         PIC 9(08).
      *****MULTA EM % DO VALOR E JUROS DE MORA EM % AO MES (PRO RATA
      *****POR DIA CORRIDO DE ATRASO)
           05 BOL-PCT-MULTA        PIC 9(02)V99.
           05 BOL-PCT-JUROS        PIC 9(02)V99.
      *****'R' = REGISTRADO, 'E' = EMITIDO (LINHA DIGITAVEL GERADA),
      *****'P' = PAGO, 'B' = BAIXADO SEM PAGAMENTO
           05 BOL-STATUS           PIC X(01).
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

       FD ENTRADA02.
       01 REG-ENTRADA-02.
           05 E2-COD-CTA           PIC 9(06).
           05 E2-NOM-CLI           PIC X(25).
           05 E2-COD-CID           PIC 9(04).
           05 E2-DAT-INI           PIC 9(08).
           05 E2-NUM-DOC           PIC X(14).

      *                CONTROLE (PARAMETROS DO RELATORIO)
       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-BOLETOS       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-BOLETOS           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-BOL               VALUE 'N'.
               88 SW-FIM-SIM-BOL               VALUE 'S'.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.
           05 SW-ENTRADA02         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-02                VALUE 'N'.
               88 SW-FIM-SIM-02                VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.

       01 WCA-BOLETOS.
           05 WCA-BOL-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-BOL-TAB OCCURS 20000 TIMES
                          INDEXED BY WCA-BOL-IDX.
               10 WCA-BOL-REG      PIC X(200).

       77 WS-OPCAO                 PIC 9(01) VALUE ZERO.
       77 WS-USUARIO               PIC X(20) VALUE SPACES.
       77 WS-NOSSO-NUMERO          PIC 9(10) VALUE ZEROS.
       77 WS-ULTIMO-NUMERO         PIC 9(10) VALUE ZEROS.
       77 WS-BOL-ACHOU             PIC X(01) VALUE 'N'.
           88 BOLETO-ACHADO            VALUE 'S'.
       77 WS-CTA-ACHOU             PIC X(01) VALUE 'N'.
           88 CONTA-ACHADA             VALUE 'S'.
       77 WS-CLI-ACHOU             PIC X(01) VALUE 'N'.
           88 CLIENTE-ACHADO           VALUE 'S'.
       77 WS-IDX-ACHADO            PIC 9(05) VALUE ZEROS.
       01 WS-VALOR-MASC            PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 WS-STATUS-CONTA          PIC X(01) VALUE SPACES.
       01 WS-TIPO-CONTA            PIC X(14) VALUE SPACES.
       01 WS-DOC-CLIENTE           PIC X(14) VALUE SPACES.

      *****O CAMPO VALOR DO CODIGO DE BARRAS TEM 10 POSICOES
       01 WS-VALOR-MAXIMO          PIC 9(09)V99 VALUE 99999999,99.

      *****CHAMADA DA ROTINA COMUM VALIDACTA (DV DA CONTA)
       01 WS-TIPO-VALIDACAO        PIC 9(01) VALUE 1.
       01 WS-CONTA-DV              PIC X(07) VALUE SPACES.
       01 WS-CTA-VALIDA            PIC X(01) VALUE 'N'.
           88 CONTA-EH-VALIDA                  VALUE 'S'.
       01 WS-CTA-MOTIVO            PIC X(17) VALUE SPACES.

      *****CHAMADA DA ROTINA COMUM VALIDADOC (CPF/CNPJ)
       01 WS-TIPO-DOC              PIC 9(01)  VALUE ZERO.
       01 WS-DOC-BUFFER            PIC X(14)  VALUE SPACES.
       01 WS-DOC-VALIDO            PIC X(01)  VALUE 'N'.
           88 WS-DOC-EH-VALIDO                VALUE 'S'.
       01 WS-DOC-MOTIVO            PIC X(17)  VALUE SPACES.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'MANUBOL01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           DISPLAY 'SEU USUARIO (PARA O REGISTRO)?'
           ACCEPT WS-USUARIO

           PERFORM 1050-LE-CONTROLE
              THRU 1050-LE-CONTROLE-FIM
           IF WCA-DATA-REFERENCIA EQUAL ZEROS
               DISPLAY 'MANUBOL01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-CARREGA-BOLETOS
              THRU 1000-CARREGA-BOLETOS-FIM

           DISPLAY '1-REGISTRAR  2-BAIXAR  3-LISTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 2000-REGISTRAR
                      THRU 2000-REGISTRAR-FIM
               WHEN 2
                   PERFORM 3000-BAIXAR
                      THRU 3000-BAIXAR-FIM
               WHEN 3
                   PERFORM 5000-LISTAR
                      THRU 5000-LISTAR-FIM
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF WS-OPCAO LESS THAN 3
               PERFORM 6000-REGRAVA-BOLETOS
                  THRU 6000-REGRAVA-BOLETOS-FIM
           END-IF

           MOVE 0 TO RETURN-CODE
           STOP RUN.
       0000-PRINCIPAL-FIM.

       1000-CARREGA-BOLETOS.
           OPEN INPUT BOLETOS.
           IF WSN-FS-BOLETOS NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO NOVO SERA CRIADO (BOLETO01)'
               GO TO 1000-CARREGA-BOLETOS-FIM
           END-IF.
           SET SW-FIM-NAO-BOL TO TRUE.
           PERFORM 1100-LER-BOLETO
              THRU 1100-LER-BOLETO-FIM.
           PERFORM 1200-GUARDA-BOLETO
              THRU 1200-GUARDA-BOLETO-FIM
             UNTIL SW-FIM-SIM-BOL.
           CLOSE BOLETOS.
       1000-CARREGA-BOLETOS-FIM.
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

       1100-LER-BOLETO.
           READ BOLETOS
               AT END
                   SET SW-FIM-SIM-BOL TO TRUE
           END-READ.
       1100-LER-BOLETO-FIM.
           EXIT.

      *****COM A TABELA CHEIA A MANUTENCAO ABORTA: A REGRAVACAO FINAL
      *****DO BOLETO01 SO E SEGURA SE ELE COUBE INTEIRO
       1200-GUARDA-BOLETO.
           IF WCA-BOL-QTD NOT LESS THAN 20000
               DISPLAY 'MANUBOL01 - BOLETO01 COM MAIS DE 20000 '
                       'REGISTROS - ABORTADO PARA NAO REGRAVAR '
                       'ARQUIVO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-BOL-QTD.
           SET WCA-BOL-IDX TO WCA-BOL-QTD.
           MOVE REG-BOLETO TO WCA-BOL-REG(WCA-BOL-IDX).
           IF BOL-NOSSO-NUMERO GREATER THAN WS-ULTIMO-NUMERO
               MOVE BOL-NOSSO-NUMERO TO WS-ULTIMO-NUMERO
           END-IF.
           PERFORM 1100-LER-BOLETO
              THRU 1100-LER-BOLETO-FIM.
       1200-GUARDA-BOLETO-FIM.
           EXIT.

       1300-PROCURA-BOLETO.
           MOVE 'N' TO WS-BOL-ACHOU.
           PERFORM 1310-TESTA-BOLETO
              THRU 1310-TESTA-BOLETO-FIM
               VARYING WCA-BOL-IDX FROM 1 BY 1
               UNTIL WCA-BOL-IDX GREATER THAN WCA-BOL-QTD
                  OR BOLETO-ACHADO.
       1300-PROCURA-BOLETO-FIM.
           EXIT.

       1310-TESTA-BOLETO.
           MOVE WCA-BOL-REG(WCA-BOL-IDX) TO REG-BOLETO.
           IF WS-NOSSO-NUMERO EQUAL BOL-NOSSO-NUMERO
               MOVE 'S' TO WS-BOL-ACHOU
               SET WS-IDX-ACHADO TO WCA-BOL-IDX
           END-IF.
       1310-TESTA-BOLETO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CONTA DO BENEFICIARIO EM ENTRADA01 E CLIENTE EM ENTRADA02
      *-----------------------------------------------------------------
       1400-PROCURA-CONTA.
           MOVE 'N' TO WS-CTA-ACHOU.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'MANUBOL01 - ENTRADA NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO TO TRUE.
           PERFORM 1410-LER-ENTRADA
              THRU 1410-LER-ENTRADA-FIM.
           PERFORM 1420-TESTA-CONTA
              THRU 1420-TESTA-CONTA-FIM
             UNTIL SW-FIM-SIM
                OR CONTA-ACHADA.
           CLOSE ENTRADA.
       1400-PROCURA-CONTA-FIM.
           EXIT.

       1410-LER-ENTRADA.
           READ ENTRADA
               AT END
                   SET SW-FIM-SIM TO TRUE
           END-READ.
      *****PULA OS REGISTROS DE CONTROLE HDR/TRL DA ENTRADA
           IF NOT SW-FIM-SIM
              AND (REG-ENTRADA(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA(1:3) EQUAL 'TRL')
               GO TO 1410-LER-ENTRADA
           END-IF.
       1410-LER-ENTRADA-FIM.
           EXIT.

       1420-TESTA-CONTA.
           IF COD-CTA EQUAL BOL-COD-CTA
               MOVE 'S' TO WS-CTA-ACHOU
               MOVE STA-CTA TO WS-STATUS-CONTA
               MOVE TIP-CTA TO WS-TIPO-CONTA
           ELSE
               PERFORM 1410-LER-ENTRADA
                  THRU 1410-LER-ENTRADA-FIM
           END-IF.
       1420-TESTA-CONTA-FIM.
           EXIT.

       1500-PROCURA-CLIENTE.
           MOVE 'N' TO WS-CLI-ACHOU.
           MOVE SPACES TO WS-DOC-CLIENTE.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               DISPLAY 'MANUBOL01 - ENTRADA02 NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-02 TO TRUE.
           PERFORM 1510-LER-ENTRADA02
              THRU 1510-LER-ENTRADA02-FIM.
           PERFORM 1520-TESTA-CLIENTE
              THRU 1520-TESTA-CLIENTE-FIM
             UNTIL SW-FIM-SIM-02
                OR CLIENTE-ACHADO.
           CLOSE ENTRADA02.
       1500-PROCURA-CLIENTE-FIM.
           EXIT.

       1510-LER-ENTRADA02.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-02 TO TRUE
           END-READ.
           IF NOT SW-FIM-SIM-02
              AND (REG-ENTRADA-02(1:3) EQUAL 'HDR'
               OR  REG-ENTRADA-02(1:3) EQUAL 'TRL')
               GO TO 1510-LER-ENTRADA02
           END-IF.
       1510-LER-ENTRADA02-FIM.
           EXIT.

       1520-TESTA-CLIENTE.
           IF E2-COD-CTA EQUAL BOL-COD-CTA
               MOVE 'S' TO WS-CLI-ACHOU
               MOVE E2-NUM-DOC TO WS-DOC-CLIENTE
           ELSE
               PERFORM 1510-LER-ENTRADA02
                  THRU 1510-LER-ENTRADA02-FIM
           END-IF.
       1520-TESTA-CLIENTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     REGISTRO: BENEFICIARIO PESSOA JURIDICA COM CONTA CORRENTE
      *     ATIVA, PAGADOR COM CPF/CNPJ VALIDO, VENCIMENTO A PARTIR DA
      *     DATA DE REFERENCIA
      *-----------------------------------------------------------------
       2000-REGISTRAR.
           IF WCA-BOL-QTD NOT LESS THAN 20000
               DISPLAY 'ARQUIVO DE BOLETOS CHEIO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-BOLETO.

           DISPLAY 'CONTA DO BENEFICIARIO COM DV (7 DIGITOS)?'
           ACCEPT WS-CONTA-DV
           PERFORM 2100-VALIDA-CONTA
              THRU 2100-VALIDA-CONTA-FIM
           MOVE WS-CONTA-DV(1:6) TO BOL-COD-CTA

           PERFORM 1400-PROCURA-CONTA
              THRU 1400-PROCURA-CONTA-FIM
           IF NOT CONTA-ACHADA
               DISPLAY 'CONTA INEXISTENTE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STATUS-CONTA NOT EQUAL 'A'
               DISPLAY 'CONTA INATIVA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TIPO-CONTA NOT EQUAL 'Conta Corrente'
               DISPLAY 'A CONTA DO BENEFICIARIO DEVE SER CONTA '
                       'CORRENTE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1500-PROCURA-CLIENTE
              THRU 1500-PROCURA-CLIENTE-FIM
           IF NOT CLIENTE-ACHADO
              OR WS-DOC-CLIENTE(12:3) EQUAL SPACES
               DISPLAY 'COBRANCA SO PARA CLIENTE PESSOA JURIDICA '
                       '(CNPJ)'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DOC-CLIENTE TO WS-DOC-BUFFER
           PERFORM 2200-VALIDA-DOCUMENTO
              THRU 2200-VALIDA-DOCUMENTO-FIM
           IF NOT WS-DOC-EH-VALIDO
               DISPLAY 'CNPJ DO BENEFICIARIO ' WS-DOC-CLIENTE
                       ' - ' WS-DOC-MOTIVO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'CPF/CNPJ DO PAGADOR?'
           ACCEPT BOL-DOC-PAGADOR
           MOVE BOL-DOC-PAGADOR TO WS-DOC-BUFFER
           PERFORM 2200-VALIDA-DOCUMENTO
              THRU 2200-VALIDA-DOCUMENTO-FIM
           IF NOT WS-DOC-EH-VALIDO
               DISPLAY 'DOCUMENTO DO PAGADOR - ' WS-DOC-MOTIVO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'NOME DO PAGADOR?'
           ACCEPT BOL-NOM-PAGADOR
           IF BOL-NOM-PAGADOR EQUAL SPACES
               DISPLAY 'NOME DO PAGADOR NAO INFORMADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'VALOR DO BOLETO (ATE 99999999,99)?'
           ACCEPT BOL-VALOR
           IF BOL-VALOR EQUAL ZEROS
              OR BOL-VALOR GREATER THAN WS-VALOR-MAXIMO
               DISPLAY 'VALOR INVALIDO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'DATA DE VENCIMENTO (AAAAMMDD)?'
           ACCEPT BOL-DAT-VENC
           IF BOL-DAT-VENC(5:2) LESS THAN '01'
              OR BOL-DAT-VENC(5:2) GREATER THAN '12'
              OR BOL-DAT-VENC(7:2) LESS THAN '01'
              OR BOL-DAT-VENC(7:2) GREATER THAN '31'
               DISPLAY 'DATA INVALIDA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BOL-DAT-VENC LESS THAN WCA-DATA-REFERENCIA
               DISPLAY 'VENCIMENTO ANTERIOR A '
                       WCA-DATA-REFERENCIA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'MULTA POR ATRASO EM % DO VALOR (99,99)?'
           ACCEPT BOL-PCT-MULTA
           DISPLAY 'JUROS DE MORA EM % AO MES (99,99)?'
           ACCEPT BOL-PCT-JUROS

           ADD 1 TO WS-ULTIMO-NUMERO
           MOVE WS-ULTIMO-NUMERO    TO BOL-NOSSO-NUMERO
           MOVE WCA-DATA-REFERENCIA TO BOL-DAT-EMISSAO
           MOVE 'R'                 TO BOL-STATUS
           MOVE ZEROS               TO BOL-DAT-PAGTO
                                       BOL-VAL-PAGO
                                       BOL-VAL-MULTA
                                       BOL-VAL-JUROS
                                       BOL-VAL-TARIFA
                                       BOL-NSU-CREDITO

           ADD 1 TO WCA-BOL-QTD
           SET WCA-BOL-IDX TO WCA-BOL-QTD
           MOVE REG-BOLETO TO WCA-BOL-REG(WCA-BOL-IDX)
           MOVE BOL-NOSSO-NUMERO TO WS-NOSSO-NUMERO
           DISPLAY 'BOLETO REGISTRADO - NOSSO NUMERO '
                   BOL-NOSSO-NUMERO
           PERFORM 8000-REGISTRA-LOG
              THRU 8000-REGISTRA-LOG-FIM.
       2000-REGISTRAR-FIM.
           EXIT.

       2100-VALIDA-CONTA.
           IF WS-CONTA-DV(1:6) NOT NUMERIC
              OR WS-CONTA-DV(1:6) EQUAL '000000'
               DISPLAY 'CONTA INVALIDA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'VALIDACTA' USING WS-TIPO-VALIDACAO
               WS-CONTA-DV WS-CTA-VALIDA WS-CTA-MOTIVO.
           IF NOT CONTA-EH-VALIDA
               DISPLAY 'CONTA ' WS-CONTA-DV ' - ' WS-CTA-MOTIVO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       2100-VALIDA-CONTA-FIM.
           EXIT.

      *****CPF QUANDO SO AS 11 PRIMEIRAS POSICOES VEM PREENCHIDAS
       2200-VALIDA-DOCUMENTO.
           MOVE 'N' TO WS-DOC-VALIDO.
           IF WS-DOC-BUFFER EQUAL SPACES
               MOVE 'EM BRANCO' TO WS-DOC-MOTIVO
               GO TO 2200-VALIDA-DOCUMENTO-FIM
           END-IF.
           IF WS-DOC-BUFFER(12:3) EQUAL SPACES
               MOVE 1 TO WS-TIPO-DOC
           ELSE
               MOVE 2 TO WS-TIPO-DOC
           END-IF.
           CALL 'VALIDADOC' USING WS-TIPO-DOC WS-DOC-BUFFER
                                  WS-DOC-VALIDO WS-DOC-MOTIVO.
       2200-VALIDA-DOCUMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     BAIXA: SO BOLETO AINDA EM ABERTO (REGISTRADO OU EMITIDO);
      *     PAGAMENTO QUE CHEGAR DEPOIS SAI COMO DIVERGENCIA NO RETBOL01
      *-----------------------------------------------------------------
       3000-BAIXAR.
           DISPLAY 'NOSSO NUMERO?'
           ACCEPT WS-NOSSO-NUMERO
           PERFORM 1300-PROCURA-BOLETO
              THRU 1300-PROCURA-BOLETO-FIM
           IF NOT BOLETO-ACHADO
               DISPLAY 'BOLETO NAO CADASTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WCA-BOL-IDX TO WS-IDX-ACHADO
           MOVE WCA-BOL-REG(WCA-BOL-IDX) TO REG-BOLETO
           IF BOL-STATUS NOT EQUAL 'R'
              AND BOL-STATUS NOT EQUAL 'E'
               DISPLAY 'BOLETO NAO ESTA EM ABERTO - SITUACAO '
                       BOL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'B' TO BOL-STATUS
           MOVE REG-BOLETO TO WCA-BOL-REG(WCA-BOL-IDX)
           DISPLAY 'BOLETO BAIXADO'
           PERFORM 8000-REGISTRA-LOG
              THRU 8000-REGISTRA-LOG-FIM.
       3000-BAIXAR-FIM.
           EXIT.

       5000-LISTAR.
           PERFORM 5100-MOSTRA-BOLETO
              THRU 5100-MOSTRA-BOLETO-FIM
               VARYING WCA-BOL-IDX FROM 1 BY 1
               UNTIL WCA-BOL-IDX GREATER THAN WCA-BOL-QTD.
       5000-LISTAR-FIM.
           EXIT.

       5100-MOSTRA-BOLETO.
           MOVE WCA-BOL-REG(WCA-BOL-IDX) TO REG-BOLETO.
           MOVE BOL-VALOR TO WS-VALOR-MASC.
           DISPLAY BOL-NOSSO-NUMERO ' CTA ' BOL-COD-CTA
                   ' ' BOL-NOM-PAGADOR
                   ' R$ ' WS-VALOR-MASC
                   ' VENC ' BOL-DAT-VENC
                   ' SIT ' BOL-STATUS.
       5100-MOSTRA-BOLETO-FIM.
           EXIT.

       6000-REGRAVA-BOLETOS.
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

       8000-REGISTRA-LOG.
           MOVE 'I' TO WS-LOG-SEVERIDADE.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING WS-USUARIO ' BOLETO ' WS-NOSSO-NUMERO
                  ' OPCAO ' WS-OPCAO
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       8000-REGISTRA-LOG-FIM.
           EXIT.
       END PROGRAM MANUBOL01.
