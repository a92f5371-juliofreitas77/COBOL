      * alteracao do jornal e a versao dos parametros que o
      * JOBFECHAMENTO registra no log ao abrir a cadeia - a resposta
      * que a auditoria vive pedindo.
      * A opcao 90 mantem o historico de taxas e precos por vigencia
      * TAXASVIG01 (parametro, inicio da vigencia e valor), lido pela
      * rotina comum TAXAVIG nos lotes de juros, retencao e tarifa:
      * mostra as vigencias ja gravadas do parametro, recebe o inicio
      * e o valor novo (a mesma vigencia e substituida) e anota no
      * jornal o valor que vigorava na data, o novo e a vigencia.
      * A mesma opcao mantem os parametros do cambio do CAMBIOOP01:
      * o spread por moeda e sentido ('SPREAD COMPRA mmm' e 'SPREAD
      * VENDA mmm', mmm = COD-MOEDA) e a aliquota 'IOF CAMBIO', todos
      * em percentual na largura da taxa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-JORNAL.

           SELECT VIGENCIAS ASSIGN TO 'TAXASVIG01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-VIGENCIAS.

       DATA DIVISION.
      *
       FILE SECTION.
           05 CTL-DIAS-CARENCIA       PIC 9(03).
           05 CTL-PCT-VARIACAO        PIC 9(03).
           05 CTL-GERA-REDUZIDO       PIC X(01).
           05 CTL-DIAS-RETENTATIVA    PIC 9(02).
           05 CTL-PRAZO-CONTESTACAO   PIC 9(03).
           05 CTL-PARC-NEGATIVACAO    PIC 9(03).
           05 CTL-DIAS-AVISO-NEG      PIC 9(03).
           05 CTL-MESES-KYC-PADRAO    PIC 9(03).
           05 CTL-MESES-KYC-AML       PIC 9(03).
           05 CTL-DIAS-AVISO-KYC      PIC 9(03).
           05 CTL-DIAS-SUPRESSAO-AML  PIC 9(03).
           05 CTL-LIMITE-ESTORNO      PIC 9(09)V99.
           05 CTL-LIMITE-NOTIFICACAO  PIC 9(09)V99.
           05 CTL-TAXA-CAPTACAO       PIC 9(02)V9(04).
           05 CTL-DIAS-INATIVIDADE    PIC 9(03).
           05 CTL-DIAS-TOLERANCIA-USU PIC 9(03).
           05 CTL-MESES-RETENCAO-LGPD PIC 9(03).
           05 CTL-TETO-FGC            PIC 9(09)V99.
           05 CTL-LIMITE-EFIN-PF      PIC 9(09)V99.
           05 CTL-LIMITE-EFIN-PJ      PIC 9(09)V99.
           05 CTL-IOF-DIARIO-PF       PIC 9(02)V9(04).
           05 CTL-IOF-DIARIO-PJ       PIC 9(02)V9(04).
           05 CTL-IOF-ADICIONAL       PIC 9(02)V9(04).

       FD JORNAL.
       01 REG-JORNAL.
           05 JRN-VALOR-ANTIGO     PIC X(14).
           05 FILLER               PIC X(01).
           05 JRN-VALOR-NOVO       PIC X(14).
           05 FILLER               PIC X(01).
      *****INICIO DA VIGENCIA (SO NAS ALTERACOES DO TAXASVIG01)
           05 JRN-VIGENCIA         PIC 9(08).

      *****TAXAS E PRECOS POR VIGENCIA (ROTINA COMUM TAXAVIG)
       FD VIGENCIAS.
       01 REG-VIGENCIA.
           05 TXV-PARAMETRO        PIC X(20).
           05 FILLER               PIC X(01).
           05 TXV-VIGENCIA         PIC 9(08).
           05 FILLER               PIC X(01).
           05 TXV-VALOR            PIC 9(07)V9(04).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WCA-VARIAVEIS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-JORNAL        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-VIGENCIAS     PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-JORNAL            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-JRN               VALUE 'N'.
               88 SW-FIM-SIM-JRN               VALUE 'S'.
           05 SW-VIGENCIAS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-TXV               VALUE 'N'.
               88 SW-FIM-SIM-TXV               VALUE 'S'.

       77 WS-USUARIO               PIC X(20) VALUE SPACES.
       77 WS-OPCAO                 PIC 9(02) VALUE ZEROS.
           88 VALOR-VALIDO             VALUE 'S'.
       01 WS-PCT-TESTE             PIC 9(03) VALUE ZEROS.

      *****HISTORICO DE VIGENCIAS EM MEMORIA PARA A REGRAVACAO
       01 WCA-VIGENCIAS.
           05 WCA-TXV-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-TXV-TAB OCCURS 1000 TIMES
                          INDEXED BY WCA-TXV-IDX.
               10 WCA-TXV-PARAMETRO PIC X(20).
               10 WCA-TXV-VIGENCIA PIC 9(08).
               10 WCA-TXV-VALOR    PIC 9(07)V9(04).
       77 WS-VIGENCIA              PIC 9(08) VALUE ZEROS.
       77 WS-VIGENCIA-ACHADA       PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-VIGENTE         PIC 9(07)V9(04) VALUE ZEROS.
       77 WS-IDX-MESMA             PIC 9(04) VALUE ZEROS.
      *****LARGURA DO VALOR: 6 DIGITOS TAXA 99V9999, 7 PRECO 99999V99
       77 WS-LARGURA               PIC 9(01) VALUE ZERO.
       01 WS-TAXA-VIG              PIC 9(02)V9(04) VALUE ZEROS.
       01 WS-PRECO-VIG             PIC 9(05)V99 VALUE ZEROS.
       01 WS-FAIXA-TESTE           PIC 9(02) VALUE ZEROS.
       01 WS-VALOR-EDITADO         PIC Z.ZZZ.ZZ9,9999.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
           PERFORM 2000-MOSTRA-PARAMETROS
              THRU 2000-MOSTRA-PARAMETROS-FIM

           DISPLAY 'NUMERO DO PARAMETRO A ALTERAR (90 = TAXAS POR '
                   'VIGENCIA, 99 = SAIR)?'
           ACCEPT WS-OPCAO
           IF WS-OPCAO EQUAL 99
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OPCAO EQUAL 90
               PERFORM 8000-MANTEM-VIGENCIA
                  THRU 8000-MANTEM-VIGENCIA-FIM
               DISPLAY 'VIGENCIA GRAVADA - VERSAO DO JORNAL '
                       WS-SEQ-JORNAL
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 3000-ALTERA-PARAMETRO
              THRU 3000-ALTERA-PARAMETRO-FIM
           DISPLAY '14 BASE DE SALDO F/M : ' CTL-BASE-SALDO
           DISPLAY '15 DIAS DE CARENCIA  : ' CTL-DIAS-CARENCIA
           DISPLAY '16 PCT VARIACAO KPI  : ' CTL-PCT-VARIACAO
           DISPLAY '17 GERA REDUZIDO S/N : ' CTL-GERA-REDUZIDO
           DISPLAY '18 DIAS RETENTATIVA  : ' CTL-DIAS-RETENTATIVA
           DISPLAY '19 PRAZO CONTESTACAO : ' CTL-PRAZO-CONTESTACAO
           DISPLAY '20 PARC NEGATIVACAO  : ' CTL-PARC-NEGATIVACAO
           DISPLAY '21 DIAS AVISO NEGAT  : ' CTL-DIAS-AVISO-NEG
           DISPLAY '22 MESES REVISAO KYC : ' CTL-MESES-KYC-PADRAO
           DISPLAY '23 MESES KYC COM AML : ' CTL-MESES-KYC-AML
           DISPLAY '24 DIAS AVISO KYC    : ' CTL-DIAS-AVISO-KYC
           DISPLAY '25 DIAS SUPRESSAO AML: ' CTL-DIAS-SUPRESSAO-AML
           DISPLAY '26 LIMITE ESTORNO    : ' CTL-LIMITE-ESTORNO
           DISPLAY '27 LIMITE NOTIFICACAO: ' CTL-LIMITE-NOTIFICACAO
           DISPLAY '28 TAXA CAPTACAO     : ' CTL-TAXA-CAPTACAO
           DISPLAY '29 DIAS INATIV USUAR : ' CTL-DIAS-INATIVIDADE
           DISPLAY '30 DIAS TOLER USUAR  : ' CTL-DIAS-TOLERANCIA-USU
           DISPLAY '31 MESES RETENC LGPD : ' CTL-MESES-RETENCAO-LGPD
           DISPLAY '32 TETO COBERTURA FGC: ' CTL-TETO-FGC
           DISPLAY '33 LIMITE E-FINANC PF: ' CTL-LIMITE-EFIN-PF
           DISPLAY '34 LIMITE E-FINANC PJ: ' CTL-LIMITE-EFIN-PJ
           DISPLAY '35 IOF DIARIO PF     : ' CTL-IOF-DIARIO-PF
           DISPLAY '36 IOF DIARIO PJ     : ' CTL-IOF-DIARIO-PJ
           DISPLAY '37 IOF ADICIONAL     : ' CTL-IOF-ADICIONAL.
       2000-MOSTRA-PARAMETROS-FIM.
           EXIT.

                       MOVE WS-VALOR-NOVO(1:1)
                          TO CTL-GERA-REDUZIDO
                   END-IF
               WHEN 18
                   MOVE 'DIAS RETENTATIVA' TO WS-NOME-PARAMETRO
                   MOVE CTL-DIAS-RETENTATIVA TO WS-VALOR-ANTIGO
                   IF WS-VALOR-NOVO(1:2) NOT NUMERIC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE WS-VALOR-NOVO(1:2)
                          TO CTL-DIAS-RETENTATIVA(1:2)
                   END-IF
               WHEN 19
                   MOVE 'PRAZO CONTESTACAO' TO WS-NOME-PARAMETRO
                   MOVE CTL-PRAZO-CONTESTACAO TO WS-VALOR-ANTIGO
                   IF WS-VALOR-NOVO(1:3) NOT NUMERIC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE WS-VALOR-NOVO(1:3)
                          TO CTL-PRAZO-CONTESTACAO(1:3)
                   END-IF
               WHEN 20
                   MOVE 'PARC NEGATIVACAO' TO WS-NOME-PARAMETRO
                   MOVE CTL-PARC-NEGATIVACAO TO WS-VALOR-ANTIGO
                   IF WS-VALOR-NOVO(1:3) NOT NUMERIC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE WS-VALOR-NOVO(1:3)
                          TO CTL-PARC-NEGATIVACAO(1:3)
                   END-IF
               WHEN 21
                   MOVE 'DIAS AVISO NEGAT' TO WS-NOME-PARAMETRO
                   MOVE CTL-DIAS-AVISO-NEG TO WS-VALOR-ANTIGO
                   IF WS-VALOR-NOVO(1:3) NOT NUMERIC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE WS-VALOR-NOVO(1:3)
                          TO CTL-DIAS-AVISO-NEG(1:3)
                   END-IF
               WHEN 22
                   MOVE 'MESES REVISAO KYC' TO WS-NOME-PARAMETRO
                   MOVE CTL-MESES-KYC-PADRAO TO WS-VALOR-ANTIGO
                   IF WS-VALOR-NOVO(1:3) NOT NUMERIC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE WS-VALOR-NOVO(1:3)
                          TO CTL-MESES-KYC-PADRAO(1:3)
                   END-IF
               WHEN 23
                   MOVE 'MESES KYC COM AML' TO WS-NOME-PARAMETRO
                   MOVE CTL-MESES-KYC-AML TO WS-VALOR-ANTIGO
                   IF WS-VALOR-NOVO(1:3) NOT NUMERIC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE WS-VALOR-NOVO(1:3)
                          TO CTL-MESES-KYC-AML(1:3)
                   END-IF
               WHEN 24
                   MOVE 'DIAS AVISO KYC' TO WS-NOME-PARAMETRO
                   MOVE CTL-DIAS-AVISO-KYC TO WS-VALOR-ANTIGO
                   IF WS-VALOR-NOVO(1:3) NOT NUMERIC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE WS-VALOR-NOVO(1:3)
                          TO CTL-DIAS-AVISO-KYC(1:3)
                   END-IF
               WHEN 25
                   MOVE 'DIAS SUPRESSAO AML' TO WS-NOME-PARAMETRO
                   MOVE CTL-DIAS-SUPRESSAO-AML TO WS-VALOR-ANTIGO
                   IF WS-VALOR-NOVO(1:3) NOT NUMERIC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE WS-VALOR-NOVO(1:3)
                          TO CTL-DIAS-SUPRESSAO-AML(1:3)
                   END-IF
               WHEN 26
                   MOVE 'LIMITE ESTORNO' TO WS-NOME-PARAMETRO
                   MOVE CTL-LIMITE-ESTORNO(1:11) TO WS-VALOR-ANTIGO
                   IF WS-VALOR-NOVO(1:11) NOT NUMERIC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE WS-VALOR-NOVO(1:11)
                          TO CTL-LIMITE-ESTORNO(1:11)
                   END-IF
               WHEN 27
                   MOVE 'LIMITE NOTIFICACAO' TO WS-NOME-PARAMETRO
                   MOVE CTL-LIMITE-NOTIFICACAO(1:11) TO WS-VALOR-ANTIGO
                   IF WS-VALOR-NOVO(1:11) NOT NUMERIC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE WS-VALOR-NOVO(1:11)
                          TO CTL-LIMITE-NOTIFICACAO(1:11)
                   END-IF
               WHEN 28
                   MOVE 'TAXA CAPTACAO' TO WS-NOME-PARAMETRO
                   MOVE CTL-TAXA-CAPTACAO(1:6) TO WS-VALOR-ANTIGO
                   IF WS-VALOR-NOVO(1:6) NOT NUMERIC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE WS-VALOR-NOVO(1:6)
                          TO CTL-TAXA-CAPTACAO(1:6)
                   END-IF
               WHEN 29
                   MOVE 'DIAS INATIVIDADE USU' TO WS-NOME-PARAMETRO
                   MOVE CTL-DIAS-INATIVIDADE TO WS-VALOR-ANTIGO
                   IF WS-VALOR-NOVO(1:3) NOT NUMERIC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE WS-VALOR-NOVO(1:3)
                          TO CTL-DIAS-INATIVIDADE(1:3)
                   END-IF
               WHEN 30
                   MOVE 'DIAS TOLERANCIA USU' TO WS-NOME-PARAMETRO
                   MOVE CTL-DIAS-TOLERANCIA-USU TO WS-VALOR-ANTIGO
                   IF WS-VALOR-NOVO(1:3) NOT NUMERIC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE WS-VALOR-NOVO(1:3)
                          TO CTL-DIAS-TOLERANCIA-USU(1:3)
                   END-IF
               WHEN 31
                   MOVE 'MESES RETENCAO LGPD' TO WS-NOME-PARAMETRO
                   MOVE CTL-MESES-RETENCAO-LGPD TO WS-VALOR-ANTIGO
                   IF WS-VALOR-NOVO(1:3) NOT NUMERIC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE WS-VALOR-NOVO(1:3)
                          TO CTL-MESES-RETENCAO-LGPD(1:3)
                   END-IF
               WHEN 32
                   MOVE 'TETO COBERTURA FGC' TO WS-NOME-PARAMETRO
                   MOVE CTL-TETO-FGC(1:11) TO WS-VALOR-ANTIGO
                   IF WS-VALOR-NOVO(1:11) NOT NUMERIC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE WS-VALOR-NOVO(1:11)
                          TO CTL-TETO-FGC(1:11)
                   END-IF
               WHEN 33
                   MOVE 'LIMITE E-FINANC PF' TO WS-NOME-PARAMETRO
                   MOVE CTL-LIMITE-EFIN-PF(1:11) TO WS-VALOR-ANTIGO
                   IF WS-VALOR-NOVO(1:11) NOT NUMERIC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE WS-VALOR-NOVO(1:11)
                          TO CTL-LIMITE-EFIN-PF(1:11)
                   END-IF
               WHEN 34
                   MOVE 'LIMITE E-FINANC PJ' TO WS-NOME-PARAMETRO
                   MOVE CTL-LIMITE-EFIN-PJ(1:11) TO WS-VALOR-ANTIGO
                   IF WS-VALOR-NOVO(1:11) NOT NUMERIC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE WS-VALOR-NOVO(1:11)
                          TO CTL-LIMITE-EFIN-PJ(1:11)
                   END-IF
               WHEN 35
                   MOVE 'IOF DIARIO PF' TO WS-NOME-PARAMETRO
                   MOVE CTL-IOF-DIARIO-PF(1:6) TO WS-VALOR-ANTIGO
                   IF WS-VALOR-NOVO(1:6) NOT NUMERIC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE WS-VALOR-NOVO(1:6)
                          TO CTL-IOF-DIARIO-PF(1:6)
                   END-IF
               WHEN 36
                   MOVE 'IOF DIARIO PJ' TO WS-NOME-PARAMETRO
                   MOVE CTL-IOF-DIARIO-PJ(1:6) TO WS-VALOR-ANTIGO
                   IF WS-VALOR-NOVO(1:6) NOT NUMERIC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE WS-VALOR-NOVO(1:6)
                          TO CTL-IOF-DIARIO-PJ(1:6)
                   END-IF
               WHEN 37
                   MOVE 'IOF ADICIONAL' TO WS-NOME-PARAMETRO
                   MOVE CTL-IOF-ADICIONAL(1:6) TO WS-VALOR-ANTIGO
                   IF WS-VALOR-NOVO(1:6) NOT NUMERIC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE WS-VALOR-NOVO(1:6)
                          TO CTL-IOF-ADICIONAL(1:6)
                   END-IF
               WHEN OTHER
                   DISPLAY 'PARAMETRO DESCONHECIDO'
                   MOVE 1 TO RETURN-CODE
           MOVE WS-NOME-PARAMETRO   TO JRN-PARAMETRO.
           MOVE WS-VALOR-ANTIGO     TO JRN-VALOR-ANTIGO.
           MOVE WS-VALOR-NOVO       TO JRN-VALOR-NOVO.
           MOVE WS-VIGENCIA         TO JRN-VIGENCIA.
           WRITE REG-JORNAL.
           CLOSE JORNAL.
       7000-GRAVA-JORNAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     TAXAS E PRECOS POR VIGENCIA: PARAMETRO, INICIO E VALOR NA
      *     LARGURA DO PARAMETRO; A MESMA VIGENCIA E SUBSTITUIDA
      *-----------------------------------------------------------------
       8000-MANTEM-VIGENCIA.
           DISPLAY 'PARAMETROS COM VIGENCIA:'
           DISPLAY '  TAXA POUPANCA        TAXA CHQ ESPECIAL'
           DISPLAY '  IR REND FAIXA nn     IR ALIQ FAIXA nn'
           DISPLAY '  IOF ALIQ FAIXA nn    (nn = FAIXA DO TABELAIR01)'
           DISPLAY '  TARIFA UNIT nn       TARIFA PACOTE nn'
           DISPLAY '                       (nn = TIPO DO TARIFTAB01)'
           DISPLAY '  SPREAD COMPRA mmm    SPREAD VENDA mmm'
           DISPLAY '  IOF CAMBIO           (mmm = MOEDA DA CONTA)'
           DISPLAY 'PARAMETRO?'
           ACCEPT WS-NOME-PARAMETRO.
           PERFORM 8100-VALIDA-PARAMETRO
              THRU 8100-VALIDA-PARAMETRO-FIM.
           IF NOT VALOR-VALIDO
               DISPLAY 'PARAMETRO SEM VIGENCIA: ' WS-NOME-PARAMETRO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 8200-CARREGA-VIGENCIAS
              THRU 8200-CARREGA-VIGENCIAS-FIM.
           DISPLAY 'VIGENCIAS GRAVADAS DE ' WS-NOME-PARAMETRO.
           PERFORM 8300-MOSTRA-VIGENCIA
              THRU 8300-MOSTRA-VIGENCIA-FIM
              VARYING WCA-TXV-IDX FROM 1 BY 1
              UNTIL WCA-TXV-IDX GREATER THAN WCA-TXV-QTD.

           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD)?'
           ACCEPT WS-VALOR-NOVO.
           IF WS-VALOR-NOVO(1:8) NOT NUMERIC
              OR WS-VALOR-NOVO(5:2) LESS THAN '01'
              OR WS-VALOR-NOVO(5:2) GREATER THAN '12'
              OR WS-VALOR-NOVO(7:2) LESS THAN '01'
              OR WS-VALOR-NOVO(7:2) GREATER THAN '31'
               DISPLAY 'DATA DE VIGENCIA INVALIDA - NADA FOI GRAVADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-VALOR-NOVO(1:8) TO WS-VIGENCIA.

           DISPLAY 'VALOR NOVO (' WS-LARGURA
                   ' DIGITOS NA LARGURA DO CAMPO)?'.
           ACCEPT WS-VALOR-NOVO.
           IF WS-VALOR-NOVO(1:WS-LARGURA) NOT NUMERIC
               DISPLAY 'VALOR FORA DO DOMINIO DE ' WS-NOME-PARAMETRO
                       ' - NADA FOI GRAVADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****O VALOR ANTIGO DO JORNAL E O QUE VIGORAVA NA DATA
           MOVE ZEROS  TO WS-VIGENCIA-ACHADA WS-VALOR-VIGENTE
                          WS-IDX-MESMA.
           MOVE SPACES TO WS-VALOR-ANTIGO.
           PERFORM 8400-PROCURA-VIGENTE
              THRU 8400-PROCURA-VIGENTE-FIM
              VARYING WCA-TXV-IDX FROM 1 BY 1
              UNTIL WCA-TXV-IDX GREATER THAN WCA-TXV-QTD.
           IF WS-VIGENCIA-ACHADA GREATER THAN ZEROS
               IF WS-LARGURA EQUAL 6
                   MOVE WS-VALOR-VIGENTE TO WS-TAXA-VIG
                   MOVE WS-TAXA-VIG(1:6) TO WS-VALOR-ANTIGO
               ELSE
                   MOVE WS-VALOR-VIGENTE  TO WS-PRECO-VIG
                   MOVE WS-PRECO-VIG(1:7) TO WS-VALOR-ANTIGO
               END-IF
           END-IF.

           IF WS-LARGURA EQUAL 6
               MOVE WS-VALOR-NOVO(1:6) TO WS-TAXA-VIG(1:6)
               MOVE WS-TAXA-VIG        TO WS-VALOR-VIGENTE
           ELSE
               MOVE WS-VALOR-NOVO(1:7) TO WS-PRECO-VIG(1:7)
               MOVE WS-PRECO-VIG       TO WS-VALOR-VIGENTE
           END-IF.
           IF WS-IDX-MESMA EQUAL ZEROS
               IF WCA-TXV-QTD NOT LESS THAN 1000
                   DISPLAY 'TAXASVIG01 CHEIO - NADA FOI GRAVADO'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WCA-TXV-QTD
               MOVE WCA-TXV-QTD TO WS-IDX-MESMA
           END-IF.
           SET WCA-TXV-IDX TO WS-IDX-MESMA.
           MOVE WS-NOME-PARAMETRO TO WCA-TXV-PARAMETRO(WCA-TXV-IDX).
           MOVE WS-VIGENCIA       TO WCA-TXV-VIGENCIA(WCA-TXV-IDX).
           MOVE WS-VALOR-VIGENTE  TO WCA-TXV-VALOR(WCA-TXV-IDX).

           PERFORM 8500-REGRAVA-VIGENCIAS
              THRU 8500-REGRAVA-VIGENCIAS-FIM.
           PERFORM 7000-GRAVA-JORNAL
              THRU 7000-GRAVA-JORNAL-FIM.
       8000-MANTEM-VIGENCIA-FIM.
           EXIT.

      *****NOME CONHECIDO E LARGURA DO VALOR; FAIXA E TIPO DE 01 A 10
       8100-VALIDA-PARAMETRO.
           MOVE 'N'  TO WS-VALIDO.
           MOVE ZERO TO WS-LARGURA.
           IF WS-NOME-PARAMETRO EQUAL 'TAXA POUPANCA'
              OR WS-NOME-PARAMETRO EQUAL 'TAXA CHQ ESPECIAL'
              OR WS-NOME-PARAMETRO EQUAL 'IOF CAMBIO'
               MOVE 'S' TO WS-VALIDO
               MOVE 6   TO WS-LARGURA
               GO TO 8100-VALIDA-PARAMETRO-FIM
           END-IF.
      *****SPREAD DE CAMBIO: MOEDA DE TRES LETRAS, MENOS O REAL
           IF (WS-NOME-PARAMETRO(1:14) EQUAL 'SPREAD COMPRA '
               AND WS-NOME-PARAMETRO(15:3) ALPHABETIC-UPPER
               AND WS-NOME-PARAMETRO(15:3) NOT EQUAL SPACES
               AND WS-NOME-PARAMETRO(15:3) NOT EQUAL 'BRL'
               AND WS-NOME-PARAMETRO(18:3) EQUAL SPACES)
              OR (WS-NOME-PARAMETRO(1:13) EQUAL 'SPREAD VENDA '
               AND WS-NOME-PARAMETRO(14:3) ALPHABETIC-UPPER
               AND WS-NOME-PARAMETRO(14:3) NOT EQUAL SPACES
               AND WS-NOME-PARAMETRO(14:3) NOT EQUAL 'BRL'
               AND WS-NOME-PARAMETRO(17:4) EQUAL SPACES)
               MOVE 'S' TO WS-VALIDO
               MOVE 6   TO WS-LARGURA
               GO TO 8100-VALIDA-PARAMETRO-FIM
           END-IF.
           IF WS-NOME-PARAMETRO(1:14) EQUAL 'IR REND FAIXA '
              OR WS-NOME-PARAMETRO(1:14) EQUAL 'IR ALIQ FAIXA '
              OR WS-NOME-PARAMETRO(1:14) EQUAL 'TARIFA PACOTE '
               IF WS-NOME-PARAMETRO(15:2) NUMERIC
                  AND WS-NOME-PARAMETRO(17:4) EQUAL SPACES
                   MOVE WS-NOME-PARAMETRO(15:2) TO WS-FAIXA-TESTE
               END-IF
           END-IF.
           IF WS-NOME-PARAMETRO(1:15) EQUAL 'IOF ALIQ FAIXA '
              AND WS-NOME-PARAMETRO(16:2) NUMERIC
              AND WS-NOME-PARAMETRO(18:3) EQUAL SPACES
               MOVE WS-NOME-PARAMETRO(16:2) TO WS-FAIXA-TESTE
           END-IF.
           IF WS-NOME-PARAMETRO(1:12) EQUAL 'TARIFA UNIT '
              AND WS-NOME-PARAMETRO(13:2) NUMERIC
              AND WS-NOME-PARAMETRO(15:6) EQUAL SPACES
               MOVE WS-NOME-PARAMETRO(13:2) TO WS-FAIXA-TESTE
           END-IF.
           IF WS-FAIXA-TESTE LESS THAN 1
              OR WS-FAIXA-TESTE GREATER THAN 10
               GO TO 8100-VALIDA-PARAMETRO-FIM
           END-IF.
           MOVE 'S' TO WS-VALIDO.
           IF WS-NOME-PARAMETRO(1:7) EQUAL 'TARIFA '
               MOVE 7 TO WS-LARGURA
           ELSE
               MOVE 6 TO WS-LARGURA
           END-IF.
       8100-VALIDA-PARAMETRO-FIM.
           EXIT.

       8200-CARREGA-VIGENCIAS.
           OPEN INPUT VIGENCIAS.
           IF WSN-FS-VIGENCIAS NOT EQUAL ZEROS
               GO TO 8200-CARREGA-VIGENCIAS-FIM
           END-IF.
           SET SW-FIM-NAO-TXV TO TRUE.
           PERFORM 8210-LER-VIGENCIA
              THRU 8210-LER-VIGENCIA-FIM.
           PERFORM 8220-GUARDA-VIGENCIA
              THRU 8220-GUARDA-VIGENCIA-FIM
             UNTIL SW-FIM-SIM-TXV.
           CLOSE VIGENCIAS.
       8200-CARREGA-VIGENCIAS-FIM.
           EXIT.

       8210-LER-VIGENCIA.
           READ VIGENCIAS
               AT END
                   SET SW-FIM-SIM-TXV TO TRUE
           END-READ.
       8210-LER-VIGENCIA-FIM.
           EXIT.

       8220-GUARDA-VIGENCIA.
           IF WCA-TXV-QTD LESS THAN 1000
              AND TXV-VIGENCIA NUMERIC AND TXV-VALOR NUMERIC
               ADD 1 TO WCA-TXV-QTD
               SET WCA-TXV-IDX TO WCA-TXV-QTD
               MOVE TXV-PARAMETRO TO WCA-TXV-PARAMETRO(WCA-TXV-IDX)
               MOVE TXV-VIGENCIA  TO WCA-TXV-VIGENCIA(WCA-TXV-IDX)
               MOVE TXV-VALOR     TO WCA-TXV-VALOR(WCA-TXV-IDX)
           END-IF.
           PERFORM 8210-LER-VIGENCIA
              THRU 8210-LER-VIGENCIA-FIM.
       8220-GUARDA-VIGENCIA-FIM.
           EXIT.

       8300-MOSTRA-VIGENCIA.
           IF WCA-TXV-PARAMETRO(WCA-TXV-IDX) EQUAL WS-NOME-PARAMETRO
               MOVE WCA-TXV-VALOR(WCA-TXV-IDX) TO WS-VALOR-EDITADO
               DISPLAY '  DESDE ' WCA-TXV-VIGENCIA(WCA-TXV-IDX)
                       ' : ' WS-VALOR-EDITADO
           END-IF.
       8300-MOSTRA-VIGENCIA-FIM.
           EXIT.

      *****VIGENTE NA DATA NOVA E A POSICAO DA MESMA VIGENCIA, SE HOUVER
       8400-PROCURA-VIGENTE.
           IF WCA-TXV-PARAMETRO(WCA-TXV-IDX) NOT EQUAL
              WS-NOME-PARAMETRO
               GO TO 8400-PROCURA-VIGENTE-FIM
           END-IF.
           IF WCA-TXV-VIGENCIA(WCA-TXV-IDX) EQUAL WS-VIGENCIA
               SET WS-IDX-MESMA TO WCA-TXV-IDX
           END-IF.
           IF WCA-TXV-VIGENCIA(WCA-TXV-IDX) NOT GREATER THAN
              WS-VIGENCIA
              AND WCA-TXV-VIGENCIA(WCA-TXV-IDX) NOT LESS THAN
              WS-VIGENCIA-ACHADA
               MOVE WCA-TXV-VIGENCIA(WCA-TXV-IDX)
                  TO WS-VIGENCIA-ACHADA
               MOVE WCA-TXV-VALOR(WCA-TXV-IDX) TO WS-VALOR-VIGENTE
           END-IF.
       8400-PROCURA-VIGENTE-FIM.
           EXIT.

       8500-REGRAVA-VIGENCIAS.
           OPEN OUTPUT VIGENCIAS.
           PERFORM 8510-GRAVA-VIGENCIA
              THRU 8510-GRAVA-VIGENCIA-FIM
              VARYING WCA-TXV-IDX FROM 1 BY 1
              UNTIL WCA-TXV-IDX GREATER THAN WCA-TXV-QTD.
           CLOSE VIGENCIAS.
       8500-REGRAVA-VIGENCIAS-FIM.
           EXIT.

       8510-GRAVA-VIGENCIA.
           MOVE SPACES TO REG-VIGENCIA.
           MOVE WCA-TXV-PARAMETRO(WCA-TXV-IDX) TO TXV-PARAMETRO.
           MOVE WCA-TXV-VIGENCIA(WCA-TXV-IDX)  TO TXV-VIGENCIA.
           MOVE WCA-TXV-VALOR(WCA-TXV-IDX)     TO TXV-VALOR.
           WRITE REG-VIGENCIA.
       8510-GRAVA-VIGENCIA-FIM.
           EXIT.
       END PROGRAM MANUCTL01.
