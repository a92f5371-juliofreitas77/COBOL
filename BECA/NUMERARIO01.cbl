      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 10 15
      * Purpose: Posicao diaria do numerario (dinheiro fisico) de cada
      * agencia do cadastro AGENCIAS01. O CONCDIN01 confere o dinheiro
      * contra a tesouraria, mas ninguem acompanhava quanto cada
      * agencia tem em caixa. Para a data de referencia do Controle01,
      * parte do fechamento anterior da agencia no historico POSNUM01
      * (ou da contagem fisica informada pela transportadora), soma as
      * entradas e saidas em especie de Movimento01 (MOV-FORMA 'D',
      * agencia pela conta em Entrada01, mesma regra do CONCDIN01) e
      * as entregas e recolhimentos do carro-forte em CARFORTE01, e
      * grava o fechamento do dia em POSNUM01. Reprocessar a mesma
      * data substitui a posicao dela; o historico guarda um ano. O
      * caixa abaixo do minimo ou acima do teto do seguro da agencia
      * (AGENCIAS01) sai como aviso; a proposta de remessa e feita
      * pelo PREVNUM01 sobre este historico.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMERARIO01.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT AGENCIAS ASSIGN TO 'AGENCIAS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-AGENCIAS.

           SELECT ENTRADA ASSIGN TO 'ENTRADA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA.

           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

           SELECT CARROFORTE ASSIGN TO 'CARFORTE01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CARROFORTE.

           SELECT POSICOES ASSIGN TO 'POSNUM01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-POSICOES.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

       DATA DIVISION.
      *
       FILE SECTION.
      *                AGENCIAS01 (CADASTRO DE AGENCIAS)
       FD AGENCIAS.
       01 REG-AGENCIAS.
           05 AGM-COD              PIC X(04).
           05 AGM-NOM              PIC X(20).
           05 AGM-REGIAO           PIC X(15).
      *****LIMITES DE NUMERARIO DA AGENCIA, ANEXADOS AO FIM DO
      *****REGISTRO: CAIXA MINIMO E TETO COBERTO PELO SEGURO (EM
      *****BRANCO OU ZERO = SEM MINIMO / SEM TETO)
           05 AGM-NUM-MINIMO       PIC 9(09)V99.
           05 AGM-NUM-MAXIMO       PIC 9(09)V99.

       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).
           05 SLD-CTA              PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 STA-CTA              PIC X(01).

       FD MOVIMENTO.
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

      *                REMESSAS DO CARRO-FORTE POR AGENCIA
       FD CARROFORTE.
       01 REG-CARROFORTE.
           05 CF-COD-AGENCIA       PIC X(04).
           05 FILLER               PIC X(01).
           05 CF-DATA              PIC 9(08).
           05 FILLER               PIC X(01).
      *****'E' = ENTREGA NA AGENCIA, 'R' = RECOLHIMENTO DA AGENCIA,
      *****'I' = CONTAGEM FISICA (VALE COMO CAIXA DE ABERTURA)
           05 CF-TIPO              PIC X(01).
               88 CF-ENTREGA                   VALUE 'E'.
               88 CF-RECOLHIMENTO              VALUE 'R'.
               88 CF-CONTAGEM                  VALUE 'I'.
           05 FILLER               PIC X(01).
           05 CF-VALOR             PIC 9(11)V99.

      *                POSICAO DIARIA DE NUMERARIO POR AGENCIA
       FD POSICOES.
       01 REG-POSICAO.
           05 PN-COD-AGENCIA       PIC X(04).
           05 FILLER               PIC X(01).
           05 PN-DATA              PIC 9(08).
           05 FILLER               PIC X(01).
      *****DIA DA SEMANA DA ROTINA DIASEMANA (1 = SABADO ... 7 = SEXTA)
           05 PN-DIA-SEMANA        PIC 9(01).
           05 FILLER               PIC X(01).
           05 PN-ABERTURA          PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 PN-ENTRADAS          PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 PN-SAIDAS            PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 PN-ENTREGAS          PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 PN-RECOLHIMENTOS     PIC 9(11)V99.
           05 FILLER               PIC X(01).
           05 PN-FECHAMENTO        PIC S9(11)V99
                                   SIGN LEADING SEPARATE.

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 WCA-VARIAVEIS.
           05 WSN-FS-AGENCIAS      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CARROFORTE    PIC 9(02) VALUE ZEROS.
           05 WSN-FS-POSICOES      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-AGENCIAS          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-AGM               VALUE 'N'.
               88 SW-FIM-SIM-AGM               VALUE 'S'.
           05 SW-ENTRADA           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO                   VALUE 'N'.
               88 SW-FIM-SIM                   VALUE 'S'.
           05 SW-MOVIMENTO         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MOV               VALUE 'N'.
               88 SW-FIM-SIM-MOV               VALUE 'S'.
           05 SW-CARROFORTE        PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CF                VALUE 'N'.
               88 SW-FIM-SIM-CF                VALUE 'S'.
           05 SW-POSICOES          PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-POS               VALUE 'N'.
               88 SW-FIM-SIM-POS               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-DATA-REFERENCIA-R REDEFINES WCA-DATA-REFERENCIA.
           05 REF-ANO              PIC 9(04).
           05 REF-MES              PIC 9(02).
           05 REF-DIA              PIC 9(02).
      *****POSICOES ANTERIORES A ESTA DATA SAEM DO HISTORICO (UM ANO)
       01 WS-DATA-CORTE            PIC 9(08) VALUE ZEROS.

      *****AGENCIAS DO CADASTRO COM OS TOTAIS DO DIA
       01 WCA-AGENCIAS.
           05 WCA-AGE-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-AGE-TAB OCCURS 50 TIMES
                          INDEXED BY WCA-AGE-IDX.
               10 WCA-AGE-COD      PIC X(04).
               10 WCA-AGE-MINIMO   PIC 9(09)V99.
               10 WCA-AGE-MAXIMO   PIC 9(09)V99.
               10 WCA-AGE-DATA-ANT PIC 9(08).
               10 WCA-AGE-ABERTURA PIC S9(11)V99.
               10 WCA-AGE-CONTADO  PIC X(01).
               10 WCA-AGE-ENTRADAS PIC 9(11)V99.
               10 WCA-AGE-SAIDAS   PIC 9(11)V99.
               10 WCA-AGE-ENTREGAS PIC 9(11)V99.
               10 WCA-AGE-RECOLHE  PIC 9(11)V99.
       01 WCA-AGE-ACHOU            PIC X(01) VALUE 'N'.
           88 AGENCIA-ACHADA                   VALUE 'S'.
       77 WS-IDX-ACHADO            PIC 9(02) VALUE ZEROS.
       01 WS-AG-BUSCA              PIC X(04) VALUE SPACES.

      *****AGENCIA POR CONTA, INDEXADA PELO NUMERO DA CONTA
       01 WCA-AGENCIA-CONTA.
           05 WCA-AG-CTA           PIC X(04) OCCURS 999999 TIMES
                                   VALUE SPACES.

      *****HISTORICO DE POSICOES EM MEMORIA, REGRAVADO AO FINAL
       01 WCA-POSICOES.
           05 WCA-POS-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-POS-TAB OCCURS 20000 TIMES
                          INDEXED BY WCA-POS-IDX.
               10 WCA-POS-REG      PIC X(101).

      *****CHAMADA DA ROTINA COMUM DIASEMANA
       01 WS-DIA-CHAMADA           PIC 9(02) VALUE ZEROS.
       01 WS-MES-CHAMADA           PIC 9(02) VALUE ZEROS.
       01 WS-ANO-CHAMADA           PIC 9(04) VALUE ZEROS.
       01 WS-DIA-SEMANA            PIC 9(01) VALUE ZEROS.
       01 WS-NOME-DIA              PIC X(09) VALUE SPACES.
       01 WS-NOME-MES              PIC X(09) VALUE SPACES.

       01 WS-FECHAMENTO            PIC S9(11)V99 VALUE ZEROS.
       01 WS-FECHAMENTO-ED         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-QTD-AGENCIAS          PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ALERTAS           PIC 9(04) VALUE ZEROS.
       77 WS-QTD-SEM-AGENCIA       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DESCARTADAS       PIC 9(06) VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'NUMERARIO01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM          PIC X(60) VALUE SPACES.
      *****RETURN-CODE FINAL GUARDADO A PARTE (OS CALL SOBREPOEM O
      *****REGISTRADOR ESPECIAL)
       01 WS-RC-FINAL              PIC 9(01) VALUE ZERO.

      *----------------------------
       PROCEDURE DIVISION.
      *----------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-FIM

           PERFORM 2000-TOTALIZA-MOVIMENTOS
              THRU 2000-TOTALIZA-MOVIMENTOS-FIM
           PERFORM 3000-TOTALIZA-CARRO-FORTE
              THRU 3000-TOTALIZA-CARRO-FORTE-FIM

           PERFORM 4000-FECHA-AGENCIA
              THRU 4000-FECHA-AGENCIA-FIM
              VARYING WCA-AGE-IDX FROM 1 BY 1
              UNTIL WCA-AGE-IDX GREATER THAN WCA-AGE-QTD

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
               DISPLAY 'NUMERARIO01 - DATA DE REFERENCIA NAO '
                       'INFORMADA EM CONTROLE01'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-DATA-CORTE = WCA-DATA-REFERENCIA - 10000.

           MOVE REF-DIA TO WS-DIA-CHAMADA.
           MOVE REF-MES TO WS-MES-CHAMADA.
           MOVE REF-ANO TO WS-ANO-CHAMADA.
           CALL 'DIASEMANA' USING WS-DIA-CHAMADA WS-MES-CHAMADA
               WS-ANO-CHAMADA WS-DIA-SEMANA WS-NOME-DIA WS-NOME-MES.

           PERFORM 1200-CARREGA-AGENCIAS
              THRU 1200-CARREGA-AGENCIAS-FIM.
           PERFORM 1400-CARREGA-CONTAS
              THRU 1400-CARREGA-CONTAS-FIM.
           PERFORM 1600-CARREGA-POSICOES
              THRU 1600-CARREGA-POSICOES-FIM.
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

      ****************CARGA DO CADASTRO DE AGENCIAS*********************
       1200-CARREGA-AGENCIAS.
           OPEN INPUT AGENCIAS.
           IF WSN-FS-AGENCIAS NOT EQUAL ZEROS
               DISPLAY 'NUMERARIO01 - AGENCIAS01 NAO ENCONTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO-AGM TO TRUE.
           PERFORM 1210-LER-AGENCIA
              THRU 1210-LER-AGENCIA-FIM.
           PERFORM 1220-GUARDA-AGENCIA
              THRU 1220-GUARDA-AGENCIA-FIM
             UNTIL SW-FIM-SIM-AGM.
           CLOSE AGENCIAS.
       1200-CARREGA-AGENCIAS-FIM.
           EXIT.

       1210-LER-AGENCIA.
           READ AGENCIAS
               AT END
                   SET SW-FIM-SIM-AGM TO TRUE
           END-READ.
       1210-LER-AGENCIA-FIM.
           EXIT.

      *****AGENCIA FORA DA TABELA FICARIA SEM POSICAO: O LOTE ABORTA
       1220-GUARDA-AGENCIA.
           IF WCA-AGE-QTD NOT LESS THAN 50
               DISPLAY 'NUMERARIO01 - AGENCIAS01 COM MAIS DE 50 '
                       'AGENCIAS - ABORTADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-AGE-QTD.
           SET WCA-AGE-IDX TO WCA-AGE-QTD.
           MOVE AGM-COD TO WCA-AGE-COD(WCA-AGE-IDX).
           MOVE ZEROS   TO WCA-AGE-MINIMO(WCA-AGE-IDX)
                           WCA-AGE-MAXIMO(WCA-AGE-IDX)
                           WCA-AGE-DATA-ANT(WCA-AGE-IDX)
                           WCA-AGE-ABERTURA(WCA-AGE-IDX)
                           WCA-AGE-ENTRADAS(WCA-AGE-IDX)
                           WCA-AGE-SAIDAS(WCA-AGE-IDX)
                           WCA-AGE-ENTREGAS(WCA-AGE-IDX)
                           WCA-AGE-RECOLHE(WCA-AGE-IDX).
           MOVE 'N'     TO WCA-AGE-CONTADO(WCA-AGE-IDX).
           IF AGM-NUM-MINIMO IS NUMERIC
               MOVE AGM-NUM-MINIMO TO WCA-AGE-MINIMO(WCA-AGE-IDX)
           END-IF.
           IF AGM-NUM-MAXIMO IS NUMERIC
               MOVE AGM-NUM-MAXIMO TO WCA-AGE-MAXIMO(WCA-AGE-IDX)
           END-IF.
           PERFORM 1210-LER-AGENCIA
              THRU 1210-LER-AGENCIA-FIM.
       1220-GUARDA-AGENCIA-FIM.
           EXIT.

      ****************AGENCIA DE CADA CONTA (ENTRADA01)*****************
       1400-CARREGA-CONTAS.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
               DISPLAY 'NUMERARIO01 - ENTRADA NAO ENCONTRADA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SW-FIM-NAO TO TRUE.
           PERFORM 1410-LER-ENTRADA
              THRU 1410-LER-ENTRADA-FIM.
           PERFORM 1420-GUARDA-CONTA
              THRU 1420-GUARDA-CONTA-FIM
             UNTIL SW-FIM-SIM.
           CLOSE ENTRADA.
       1400-CARREGA-CONTAS-FIM.
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

       1420-GUARDA-CONTA.
           IF COD-CTA GREATER THAN ZERO
               MOVE COD-AGENCIA TO WCA-AG-CTA(COD-CTA)
           END-IF.
           PERFORM 1410-LER-ENTRADA
              THRU 1410-LER-ENTRADA-FIM.
       1420-GUARDA-CONTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     HISTORICO: A POSICAO DA PROPRIA DATA (REPROCESSAMENTO) E AS
      *     COM MAIS DE UM ANO SAEM; O FECHAMENTO MAIS RECENTE ANTES DA
      *     DATA DE REFERENCIA E A ABERTURA DO DIA
      *-----------------------------------------------------------------
       1600-CARREGA-POSICOES.
           OPEN INPUT POSICOES.
           IF WSN-FS-POSICOES NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO NOVO SERA CRIADO (POSNUM01)'
               GO TO 1600-CARREGA-POSICOES-FIM
           END-IF.
           SET SW-FIM-NAO-POS TO TRUE.
           PERFORM 1610-LER-POSICAO
              THRU 1610-LER-POSICAO-FIM.
           PERFORM 1620-GUARDA-POSICAO
              THRU 1620-GUARDA-POSICAO-FIM
             UNTIL SW-FIM-SIM-POS.
           CLOSE POSICOES.
       1600-CARREGA-POSICOES-FIM.
           EXIT.

       1610-LER-POSICAO.
           READ POSICOES
               AT END
                   SET SW-FIM-SIM-POS TO TRUE
           END-READ.
       1610-LER-POSICAO-FIM.
           EXIT.

       1620-GUARDA-POSICAO.
           IF PN-DATA EQUAL WCA-DATA-REFERENCIA
              OR PN-DATA LESS THAN WS-DATA-CORTE
               ADD 1 TO WS-QTD-DESCARTADAS
               GO TO 1620-GUARDA-LEITURA
           END-IF.
           IF WCA-POS-QTD NOT LESS THAN 20000
               DISPLAY 'NUMERARIO01 - POSNUM01 COM MAIS DE 20000 '
                       'REGISTROS - ABORTADO PARA NAO REGRAVAR '
                       'HISTORICO TRUNCADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WCA-POS-QTD.
           SET WCA-POS-IDX TO WCA-POS-QTD.
           MOVE REG-POSICAO TO WCA-POS-REG(WCA-POS-IDX).

           IF PN-DATA LESS THAN WCA-DATA-REFERENCIA
               MOVE PN-COD-AGENCIA TO WS-AG-BUSCA
               PERFORM 1700-LOCALIZA-AGENCIA
                  THRU 1700-LOCALIZA-AGENCIA-FIM
               IF AGENCIA-ACHADA
                  AND PN-DATA GREATER THAN
                      WCA-AGE-DATA-ANT(WCA-AGE-IDX)
                   MOVE PN-DATA
                      TO WCA-AGE-DATA-ANT(WCA-AGE-IDX)
                   MOVE PN-FECHAMENTO
                      TO WCA-AGE-ABERTURA(WCA-AGE-IDX)
               END-IF
           END-IF.
       1620-GUARDA-LEITURA.
           PERFORM 1610-LER-POSICAO
              THRU 1610-LER-POSICAO-FIM.
       1620-GUARDA-POSICAO-FIM.
           EXIT.

      *****LOCALIZA A AGENCIA NA TABELA DO CADASTRO
       1700-LOCALIZA-AGENCIA.
           MOVE 'N' TO WCA-AGE-ACHOU.
           PERFORM 1710-TESTA-AGENCIA
              THRU 1710-TESTA-AGENCIA-FIM
              VARYING WCA-AGE-IDX FROM 1 BY 1
              UNTIL WCA-AGE-IDX GREATER THAN WCA-AGE-QTD
                 OR AGENCIA-ACHADA.
           IF AGENCIA-ACHADA
               SET WCA-AGE-IDX TO WS-IDX-ACHADO
           END-IF.
       1700-LOCALIZA-AGENCIA-FIM.
           EXIT.

       1710-TESTA-AGENCIA.
           IF WS-AG-BUSCA EQUAL WCA-AGE-COD(WCA-AGE-IDX)
               MOVE 'S' TO WCA-AGE-ACHOU
               SET WS-IDX-ACHADO TO WCA-AGE-IDX
           END-IF.
       1710-TESTA-AGENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     DINHEIRO PELOS CAIXAS NO DIA: CREDITO DO CLIENTE E ENTRADA
      *     DE CAIXA, DEBITO E SAIDA (MESMA REGRA DO CONCDIN01)
      *-----------------------------------------------------------------
       2000-TOTALIZA-MOVIMENTOS.
           OPEN INPUT MOVIMENTO.
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-MOVIMENTO
               GO TO 2000-TOTALIZA-MOVIMENTOS-FIM
           END-IF.
           SET SW-FIM-NAO-MOV TO TRUE.
           PERFORM 2100-LER-MOVIMENTO
              THRU 2100-LER-MOVIMENTO-FIM.
           PERFORM 2200-ACUMULA-MOVIMENTO
              THRU 2200-ACUMULA-MOVIMENTO-FIM
             UNTIL SW-FIM-SIM-MOV.
           CLOSE MOVIMENTO.
       2000-TOTALIZA-MOVIMENTOS-FIM.
           EXIT.

       2100-LER-MOVIMENTO.
           READ MOVIMENTO
               AT END
                   SET SW-FIM-SIM-MOV TO TRUE
           END-READ.
       2100-LER-MOVIMENTO-FIM.
           EXIT.

       2200-ACUMULA-MOVIMENTO.
           IF NOT MOV-EM-DINHEIRO
              OR MOV-DAT NOT EQUAL WCA-DATA-REFERENCIA
               GO TO 2200-ACUMULA-LEITURA
           END-IF.
           MOVE SPACES TO WS-AG-BUSCA.
           IF MOV-COD-CTA GREATER THAN ZERO
               MOVE WCA-AG-CTA(MOV-COD-CTA) TO WS-AG-BUSCA
           END-IF.
           PERFORM 1700-LOCALIZA-AGENCIA
              THRU 1700-LOCALIZA-AGENCIA-FIM.
           IF NOT AGENCIA-ACHADA
               ADD 1 TO WS-QTD-SEM-AGENCIA
               GO TO 2200-ACUMULA-LEITURA
           END-IF.
           IF MOV-CREDITO
               ADD MOV-VAL TO WCA-AGE-ENTRADAS(WCA-AGE-IDX)
           ELSE
               ADD MOV-VAL TO WCA-AGE-SAIDAS(WCA-AGE-IDX)
           END-IF.
       2200-ACUMULA-LEITURA.
           PERFORM 2100-LER-MOVIMENTO
              THRU 2100-LER-MOVIMENTO-FIM.
       2200-ACUMULA-MOVIMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     CARRO-FORTE DO DIA: ENTREGAS, RECOLHIMENTOS E CONTAGENS
      *-----------------------------------------------------------------
       3000-TOTALIZA-CARRO-FORTE.
           OPEN INPUT CARROFORTE.
           IF WSN-FS-CARROFORTE NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-CARROFORTE
               GO TO 3000-TOTALIZA-CARRO-FORTE-FIM
           END-IF.
           SET SW-FIM-NAO-CF TO TRUE.
           PERFORM 3100-LER-CARRO-FORTE
              THRU 3100-LER-CARRO-FORTE-FIM.
           PERFORM 3200-ACUMULA-CARRO-FORTE
              THRU 3200-ACUMULA-CARRO-FORTE-FIM
             UNTIL SW-FIM-SIM-CF.
           CLOSE CARROFORTE.
       3000-TOTALIZA-CARRO-FORTE-FIM.
           EXIT.

       3100-LER-CARRO-FORTE.
           READ CARROFORTE
               AT END
                   SET SW-FIM-SIM-CF TO TRUE
           END-READ.
       3100-LER-CARRO-FORTE-FIM.
           EXIT.

      *****A CONTAGEM FISICA SUBSTITUI O FECHAMENTO ANTERIOR COMO
      *****ABERTURA (IMPLANTACAO DA AGENCIA OU ACERTO DE DIFERENCA)
       3200-ACUMULA-CARRO-FORTE.
           IF CF-DATA NOT EQUAL WCA-DATA-REFERENCIA
               GO TO 3200-ACUMULA-LEITURA
           END-IF.
           MOVE CF-COD-AGENCIA TO WS-AG-BUSCA.
           PERFORM 1700-LOCALIZA-AGENCIA
              THRU 1700-LOCALIZA-AGENCIA-FIM.
           IF NOT AGENCIA-ACHADA
               ADD 1 TO WS-QTD-SEM-AGENCIA
               GO TO 3200-ACUMULA-LEITURA
           END-IF.
           EVALUATE TRUE
               WHEN CF-ENTREGA
                   ADD CF-VALOR TO WCA-AGE-ENTREGAS(WCA-AGE-IDX)
               WHEN CF-RECOLHIMENTO
                   ADD CF-VALOR TO WCA-AGE-RECOLHE(WCA-AGE-IDX)
               WHEN CF-CONTAGEM
                   MOVE CF-VALOR TO WCA-AGE-ABERTURA(WCA-AGE-IDX)
                   MOVE 'S'      TO WCA-AGE-CONTADO(WCA-AGE-IDX)
               WHEN OTHER
                   DISPLAY 'NUMERARIO01 - TIPO DE REMESSA INVALIDO: '
                           REG-CARROFORTE
           END-EVALUATE.
       3200-ACUMULA-LEITURA.
           PERFORM 3100-LER-CARRO-FORTE
              THRU 3100-LER-CARRO-FORTE-FIM.
       3200-ACUMULA-CARRO-FORTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     FECHAMENTO DO DIA POR AGENCIA, ACRESCENTADO AO HISTORICO
      *-----------------------------------------------------------------
       4000-FECHA-AGENCIA.
           COMPUTE WS-FECHAMENTO = WCA-AGE-ABERTURA(WCA-AGE-IDX)
                                 + WCA-AGE-ENTRADAS(WCA-AGE-IDX)
                                 - WCA-AGE-SAIDAS(WCA-AGE-IDX)
                                 + WCA-AGE-ENTREGAS(WCA-AGE-IDX)
                                 - WCA-AGE-RECOLHE(WCA-AGE-IDX).

           IF WCA-POS-QTD NOT LESS THAN 20000
               DISPLAY 'NUMERARIO01 - POSNUM01 CHEIO - ABORTADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES                        TO REG-POSICAO.
           MOVE WCA-AGE-COD(WCA-AGE-IDX)      TO PN-COD-AGENCIA.
           MOVE WCA-DATA-REFERENCIA           TO PN-DATA.
           MOVE WS-DIA-SEMANA                 TO PN-DIA-SEMANA.
           MOVE WCA-AGE-ABERTURA(WCA-AGE-IDX) TO PN-ABERTURA.
           MOVE WCA-AGE-ENTRADAS(WCA-AGE-IDX) TO PN-ENTRADAS.
           MOVE WCA-AGE-SAIDAS(WCA-AGE-IDX)   TO PN-SAIDAS.
           MOVE WCA-AGE-ENTREGAS(WCA-AGE-IDX) TO PN-ENTREGAS.
           MOVE WCA-AGE-RECOLHE(WCA-AGE-IDX)  TO PN-RECOLHIMENTOS.
           MOVE WS-FECHAMENTO                 TO PN-FECHAMENTO.
           ADD 1 TO WCA-POS-QTD.
           SET WCA-POS-IDX TO WCA-POS-QTD.
           MOVE REG-POSICAO TO WCA-POS-REG(WCA-POS-IDX).
           ADD 1 TO WS-QTD-AGENCIAS.

      *****AVISOS DE CAIXA FORA DA FAIXA DA AGENCIA
           MOVE WS-FECHAMENTO TO WS-FECHAMENTO-ED.
           IF WCA-AGE-DATA-ANT(WCA-AGE-IDX) EQUAL ZEROS
              AND WCA-AGE-CONTADO(WCA-AGE-IDX) EQUAL 'N'
               DISPLAY 'NUMERARIO01 - AGENCIA '
                       WCA-AGE-COD(WCA-AGE-IDX)
                       ' SEM POSICAO ANTERIOR NEM CONTAGEM - '
                       'ABERTURA ZERO'
               ADD 1 TO WS-QTD-ALERTAS
           END-IF.
           IF WS-FECHAMENTO LESS THAN ZERO
               DISPLAY 'NUMERARIO01 - AGENCIA '
                       WCA-AGE-COD(WCA-AGE-IDX)
                       ' CAIXA NEGATIVO: ' WS-FECHAMENTO-ED
               ADD 1 TO WS-QTD-ALERTAS
               GO TO 4000-FECHA-AGENCIA-FIM
           END-IF.
           IF WS-FECHAMENTO LESS THAN WCA-AGE-MINIMO(WCA-AGE-IDX)
               DISPLAY 'NUMERARIO01 - AGENCIA '
                       WCA-AGE-COD(WCA-AGE-IDX)
                       ' ABAIXO DO MINIMO: ' WS-FECHAMENTO-ED
               ADD 1 TO WS-QTD-ALERTAS
           END-IF.
           IF WCA-AGE-MAXIMO(WCA-AGE-IDX) GREATER THAN ZEROS
              AND WS-FECHAMENTO GREATER THAN
                  WCA-AGE-MAXIMO(WCA-AGE-IDX)
               DISPLAY 'NUMERARIO01 - AGENCIA '
                       WCA-AGE-COD(WCA-AGE-IDX)
                       ' ACIMA DO TETO DO SEGURO: ' WS-FECHAMENTO-ED
               ADD 1 TO WS-QTD-ALERTAS
           END-IF.
       4000-FECHA-AGENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           OPEN OUTPUT POSICOES.
           PERFORM 9100-GRAVA-POSICAO
              THRU 9100-GRAVA-POSICAO-FIM
              VARYING WCA-POS-IDX FROM 1 BY 1
              UNTIL WCA-POS-IDX GREATER THAN WCA-POS-QTD.
           CLOSE POSICOES.

           DISPLAY 'NUMERARIO01 - DATA: ' WCA-DATA-REFERENCIA
                   ' AGENCIAS: ' WS-QTD-AGENCIAS
                   ' AVISOS: ' WS-QTD-ALERTAS
           IF WS-QTD-SEM-AGENCIA GREATER THAN ZERO
               DISPLAY 'NUMERARIO01 - ' WS-QTD-SEM-AGENCIA
                       ' ITENS DE AGENCIA FORA DO CADASTRO'
           END-IF.

           MOVE 0 TO WS-RC-FINAL.
           IF WSN-FS-POSICOES NOT EQUAL 00
               DISPLAY 'NUMERARIO01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.

           IF WS-RC-FINAL NOT EQUAL ZERO
               MOVE 'E' TO WS-LOG-SEVERIDADE
           ELSE
               IF WS-QTD-ALERTAS GREATER THAN ZERO
                  OR WS-QTD-SEM-AGENCIA GREATER THAN ZERO
                   MOVE 'A' TO WS-LOG-SEVERIDADE
               ELSE
                   MOVE 'I' TO WS-LOG-SEVERIDADE
               END-IF
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'NUMERARIO ' WCA-DATA-REFERENCIA
                  ' AGENCIAS ' WS-QTD-AGENCIAS
                  ' AVISOS ' WS-QTD-ALERTAS
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE WS-RC-FINAL TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.

       9100-GRAVA-POSICAO.
           MOVE WCA-POS-REG(WCA-POS-IDX) TO REG-POSICAO.
           WRITE REG-POSICAO.
       9100-GRAVA-POSICAO-FIM.
           EXIT.
       END PROGRAM NUMERARIO01.
