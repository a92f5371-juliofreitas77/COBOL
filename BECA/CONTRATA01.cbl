      * para o emprestimo assinado. A cobranca mensal das parcelas e
      * feita pelo COBRAEMP01 e o envelhecimento dos atrasos sai no
      * ATRASOEMP01.
      * Na abertura calcula o IOF de operacao de credito do contrato
      * pelo motor comum CALCIOF (adicional CTL-IOF-ADICIONAL sobre o
      * principal mais a aliquota diaria de pessoa fisica ou juridica
      * do Controle01 sobre cada amortizacao). A proposta diz a forma
      * (APV-IOF-FORMA): 'F' financia o IOF no principal do contrato
      * e credita na conta o valor financiado ('IOF FINANCIADO'); em
      * branco o IOF e cobrado na liberacao. Nas duas formas o IOF sai
      * como debito proprio 'IOF EMPRESTIMO' no Movimento01, com NSU
      * da rotina GERANSU e data de inicio do contrato.
      * A proposta consignada (APV-MODALIDADE 'C') abre o contrato
      * consignado com a matricula do funcionario: a parcela passa a
      * ser descontada na folha pelo CONTRACH01 e baixada no COBRAEMP01
      * pelo retorno da folha, sem debito na conta.
      * A tarifa de cadastro e o seguro prestamista aprovados pelo
      * EMPRESTA01 saem como debitos 'TARIFA EMPRESTIMO' e 'SEGURO
      * PRESTAMISTA', e o contrato guarda o custo efetivo total (CET)
      * mensal e anual da rotina comum CALCCET sobre o principal
      * final, o IOF, a tarifa e o seguro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTRATOS.

           SELECT ENTRADA02 ASSIGN TO 'ENTRADA02'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA02.

           SELECT MOVIMENTO ASSIGN TO 'MOVIMENTO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MOVIMENTO.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTROLE.

       DATA DIVISION.
      *
       FILE SECTION.
       FD APROVADOS.
       01 REG-APROVADO.
           05 APV-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 APV-SISTEMA          PIC X(01).
           05 FILLER               PIC X(01).
           05 APV-PRAZO            PIC 9(03).
           05 FILLER               PIC X(01).
           05 APV-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
      *****'F' IOF FINANCIADO NO PRINCIPAL, BRANCO COBRADO NA LIBERACAO
           05 APV-IOF-FORMA        PIC X(01).
           05 FILLER               PIC X(01).
      *****'C' CONSIGNADO (PARCELA DESCONTADA NA FOLHA), BRANCO COMUM
           05 APV-MODALIDADE       PIC X(01).
           05 FILLER               PIC X(01).
           05 APV-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 APV-TARIFA           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 APV-SEGURO           PIC 9(07)V99.

       FD CONTRATOS.
       01 REG-CONTRATO.
           05 CTR-NUMERO           PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTR-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTR-SISTEMA          PIC X(01).
           05 FILLER               PIC X(01).
           05 CTR-ATRASO           PIC 9(03).
           05 FILLER               PIC X(01).
           05 CTR-STATUS           PIC X(01).
           05 FILLER               PIC X(01).
      *****'C' CONSIGNADO (PARCELA DESCONTADA NA FOLHA), BRANCO COMUM
           05 CTR-MODALIDADE       PIC X(01).
               88 CTR-CONSIGNADO               VALUE 'C'.
           05 FILLER               PIC X(01).
           05 CTR-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTR-CET-MENSAL       PIC 9(03)V9(04).
           05 FILLER               PIC X(01).
           05 CTR-CET-ANUAL        PIC 9(05)V99.

       FD ENTRADA02.
       01 REG-ENTRADA-02.
           05 E2-COD-CTA           PIC 9(06).
           05 E2-NOM-CLI           PIC X(25).
           05 E2-COD-CID           PIC 9(04).
           05 E2-DAT-INI           PIC 9(08).
           05 E2-NUM-DOC           PIC X(14).

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).
           05 MOV-VAL              PIC 9(09)V99.
           05 MOV-HIST             PIC X(20).
           05 MOV-NSU              PIC 9(09).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-LIMITE-ALTO-VALOR   PIC 9(09)V99.
           05 CTL-DATA-REFERENCIA     PIC 9(08).
           05 CTL-TAXA-POUPANCA       PIC 9(02)V9(04).
           05 CTL-MESES-DORMENCIA     PIC 9(02).
           05 CTL-LIMITE-AML          PIC 9(09)V99.
           05 CTL-PCT-REJEITOS        PIC 9(03).
           05 CTL-FILTRO-AGENCIA      PIC X(04).
           05 CTL-FILTRO-UF           PIC X(02).
           05 CTL-FILTRO-TIPO         PIC X(14).
           05 CTL-GERACOES-RETER      PIC 9(02).
           05 CTL-REPROCESSO          PIC X(01).
           05 CTL-ORDEM-DETALHE       PIC X(01).
           05 CTL-TAXA-CHEQUE         PIC 9(02)V9(04).
           05 CTL-BASE-SALDO          PIC X(01).
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

      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WCA-VARIAVEIS.
           05 WSN-FS-APROVADOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTRATOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTO     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.

       01 WSW-SWITCHES.
           05 SW-APROVADOS         PIC X(01) VALUE 'N'.
           05 SW-CONTRATOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CTR               VALUE 'N'.
               88 SW-FIM-SIM-CTR               VALUE 'S'.
           05 SW-ENTRADA02         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-02                VALUE 'N'.
               88 SW-FIM-SIM-02                VALUE 'S'.

       77 WS-NUMERO-MAIOR          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CONTRATADOS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-IOF-FINANCIADO    PIC 9(05) VALUE ZEROS.

      *****ALIQUOTAS DO IOF DE CREDITO (PERCENTUAIS DO CONTROLE01)
       01 WCA-IOF-DIARIO-PF        PIC 9(02)V9(04) VALUE 0,0082.
       01 WCA-IOF-DIARIO-PJ        PIC 9(02)V9(04) VALUE 0,0041.
       01 WCA-IOF-ADICIONAL        PIC 9(02)V9(04) VALUE 0,3800.
       01 WCA-IOF-DIARIO           PIC 9(02)V9(04) VALUE ZEROS.

      *****TIPO DE PESSOA DO TITULAR POR CONTA ('J' CNPJ, SENAO CPF)
       01 WCA-PESSOAS.
           05 WCA-PES-TIPO         PIC X(01) OCCURS 999999 TIMES
                                   VALUE SPACES.

       01 WS-IOF-CONTRATO          PIC 9(09)V99 VALUE ZEROS.
       01 WS-PRINCIPAL-FINAL       PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOTAL-IOF             PIC 9(11)V99 VALUE ZEROS.

      *****ENCARGOS DA OPERACAO E CUSTO EFETIVO TOTAL DO CONTRATO
       01 WS-TARIFA                PIC 9(07)V99 VALUE ZEROS.
       01 WS-SEGURO                PIC 9(07)V99 VALUE ZEROS.
       01 WS-CET-MENSAL            PIC 9(03)V9(04) VALUE ZEROS.
       01 WS-CET-ANUAL             PIC 9(05)V99 VALUE ZEROS.
       01 WS-TOTAL-TARIFA          PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-SEGURO          PIC 9(11)V99 VALUE ZEROS.
      *****NSU DO MOVIMENTO, FORNECIDO PELA ROTINA COMUM GERANSU
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.

       01 WS-LOG-PROGRAMA          PIC X(12) VALUE 'CONTRATA01'.
       01 WS-LOG-SEVERIDADE        PIC X(01) VALUE 'I'.
       0000-PRINCIPAL.
           PERFORM 1000-APURA-NUMERO
              THRU 1000-APURA-NUMERO-FIM
           PERFORM 1050-LE-CONTROLE
              THRU 1050-LE-CONTROLE-FIM
           PERFORM 1200-CARREGA-PESSOAS
              THRU 1200-CARREGA-PESSOAS-FIM

           OPEN INPUT APROVADOS
           IF WSN-FS-APROVADOS NOT EQUAL ZEROS
               OPEN OUTPUT CONTRATOS
           END-IF

      *****O IOF DE CADA CONTRATO E LANCADO NO MOVIMENTO01
           OPEN EXTEND MOVIMENTO
           IF WSN-FS-MOVIMENTO NOT EQUAL ZEROS
               OPEN OUTPUT MOVIMENTO
           END-IF

           SET SW-FIM-NAO-APV TO TRUE
           PERFORM 1100-LER-APROVADO
              THRU 1100-LER-APROVADO-FIM
       1020-GUARDA-NUMERO-FIM.
           EXIT.

      ****************LEITURA DO CONTROLE DE PARAMETROS*****************
       1050-LE-CONTROLE.
           OPEN INPUT CONTROLE.
           IF WSN-FS-CONTROLE EQUAL ZEROS
               READ CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-IOF-DIARIO-PF NUMERIC
                          AND CTL-IOF-DIARIO-PF GREATER THAN ZERO
                           MOVE CTL-IOF-DIARIO-PF
                              TO WCA-IOF-DIARIO-PF
                       END-IF
                       IF CTL-IOF-DIARIO-PJ NUMERIC
                          AND CTL-IOF-DIARIO-PJ GREATER THAN ZERO
                           MOVE CTL-IOF-DIARIO-PJ
                              TO WCA-IOF-DIARIO-PJ
                       END-IF
                       IF CTL-IOF-ADICIONAL NUMERIC
                          AND CTL-IOF-ADICIONAL GREATER THAN ZERO
                           MOVE CTL-IOF-ADICIONAL
                              TO WCA-IOF-ADICIONAL
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.
       1050-LE-CONTROLE-FIM.
           EXIT.

      *****CNPJ OCUPA OS 14 DIGITOS; CPF TEM 11 E TRES BRANCOS. SEM
      *****ENTRADA02 TODA CONTA FICA COM A ALIQUOTA DE PESSOA FISICA
       1200-CARREGA-PESSOAS.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
               GO TO 1200-CARREGA-PESSOAS-FIM
           END-IF.
           SET SW-FIM-NAO-02 TO TRUE.
           PERFORM 1210-LER-ENTRADA02
              THRU 1210-LER-ENTRADA02-FIM.
           PERFORM 1220-GUARDA-PESSOA
              THRU 1220-GUARDA-PESSOA-FIM
             UNTIL SW-FIM-SIM-02.
           CLOSE ENTRADA02.
       1200-CARREGA-PESSOAS-FIM.
           EXIT.

       1210-LER-ENTRADA02.
           READ ENTRADA02
               AT END
                   SET SW-FIM-SIM-02 TO TRUE
           END-READ.
       1210-LER-ENTRADA02-FIM.
           EXIT.

       1220-GUARDA-PESSOA.
           IF REG-ENTRADA-02(1:3) NOT EQUAL 'HDR'
              AND REG-ENTRADA-02(1:3) NOT EQUAL 'TRL'
              AND E2-COD-CTA NUMERIC
              AND E2-COD-CTA GREATER THAN ZERO
               IF E2-NUM-DOC(12:3) EQUAL SPACES
                   MOVE 'F' TO WCA-PES-TIPO(E2-COD-CTA)
               ELSE
                   MOVE 'J' TO WCA-PES-TIPO(E2-COD-CTA)
               END-IF
           END-IF.
           PERFORM 1210-LER-ENTRADA02
              THRU 1210-LER-ENTRADA02-FIM.
       1220-GUARDA-PESSOA-FIM.
           EXIT.

       1100-LER-APROVADO.
           READ APROVADOS
               AT END
           EXIT.

       3000-ABRE-CONTRATO.
           PERFORM 3100-CALCULA-IOF
              THRU 3100-CALCULA-IOF-FIM.
           PERFORM 3150-CALCULA-CET
              THRU 3150-CALCULA-CET-FIM.
           ADD 1 TO WS-NUMERO-MAIOR.
           MOVE SPACES          TO REG-CONTRATO.
           MOVE WS-NUMERO-MAIOR TO CTR-NUMERO.
           MOVE APV-COD-CTA     TO CTR-COD-CTA.
           MOVE APV-SISTEMA     TO CTR-SISTEMA.
           MOVE WS-PRINCIPAL-FINAL TO CTR-PRINCIPAL.
           MOVE APV-TAXA        TO CTR-TAXA.
           MOVE APV-PRAZO       TO CTR-PRAZO.
           MOVE APV-DATA        TO CTR-DATA-INI.
           MOVE ZEROS           TO CTR-PAGAS CTR-ATRASO.
           MOVE 'A'             TO CTR-STATUS.
           MOVE ZEROS           TO CTR-MATRICULA.
           IF APV-MODALIDADE EQUAL 'C'
              AND APV-MATRICULA NUMERIC
               MOVE 'C'             TO CTR-MODALIDADE
               MOVE APV-MATRICULA   TO CTR-MATRICULA
           END-IF.
           MOVE WS-CET-MENSAL   TO CTR-CET-MENSAL.
           MOVE WS-CET-ANUAL    TO CTR-CET-ANUAL.
           WRITE REG-CONTRATO.
           ADD 1 TO WS-QTD-CONTRATADOS.
           IF WS-IOF-CONTRATO GREATER THAN ZERO
               PERFORM 3200-LANCA-IOF
                  THRU 3200-LANCA-IOF-FIM
           END-IF.
           IF WS-TARIFA GREATER THAN ZERO
              OR WS-SEGURO GREATER THAN ZERO
               PERFORM 3300-LANCA-ENCARGOS
                  THRU 3300-LANCA-ENCARGOS-FIM
           END-IF.
           PERFORM 1100-LER-APROVADO
              THRU 1100-LER-APROVADO-FIM.
       3000-ABRE-CONTRATO-FIM.
           EXIT.

      *****IOF DO CONTRATO E PRINCIPAL FINAL (ACRESCIDO DO IOF QUANDO
      *****FINANCIADO), NA ALIQUOTA DO TIPO DE PESSOA DO TITULAR
       3100-CALCULA-IOF.
           IF APV-COD-CTA GREATER THAN ZERO
              AND WCA-PES-TIPO(APV-COD-CTA) EQUAL 'J'
               MOVE WCA-IOF-DIARIO-PJ TO WCA-IOF-DIARIO
           ELSE
               MOVE WCA-IOF-DIARIO-PF TO WCA-IOF-DIARIO
           END-IF.
           CALL 'CALCIOF' USING APV-SISTEMA APV-PRINCIPAL APV-TAXA
                                APV-PRAZO WCA-IOF-DIARIO
                                WCA-IOF-ADICIONAL APV-IOF-FORMA
                                WS-IOF-CONTRATO WS-PRINCIPAL-FINAL.
       3100-CALCULA-IOF-FIM.
           EXIT.

      *****TARIFA E SEGURO DA APROVACAO (APROVADOS01 ANTERIOR AOS
      *****ENCARGOS VEM SEM ELES) E CET SOBRE O PRINCIPAL FINAL
       3150-CALCULA-CET.
           MOVE ZEROS TO WS-TARIFA WS-SEGURO.
           IF APV-TARIFA NUMERIC
               MOVE APV-TARIFA TO WS-TARIFA
           END-IF.
           IF APV-SEGURO NUMERIC
               MOVE APV-SEGURO TO WS-SEGURO
           END-IF.
           CALL 'CALCCET' USING APV-SISTEMA WS-PRINCIPAL-FINAL
                                APV-TAXA APV-PRAZO WS-IOF-CONTRATO
                                WS-TARIFA WS-SEGURO
                                WS-CET-MENSAL WS-CET-ANUAL.
       3150-CALCULA-CET-FIM.
           EXIT.

      *****FINANCIADO, O VALOR DO IOF ENTRA NA CONTA COMO PARTE DO
      *****PRINCIPAL ANTES DO DEBITO, QUE SAI NAS DUAS FORMAS
       3200-LANCA-IOF.
           IF WS-PRINCIPAL-FINAL GREATER THAN APV-PRINCIPAL
               CALL 'GERANSU' USING WS-NSU
               MOVE APV-COD-CTA      TO MOV-COD-CTA
               MOVE APV-DATA         TO MOV-DAT
               MOVE 'C'              TO MOV-TIP
               MOVE 'T'              TO MOV-FORMA
               MOVE WS-IOF-CONTRATO  TO MOV-VAL
               MOVE 'IOF FINANCIADO' TO MOV-HIST
               MOVE WS-NSU           TO MOV-NSU
               WRITE REG-MOVIMENTO
               ADD 1 TO WS-QTD-IOF-FINANCIADO
           END-IF.
           CALL 'GERANSU' USING WS-NSU.
           MOVE APV-COD-CTA      TO MOV-COD-CTA.
           MOVE APV-DATA         TO MOV-DAT.
           MOVE 'D'              TO MOV-TIP.
           MOVE 'T'              TO MOV-FORMA.
           MOVE WS-IOF-CONTRATO  TO MOV-VAL.
           MOVE 'IOF EMPRESTIMO' TO MOV-HIST.
           MOVE WS-NSU           TO MOV-NSU.
           WRITE REG-MOVIMENTO.
           ADD WS-IOF-CONTRATO TO WS-TOTAL-IOF.
       3200-LANCA-IOF-FIM.
           EXIT.

      *****TARIFA DE CADASTRO E SEGURO PRESTAMISTA, DEBITOS PROPRIOS
      *****NA DATA DE INICIO DO CONTRATO
       3300-LANCA-ENCARGOS.
           IF WS-TARIFA GREATER THAN ZERO
               CALL 'GERANSU' USING WS-NSU
               MOVE APV-COD-CTA         TO MOV-COD-CTA
               MOVE APV-DATA            TO MOV-DAT
               MOVE 'D'                 TO MOV-TIP
               MOVE 'T'                 TO MOV-FORMA
               MOVE WS-TARIFA           TO MOV-VAL
               MOVE 'TARIFA EMPRESTIMO' TO MOV-HIST
               MOVE WS-NSU              TO MOV-NSU
               WRITE REG-MOVIMENTO
               ADD WS-TARIFA TO WS-TOTAL-TARIFA
           END-IF.
           IF WS-SEGURO GREATER THAN ZERO
               CALL 'GERANSU' USING WS-NSU
               MOVE APV-COD-CTA          TO MOV-COD-CTA
               MOVE APV-DATA             TO MOV-DAT
               MOVE 'D'                  TO MOV-TIP
               MOVE 'T'                  TO MOV-FORMA
               MOVE WS-SEGURO            TO MOV-VAL
               MOVE 'SEGURO PRESTAMISTA' TO MOV-HIST
               MOVE WS-NSU               TO MOV-NSU
               WRITE REG-MOVIMENTO
               ADD WS-SEGURO TO WS-TOTAL-SEGURO
           END-IF.
       3300-LANCA-ENCARGOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           DISPLAY 'CONTRATA01 - CONTRATOS ABERTOS: '
                   WS-QTD-CONTRATADOS
           DISPLAY 'CONTRATA01 - IOF LANCADO R$ ' WS-TOTAL-IOF
                   ' FINANCIADOS: ' WS-QTD-IOF-FINANCIADO
           DISPLAY 'CONTRATA01 - TARIFAS R$ ' WS-TOTAL-TARIFA
                   ' SEGUROS R$ ' WS-TOTAL-SEGURO
           CLOSE APROVADOS
           CLOSE CONTRATOS
           CLOSE MOVIMENTO.

           MOVE 0 TO WS-RC-FINAL.
           IF (WSN-FS-APROVADOS NOT EQUAL 00 AND
                WSN-FS-APROVADOS NOT EQUAL 10)   OR
               WSN-FS-CONTRATOS  NOT EQUAL 00     OR
               WSN-FS-MOVIMENTO  NOT EQUAL 00
               DISPLAY 'CONTRATA01 - ENCERRADO COM ERRO DE ARQUIVO'
               MOVE 1 TO WS-RC-FINAL
           END-IF.
