      * (mesmo motor usado pelo lote de propostas EMPRESTA01 e pela
      * cobranca de contratos); este programa segue sendo a frente
      * interativa de simulacao.
      * Cada sistema sai tambem com o custo efetivo total (CET) ao
      * lado da taxa nominal, pela rotina comum CALCCET: o IOF da
      * operacao e apurado pelo CALCIOF nas aliquotas de pessoa
      * fisica, cobrado na liberacao, e a tarifa de cadastro e o
      * seguro prestamista sao informados na simulacao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WS-PRINCIPAL         PIC 9(09)V99 VALUES ZEROS.
           05 WS-TAXA              PIC 9(02)V9(04) VALUES ZEROS.
           05 WS-PRAZO             PIC 9(03) VALUES ZEROS.
           05 WS-TARIFA            PIC 9(07)V99 VALUE ZEROS.
           05 WS-SEGURO            PIC 9(07)V99 VALUE ZEROS.
       77 WS-FS-SIMULACAO          PIC 9(02) VALUE ZEROS.

      *****PLANO DEVOLVIDO PELO MOTOR COMUM CALCEMP
       01 WS-TOTAL-PAGO            PIC 9(12)V99 VALUE ZEROS.
       01 WS-TOTAL-JUROS           PIC 9(12)V99 VALUE ZEROS.

      *****IOF DE PESSOA FISICA COBRADO NA LIBERACAO E CET DO SISTEMA
       01 WCA-IOF-DIARIO           PIC 9(02)V9(04) VALUE 0,0082.
       01 WCA-IOF-ADICIONAL        PIC 9(02)V9(04) VALUE 0,3800.
       01 WCA-IOF-FORMA            PIC X(01) VALUE SPACES.
       01 WS-IOF                   PIC 9(09)V99 VALUE ZEROS.
       01 WS-PRINCIPAL-FINAL       PIC 9(09)V99 VALUE ZEROS.
       01 WS-CET-MENSAL            PIC 9(03)V9(04) VALUE ZEROS.
       01 WS-CET-ANUAL             PIC 9(05)V99 VALUE ZEROS.

       01 LINE-DESIGN              PIC X(84)
               VALUES
           '*===========================================================
               '  TOTAL JUROS R$'.
           05 LT-TOTAL-JUROS       PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-ENCARGOS.
           05 FILLER               PIC X(09) VALUE '  IOF R$'.
           05 LE-IOF               PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(12) VALUE '  TARIFA R$'.
           05 LE-TARIFA            PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(12) VALUE '  SEGURO R$'.
           05 LE-SEGURO            PIC ZZZ.ZZ9,99 VALUE ZEROS.

       01 WCA-LINHA-CET.
           05 FILLER               PIC X(16) VALUE
               '  TAXA NOMINAL '.
           05 LC-TAXA              PIC Z9,9999 VALUE ZEROS.
           05 FILLER               PIC X(14) VALUE '% A.M.   CET '.
           05 LC-CET-MENSAL        PIC ZZ9,9999 VALUE ZEROS.
           05 FILLER               PIC X(09) VALUE '% A.M. / '.
           05 LC-CET-ANUAL         PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER               PIC X(06) VALUE '% A.A.'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO
           ACCEPT WS-TAXA
           DISPLAY 'PRAZO EM MESES?'
           ACCEPT WS-PRAZO
           DISPLAY 'TARIFA DE CADASTRO (0 SE NAO HOUVER)?'
           ACCEPT WS-TARIFA
           DISPLAY 'SEGURO PRESTAMISTA (0 SE NAO HOUVER)?'
           ACCEPT WS-SEGURO
           IF WS-PRAZO EQUAL ZEROS OR WS-PRINCIPAL EQUAL ZEROS
              OR WS-PRAZO GREATER THAN 120
               DISPLAY 'PRINCIPAL MAIOR QUE ZERO E PRAZO DE 1 A 120'
               UNTIL WS-PARCELA-NUM GREATER THAN WS-PRAZO

           PERFORM 8000-GRAVA-TOTAIS
           PERFORM 8100-GRAVA-CET
           .

      *-----------------------------------------------------------------
               UNTIL WS-PARCELA-NUM GREATER THAN WS-PRAZO

           PERFORM 8000-GRAVA-TOTAIS
           PERFORM 8100-GRAVA-CET
           .

      *****GRAVA A LINHA DA PARCELA CORRENTE, VINDA DO PLANO
           WRITE REG-SIMULACAO
           .

      *****CET DO SISTEMA CORRENTE AO LADO DA TAXA NOMINAL
       8100-GRAVA-CET.
           CALL 'CALCIOF' USING WS-SISTEMA WS-PRINCIPAL WS-TAXA
               WS-PRAZO WCA-IOF-DIARIO WCA-IOF-ADICIONAL
               WCA-IOF-FORMA WS-IOF WS-PRINCIPAL-FINAL
           CALL 'CALCCET' USING WS-SISTEMA WS-PRINCIPAL WS-TAXA
               WS-PRAZO WS-IOF WS-TARIFA WS-SEGURO
               WS-CET-MENSAL WS-CET-ANUAL
           MOVE WS-IOF    TO LE-IOF
           MOVE WS-TARIFA TO LE-TARIFA
           MOVE WS-SEGURO TO LE-SEGURO
           MOVE WCA-LINHA-ENCARGOS TO REG-SIMULACAO
           WRITE REG-SIMULACAO
           MOVE WS-TAXA       TO LC-TAXA
           MOVE WS-CET-MENSAL TO LC-CET-MENSAL
           MOVE WS-CET-ANUAL  TO LC-CET-ANUAL
           MOVE WCA-LINHA-CET TO REG-SIMULACAO
           WRITE REG-SIMULACAO
           .

       9000-FIM.
           CLOSE SIMULACAO
           DISPLAY 'SIMULEMP01 - SIMULACAO GRAVADA EM SIMULEMP01'
