       FILE SECTION.
       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).

       FD CONTADV.
       01 REG-CONTADV.
           05 CDV-CONTA-DV         PIC X(07).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(84).

      *****CHAMADA DA ROTINA COMUM VALIDACTA
       01 WS-TIPO-VALIDACAO        PIC 9(01) VALUE ZERO.
       01 WS-CONTA-DV              PIC X(07) VALUE SPACES.
       01 WS-CTA-VALIDA            PIC X(01) VALUE 'N'.
           88 CONTA-EH-VALIDA                  VALUE 'S'.
       01 WS-CTA-MOTIVO            PIC X(17) VALUE SPACES.

       01 WCA-LINHA-ERRO.
           05 FILLER               PIC X(08) VALUE '  CONTA '.
           05 LE-CONTA-DV          PIC X(07) VALUE SPACES.
           05 FILLER               PIC X(03) VALUE ' - '.
           05 LE-MOTIVO            PIC X(17) VALUE SPACES.


       2200-GERA-DV.
           MOVE SPACES  TO WS-CONTA-DV.
           MOVE COD-CTA TO WS-CONTA-DV(1:6).
           MOVE 2 TO WS-TIPO-VALIDACAO.
           CALL 'VALIDACTA' USING WS-TIPO-VALIDACAO WS-CONTA-DV
               WS-CTA-VALIDA WS-CTA-MOTIVO.
