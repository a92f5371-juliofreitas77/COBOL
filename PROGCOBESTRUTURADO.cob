           05 RF-NOME             PIC X(30).
           05 RF-ANO-ENTRADA      PIC 9(08).
           05 RF-SALARIO          PIC S9(11)V99.
           05 RF-SITUACAO         PIC X(01).
           05 RF-CARGO            PIC X(20).
           05 RF-DATA-DESLIGA     PIC 9(08).

       FD  ARQUIVO-RELATORIO.
       01  REG-RELATORIO          PIC X(140).
