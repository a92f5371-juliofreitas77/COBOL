           05 PAR-AG-FIM           PIC X(04).

       FD CABECALHO.
       01 REG-CABECALHO            PIC X(40).

       FD SNAPPARC.
       01 REG-SNAPPARC.
