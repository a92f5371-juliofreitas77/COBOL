      * operacao renomeia apos cada mes, convencao do FECHANT01) e
      * aponta as migracoes entre segmentos no relatorio SEGMCLI01. O
      * segmento fica disponivel como agrupamento para a tarifa de
      * uso e para a carteira por gerente. A regra traz tambem os
      * meses entre revisoes cadastrais do segmento (zero ou ausente
      * fica com o padrao do controle), lidos pelo REVKYC01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 SEG-MIN-CONTAS       PIC 9(03).
           05 FILLER               PIC X(01).
           05 SEG-MIN-PCT-INV      PIC 9(03).
      *****MESES ENTRE REVISOES CADASTRAIS DO SEGMENTO (REVKYC01)
           05 FILLER               PIC X(01).
           05 SEG-MESES-KYC        PIC 9(03).

       FD SEGMENTOS.
       01 REG-SEGMENTO.
