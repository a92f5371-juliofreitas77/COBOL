      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina comum de CRC-16 (algoritmo CRC-16/KERMIT:
      * polinomio 1021 refletido, valor inicial zero), chamada via
      * CALL nos moldes do HASHSEN. Devolve em 4 caracteres
      * hexadecimais o CRC dos primeiros LK-TAMANHO bytes de LK-DADOS
      * - e o codigo de verificacao que o leiaute oficial do arquivo
      * fonte de dados do ponto (AFD) exige no fim de cada registro.
      * O valor de cada caractere sai da posicao dele no alfabeto de
      * impressao ASCII (espaco = 32); caractere fora do alfabeto
      * vale 127. Sem operacao de bits no COBOL, o ou-exclusivo e
      * feito bit a bit pelo resto da divisao por 2.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRC16.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01 WCA-VARIAVEIS.
           05 WS-IDX                      PIC 9(03) VALUE ZEROS.
           05 WS-IDX-BIT                  PIC 9(01) VALUE ZEROS.
           05 WS-IDX-POLI                 PIC 9(01) VALUE ZEROS.
           05 WS-POS                      PIC 9(03) VALUE ZEROS.
           05 WS-CARACTERE                PIC X(01) VALUE SPACES.
           05 WS-VALOR-CHAR               PIC 9(03) VALUE ZEROS.
           05 WS-CRC                      PIC 9(05) VALUE ZEROS.
           05 WS-QUOCIENTE                PIC 9(05) VALUE ZEROS.
           05 WS-BIT-CRC                  PIC 9(01) VALUE ZEROS.
           05 WS-BIT-CHAR                 PIC 9(01) VALUE ZEROS.
           05 WS-BIT-POLI                 PIC 9(01) VALUE ZEROS.
           05 WS-NIBBLE                   PIC 9(02) VALUE ZEROS.

      *****ALFABETO DE IMPRESSAO ASCII A PARTIR DO ESPACO (32)
       01 WCA-ALFABETO                    PIC X(95) VALUE
           ' !"#$%&''()*+,-./0123456789:;<=>?@ABCDEFGHIJKLMNOPQRSTUVWXYZ
      -    '[\]^_`abcdefghijklmnopqrstuvwxyz{|}~'.

      *****BITS DO POLINOMIO REFLETIDO 8408: 3, 10 E 15
       01 WCA-POLINOMIO.
           05 FILLER                      PIC 9(05) VALUE 00008.
           05 FILLER                      PIC 9(05) VALUE 01024.
           05 FILLER                      PIC 9(05) VALUE 32768.
       01 WCA-POLINOMIO-R REDEFINES WCA-POLINOMIO.
           05 WCA-POLI-PESO               PIC 9(05) OCCURS 3 TIMES.

       01 WCA-HEXA                        PIC X(16)
                                          VALUE '0123456789ABCDEF'.

       LINKAGE SECTION.
       01 LK-DADOS.
           05 LK-DAD-CHAR                 PIC X(01) OCCURS 400 TIMES.
       01 LK-TAMANHO                      PIC 9(03).
       01 LK-CRC                          PIC X(04).

       PROCEDURE DIVISION USING LK-DADOS LK-TAMANHO LK-CRC.
       0000-PRINCIPAL.
           MOVE ZEROS TO WS-CRC
           PERFORM 1000-ACUMULA-CARACTERE
              THRU 1000-ACUMULA-CARACTERE-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN LK-TAMANHO
           PERFORM 3000-CONVERTE-HEXA
           GOBACK.

       1000-ACUMULA-CARACTERE.
           MOVE LK-DAD-CHAR(WS-IDX) TO WS-CARACTERE.
           MOVE ZEROS TO WS-POS.
           INSPECT WCA-ALFABETO TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL WS-CARACTERE.
           COMPUTE WS-VALOR-CHAR = WS-POS + 32.
           PERFORM 2000-DESLOCA-BIT
              THRU 2000-DESLOCA-BIT-FIM
               VARYING WS-IDX-BIT FROM 1 BY 1
               UNTIL WS-IDX-BIT GREATER THAN 8.
       1000-ACUMULA-CARACTERE-FIM.
           EXIT.

      *****UM BIT DO CARACTERE (DO MENOS PARA O MAIS SIGNIFICATIVO):
      *****SE O BIT BAIXO DO CRC DIFERE DO BIT DO CARACTERE, O CRC
      *****DESLOCADO RECEBE O OU-EXCLUSIVO COM O POLINOMIO
       2000-DESLOCA-BIT.
           DIVIDE WS-CRC BY 2 GIVING WS-CRC REMAINDER WS-BIT-CRC.
           DIVIDE WS-VALOR-CHAR BY 2 GIVING WS-VALOR-CHAR
               REMAINDER WS-BIT-CHAR.
           IF WS-BIT-CRC EQUAL WS-BIT-CHAR
               GO TO 2000-DESLOCA-BIT-FIM
           END-IF.
           PERFORM 2100-OU-EXCLUSIVO
               VARYING WS-IDX-POLI FROM 1 BY 1
               UNTIL WS-IDX-POLI GREATER THAN 3.
       2000-DESLOCA-BIT-FIM.
           EXIT.

       2100-OU-EXCLUSIVO.
           DIVIDE WS-CRC BY WCA-POLI-PESO(WS-IDX-POLI)
               GIVING WS-QUOCIENTE.
           DIVIDE WS-QUOCIENTE BY 2 GIVING WS-QUOCIENTE
               REMAINDER WS-BIT-POLI.
           IF WS-BIT-POLI EQUAL 1
               SUBTRACT WCA-POLI-PESO(WS-IDX-POLI) FROM WS-CRC
           ELSE
               ADD WCA-POLI-PESO(WS-IDX-POLI) TO WS-CRC
           END-IF.

       3000-CONVERTE-HEXA.
           DIVIDE WS-CRC BY 4096 GIVING WS-NIBBLE
               REMAINDER WS-CRC.
           MOVE WCA-HEXA(WS-NIBBLE + 1:1) TO LK-CRC(1:1).
           DIVIDE WS-CRC BY 256 GIVING WS-NIBBLE
               REMAINDER WS-CRC.
           MOVE WCA-HEXA(WS-NIBBLE + 1:1) TO LK-CRC(2:1).
           DIVIDE WS-CRC BY 16 GIVING WS-NIBBLE
               REMAINDER WS-CRC.
           MOVE WCA-HEXA(WS-NIBBLE + 1:1) TO LK-CRC(3:1).
           MOVE WCA-HEXA(WS-CRC + 1:1) TO LK-CRC(4:1).
       END PROGRAM CRC16.
