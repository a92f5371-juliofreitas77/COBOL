      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina comum do jornal de alteracoes cadastrais,
      * chamada via CALL pelos programas de manutencao (nos moldes de
      * LOGOPER). Anexa ao arquivo central JORNALMD01 uma linha por
      * campo alterado: data, hora, usuario, programa, arquivo, chave
      * do registro, campo, valor antigo e valor novo - o que a
      * auditoria precisa para saber quem mudou o que e qual era o
      * valor antes. Inclusao vai com o valor antigo em branco e
      * exclusao com o valor novo em branco. O chamador pode passar
      * todos os campos do registro: campo com o valor antigo igual ao
      * novo nao e gravado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JORNALMD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL ASSIGN TO 'JORNALMD01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.

       DATA DIVISION.
       FILE SECTION.
       FD JORNAL.
       01 REG-JORNAL.
           05 JMD-DATA                    PIC 9(08).
           05 FILLER                      PIC X(01).
           05 JMD-HORA                    PIC 9(06).
           05 FILLER                      PIC X(01).
           05 JMD-USUARIO                 PIC X(20).
           05 FILLER                      PIC X(01).
           05 JMD-PROGRAMA                PIC X(12).
           05 FILLER                      PIC X(01).
           05 JMD-ARQUIVO                 PIC X(12).
           05 FILLER                      PIC X(01).
           05 JMD-CHAVE                   PIC X(20).
           05 FILLER                      PIC X(01).
           05 JMD-CAMPO                   PIC X(20).
           05 FILLER                      PIC X(01).
           05 JMD-VALOR-ANTIGO            PIC X(40).
           05 FILLER                      PIC X(01).
           05 JMD-VALOR-NOVO              PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-FS-JORNAL                    PIC 9(02) VALUE ZEROS.
       01 WS-DATA                         PIC 9(08) VALUE ZEROS.
       01 WS-HORA                         PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-USUARIO                      PIC X(20).
       01 LK-PROGRAMA                     PIC X(12).
       01 LK-ARQUIVO                      PIC X(12).
       01 LK-CHAVE                        PIC X(20).
       01 LK-CAMPO                        PIC X(20).
       01 LK-VALOR-ANTIGO                 PIC X(40).
       01 LK-VALOR-NOVO                   PIC X(40).

       PROCEDURE DIVISION USING LK-USUARIO LK-PROGRAMA LK-ARQUIVO
                                 LK-CHAVE LK-CAMPO LK-VALOR-ANTIGO
                                 LK-VALOR-NOVO.
       0000-PRINCIPAL.
           IF LK-VALOR-ANTIGO EQUAL LK-VALOR-NOVO
               GOBACK
           END-IF

           ACCEPT WS-DATA FROM DATE YYYYMMDD
           ACCEPT WS-HORA FROM TIME

           OPEN EXTEND JORNAL
           IF WS-FS-JORNAL NOT EQUAL ZEROS
               OPEN OUTPUT JORNAL
           END-IF

           MOVE SPACES          TO REG-JORNAL
           MOVE WS-DATA         TO JMD-DATA
           MOVE WS-HORA(1:6)    TO JMD-HORA
           MOVE LK-USUARIO      TO JMD-USUARIO
           MOVE LK-PROGRAMA     TO JMD-PROGRAMA
           MOVE LK-ARQUIVO      TO JMD-ARQUIVO
           MOVE LK-CHAVE        TO JMD-CHAVE
           MOVE LK-CAMPO        TO JMD-CAMPO
           MOVE LK-VALOR-ANTIGO TO JMD-VALOR-ANTIGO
           MOVE LK-VALOR-NOVO   TO JMD-VALOR-NOVO
           WRITE REG-JORNAL

           CLOSE JORNAL
           GOBACK.

       END PROGRAM JORNALMD.
