      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina comum de triagem contra as listas restritivas
      * (sancoes e pessoas politicamente expostas - PEP), nos moldes
      * de VALIDADOC, chamada na abertura de conta (MANUCTA01) e na
      * varredura noturna da base (TRIAGEM01). A lista LISTAS01 vem
      * das publicacoes oficiais (tipo S sancao ou P PEP, origem,
      * documento, nome e data de inclusao) e e carregada uma unica
      * vez, na primeira chamada. O documento e comparado exatamente;
      * o nome e comparado normalizado: maiusculas, sem acento (Latin-1
      * ou UTF-8), sem pontuacao, um espaco entre as palavras e sem as
      * particulas DE, DA, DO, DAS, DOS e E. Ocorrencia por documento
      * prevalece sobre ocorrencia por nome. Sem a lista (ou com mais
      * registros do que a tabela comporta) a triagem devolve 'I'
      * (indisponivel) para o chamador decidir.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIALIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTAS ASSIGN TO 'LISTAS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAS.

       DATA DIVISION.
       FILE SECTION.
       FD LISTAS.
       01 REG-LISTA.
      *****S = SANCAO, P = PESSOA POLITICAMENTE EXPOSTA
           05 LIS-TIPO                    PIC X(01).
               88 LIS-TIPO-VALIDO             VALUE 'S' 'P'.
           05 FILLER                      PIC X(01).
           05 LIS-ORIGEM                  PIC X(10).
           05 FILLER                      PIC X(01).
           05 LIS-NUM-DOC                 PIC X(14).
           05 FILLER                      PIC X(01).
           05 LIS-NOME                    PIC X(40).
           05 FILLER                      PIC X(01).
           05 LIS-DAT-INCLUSAO            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-FS-LISTAS                    PIC 9(02) VALUE ZEROS.
       01 WS-FIM-LISTAS                   PIC X(01) VALUE 'N'.
           88 FIM-LISTAS                      VALUE 'S'.
       01 WS-CARREGADA                    PIC X(01) VALUE 'N'.
           88 LISTA-CARREGADA                 VALUE 'S'.
       01 WS-DISPONIVEL                   PIC X(01) VALUE 'N'.
           88 LISTA-DISPONIVEL                VALUE 'S'.

      *****LISTA EM MEMORIA, COM O NOME JA NORMALIZADO
       01 WCA-LISTA.
           05 WCA-LIS-QTD                 PIC 9(05) VALUE ZEROS.
           05 WCA-LIS-TAB OCCURS 20000 TIMES
                          INDEXED BY WCA-LIS-IDX.
               10 WCA-LIS-TIPO            PIC X(01).
               10 WCA-LIS-ORIGEM          PIC X(10).
               10 WCA-LIS-DOC             PIC X(14).
               10 WCA-LIS-NOME            PIC X(40).
               10 WCA-LIS-NOME-NORM       PIC X(40).

       01 WS-NOME-PROCURA                 PIC X(40) VALUE SPACES.
       01 WS-IDX-DOC                      PIC 9(05) VALUE ZEROS.
       01 WS-IDX-NOME                     PIC 9(05) VALUE ZEROS.

      *****NORMALIZACAO DO NOME: PALAVRA A PALAVRA
       01 WS-NORM-ENTRADA                 PIC X(40) VALUE SPACES.
       01 WS-NORM-SAIDA                   PIC X(40) VALUE SPACES.
       01 WS-TAM-SAIDA                    PIC 9(02) VALUE ZEROS.
       01 WS-PALAVRA                      PIC X(40) VALUE SPACES.
           88 PALAVRA-PARTICULA               VALUE 'DE' 'DA' 'DO'
                                                    'DAS' 'DOS' 'E'.
       01 WS-TAM-PALAVRA                  PIC 9(02) VALUE ZEROS.
       01 WS-POS                          PIC 9(02) VALUE ZEROS.
       01 WS-POS-SEGUINTE                 PIC 9(02) VALUE ZEROS.
       01 WS-CAR                          PIC X(01) VALUE SPACES.
       01 WS-CAR-SEGUINTE                 PIC X(01) VALUE SPACES.

      *****VOGAIS ACENTUADAS, C CEDILHA, N E Y: PRIMEIRO O BYTE
      *****LATIN-1, DEPOIS O SEGUNDO BYTE DO PAR UTF-8 (X'C3' + BYTE)
       01 WCA-MINUSCULAS                  PIC X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01 WCA-MAIUSCULAS                  PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WCA-ACENTO-L1-MIN               PIC X(26) VALUE
           X'E0E1E2E3E4E5E7E8E9EAEBECEDEEEFF1F2F3F4F5F6F9FAFBFCFD'.
       01 WCA-ACENTO-L1-MAI               PIC X(26) VALUE
           X'C0C1C2C3C4C5C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDCDD'.
       01 WCA-ACENTO-U8-MIN               PIC X(26) VALUE
           X'A0A1A2A3A4A5A7A8A9AAABACADAEAFB1B2B3B4B5B6B9BABBBCBD'.
       01 WCA-ACENTO-U8-MAI               PIC X(26) VALUE
           X'8081828384858788898A8B8C8D8E8F919293949596999A9B9C9D'.
       01 WCA-SEM-ACENTO                  PIC X(26) VALUE
           'AAAAAACEEEEIIIINOOOOOUUUUY'.

       LINKAGE SECTION.
       01 LK-NUM-DOC                      PIC X(14).
       01 LK-NOME                         PIC X(40).
       01 LK-RESULTADO.
           05 LK-SITUACAO                 PIC X(01).
               88 LK-SEM-OCORRENCIA           VALUE 'N'.
               88 LK-NA-LISTA                 VALUE 'S'.
               88 LK-LISTA-INDISPONIVEL       VALUE 'I'.
           05 LK-TIPO-LISTA               PIC X(01).
           05 LK-ORIGEM                   PIC X(10).
      *****D = DOCUMENTO, N = NOME
           05 LK-CRITERIO                 PIC X(01).
           05 LK-NOME-LISTA               PIC X(40).

       PROCEDURE DIVISION USING LK-NUM-DOC LK-NOME LK-RESULTADO.
       0000-PRINCIPAL.
           IF NOT LISTA-CARREGADA
               PERFORM 1000-CARREGA-LISTA
                  THRU 1000-CARREGA-LISTA-FIM
           END-IF

           MOVE SPACES TO LK-RESULTADO
           IF NOT LISTA-DISPONIVEL
               SET LK-LISTA-INDISPONIVEL TO TRUE
               GOBACK
           END-IF
           SET LK-SEM-OCORRENCIA TO TRUE

           MOVE LK-NOME TO WS-NORM-ENTRADA
           PERFORM 2000-NORMALIZA
              THRU 2000-NORMALIZA-FIM
           MOVE WS-NORM-SAIDA TO WS-NOME-PROCURA

           MOVE ZEROS TO WS-IDX-DOC WS-IDX-NOME
           PERFORM 3000-COMPARA
              THRU 3000-COMPARA-FIM
               VARYING WCA-LIS-IDX FROM 1 BY 1
               UNTIL WCA-LIS-IDX GREATER THAN WCA-LIS-QTD
                  OR WS-IDX-DOC GREATER THAN ZERO

           IF WS-IDX-DOC GREATER THAN ZERO
               SET WCA-LIS-IDX TO WS-IDX-DOC
               MOVE 'D' TO LK-CRITERIO
           ELSE
               IF WS-IDX-NOME EQUAL ZERO
                   GOBACK
               END-IF
               SET WCA-LIS-IDX TO WS-IDX-NOME
               MOVE 'N' TO LK-CRITERIO
           END-IF
           SET LK-NA-LISTA TO TRUE
           MOVE WCA-LIS-TIPO(WCA-LIS-IDX)   TO LK-TIPO-LISTA
           MOVE WCA-LIS-ORIGEM(WCA-LIS-IDX) TO LK-ORIGEM
           MOVE WCA-LIS-NOME(WCA-LIS-IDX)   TO LK-NOME-LISTA
           GOBACK.

      *****CARGA UNICA DA LISTA; LINHAS SEM TIPO S/P (CABECALHO,
      *****COMENTARIO) SAO IGNORADAS
       1000-CARREGA-LISTA.
           MOVE 'S' TO WS-CARREGADA.
           OPEN INPUT LISTAS.
           IF WS-FS-LISTAS NOT EQUAL ZEROS
               DISPLAY 'TRIALIS - LISTAS01 NAO ENCONTRADA'
               GO TO 1000-CARREGA-LISTA-FIM
           END-IF.
           MOVE 'S' TO WS-DISPONIVEL.
           MOVE 'N' TO WS-FIM-LISTAS.
           PERFORM 1100-LER-LISTA
              THRU 1100-LER-LISTA-FIM.
           PERFORM 1200-GUARDA-LISTA
              THRU 1200-GUARDA-LISTA-FIM
             UNTIL FIM-LISTAS.
           CLOSE LISTAS.
       1000-CARREGA-LISTA-FIM.
           EXIT.

       1100-LER-LISTA.
           READ LISTAS
               AT END
                   MOVE 'S' TO WS-FIM-LISTAS
           END-READ.
           IF NOT FIM-LISTAS
              AND NOT LIS-TIPO-VALIDO
               GO TO 1100-LER-LISTA
           END-IF.
       1100-LER-LISTA-FIM.
           EXIT.

      *****LISTA TRUNCADA DEIXARIA PASSAR NOMES: A TRIAGEM FICA
      *****INDISPONIVEL ATE A TABELA SER AMPLIADA
       1200-GUARDA-LISTA.
           IF WCA-LIS-QTD NOT LESS THAN 20000
               DISPLAY 'TRIALIS - LISTAS01 COM MAIS DE 20000 '
                       'REGISTROS - TRIAGEM INDISPONIVEL'
               MOVE 'N' TO WS-DISPONIVEL
               MOVE 'S' TO WS-FIM-LISTAS
               GO TO 1200-GUARDA-LISTA-FIM
           END-IF.
           ADD 1 TO WCA-LIS-QTD.
           SET WCA-LIS-IDX TO WCA-LIS-QTD.
           MOVE LIS-TIPO    TO WCA-LIS-TIPO(WCA-LIS-IDX).
           MOVE LIS-ORIGEM  TO WCA-LIS-ORIGEM(WCA-LIS-IDX).
           MOVE LIS-NUM-DOC TO WCA-LIS-DOC(WCA-LIS-IDX).
           MOVE LIS-NOME    TO WCA-LIS-NOME(WCA-LIS-IDX).
           MOVE LIS-NOME    TO WS-NORM-ENTRADA.
           PERFORM 2000-NORMALIZA
              THRU 2000-NORMALIZA-FIM.
           MOVE WS-NORM-SAIDA TO WCA-LIS-NOME-NORM(WCA-LIS-IDX).
           PERFORM 1100-LER-LISTA
              THRU 1100-LER-LISTA-FIM.
       1200-GUARDA-LISTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     NORMALIZA WS-NORM-ENTRADA EM WS-NORM-SAIDA
      *-----------------------------------------------------------------
       2000-NORMALIZA.
           INSPECT WS-NORM-ENTRADA
               CONVERTING WCA-MINUSCULAS TO WCA-MAIUSCULAS.
           MOVE SPACES TO WS-NORM-SAIDA WS-PALAVRA.
           MOVE ZEROS  TO WS-TAM-SAIDA WS-TAM-PALAVRA.
           PERFORM 2100-TRATA-CARACTERE
              THRU 2100-TRATA-CARACTERE-FIM
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS GREATER THAN 40.
           PERFORM 2200-FECHA-PALAVRA
              THRU 2200-FECHA-PALAVRA-FIM.
       2000-NORMALIZA-FIM.
           EXIT.

      *****PAR UTF-8 (X'C3' + BYTE DE X'80' A X'BF') VIRA UMA LETRA SO;
      *****O RESTO E TRATADO COMO LATIN-1. LETRA OU DIGITO COMPOE A
      *****PALAVRA, QUALQUER OUTRO CARACTERE A ENCERRA
       2100-TRATA-CARACTERE.
           MOVE WS-NORM-ENTRADA(WS-POS:1) TO WS-CAR.
           MOVE SPACES TO WS-CAR-SEGUINTE.
           IF WS-POS LESS THAN 40
               COMPUTE WS-POS-SEGUINTE = WS-POS + 1
               MOVE WS-NORM-ENTRADA(WS-POS-SEGUINTE:1)
                  TO WS-CAR-SEGUINTE
           END-IF.
           IF WS-CAR EQUAL X'C3'
              AND WS-CAR-SEGUINTE NOT LESS THAN X'80'
              AND WS-CAR-SEGUINTE NOT GREATER THAN X'BF'
               ADD 1 TO WS-POS
               MOVE WS-CAR-SEGUINTE TO WS-CAR
               INSPECT WS-CAR
                   CONVERTING WCA-ACENTO-U8-MIN TO WCA-SEM-ACENTO
               INSPECT WS-CAR
                   CONVERTING WCA-ACENTO-U8-MAI TO WCA-SEM-ACENTO
           ELSE
               INSPECT WS-CAR
                   CONVERTING WCA-ACENTO-L1-MIN TO WCA-SEM-ACENTO
               INSPECT WS-CAR
                   CONVERTING WCA-ACENTO-L1-MAI TO WCA-SEM-ACENTO
           END-IF.
           IF (WS-CAR NOT LESS THAN 'A' AND NOT GREATER THAN 'Z')
              OR (WS-CAR NOT LESS THAN '0' AND NOT GREATER THAN '9')
               ADD 1 TO WS-TAM-PALAVRA
               MOVE WS-CAR TO WS-PALAVRA(WS-TAM-PALAVRA:1)
           ELSE
               PERFORM 2200-FECHA-PALAVRA
                  THRU 2200-FECHA-PALAVRA-FIM
           END-IF.
       2100-TRATA-CARACTERE-FIM.
           EXIT.

       2200-FECHA-PALAVRA.
           IF WS-TAM-PALAVRA EQUAL ZERO
               GO TO 2200-FECHA-PALAVRA-FIM
           END-IF.
           IF NOT PALAVRA-PARTICULA
               IF WS-TAM-SAIDA GREATER THAN ZERO
                   ADD 1 TO WS-TAM-SAIDA
               END-IF
               MOVE WS-PALAVRA(1:WS-TAM-PALAVRA)
                  TO WS-NORM-SAIDA(WS-TAM-SAIDA + 1:WS-TAM-PALAVRA)
               ADD WS-TAM-PALAVRA TO WS-TAM-SAIDA
           END-IF.
           MOVE SPACES TO WS-PALAVRA.
           MOVE ZEROS  TO WS-TAM-PALAVRA.
       2200-FECHA-PALAVRA-FIM.
           EXIT.

      *****DOCUMENTO IGUAL ENCERRA A BUSCA; NOME IGUAL SO GUARDA O
      *****PRIMEIRO E CONTINUA PROCURANDO UM DOCUMENTO
       3000-COMPARA.
           IF LK-NUM-DOC NOT EQUAL SPACES
              AND LK-NUM-DOC EQUAL WCA-LIS-DOC(WCA-LIS-IDX)
               SET WS-IDX-DOC TO WCA-LIS-IDX
               GO TO 3000-COMPARA-FIM
           END-IF.
           IF WS-IDX-NOME EQUAL ZERO
              AND WS-NOME-PROCURA NOT EQUAL SPACES
              AND WS-NOME-PROCURA EQUAL WCA-LIS-NOME-NORM(WCA-LIS-IDX)
               SET WS-IDX-NOME TO WCA-LIS-IDX
           END-IF.
       3000-COMPARA-FIM.
           EXIT.
       END PROGRAM TRIALIS.
