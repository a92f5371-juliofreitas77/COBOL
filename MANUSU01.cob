      * resumo da rotina HASHSEN e marca a troca obrigatoria no
      * primeiro logon (conferida pelo PROGCOB10 contra o historico
      * SENHIST01).
      * Recertificacao periodica de acesso (opcao 5): um
      * administrador autenticado no PROGCOB10 confirma ou revoga o
      * acesso de cada usuario, nunca o proprio, e a decisao fica no
      * arquivo de assinaturas CERTACESSO01 (data, hora, usuario,
      * nivel, decisao e certificador), lido pelo lote RECERT01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT USUARIOS ASSIGN TO 'USUARIOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-USUARIOS.
           SELECT CERTACESSO ASSIGN TO 'CERTACESSO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CERT.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER       PIC X(01).
           05 USU-TROCA    PIC X(01).

       FD CERTACESSO.
       01 REG-CERT.
           05 CRT-DATA     PIC 9(08).
           05 FILLER       PIC X(01).
           05 CRT-HORA     PIC 9(06).
           05 FILLER       PIC X(01).
           05 CRT-USUARIO  PIC X(20).
           05 FILLER       PIC X(01).
           05 CRT-NIVEL    PIC 9(02).
           05 FILLER       PIC X(01).
           05 CRT-DECISAO  PIC X(01).
           05 FILLER       PIC X(01).
           05 CRT-CERTIFICADOR PIC X(20).

       WORKING-STORAGE SECTION.
       77 WRK-FS-USUARIOS PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-USU     PIC X(01) VALUE 'N'.
       77 WRK-IDX-ACHADO  PIC 9(03) VALUE ZEROS.
       77 WRK-SENHA-HASH  PIC X(12) VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA  PIC 9(08) VALUE ZEROS.
       77 WRK-FS-CERT     PIC 9(02) VALUE ZEROS.
       77 WRK-CERTIFICADOR PIC X(20) VALUE SPACES.
       77 WRK-DECISAO     PIC X(01) VALUE SPACES.
           88 DECISAO-MANTER  VALUE 'M'.
           88 DECISAO-REVOGAR VALUE 'R'.
       77 WRK-COMANDO     PIC X(100) VALUE SPACES.
       77 WRK-RC-PASSO    PIC 9(03) VALUE ZEROS.

       01 WRK-CADASTRO.
           05 WRK-USU-QTD  PIC 9(03) VALUE ZEROS.
       0000-PRINCIPAL.
           PERFORM 1000-CARREGA-CADASTRO

           DISPLAY '1-INCLUIR  2-DESATIVAR  3-REATIVAR  4-LISTAR  '
                   '5-CERTIFICAR'
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
                   PERFORM 4000-REATIVAR
               WHEN 4
                   PERFORM 5000-LISTAR
               WHEN 5
                   PERFORM 7000-CERTIFICAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF WRK-OPCAO LESS THAN 4 OR DECISAO-REVOGAR
               PERFORM 6000-REGRAVA-CADASTRO
           END-IF

           MOVE WRK-USU-TROCA(WRK-USU-IDX)  TO USU-TROCA
           WRITE REG-USUARIO
           .

      *RECERTIFICACAO: SO ADMINISTRADOR AUTENTICADO ASSINA, E NUNCA O
      *PROPRIO ACESSO; REVOGAR DESATIVA O USUARIO NO CADASTRO
       7000-CERTIFICAR.
           DISPLAY 'IDENTIFIQUE-SE PARA O PORTAO DE ACESSO'
           DISPLAY 'SEU USUARIO (REPETIDO PARA O REGISTRO)?'
           ACCEPT WRK-CERTIFICADOR
           MOVE 'ORIGEMLOGON=MANUSU01 ./PROGCOB10' TO WRK-COMANDO
           CALL 'SYSTEM' USING WRK-COMANDO
           COMPUTE WRK-RC-PASSO = RETURN-CODE / 256
           IF WRK-RC-PASSO NOT EQUAL ZERO
               DISPLAY 'MANUSU01 - CERTIFICACAO SOMENTE POR '
                       'ADMINISTRADOR'
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'USUARIO A CERTIFICAR?'
           ACCEPT WRK-ID
           PERFORM 1300-PROCURA-USUARIO
           IF NOT USUARIO-ACHADO
               DISPLAY 'USUARIO NAO CADASTRADO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WRK-ID EQUAL WRK-CERTIFICADOR
               DISPLAY 'O CERTIFICADOR NAO PODE CERTIFICAR O PROPRIO '
                       'ACESSO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WRK-USU-IDX TO WRK-IDX-ACHADO
           PERFORM 5100-MOSTRA-USUARIO

           DISPLAY 'DECISAO (M-MANTEM ACESSO / R-REVOGA ACESSO)?'
           ACCEPT WRK-DECISAO
           IF NOT DECISAO-MANTER AND NOT DECISAO-REVOGAR
               DISPLAY 'DECISAO INVALIDA'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF DECISAO-REVOGAR
               MOVE 'N' TO WRK-USU-ATIVO(WRK-USU-IDX)
           END-IF
           PERFORM 7100-GRAVA-CERTIFICACAO
           IF DECISAO-REVOGAR
               DISPLAY 'ACESSO REVOGADO - USUARIO DESATIVADO'
           ELSE
               DISPLAY 'ACESSO CERTIFICADO'
           END-IF
           .

       7100-GRAVA-CERTIFICACAO.
           ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-AGORA FROM TIME
           OPEN EXTEND CERTACESSO
           IF WRK-FS-CERT NOT EQUAL ZEROS
               OPEN OUTPUT CERTACESSO
           END-IF
           MOVE SPACES                       TO REG-CERT
           MOVE WRK-DATA-HOJE                TO CRT-DATA
           MOVE WRK-HORA-AGORA(1:6)          TO CRT-HORA
           MOVE WRK-USU-ID(WRK-USU-IDX)      TO CRT-USUARIO
           MOVE WRK-USU-NIVEL(WRK-USU-IDX)   TO CRT-NIVEL
           MOVE WRK-DECISAO                  TO CRT-DECISAO
           MOVE WRK-CERTIFICADOR             TO CRT-CERTIFICADOR
           WRITE REG-CERT
           CLOSE CERTACESSO
           .
       END PROGRAM MANUSU01.
