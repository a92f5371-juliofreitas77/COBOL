      ******************************************************************
      * Author: JULIO CESAR
      * Date: 02/09/2026
      * Purpose: Recertificacao trimestral de acesso ao portao do
      * PROGCOB10. Lista cada usuario do cadastro USUARIOS01 com o
      * nivel, o ultimo logon com sucesso (auditoria AUDLOG01), os
      * dias sem uso e os programas que ele de fato rodou no
      * trimestre (origens do AUDLOG01 e linhas do LOGOPER01 que
      * comecam pelo usuario). Usuario sem uso ha mais de
      * CTL-DIAS-INATIVIDADE dias (padrao 090) sai como DORMENTE com
      * os dias que faltam para a desativacao; passada a tolerancia
      * CTL-DIAS-TOLERANCIA-USU (padrao 030) o lote desativa o
      * usuario no cadastro e registra a revogacao no arquivo de
      * assinaturas CERTACESSO01 em nome do RECERT01. Aponta ainda a
      * quebra de segregacao de funcoes do APROVA01 (usuario que
      * aprovou o proprio pedido ou par de usuarios que aprovaram os
      * pedidos um do outro) e a ultima assinatura de cada usuario,
      * marcando quem nao foi certificado no trimestre corrente (a
      * assinatura e a opcao 5 do MANUSU01). Relatorio em RECERT01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIOS ASSIGN TO 'USUARIOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-USUARIOS.

           SELECT AUDITORIA ASSIGN TO 'AUDLOG01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT LOGARQ ASSIGN TO 'LOGOPER01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT PENDENTES ASSIGN TO 'PENDAPROV01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDENTES.

           SELECT CERTACESSO ASSIGN TO 'CERTACESSO01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERT.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT RELATORIO ASSIGN TO 'RECERT01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS.
       01 REG-USUARIO.
           05 USU-ID                      PIC X(20).
           05 FILLER                      PIC X(01).
           05 USU-SENHA                   PIC X(12).
           05 FILLER                      PIC X(01).
           05 USU-NIVEL                   PIC 9(02).
           05 FILLER                      PIC X(01).
           05 USU-ATIVO                   PIC X(01).
           05 FILLER                      PIC X(01).
           05 USU-FALHAS                  PIC 9(01).
           05 FILLER                      PIC X(01).
           05 USU-DAT-TROCA               PIC 9(08).
           05 FILLER                      PIC X(01).
           05 USU-TROCA                   PIC X(01).

       FD AUDITORIA.
       01 REG-AUDITORIA.
           05 AUD-DATA                    PIC 9(08).
           05 FILLER                      PIC X(01).
           05 AUD-HORA                    PIC 9(06).
           05 FILLER                      PIC X(01).
           05 AUD-USUARIO                 PIC X(20).
           05 FILLER                      PIC X(01).
           05 AUD-RESULTADO               PIC X(01).
           05 FILLER                      PIC X(01).
           05 AUD-ORIGEM                  PIC X(12).
           05 FILLER                      PIC X(01).
           05 AUD-MOTIVO                  PIC X(20).

       FD LOGARQ.
       01 REG-LOG.
           05 LOG-DATA                    PIC 9(08).
           05 FILLER                      PIC X(01).
           05 LOG-HORA                    PIC 9(06).
           05 FILLER                      PIC X(01).
           05 LOG-PROGRAMA                PIC X(12).
           05 FILLER                      PIC X(01).
           05 LOG-SEVERIDADE              PIC X(01).
           05 FILLER                      PIC X(01).
           05 LOG-MENSAGEM                PIC X(60).

       FD PENDENTES.
       01 REG-PENDENTE.
           05 APR-SEQ                     PIC 9(04).
           05 FILLER                      PIC X(01).
           05 APR-ACAO                    PIC X(08).
           05 FILLER                      PIC X(01).
           05 APR-PARAM                   PIC X(09).
           05 APR-SOLICITANTE             PIC X(20).
           05 FILLER                      PIC X(01).
           05 APR-DATA                    PIC 9(08).
           05 FILLER                      PIC X(01).
           05 APR-HORA                    PIC 9(06).
           05 FILLER                      PIC X(01).
           05 APR-STATUS                  PIC X(01).
           05 FILLER                      PIC X(01).
           05 APR-APROVADOR               PIC X(20).

       FD CERTACESSO.
       01 REG-CERT.
           05 CRT-DATA                    PIC 9(08).
           05 FILLER                      PIC X(01).
           05 CRT-HORA                    PIC 9(06).
           05 FILLER                      PIC X(01).
           05 CRT-USUARIO                 PIC X(20).
           05 FILLER                      PIC X(01).
           05 CRT-NIVEL                   PIC 9(02).
           05 FILLER                      PIC X(01).
           05 CRT-DECISAO                 PIC X(01).
           05 FILLER                      PIC X(01).
           05 CRT-CERTIFICADOR            PIC X(20).

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
      *****DIAS SEM USO ATE A DORMENCIA E TOLERANCIA ATE A DESATIVACAO
           05 CTL-DIAS-INATIVIDADE    PIC 9(03).
           05 CTL-DIAS-TOLERANCIA-USU PIC 9(03).

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-USUARIOS              PIC 9(02) VALUE ZEROS.
       01 WS-FS-AUDITORIA             PIC 9(02) VALUE ZEROS.
       01 WS-FS-LOG                   PIC 9(02) VALUE ZEROS.
       01 WS-FS-PENDENTES             PIC 9(02) VALUE ZEROS.
       01 WS-FS-CERT                  PIC 9(02) VALUE ZEROS.
       01 WS-FS-CONTROLE              PIC 9(02) VALUE ZEROS.
       01 WS-FS-RELATORIO             PIC 9(02) VALUE ZEROS.
       01 WS-FIM-ARQUIVO              PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO                 VALUE 'S'.

       01 WCA-DIAS-INATIVIDADE        PIC 9(03) VALUE 090.
       01 WCA-DIAS-TOLERANCIA         PIC 9(03) VALUE 030.
       01 WCA-JANELA-TRIMESTRE        PIC 9(03) VALUE 090.
       01 WCA-CERTIFICADOR-LOTE       PIC X(20) VALUE 'RECERT01'.

       01 WS-DATA-HOJE                PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO             PIC 9(04).
           05 WS-HOJE-MES             PIC 9(02).
           05 WS-HOJE-DIA             PIC 9(02).
       01 WS-HORA-AGORA               PIC 9(08) VALUE ZEROS.

      *****CONTAGEM COMERCIAL (ANO 360 / MES 30), COMO NO RELSUSP01
       01 WS-DATA-CONV                PIC 9(08) VALUE ZEROS.
       01 WS-DATA-CONV-R REDEFINES WS-DATA-CONV.
           05 WS-CONV-ANO             PIC 9(04).
           05 WS-CONV-MES             PIC 9(02).
           05 WS-CONV-DIA             PIC 9(02).
       01 WS-DIAS-CONV                PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-HOJE                PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-INICIO-JANELA       PIC 9(07) VALUE ZEROS.
       01 WS-DATA-REF                 PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-SEM-USO             PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-LIMITE-DESATIVA     PIC 9(04) VALUE ZEROS.
       01 WS-DIAS-RESTANTES           PIC 9(04) VALUE ZEROS.
       01 WS-TRIMESTRE-HOJE           PIC 9(01) VALUE ZERO.
       01 WS-TRIMESTRE-CERT           PIC 9(01) VALUE ZERO.

      *****CADASTRO DE USUARIOS COM O QUE FOI APURADO PARA CADA UM
       01 WCA-USUARIOS.
           05 WCA-USU-QTD             PIC 9(03) VALUE ZEROS.
           05 WCA-USU-TAB OCCURS 100 TIMES
                          INDEXED BY WCA-USU-IDX.
               10 WCA-USU-ID          PIC X(20).
               10 WCA-USU-SENHA       PIC X(12).
               10 WCA-USU-NIVEL       PIC 9(02).
               10 WCA-USU-ATIVO       PIC X(01).
               10 WCA-USU-FALHAS      PIC 9(01).
               10 WCA-USU-DAT-TROCA   PIC 9(08).
               10 WCA-USU-TROCA       PIC X(01).
               10 WCA-USU-ULT-LOGON   PIC 9(08).
               10 WCA-USU-ULT-CERT    PIC 9(08).
               10 WCA-USU-DECISAO     PIC X(01).
               10 WCA-USU-CERTIFICADOR PIC X(20).
               10 WCA-USU-SOD         PIC X(13).
               10 WCA-USU-SOD-PAR     PIC X(20).
               10 WCA-USU-PROG-MAIS   PIC X(01).
               10 WCA-USU-PROG-QTD    PIC 9(02).
               10 WCA-USU-PROG OCCURS 10 TIMES
                               INDEXED BY WCA-PRG-IDX
                                          PIC X(12).
       01 WS-ID-PROCURA               PIC X(20) VALUE SPACES.
       01 WS-PROG-NOVO                PIC X(12) VALUE SPACES.
       01 WS-USU-ACHOU                PIC X(01) VALUE 'N'.
           88 USUARIO-ACHADO              VALUE 'S'.
       01 WS-PRG-ACHOU                PIC X(01) VALUE 'N'.
           88 PROGRAMA-ACHADO             VALUE 'S'.
       77 WS-IDX-ACHADO               PIC 9(03) VALUE ZEROS.
       77 WS-IDX-USU                  PIC 9(03) VALUE ZEROS.

      *****APROVACOES EXECUTADAS DO APROVA01 (SOLICITANTE/APROVADOR)
       01 WCA-APROVACOES.
           05 WCA-APV-QTD             PIC 9(03) VALUE ZEROS.
           05 WCA-APV-TAB OCCURS 200 TIMES
                          INDEXED BY WCA-APV-IDX WCA-APV-IDX2.
               10 WCA-APV-SOLIC       PIC X(20).
               10 WCA-APV-APROV       PIC X(20).
       01 WS-SOD-TIPO                 PIC X(13) VALUE SPACES.
       01 WS-SOD-PAR                  PIC X(20) VALUE SPACES.

       01 WS-SITUACAO                 PIC X(30) VALUE SPACES.
       01 WS-SIT-CERT                 PIC X(10) VALUE SPACES.
       01 WS-NIVEL-NOME               PIC X(13) VALUE SPACES.
       01 WS-DIAS-MASC                PIC ZZ9.
       01 WS-PRG-COLUNA               PIC 9(03) VALUE ZEROS.

       77 WS-QTD-EM-USO               PIC 9(03) VALUE ZEROS.
       77 WS-QTD-DORMENTES            PIC 9(03) VALUE ZEROS.
       77 WS-QTD-DESATIVADOS          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-INATIVOS             PIC 9(03) VALUE ZEROS.
       77 WS-QTD-SOD                  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-SEM-CERT             PIC 9(03) VALUE ZEROS.

       01 LINE-DESIGN                 PIC X(132) VALUE ALL '='.
       01 WCA-TITULO-RELATORIO        PIC X(132) VALUE
           '         RECERTIFICACAO TRIMESTRAL DE ACESSO - RECERT01'.

       01 WCA-LINHA-PARAMETROS.
           05 FILLER                  PIC X(12) VALUE 'DATA BASE: '.
           05 LP-DATA                 PIC 9(08) VALUE ZEROS.
           05 FILLER                  PIC X(22)
                                      VALUE '   DIAS INATIVIDADE: '.
           05 LP-INATIVIDADE          PIC ZZ9.
           05 FILLER                  PIC X(16)
                                      VALUE '   TOLERANCIA: '.
           05 LP-TOLERANCIA           PIC ZZ9.

       01 WCA-LINHA-CABECALHO.
           05 FILLER                  PIC X(21) VALUE 'USUARIO'.
           05 FILLER                  PIC X(14) VALUE 'NIVEL'.
           05 FILLER                  PIC X(02) VALUE 'A'.
           05 FILLER                  PIC X(09) VALUE 'LOGON'.
           05 FILLER                  PIC X(05) VALUE 'DIAS'.
           05 FILLER                  PIC X(31) VALUE 'SITUACAO'.
           05 FILLER                  PIC X(14) VALUE 'SEGREGACAO'.
           05 FILLER                  PIC X(09) VALUE 'ULT CERT'.
           05 FILLER                  PIC X(21) VALUE 'CERTIFICADOR'.
           05 FILLER                  PIC X(06) VALUE 'TRIM'.

       01 WCA-LINHA-DETALHE.
           05 LD-USUARIO              PIC X(20) VALUE SPACES.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 LD-NIVEL                PIC X(13) VALUE SPACES.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 LD-ATIVO                PIC X(01) VALUE SPACES.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 LD-ULT-LOGON            PIC 9(08) VALUE ZEROS.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 LD-DIAS                 PIC ZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 LD-SITUACAO             PIC X(30) VALUE SPACES.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 LD-SOD                  PIC X(13) VALUE SPACES.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 LD-ULT-CERT             PIC 9(08) VALUE ZEROS.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 LD-CERTIFICADOR         PIC X(20) VALUE SPACES.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 LD-SIT-CERT             PIC X(06) VALUE SPACES.

       01 WCA-LINHA-PROGRAMAS.
           05 FILLER                  PIC X(15)
                                      VALUE '    PROGRAMAS: '.
           05 LG-PROGRAMAS            PIC X(117) VALUE SPACES.

       01 WCA-LINHA-SOD.
           05 FILLER                  PIC X(16)
                                      VALUE '    SEGREGACAO: '.
           05 LS-TIPO                 PIC X(13) VALUE SPACES.
           05 LS-TEXTO-PAR            PIC X(05) VALUE SPACES.
           05 LS-PAR                  PIC X(20) VALUE SPACES.

       01 WCA-LINHA-TOTAL.
           05 LT-TEXTO                PIC X(40) VALUE SPACES.
           05 LT-QTD                  PIC ZZ9.

       01 WS-LOG-PROGRAMA             PIC X(12) VALUE 'RECERT01'.
       01 WS-LOG-SEVERIDADE           PIC X(01) VALUE 'I'.
       01 WS-LOG-MENSAGEM             PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-DATA-HOJE TO WS-DATA-CONV
           PERFORM 4900-DIAS-COMERCIAIS
              THRU 4900-DIAS-COMERCIAIS-FIM
           MOVE WS-DIAS-CONV TO WS-DIAS-HOJE
           COMPUTE WS-DIAS-INICIO-JANELA =
                   WS-DIAS-HOJE - WCA-JANELA-TRIMESTRE
           COMPUTE WS-TRIMESTRE-HOJE = (WS-HOJE-MES - 1) / 3 + 1

           PERFORM 1000-LE-CONTROLE
              THRU 1000-LE-CONTROLE-FIM
           COMPUTE WS-DIAS-LIMITE-DESATIVA =
                   WCA-DIAS-INATIVIDADE + WCA-DIAS-TOLERANCIA

           PERFORM 1100-CARREGA-USUARIOS
              THRU 1100-CARREGA-USUARIOS-FIM
           IF WCA-USU-QTD EQUAL ZEROS
               DISPLAY 'RECERT01 - USUARIOS01 VAZIO OU AUSENTE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2000-LE-AUDITORIA
              THRU 2000-LE-AUDITORIA-FIM
           PERFORM 2500-LE-LOGOPER
              THRU 2500-LE-LOGOPER-FIM
           PERFORM 3000-LE-APROVACOES
              THRU 3000-LE-APROVACOES-FIM
           PERFORM 3200-APURA-SEGREGACAO
              THRU 3200-APURA-SEGREGACAO-FIM
           PERFORM 3500-LE-CERTIFICACOES
              THRU 3500-LE-CERTIFICACOES-FIM

           OPEN OUTPUT RELATORIO
           PERFORM 3900-CABECALHO
              THRU 3900-CABECALHO-FIM

           PERFORM 4000-AVALIA-USUARIO
              THRU 4000-AVALIA-USUARIO-FIM
              VARYING WCA-USU-IDX FROM 1 BY 1
              UNTIL WCA-USU-IDX GREATER THAN WCA-USU-QTD

           IF WS-QTD-DESATIVADOS GREATER THAN ZERO
               PERFORM 6000-REGRAVA-USUARIOS
                  THRU 6000-REGRAVA-USUARIOS-FIM
           END-IF

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIM
           STOP RUN.
       0000-PRINCIPAL-FIM.

       1000-LE-CONTROLE.
           OPEN INPUT CONTROLE.
           IF WS-FS-CONTROLE EQUAL ZEROS
               READ CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-DIAS-INATIVIDADE NUMERIC
                          AND CTL-DIAS-INATIVIDADE GREATER THAN ZERO
                           MOVE CTL-DIAS-INATIVIDADE
                              TO WCA-DIAS-INATIVIDADE
                       END-IF
                       IF CTL-DIAS-TOLERANCIA-USU NUMERIC
                          AND CTL-DIAS-TOLERANCIA-USU GREATER THAN ZERO
                           MOVE CTL-DIAS-TOLERANCIA-USU
                              TO WCA-DIAS-TOLERANCIA
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.
       1000-LE-CONTROLE-FIM.
           EXIT.

       1100-CARREGA-USUARIOS.
           OPEN INPUT USUARIOS.
           IF WS-FS-USUARIOS NOT EQUAL ZEROS
               GO TO 1100-CARREGA-USUARIOS-FIM
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM 1110-LER-USUARIO
              THRU 1110-LER-USUARIO-FIM.
           PERFORM 1120-GUARDA-USUARIO
              THRU 1120-GUARDA-USUARIO-FIM
             UNTIL FIM-ARQUIVO.
           CLOSE USUARIOS.
       1100-CARREGA-USUARIOS-FIM.
           EXIT.

       1110-LER-USUARIO.
           READ USUARIOS
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
       1110-LER-USUARIO-FIM.
           EXIT.

       1120-GUARDA-USUARIO.
           IF WCA-USU-QTD LESS THAN 100
               ADD 1 TO WCA-USU-QTD
               SET WCA-USU-IDX TO WCA-USU-QTD
               MOVE USU-ID        TO WCA-USU-ID(WCA-USU-IDX)
               MOVE USU-SENHA     TO WCA-USU-SENHA(WCA-USU-IDX)
               MOVE USU-NIVEL     TO WCA-USU-NIVEL(WCA-USU-IDX)
               MOVE USU-ATIVO     TO WCA-USU-ATIVO(WCA-USU-IDX)
               MOVE USU-FALHAS    TO WCA-USU-FALHAS(WCA-USU-IDX)
               MOVE USU-DAT-TROCA TO WCA-USU-DAT-TROCA(WCA-USU-IDX)
               MOVE USU-TROCA     TO WCA-USU-TROCA(WCA-USU-IDX)
               MOVE ZEROS         TO WCA-USU-ULT-LOGON(WCA-USU-IDX)
                                     WCA-USU-ULT-CERT(WCA-USU-IDX)
                                     WCA-USU-PROG-QTD(WCA-USU-IDX)
               MOVE SPACES        TO WCA-USU-DECISAO(WCA-USU-IDX)
                                     WCA-USU-CERTIFICADOR(WCA-USU-IDX)
                                     WCA-USU-SOD(WCA-USU-IDX)
                                     WCA-USU-SOD-PAR(WCA-USU-IDX)
               MOVE 'N'           TO WCA-USU-PROG-MAIS(WCA-USU-IDX)
           END-IF.
           PERFORM 1110-LER-USUARIO
              THRU 1110-LER-USUARIO-FIM.
       1120-GUARDA-USUARIO-FIM.
           EXIT.

       1300-PROCURA-USUARIO.
           MOVE 'N' TO WS-USU-ACHOU.
           PERFORM 1310-TESTA-USUARIO
              THRU 1310-TESTA-USUARIO-FIM
              VARYING WCA-USU-IDX FROM 1 BY 1
              UNTIL WCA-USU-IDX GREATER THAN WCA-USU-QTD
                 OR USUARIO-ACHADO.
       1300-PROCURA-USUARIO-FIM.
           EXIT.

       1310-TESTA-USUARIO.
           IF WS-ID-PROCURA EQUAL WCA-USU-ID(WCA-USU-IDX)
               MOVE 'S' TO WS-USU-ACHOU
               SET WS-IDX-ACHADO TO WCA-USU-IDX
           END-IF.
       1310-TESTA-USUARIO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     AUDITORIA DE LOGON: ULTIMO SUCESSO DE TODO O HISTORICO; O
      *     PROGRAMA DE ORIGEM DO LOGON DO TRIMESTRE CONTA COMO USO
      *-----------------------------------------------------------------
       2000-LE-AUDITORIA.
           OPEN INPUT AUDITORIA.
           IF WS-FS-AUDITORIA NOT EQUAL ZEROS
               DISPLAY 'RECERT01 - AUDLOG01 AUSENTE - SEM LOGONS'
               GO TO 2000-LE-AUDITORIA-FIM
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM 2010-LER-AUDITORIA
              THRU 2010-LER-AUDITORIA-FIM.
           PERFORM 2100-TRATA-LOGON
              THRU 2100-TRATA-LOGON-FIM
             UNTIL FIM-ARQUIVO.
           CLOSE AUDITORIA.
       2000-LE-AUDITORIA-FIM.
           EXIT.

       2010-LER-AUDITORIA.
           READ AUDITORIA
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
       2010-LER-AUDITORIA-FIM.
           EXIT.

       2100-TRATA-LOGON.
           IF AUD-RESULTADO NOT EQUAL 'S'
               GO TO 2100-TRATA-LOGON-LEITURA
           END-IF.
           MOVE AUD-USUARIO TO WS-ID-PROCURA.
           PERFORM 1300-PROCURA-USUARIO
              THRU 1300-PROCURA-USUARIO-FIM.
           IF NOT USUARIO-ACHADO
               GO TO 2100-TRATA-LOGON-LEITURA
           END-IF.
           SET WCA-USU-IDX TO WS-IDX-ACHADO.
           IF AUD-DATA GREATER THAN WCA-USU-ULT-LOGON(WCA-USU-IDX)
               MOVE AUD-DATA TO WCA-USU-ULT-LOGON(WCA-USU-IDX)
           END-IF.
           IF AUD-ORIGEM EQUAL 'DIRETO' OR AUD-ORIGEM EQUAL SPACES
               GO TO 2100-TRATA-LOGON-LEITURA
           END-IF.
           MOVE AUD-DATA TO WS-DATA-CONV.
           PERFORM 4900-DIAS-COMERCIAIS
              THRU 4900-DIAS-COMERCIAIS-FIM.
           IF WS-DIAS-CONV NOT LESS THAN WS-DIAS-INICIO-JANELA
               MOVE AUD-ORIGEM TO WS-PROG-NOVO
               PERFORM 2900-ADICIONA-PROGRAMA
                  THRU 2900-ADICIONA-PROGRAMA-FIM
           END-IF.
       2100-TRATA-LOGON-LEITURA.
           PERFORM 2010-LER-AUDITORIA
              THRU 2010-LER-AUDITORIA-FIM.
       2100-TRATA-LOGON-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     LOG DE OPERACAO DO TRIMESTRE: A MENSAGEM COMECA PELO
      *     USUARIO (CONVENCAO DOS PROGRAMAS INTERATIVOS)
      *-----------------------------------------------------------------
       2500-LE-LOGOPER.
           OPEN INPUT LOGARQ.
           IF WS-FS-LOG NOT EQUAL ZEROS
               DISPLAY 'RECERT01 - LOGOPER01 AUSENTE'
               GO TO 2500-LE-LOGOPER-FIM
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM 2510-LER-LOG
              THRU 2510-LER-LOG-FIM.
           PERFORM 2600-TRATA-LOG
              THRU 2600-TRATA-LOG-FIM
             UNTIL FIM-ARQUIVO.
           CLOSE LOGARQ.
       2500-LE-LOGOPER-FIM.
           EXIT.

       2510-LER-LOG.
           READ LOGARQ
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
       2510-LER-LOG-FIM.
           EXIT.

       2600-TRATA-LOG.
           IF LOG-DATA NOT NUMERIC
               GO TO 2600-TRATA-LOG-LEITURA
           END-IF.
           MOVE LOG-DATA TO WS-DATA-CONV.
           PERFORM 4900-DIAS-COMERCIAIS
              THRU 4900-DIAS-COMERCIAIS-FIM.
           IF WS-DIAS-CONV LESS THAN WS-DIAS-INICIO-JANELA
               GO TO 2600-TRATA-LOG-LEITURA
           END-IF.
           MOVE LOG-MENSAGEM(1:20) TO WS-ID-PROCURA.
           PERFORM 1300-PROCURA-USUARIO
              THRU 1300-PROCURA-USUARIO-FIM.
           IF USUARIO-ACHADO
               SET WCA-USU-IDX TO WS-IDX-ACHADO
               MOVE LOG-PROGRAMA TO WS-PROG-NOVO
               PERFORM 2900-ADICIONA-PROGRAMA
                  THRU 2900-ADICIONA-PROGRAMA-FIM
           END-IF.
       2600-TRATA-LOG-LEITURA.
           PERFORM 2510-LER-LOG
              THRU 2510-LER-LOG-FIM.
       2600-TRATA-LOG-FIM.
           EXIT.

      *****PROGRAMA DISTINTO NA LISTA DO USUARIO CORRENTE (ATE 10;
      *****O EXCEDENTE SO MARCA QUE HOUVE MAIS)
       2900-ADICIONA-PROGRAMA.
           MOVE 'N' TO WS-PRG-ACHOU.
           PERFORM 2910-TESTA-PROGRAMA
              THRU 2910-TESTA-PROGRAMA-FIM
              VARYING WCA-PRG-IDX FROM 1 BY 1
              UNTIL WCA-PRG-IDX GREATER THAN
                    WCA-USU-PROG-QTD(WCA-USU-IDX)
                 OR PROGRAMA-ACHADO.
           IF PROGRAMA-ACHADO
               GO TO 2900-ADICIONA-PROGRAMA-FIM
           END-IF.
           IF WCA-USU-PROG-QTD(WCA-USU-IDX) LESS THAN 10
               ADD 1 TO WCA-USU-PROG-QTD(WCA-USU-IDX)
               SET WCA-PRG-IDX TO WCA-USU-PROG-QTD(WCA-USU-IDX)
               MOVE WS-PROG-NOVO
                  TO WCA-USU-PROG(WCA-USU-IDX, WCA-PRG-IDX)
           ELSE
               MOVE 'S' TO WCA-USU-PROG-MAIS(WCA-USU-IDX)
           END-IF.
       2900-ADICIONA-PROGRAMA-FIM.
           EXIT.

       2910-TESTA-PROGRAMA.
           IF WCA-USU-PROG(WCA-USU-IDX, WCA-PRG-IDX) EQUAL WS-PROG-NOVO
               MOVE 'S' TO WS-PRG-ACHOU
           END-IF.
       2910-TESTA-PROGRAMA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     SO PEDIDOS APROVADOS E EXECUTADOS (STATUS A) ENTRAM NA
      *     APURACAO DA SEGREGACAO DE FUNCOES
      *-----------------------------------------------------------------
       3000-LE-APROVACOES.
           OPEN INPUT PENDENTES.
           IF WS-FS-PENDENTES NOT EQUAL ZEROS
               GO TO 3000-LE-APROVACOES-FIM
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM 3010-LER-PENDENTE
              THRU 3010-LER-PENDENTE-FIM.
           PERFORM 3100-GUARDA-APROVACAO
              THRU 3100-GUARDA-APROVACAO-FIM
             UNTIL FIM-ARQUIVO.
           CLOSE PENDENTES.
       3000-LE-APROVACOES-FIM.
           EXIT.

       3010-LER-PENDENTE.
           READ PENDENTES
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
       3010-LER-PENDENTE-FIM.
           EXIT.

       3100-GUARDA-APROVACAO.
           IF APR-STATUS EQUAL 'A' AND WCA-APV-QTD LESS THAN 200
               ADD 1 TO WCA-APV-QTD
               SET WCA-APV-IDX TO WCA-APV-QTD
               MOVE APR-SOLICITANTE TO WCA-APV-SOLIC(WCA-APV-IDX)
               MOVE APR-APROVADOR   TO WCA-APV-APROV(WCA-APV-IDX)
           END-IF.
           PERFORM 3010-LER-PENDENTE
              THRU 3010-LER-PENDENTE-FIM.
       3100-GUARDA-APROVACAO-FIM.
           EXIT.

      *****QUEBRA DA SEGREGACAO: O APROVADOR E O PROPRIO SOLICITANTE,
      *****OU DOIS USUARIOS APROVARAM OS PEDIDOS UM DO OUTRO
       3200-APURA-SEGREGACAO.
           PERFORM 3210-CONFERE-APROVACAO
              THRU 3210-CONFERE-APROVACAO-FIM
              VARYING WCA-APV-IDX FROM 1 BY 1
              UNTIL WCA-APV-IDX GREATER THAN WCA-APV-QTD.
       3200-APURA-SEGREGACAO-FIM.
           EXIT.

       3210-CONFERE-APROVACAO.
           IF WCA-APV-SOLIC(WCA-APV-IDX) EQUAL
              WCA-APV-APROV(WCA-APV-IDX)
               MOVE 'AUTOAPROVACAO'            TO WS-SOD-TIPO
               MOVE SPACES                     TO WS-SOD-PAR
               MOVE WCA-APV-APROV(WCA-APV-IDX) TO WS-ID-PROCURA
               PERFORM 3300-MARCA-SEGREGACAO
                  THRU 3300-MARCA-SEGREGACAO-FIM
               GO TO 3210-CONFERE-APROVACAO-FIM
           END-IF.
           PERFORM 3220-PROCURA-RECIPROCA
              THRU 3220-PROCURA-RECIPROCA-FIM
              VARYING WCA-APV-IDX2 FROM 1 BY 1
              UNTIL WCA-APV-IDX2 GREATER THAN WCA-APV-QTD.
       3210-CONFERE-APROVACAO-FIM.
           EXIT.

       3220-PROCURA-RECIPROCA.
           IF WCA-APV-SOLIC(WCA-APV-IDX2) EQUAL
              WCA-APV-APROV(WCA-APV-IDX)
              AND WCA-APV-APROV(WCA-APV-IDX2) EQUAL
                  WCA-APV-SOLIC(WCA-APV-IDX)
               MOVE 'APROV CRUZADA'            TO WS-SOD-TIPO
               MOVE WCA-APV-SOLIC(WCA-APV-IDX) TO WS-SOD-PAR
               MOVE WCA-APV-APROV(WCA-APV-IDX) TO WS-ID-PROCURA
               PERFORM 3300-MARCA-SEGREGACAO
                  THRU 3300-MARCA-SEGREGACAO-FIM
           END-IF.
       3220-PROCURA-RECIPROCA-FIM.
           EXIT.

      *****AUTOAPROVACAO PREVALECE SOBRE A APROVACAO CRUZADA
       3300-MARCA-SEGREGACAO.
           PERFORM 1300-PROCURA-USUARIO
              THRU 1300-PROCURA-USUARIO-FIM.
           IF NOT USUARIO-ACHADO
               GO TO 3300-MARCA-SEGREGACAO-FIM
           END-IF.
           SET WCA-USU-IDX TO WS-IDX-ACHADO.
           IF WCA-USU-SOD(WCA-USU-IDX) EQUAL 'AUTOAPROVACAO'
               GO TO 3300-MARCA-SEGREGACAO-FIM
           END-IF.
           MOVE WS-SOD-TIPO TO WCA-USU-SOD(WCA-USU-IDX).
           MOVE WS-SOD-PAR  TO WCA-USU-SOD-PAR(WCA-USU-IDX).
       3300-MARCA-SEGREGACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     ASSINATURAS: FICA A MAIS RECENTE DE CADA USUARIO
      *-----------------------------------------------------------------
       3500-LE-CERTIFICACOES.
           OPEN INPUT CERTACESSO.
           IF WS-FS-CERT NOT EQUAL ZEROS
               GO TO 3500-LE-CERTIFICACOES-FIM
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM 3510-LER-CERTIFICACAO
              THRU 3510-LER-CERTIFICACAO-FIM.
           PERFORM 3600-GUARDA-CERTIFICACAO
              THRU 3600-GUARDA-CERTIFICACAO-FIM
             UNTIL FIM-ARQUIVO.
           CLOSE CERTACESSO.
       3500-LE-CERTIFICACOES-FIM.
           EXIT.

       3510-LER-CERTIFICACAO.
           READ CERTACESSO
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
       3510-LER-CERTIFICACAO-FIM.
           EXIT.

       3600-GUARDA-CERTIFICACAO.
           MOVE CRT-USUARIO TO WS-ID-PROCURA.
           PERFORM 1300-PROCURA-USUARIO
              THRU 1300-PROCURA-USUARIO-FIM.
           IF USUARIO-ACHADO
               SET WCA-USU-IDX TO WS-IDX-ACHADO
               IF CRT-DATA NOT LESS THAN WCA-USU-ULT-CERT(WCA-USU-IDX)
                   MOVE CRT-DATA    TO WCA-USU-ULT-CERT(WCA-USU-IDX)
                   MOVE CRT-DECISAO TO WCA-USU-DECISAO(WCA-USU-IDX)
                   MOVE CRT-CERTIFICADOR
                      TO WCA-USU-CERTIFICADOR(WCA-USU-IDX)
               END-IF
           END-IF.
           PERFORM 3510-LER-CERTIFICACAO
              THRU 3510-LER-CERTIFICACAO-FIM.
       3600-GUARDA-CERTIFICACAO-FIM.
           EXIT.

       3900-CABECALHO.
           WRITE REG-RELATORIO FROM LINE-DESIGN.
           WRITE REG-RELATORIO FROM WCA-TITULO-RELATORIO.
           WRITE REG-RELATORIO FROM LINE-DESIGN.
           MOVE WS-DATA-HOJE         TO LP-DATA.
           MOVE WCA-DIAS-INATIVIDADE TO LP-INATIVIDADE.
           MOVE WCA-DIAS-TOLERANCIA  TO LP-TOLERANCIA.
           WRITE REG-RELATORIO FROM WCA-LINHA-PARAMETROS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WCA-LINHA-CABECALHO.
       3900-CABECALHO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     DIAS SEM USO CONTADOS DA EVIDENCIA MAIS RECENTE: ULTIMO
      *     LOGON, ULTIMA TROCA DE SENHA (INCLUSAO DO USUARIO) OU
      *     ULTIMA CERTIFICACAO QUE MANTEVE O ACESSO (REATIVACAO
      *     CONFIRMADA NAO E DESFEITA PELO LOTE SEGUINTE)
      *-----------------------------------------------------------------
       4000-AVALIA-USUARIO.
           MOVE WCA-USU-ULT-LOGON(WCA-USU-IDX) TO WS-DATA-REF.
           IF WCA-USU-DAT-TROCA(WCA-USU-IDX) NUMERIC
              AND WCA-USU-DAT-TROCA(WCA-USU-IDX) GREATER THAN
                  WS-DATA-REF
               MOVE WCA-USU-DAT-TROCA(WCA-USU-IDX) TO WS-DATA-REF
           END-IF.
           IF WCA-USU-DECISAO(WCA-USU-IDX) EQUAL 'M'
              AND WCA-USU-ULT-CERT(WCA-USU-IDX) GREATER THAN
                  WS-DATA-REF
               MOVE WCA-USU-ULT-CERT(WCA-USU-IDX) TO WS-DATA-REF
           END-IF.
           IF WS-DATA-REF EQUAL ZEROS
               MOVE 9999 TO WS-DIAS-SEM-USO
           ELSE
               MOVE WS-DATA-REF TO WS-DATA-CONV
               PERFORM 4900-DIAS-COMERCIAIS
                  THRU 4900-DIAS-COMERCIAIS-FIM
               IF WS-DIAS-CONV GREATER THAN WS-DIAS-HOJE
                   MOVE ZEROS TO WS-DIAS-SEM-USO
               ELSE
                   COMPUTE WS-DIAS-SEM-USO =
                           WS-DIAS-HOJE - WS-DIAS-CONV
               END-IF
           END-IF.

           MOVE SPACES TO WS-SITUACAO.
           IF WCA-USU-ATIVO(WCA-USU-IDX) NOT EQUAL 'S'
               MOVE 'INATIVO' TO WS-SITUACAO
               ADD 1 TO WS-QTD-INATIVOS
           ELSE
               IF WS-DIAS-SEM-USO GREATER THAN WS-DIAS-LIMITE-DESATIVA
                   MOVE 'DESATIVADO POR DORMENCIA' TO WS-SITUACAO
                   MOVE 'N' TO WCA-USU-ATIVO(WCA-USU-IDX)
                   ADD 1 TO WS-QTD-DESATIVADOS
                   PERFORM 4600-GRAVA-REVOGACAO
                      THRU 4600-GRAVA-REVOGACAO-FIM
               ELSE
                   IF WS-DIAS-SEM-USO GREATER THAN WCA-DIAS-INATIVIDADE
                       COMPUTE WS-DIAS-RESTANTES =
                               WS-DIAS-LIMITE-DESATIVA -
                               WS-DIAS-SEM-USO
                       MOVE WS-DIAS-RESTANTES TO WS-DIAS-MASC
                       STRING 'DORMENTE - DESATIVA EM '
                              WS-DIAS-MASC ' D'
                           DELIMITED BY SIZE INTO WS-SITUACAO
                       ADD 1 TO WS-QTD-DORMENTES
                   ELSE
                       MOVE 'EM USO' TO WS-SITUACAO
                       ADD 1 TO WS-QTD-EM-USO
                   END-IF
               END-IF
           END-IF.

      *****CERTIFICACAO DO TRIMESTRE CIVIL CORRENTE
           MOVE 'PEND' TO WS-SIT-CERT.
           IF WCA-USU-ULT-CERT(WCA-USU-IDX) GREATER THAN ZEROS
              AND WCA-USU-ULT-CERT(WCA-USU-IDX)(1:4) EQUAL
                  WS-DATA-HOJE(1:4)
               MOVE WCA-USU-ULT-CERT(WCA-USU-IDX) TO WS-DATA-CONV
               COMPUTE WS-TRIMESTRE-CERT = (WS-CONV-MES - 1) / 3 + 1
               IF WS-TRIMESTRE-CERT EQUAL WS-TRIMESTRE-HOJE
                   MOVE 'OK' TO WS-SIT-CERT
               END-IF
           END-IF.
           IF WS-SIT-CERT NOT EQUAL 'OK'
               ADD 1 TO WS-QTD-SEM-CERT
           END-IF.
           IF WCA-USU-SOD(WCA-USU-IDX) NOT EQUAL SPACES
               ADD 1 TO WS-QTD-SOD
           END-IF.

           PERFORM 4100-IMPRIME-USUARIO
              THRU 4100-IMPRIME-USUARIO-FIM.
       4000-AVALIA-USUARIO-FIM.
           EXIT.

       4100-IMPRIME-USUARIO.
           EVALUATE WCA-USU-NIVEL(WCA-USU-IDX)
               WHEN 01
                   MOVE 'VISUALIZADOR'  TO WS-NIVEL-NOME
               WHEN 02
                   MOVE 'OPERADOR'      TO WS-NIVEL-NOME
               WHEN 03
                   MOVE 'ADMINISTRADOR' TO WS-NIVEL-NOME
               WHEN OTHER
                   MOVE 'DESCONHECIDO'  TO WS-NIVEL-NOME
           END-EVALUATE.
           MOVE WCA-USU-ID(WCA-USU-IDX)        TO LD-USUARIO.
           MOVE WS-NIVEL-NOME                  TO LD-NIVEL.
           MOVE WCA-USU-ATIVO(WCA-USU-IDX)     TO LD-ATIVO.
           MOVE WCA-USU-ULT-LOGON(WCA-USU-IDX) TO LD-ULT-LOGON.
           MOVE WS-DIAS-SEM-USO                TO LD-DIAS.
           MOVE WS-SITUACAO                    TO LD-SITUACAO.
           MOVE WCA-USU-SOD(WCA-USU-IDX)       TO LD-SOD.
           MOVE WCA-USU-ULT-CERT(WCA-USU-IDX)  TO LD-ULT-CERT.
           MOVE WCA-USU-CERTIFICADOR(WCA-USU-IDX)
                                               TO LD-CERTIFICADOR.
           MOVE WS-SIT-CERT                    TO LD-SIT-CERT.
           WRITE REG-RELATORIO FROM WCA-LINHA-DETALHE.

           MOVE SPACES TO LG-PROGRAMAS.
           IF WCA-USU-PROG-QTD(WCA-USU-IDX) EQUAL ZEROS
               MOVE 'NENHUM NO TRIMESTRE' TO LG-PROGRAMAS
           ELSE
               MOVE 1 TO WS-PRG-COLUNA
               PERFORM 4110-LISTA-PROGRAMA
                  THRU 4110-LISTA-PROGRAMA-FIM
                  VARYING WCA-PRG-IDX FROM 1 BY 1
                  UNTIL WCA-PRG-IDX GREATER THAN
                        WCA-USU-PROG-QTD(WCA-USU-IDX)
               IF WCA-USU-PROG-MAIS(WCA-USU-IDX) EQUAL 'S'
                   MOVE '(+)' TO LG-PROGRAMAS(WS-PRG-COLUNA:3)
               END-IF
           END-IF.
           WRITE REG-RELATORIO FROM WCA-LINHA-PROGRAMAS.

           IF WCA-USU-SOD(WCA-USU-IDX) NOT EQUAL SPACES
               MOVE WCA-USU-SOD(WCA-USU-IDX)     TO LS-TIPO
               MOVE SPACES                       TO LS-TEXTO-PAR
               MOVE WCA-USU-SOD-PAR(WCA-USU-IDX) TO LS-PAR
               IF LS-PAR NOT EQUAL SPACES
                   MOVE ' COM ' TO LS-TEXTO-PAR
               END-IF
               WRITE REG-RELATORIO FROM WCA-LINHA-SOD
           END-IF.
       4100-IMPRIME-USUARIO-FIM.
           EXIT.

       4110-LISTA-PROGRAMA.
           MOVE WCA-USU-PROG(WCA-USU-IDX, WCA-PRG-IDX)
              TO LG-PROGRAMAS(WS-PRG-COLUNA:12).
           ADD 11 TO WS-PRG-COLUNA.
       4110-LISTA-PROGRAMA-FIM.
           EXIT.

      *****A DESATIVACAO AUTOMATICA ENTRA NO ARQUIVO DE ASSINATURAS
      *****COMO REVOGACAO FEITA PELO PROPRIO LOTE
       4600-GRAVA-REVOGACAO.
           OPEN EXTEND CERTACESSO.
           IF WS-FS-CERT NOT EQUAL ZEROS
               OPEN OUTPUT CERTACESSO
           END-IF.
           MOVE SPACES                       TO REG-CERT.
           MOVE WS-DATA-HOJE                 TO CRT-DATA.
           MOVE WS-HORA-AGORA(1:6)           TO CRT-HORA.
           MOVE WCA-USU-ID(WCA-USU-IDX)      TO CRT-USUARIO.
           MOVE WCA-USU-NIVEL(WCA-USU-IDX)   TO CRT-NIVEL.
           MOVE 'R'                          TO CRT-DECISAO.
           MOVE WCA-CERTIFICADOR-LOTE        TO CRT-CERTIFICADOR.
           WRITE REG-CERT.
           CLOSE CERTACESSO.

           MOVE 'A' TO WS-LOG-SEVERIDADE.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING WCA-USU-ID(WCA-USU-IDX) ' DESATIVADO POR DORMENCIA'
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
       4600-GRAVA-REVOGACAO-FIM.
           EXIT.

       4900-DIAS-COMERCIAIS.
           COMPUTE WS-DIAS-CONV = (WS-CONV-ANO * 360)
                                + (WS-CONV-MES * 30)
                                +  WS-CONV-DIA.
       4900-DIAS-COMERCIAIS-FIM.
           EXIT.

       6000-REGRAVA-USUARIOS.
           OPEN OUTPUT USUARIOS.
           PERFORM 6100-GRAVA-USUARIO
              THRU 6100-GRAVA-USUARIO-FIM
              VARYING WCA-USU-IDX FROM 1 BY 1
              UNTIL WCA-USU-IDX GREATER THAN WCA-USU-QTD.
           CLOSE USUARIOS.
       6000-REGRAVA-USUARIOS-FIM.
           EXIT.

       6100-GRAVA-USUARIO.
           MOVE SPACES                           TO REG-USUARIO.
           MOVE WCA-USU-ID(WCA-USU-IDX)          TO USU-ID.
           MOVE WCA-USU-SENHA(WCA-USU-IDX)       TO USU-SENHA.
           MOVE WCA-USU-NIVEL(WCA-USU-IDX)       TO USU-NIVEL.
           MOVE WCA-USU-ATIVO(WCA-USU-IDX)       TO USU-ATIVO.
           MOVE WCA-USU-FALHAS(WCA-USU-IDX)      TO USU-FALHAS.
           MOVE WCA-USU-DAT-TROCA(WCA-USU-IDX)   TO USU-DAT-TROCA.
           MOVE WCA-USU-TROCA(WCA-USU-IDX)       TO USU-TROCA.
           WRITE REG-USUARIO.
       6100-GRAVA-USUARIO-FIM.
           EXIT.

       9000-FINALIZAR.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM LINE-DESIGN.
           MOVE 'USUARIOS NO CADASTRO' TO LT-TEXTO.
           MOVE WCA-USU-QTD TO LT-QTD.
           WRITE REG-RELATORIO FROM WCA-LINHA-TOTAL.
           MOVE 'EM USO' TO LT-TEXTO.
           MOVE WS-QTD-EM-USO TO LT-QTD.
           WRITE REG-RELATORIO FROM WCA-LINHA-TOTAL.
           MOVE 'DORMENTES (EM TOLERANCIA)' TO LT-TEXTO.
           MOVE WS-QTD-DORMENTES TO LT-QTD.
           WRITE REG-RELATORIO FROM WCA-LINHA-TOTAL.
           MOVE 'DESATIVADOS NESTA EXECUCAO' TO LT-TEXTO.
           MOVE WS-QTD-DESATIVADOS TO LT-QTD.
           WRITE REG-RELATORIO FROM WCA-LINHA-TOTAL.
           MOVE 'JA INATIVOS' TO LT-TEXTO.
           MOVE WS-QTD-INATIVOS TO LT-QTD.
           WRITE REG-RELATORIO FROM WCA-LINHA-TOTAL.
           MOVE 'QUEBRAS DE SEGREGACAO DE FUNCOES' TO LT-TEXTO.
           MOVE WS-QTD-SOD TO LT-QTD.
           WRITE REG-RELATORIO FROM WCA-LINHA-TOTAL.
           MOVE 'SEM CERTIFICACAO NO TRIMESTRE' TO LT-TEXTO.
           MOVE WS-QTD-SEM-CERT TO LT-QTD.
           WRITE REG-RELATORIO FROM WCA-LINHA-TOTAL.
           WRITE REG-RELATORIO FROM LINE-DESIGN.
           CLOSE RELATORIO.

           DISPLAY 'RECERT01 - USUARIOS: ' WCA-USU-QTD
                   ' DORMENTES: ' WS-QTD-DORMENTES
                   ' DESATIVADOS: ' WS-QTD-DESATIVADOS
                   ' SEGREGACAO: ' WS-QTD-SOD
                   ' SEM CERT: ' WS-QTD-SEM-CERT.

           IF WS-QTD-SOD GREATER THAN ZERO
              OR WS-QTD-DESATIVADOS GREATER THAN ZERO
               MOVE 'A' TO WS-LOG-SEVERIDADE
           ELSE
               MOVE 'I' TO WS-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WS-LOG-MENSAGEM.
           STRING 'RECERT ' WCA-USU-QTD ' USU DORM ' WS-QTD-DORMENTES
                  ' DESAT ' WS-QTD-DESATIVADOS ' SOD ' WS-QTD-SOD
                  ' SEMCERT ' WS-QTD-SEM-CERT
               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
           CALL 'LOGOPER' USING WS-LOG-PROGRAMA
               WS-LOG-SEVERIDADE WS-LOG-MENSAGEM.
           MOVE 0 TO RETURN-CODE.
       9000-FINALIZAR-FIM.
           EXIT.
       END PROGRAM RECERT01.
