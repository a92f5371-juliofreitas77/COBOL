      ******************************************************************
      * Author: JULIO CESAR SILVA DE FREITAS
      * Date: 2026 09 02
      * Purpose: Corte mensal do arquivo de movimentos, que so crescia -
      * todo lote anexa e nada sai, entao cada SORT do extrato fica mais
      * lento e um dedo errado num editor arrisca anos de historia. No
      * fechamento do mes, move os movimentos do mes encerrado (e
      * qualquer sobra mais antiga) de Movimento01 para a geracao datada
      * MOVARQ01.D<AAAAMM>, catalogada em CATALOGO01 como as geracoes do
      * Saida01, e regrava o Movimento01 vivo so com o mes aberto. O
      * extrato de um periodo passado sai pelo modo historico do
      * EXTRATO01, que le a geracao certa do arquivo morto. O indexado
      * MOVIDX01 e o seu controle MOVIDXCTL01, que ainda trazem o mes
      * encerrado, sao removidos no corte; ate a proxima carga do
      * CARGAMOV01 os leitores voltam ao arquivo plano.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-COD-CTA          PIC 9(06).
           05 MOV-DAT              PIC 9(08).
           05 MOV-TIP              PIC X(01).
           05 MOV-FORMA            PIC X(01).
           05 MOV-NSU              PIC 9(09).

       FD MOVVIVO.
       01 REG-MOVVIVO              PIC X(56).

       FD ARQUIVOMORTO.
       01 REG-ARQUIVOMORTO         PIC X(56).

       FD CONTROLE.
       01 REG-CONTROLE.
           MOVE 'mv -f MOVVIVO01 MOVIMENTO01' TO WS-COMANDO.
           CALL 'SYSTEM' USING WS-COMANDO.

      *****O INDEXADO DE MOVIMENTOS E O CONTROLE DA CARGA AINDA TRAZEM
      *****O MES ENCERRADO: SAEM ATE A PROXIMA CARGA DO CARGAMOV01
           MOVE 'rm -f MOVIDX01 MOVIDXCTL01' TO WS-COMANDO.
           CALL 'SYSTEM' USING WS-COMANDO.

      *****A GERACAO ARQUIVADA ENTRA NO CATALOGO DAS GERACOES
           OPEN EXTEND CATALOGO.
           IF WSN-FS-CATALOGO NOT EQUAL ZEROS
