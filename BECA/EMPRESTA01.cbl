      * o motivo; as aprovadas saem tambem em APROVADOS01 (insumo da
      * contratacao CONTRATA01) e o plano completo de parcelas das
      * aprovadas em PLANOSEMP01.
      * Conta de cliente com revisao cadastral vencida (situacao 'V'
      * no KYCREG01, do REVKYC01), seja o titular do Entrada02 ou um
      * cotitular do Titulares01, e negada ate a revisao ser
      * registrada no MANUKYC01.
      * A proposta pode pedir o IOF financiado no principal ('F' apos
      * a renda); a forma segue em APROVADOS01 para o calculo do IOF
      * na contratacao.
      * A faixa da pontuacao de credito do titular (SCORECLI01) pode
      * ter regra propria no REGRASEMP01 (registros 'F': faixa,
      * percentual maximo da parcela sobre a renda e recusa S/N); a
      * faixa com recusa nega a proposta e o percentual da faixa
      * substitui o geral. Cliente sem pontuacao segue a regra geral.
      * Proposta consignada ('C' apos a forma do IOF) e so para
      * funcionario com conta no banco (MATRCONTA01): no lugar do
      * comprometimento de renda vale a margem consignavel - o
      * percentual legal do registro 'C' do REGRASEMP01 (035 sem o
      * registro) sobre a base liquida que o CONTRACH01 grava no
      * MARGEMCONS01, menos a parcela corrente dos contratos
      * consignados ativos do funcionario no CONTRATOS01 e das
      * propostas ja aprovadas no mesmo lote. A aprovada segue em
      * APROVADOS01 com a modalidade e a matricula.
      * Toda proposta calculavel sai em DECISEMP01 com a taxa nominal
      * e, ao lado, o custo efetivo total (CET) mensal e anual da
      * rotina comum CALCCET: IOF do CALCIOF na aliquota do tipo de
      * pessoa do titular (Controle01) e na forma pedida, tarifa de
      * cadastro e percentual do seguro prestamista do registro 'T'
      * do REGRASEMP01 (sem o registro, zerados). A tarifa e o seguro
      * seguem em APROVADOS01 para a contratacao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-ENTRADA02.

           SELECT TITULARES ASSIGN TO 'TITULARES01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-TITULARES.

           SELECT CADKYC ASSIGN TO 'KYCREG01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CADKYC.

           SELECT SCORES ASSIGN TO 'SCORECLI01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-SCORES.

           SELECT MAPEAMENTO ASSIGN TO 'MATRCONTA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MAPEAMENTO.

           SELECT MARGENS ASSIGN TO 'MARGEMCONS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-MARGENS.

           SELECT CONTRATOS ASSIGN TO 'CONTRATOS01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FS-CONTRATOS.

           SELECT CONTROLE ASSIGN TO
               'C:\cobol\COBOL\BECA\Controle01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD PROPOSTAS.
       01 REG-PROPOSTA.
           05 PRO-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 PRO-SISTEMA          PIC X(01).
           05 FILLER               PIC X(01).
           05 PRO-PRAZO            PIC 9(03).
           05 FILLER               PIC X(01).
           05 PRO-RENDA            PIC 9(09)V99.
           05 FILLER               PIC X(01).
      *****'F' IOF FINANCIADO NO PRINCIPAL, BRANCO COBRADO NA LIBERACAO
           05 PRO-IOF-FORMA        PIC X(01).
           05 FILLER               PIC X(01).
      *****'C' CONSIGNADO (PARCELA DESCONTADA NA FOLHA), BRANCO COMUM
           05 PRO-MODALIDADE       PIC X(01).
               88 PRO-CONSIGNADO               VALUE 'C'.

      *                REGRAS DE CONCESSAO (O REGISTRO GERAL, UM
      *                REGISTRO 'F' POR FAIXA DE PONTUACAO E O
      *                REGISTRO 'C' DA MARGEM CONSIGNAVEL E O
      *                REGISTRO 'T' DOS ENCARGOS DA OPERACAO)
       FD REGRAS.
       01 REG-REGRAS.
           05 RGE-PCT-RENDA        PIC 9(03).
           05 RGE-PRAZO-MAX        PIC 9(03).
           05 FILLER               PIC X(01).
           05 RGE-IDADE-MIN        PIC 9(03).
       01 REG-REGRA-FAIXA.
           05 RGF-TIPO             PIC X(01).
               88 RGF-REGRA-FAIXA              VALUE 'F'.
           05 FILLER               PIC X(01).
           05 RGF-FAIXA            PIC X(01).
           05 FILLER               PIC X(01).
           05 RGF-PCT-RENDA        PIC 9(03).
           05 FILLER               PIC X(01).
           05 RGF-RECUSA           PIC X(01).
       01 REG-REGRA-CONSIG.
           05 RGC-TIPO             PIC X(01).
               88 RGC-REGRA-CONSIG             VALUE 'C'.
           05 FILLER               PIC X(01).
           05 RGC-PCT-MARGEM       PIC 9(03).
       01 REG-REGRA-ENCARGOS.
           05 RGT-TIPO             PIC X(01).
               88 RGT-REGRA-ENCARGOS           VALUE 'T'.
           05 FILLER               PIC X(01).
           05 RGT-TARIFA           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 RGT-PCT-SEGURO       PIC 9(02)V9(04).

       FD ENTRADA.
       01 REG-ENTRADA.
           05 COD-CTA              PIC 9(06).
           05 COD-AGENCIA          PIC X(04).
           05 TIP-CTA              PIC X(14).
           05 COD-MOEDA            PIC X(03).

       FD ENTRADA02.
       01 REG-ENTRADA-02.
           05 E2-COD-CTA           PIC 9(06).
           05 E2-NOM-CLI           PIC X(25).
           05 E2-COD-CID           PIC 9(04).
           05 E2-DAT-INI           PIC 9(08).
           05 E2-NUM-DOC           PIC X(14).

      *                TITULARES POR CONTA (MANUCTA01)
       FD TITULARES.
       01 REG-TITULAR.
           05 TIT-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 TIT-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 TIT-ORDEM            PIC 9(01).
           05 FILLER               PIC X(01).
           05 TIT-PAPEL            PIC X(01).
               88 TIT-SECUNDARIO               VALUE 'S'.
           05 FILLER               PIC X(01).
           05 TIT-NOM-CLI          PIC X(25).

      *                REGISTRO DA REVISAO CADASTRAL (REVKYC01)
       FD CADKYC.
       01 REG-CADKYC.
           05 KYC-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 KYC-DAT-REVISAO      PIC 9(08).
           05 FILLER               PIC X(01).
           05 KYC-MESES            PIC 9(03).
           05 FILLER               PIC X(01).
           05 KYC-DAT-PROXIMA      PIC 9(08).
           05 FILLER               PIC X(01).
           05 KYC-SITUACAO         PIC X(01).
               88 KYC-VENCIDA                  VALUE 'V'.
           05 FILLER               PIC X(01).
           05 KYC-SEGMENTO         PIC X(10).
           05 FILLER               PIC X(01).
           05 KYC-AML              PIC X(01).

      *                PONTUACAO DE CREDITO POR DOCUMENTO (SCORECLI01)
       FD SCORES.
       01 REG-SCORE.
           05 SCR-NUM-DOC          PIC X(14).
           05 FILLER               PIC X(01).
           05 SCR-DATA-REF         PIC 9(08).
           05 FILLER               PIC X(01).
           05 SCR-PONTOS           PIC 9(04).
           05 FILLER               PIC X(01).
           05 SCR-FAIXA            PIC X(01).
           05 FILLER               PIC X(44).

      *                MATRICULA DO FUNCIONARIO POR CONTA (PAGSAL01)
       FD MAPEAMENTO.
       01 REG-MAPEAMENTO.
           05 MTC-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 MTC-COD-CTA          PIC 9(06).

      *                BASE DA MARGEM CONSIGNAVEL DA FOLHA (CONTRACH01)
       FD MARGENS.
       01 REG-MARGEM.
           05 MGC-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 MGC-COMPETENCIA      PIC 9(06).
           05 FILLER               PIC X(01).
           05 MGC-BASE             PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 MGC-MARGEM           PIC 9(09)V99.

       FD CONTRATOS.
       01 REG-CONTRATO.
           05 CTR-NUMERO           PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTR-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTR-SISTEMA          PIC X(01).
           05 FILLER               PIC X(01).
           05 CTR-PRINCIPAL        PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 CTR-TAXA             PIC 9(02)V9(04).
           05 FILLER               PIC X(01).
           05 CTR-PRAZO            PIC 9(03).
           05 FILLER               PIC X(01).
           05 CTR-DATA-INI         PIC 9(08).
           05 FILLER               PIC X(01).
           05 CTR-PAGAS            PIC 9(03).
           05 FILLER               PIC X(01).
           05 CTR-ATRASO           PIC 9(03).
           05 FILLER               PIC X(01).
           05 CTR-STATUS           PIC X(01).
           05 FILLER               PIC X(01).
      *****'C' CONSIGNADO (PARCELA DESCONTADA NA FOLHA), BRANCO COMUM
           05 CTR-MODALIDADE       PIC X(01).
               88 CTR-CONSIGNADO               VALUE 'C'.
           05 FILLER               PIC X(01).
           05 CTR-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTR-CET-MENSAL       PIC 9(03)V9(04).
           05 FILLER               PIC X(01).
           05 CTR-CET-ANUAL        PIC 9(05)V99.

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
           05 CTL-DIAS-INATIVIDADE    PIC 9(03).
           05 CTL-DIAS-TOLERANCIA-USU PIC 9(03).
           05 CTL-MESES-RETENCAO-LGPD PIC 9(03).
           05 CTL-TETO-FGC            PIC 9(09)V99.
           05 CTL-LIMITE-EFIN-PF      PIC 9(09)V99.
           05 CTL-LIMITE-EFIN-PJ      PIC 9(09)V99.
           05 CTL-IOF-DIARIO-PF       PIC 9(02)V9(04).
           05 CTL-IOF-DIARIO-PJ       PIC 9(02)V9(04).
           05 CTL-IOF-ADICIONAL       PIC 9(02)V9(04).

       FD DECISOES.
       01 REG-DECISAO.
           05 DEC-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 DEC-SISTEMA          PIC X(01).
           05 FILLER               PIC X(01).
           05 DEC-RESULTADO        PIC X(01).
           05 FILLER               PIC X(01).
           05 DEC-MOTIVO           PIC X(30).
           05 FILLER               PIC X(01).
           05 DEC-TAXA             PIC 9(02)V9(04).
           05 FILLER               PIC X(01).
           05 DEC-CET-MENSAL       PIC 9(03)V9(04).
           05 FILLER               PIC X(01).
           05 DEC-CET-ANUAL        PIC 9(05)V99.

       FD APROVADOS.
       01 REG-APROVADO.
           05 APV-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 APV-SISTEMA          PIC X(01).
           05 FILLER               PIC X(01).
           05 APV-PRAZO            PIC 9(03).
           05 FILLER               PIC X(01).
           05 APV-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 APV-IOF-FORMA        PIC X(01).
           05 FILLER               PIC X(01).
           05 APV-MODALIDADE       PIC X(01).
           05 FILLER               PIC X(01).
           05 APV-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 APV-TARIFA           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 APV-SEGURO           PIC 9(07)V99.

       FD PLANOS.
       01 REG-PLANO-PARCELA.
           05 PLE-COD-CTA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 PLE-NUMERO           PIC 9(03).
           05 FILLER               PIC X(01).
           05 WSN-FS-REGRAS        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENTRADA02     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-TITULARES     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CADKYC        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SCORES        PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MAPEAMENTO    PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MARGENS       PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTRATOS     PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CONTROLE      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-DECISOES      PIC 9(02) VALUE ZEROS.
           05 WSN-FS-APROVADOS     PIC 9(02) VALUE ZEROS.
           05 SW-ENTRADA02         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-02                VALUE 'N'.
               88 SW-FIM-SIM-02                VALUE 'S'.
           05 SW-TITULARES         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-TIT               VALUE 'N'.
               88 SW-FIM-SIM-TIT               VALUE 'S'.
           05 SW-CADKYC            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-KYC               VALUE 'N'.
               88 SW-FIM-SIM-KYC               VALUE 'S'.
           05 SW-REGRAS            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-RGE               VALUE 'N'.
               88 SW-FIM-SIM-RGE               VALUE 'S'.
           05 SW-SCORES            PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-SCR               VALUE 'N'.
               88 SW-FIM-SIM-SCR               VALUE 'S'.
           05 SW-MAPEAMENTO        PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MTC               VALUE 'N'.
               88 SW-FIM-SIM-MTC               VALUE 'S'.
           05 SW-MARGENS           PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-MGC               VALUE 'N'.
               88 SW-FIM-SIM-MGC               VALUE 'S'.
           05 SW-CONTRATOS         PIC X(01) VALUE 'N'.
               88 SW-FIM-NAO-CTR               VALUE 'N'.
               88 SW-FIM-SIM-CTR               VALUE 'S'.

       01 WCA-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       01 WCA-DATA-REFERENCIA-R REDEFINES WCA-DATA-REFERENCIA.
       01 WCA-PCT-RENDA            PIC 9(03) VALUE 030.
       01 WCA-PRAZO-MAX            PIC 9(03) VALUE 060.
       01 WCA-IDADE-MIN            PIC 9(03) VALUE 006.
       01 WCA-PCT-CONSIG           PIC 9(03) VALUE 035.
       01 WCA-TARIFA               PIC 9(07)V99 VALUE ZEROS.
       01 WCA-PCT-SEGURO           PIC 9(02)V9(04) VALUE ZEROS.

      *****ALIQUOTAS DO IOF DE CREDITO (PERCENTUAIS DO CONTROLE01)
       01 WCA-IOF-DIARIO-PF        PIC 9(02)V9(04) VALUE 0,0082.
       01 WCA-IOF-DIARIO-PJ        PIC 9(02)V9(04) VALUE 0,0041.
       01 WCA-IOF-ADICIONAL        PIC 9(02)V9(04) VALUE 0,3800.
       01 WCA-IOF-DIARIO           PIC 9(02)V9(04) VALUE ZEROS.

      *****ENCARGOS E CUSTO EFETIVO TOTAL DA PROPOSTA
       01 WS-IOF                   PIC 9(09)V99 VALUE ZEROS.
       01 WS-PRINCIPAL-FINAL       PIC 9(09)V99 VALUE ZEROS.
       01 WS-SEGURO                PIC 9(07)V99 VALUE ZEROS.
       01 WS-CET-MENSAL            PIC 9(03)V9(04) VALUE ZEROS.
       01 WS-CET-ANUAL             PIC 9(05)V99 VALUE ZEROS.
       77 WS-QTD-REGRAS-GERAIS     PIC 9(03) VALUE ZEROS.

      *****REGRAS POR FAIXA DE PONTUACAO (REGISTROS 'F')
       01 WCA-REGRAS-FAIXA.
           05 WCA-RFX-QTD          PIC 9(02) VALUE ZEROS.
           05 WCA-RFX-TAB OCCURS 20 TIMES
                          INDEXED BY WCA-RFX-IDX.
               10 WCA-RFX-FAIXA    PIC X(01).
               10 WCA-RFX-PCT      PIC 9(03).
               10 WCA-RFX-RECUSA   PIC X(01).
       77 WS-RFX-ACHOU             PIC X(01) VALUE 'N'.
           88 REGRA-FAIXA-ACHADA       VALUE 'S'.
       01 WS-PCT-RENDA             PIC 9(03) VALUE ZEROS.
       01 WS-FAIXA                 PIC X(01) VALUE SPACES.

      *****FAIXA DE CADA DOCUMENTO PONTUADO, EM ORDEM DE DOCUMENTO
      *****COMO O SCORECLI01 GRAVA (POSICOES VAGAS EM HIGH-VALUES)
       01 WCA-PONTUACOES.
           05 WCA-SCO-QTD          PIC 9(05) VALUE ZEROS.
           05 WCA-SCO-TAB OCCURS 20000 TIMES
                          ASCENDING KEY IS WCA-SCO-DOC
                          INDEXED BY WCA-SCO-IDX.
               10 WCA-SCO-DOC      PIC X(14) VALUE HIGH-VALUES.
               10 WCA-SCO-FAIXA    PIC X(01) VALUE SPACES.
       01 WS-SCO-ULTIMO-DOC        PIC X(14) VALUE LOW-VALUES.

      *****SITUACAO, DATA DE ABERTURA E REVISAO CADASTRAL VENCIDA
      *****DE ALGUM TITULAR POR CONTA
       01 WCA-CONTAS.
           05 WCA-CTA-TAB OCCURS 999999 TIMES.
               10 WCA-CTA-STATUS   PIC X(01) VALUE SPACES.
               10 WCA-CTA-DAT-INI  PIC 9(08) VALUE ZEROS.
               10 WCA-CTA-KYC      PIC X(01) VALUE 'N'.
               10 WCA-CTA-FAIXA    PIC X(01) VALUE SPACES.
               10 WCA-CTA-PESSOA   PIC X(01) VALUE SPACES.

      *****DOCUMENTOS COM REVISAO CADASTRAL VENCIDA
       01 WCA-VENCIDOS.
           05 WCA-VEN-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-VEN-DOC          PIC X(14) OCCURS 5000 TIMES
                                   INDEXED BY WCA-VEN-IDX.
       77 WS-VEN-ACHOU             PIC X(01) VALUE 'N'.
           88 VENCIDO-ACHADO           VALUE 'S'.
       01 WS-DOC                   PIC X(14) VALUE SPACES.

      *****FUNCIONARIOS COM CONTA: BASE DA MARGEM DA ULTIMA FOLHA E
      *****PARCELAS CONSIGNADAS JA COMPROMETIDAS
       01 WCA-FUNCIONARIOS.
           05 WCA-FUN-QTD          PIC 9(04) VALUE ZEROS.
           05 WCA-FUN-TAB OCCURS 5000 TIMES
                          INDEXED BY WCA-FUN-IDX.
               10 WCA-FUN-MATRICULA PIC 9(06).
               10 WCA-FUN-CTA      PIC 9(06).
               10 WCA-FUN-BASE     PIC 9(09)V99.
               10 WCA-FUN-USADA    PIC 9(09)V99.
       77 WS-FUN-ACHOU             PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-ACHADO       VALUE 'S'.
       01 WS-BUSCA-MATRICULA       PIC 9(06) VALUE ZEROS.
       01 WS-BUSCA-CTA             PIC 9(06) VALUE ZEROS.
       01 WS-MARGEM-TOTAL          PIC 9(09)V99 VALUE ZEROS.
       01 WS-PARCELA-CTR           PIC 9(03) VALUE ZEROS.

      *****PLANO DEVOLVIDO PELO MOTOR COMUM CALCEMP
       01 WS-SISTEMA               PIC X(01) VALUE 'P'.
              THRU 1060-LE-REGRAS-FIM.
           PERFORM 1400-CARREGA-CONTAS
              THRU 1400-CARREGA-CONTAS-FIM.
           PERFORM 1700-CARREGA-PONTUACOES
              THRU 1700-CARREGA-PONTUACOES-FIM.
           PERFORM 1450-CARREGA-VENCIDOS
              THRU 1450-CARREGA-VENCIDOS-FIM.
           PERFORM 1500-CARREGA-ABERTURAS
              THRU 1500-CARREGA-ABERTURAS-FIM.
           PERFORM 1600-MARCA-COTITULARES
              THRU 1600-MARCA-COTITULARES-FIM.
           PERFORM 1900-CARREGA-FUNCIONARIOS
              THRU 1900-CARREGA-FUNCIONARIOS-FIM.

           OPEN INPUT PROPOSTAS.
           IF WSN-FS-PROPOSTAS NOT EQUAL ZEROS
                   NOT AT END
                       MOVE CTL-DATA-REFERENCIA
                          TO WCA-DATA-REFERENCIA
                       IF CTL-IOF-DIARIO-PF NUMERIC
                          AND CTL-IOF-DIARIO-PF GREATER THAN ZERO
                           MOVE CTL-IOF-DIARIO-PF
                              TO WCA-IOF-DIARIO-PF
                       END-IF
                       IF CTL-IOF-DIARIO-PJ NUMERIC
                          AND CTL-IOF-DIARIO-PJ GREATER THAN ZERO
                           MOVE CTL-IOF-DIARIO-PJ
                              TO WCA-IOF-DIARIO-PJ
                       END-IF
                       IF CTL-IOF-ADICIONAL NUMERIC
                          AND CTL-IOF-ADICIONAL GREATER THAN ZERO
                           MOVE CTL-IOF-ADICIONAL
                              TO WCA-IOF-ADICIONAL
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.

       1060-LE-REGRAS.
           OPEN INPUT REGRAS.
           IF WSN-FS-REGRAS NOT EQUAL ZEROS
               GO TO 1060-LE-REGRAS-FIM
           END-IF.
           SET SW-FIM-NAO-RGE TO TRUE.
           PERFORM 1065-LER-REGRA
              THRU 1065-LER-REGRA-FIM.
           PERFORM 1070-GUARDA-REGRA
              THRU 1070-GUARDA-REGRA-FIM
             UNTIL SW-FIM-SIM-RGE.
           CLOSE REGRAS.
       1060-LE-REGRAS-FIM.
           EXIT.

       1065-LER-REGRA.
           READ REGRAS
               AT END
                   SET SW-FIM-SIM-RGE TO TRUE
           END-READ.
       1065-LER-REGRA-FIM.
           EXIT.

      *****SO O PRIMEIRO REGISTRO GERAL VALE; OS REGISTROS 'F' TRAZEM
      *****AS REGRAS DE CADA FAIXA DE PONTUACAO, O 'C' O PERCENTUAL
      *****DA MARGEM CONSIGNAVEL E O 'T' A TARIFA DE CADASTRO E O
      *****PERCENTUAL DO SEGURO PRESTAMISTA SOBRE O PRINCIPAL
       1070-GUARDA-REGRA.
           IF RGT-REGRA-ENCARGOS
               IF RGT-TARIFA NUMERIC
                   MOVE RGT-TARIFA TO WCA-TARIFA
               END-IF
               IF RGT-PCT-SEGURO NUMERIC
                   MOVE RGT-PCT-SEGURO TO WCA-PCT-SEGURO
               END-IF
               GO TO 1070-LER-PROXIMA
           END-IF.
           IF RGC-REGRA-CONSIG
               IF RGC-PCT-MARGEM NUMERIC
                  AND RGC-PCT-MARGEM GREATER THAN ZERO
                   MOVE RGC-PCT-MARGEM TO WCA-PCT-CONSIG
               END-IF
               GO TO 1070-LER-PROXIMA
           END-IF.
           IF RGF-REGRA-FAIXA
               IF RGF-PCT-RENDA NUMERIC
                  AND WCA-RFX-QTD LESS THAN 20
                   ADD 1 TO WCA-RFX-QTD
                   SET WCA-RFX-IDX TO WCA-RFX-QTD
                   MOVE RGF-FAIXA     TO WCA-RFX-FAIXA(WCA-RFX-IDX)
                   MOVE RGF-PCT-RENDA TO WCA-RFX-PCT(WCA-RFX-IDX)
                   MOVE RGF-RECUSA    TO WCA-RFX-RECUSA(WCA-RFX-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-QTD-REGRAS-GERAIS
               IF WS-QTD-REGRAS-GERAIS EQUAL 1
                   IF RGE-PCT-RENDA NUMERIC
                      AND RGE-PCT-RENDA GREATER THAN ZERO
                       MOVE RGE-PCT-RENDA TO WCA-PCT-RENDA
                   END-IF
                   IF RGE-PRAZO-MAX NUMERIC
                      AND RGE-PRAZO-MAX GREATER THAN ZERO
                       MOVE RGE-PRAZO-MAX TO WCA-PRAZO-MAX
                   END-IF
                   IF RGE-IDADE-MIN NUMERIC
                       MOVE RGE-IDADE-MIN TO WCA-IDADE-MIN
                   END-IF
               END-IF
           END-IF.
       1070-LER-PROXIMA.
           PERFORM 1065-LER-REGRA
              THRU 1065-LER-REGRA-FIM.
       1070-GUARDA-REGRA-FIM.
           EXIT.

       1400-CARREGA-CONTAS.
           OPEN INPUT ENTRADA.
           IF WSN-FS-ENTRADA NOT EQUAL ZEROS
       1420-GUARDA-CONTA-FIM.
           EXIT.

      *****SEM O KYCREG01 (REVKYC01 AINDA NAO RODOU) NADA E BLOQUEADO
       1450-CARREGA-VENCIDOS.
           OPEN INPUT CADKYC.
           IF WSN-FS-CADKYC NOT EQUAL ZEROS
               GO TO 1450-CARREGA-VENCIDOS-FIM
           END-IF.
           SET SW-FIM-NAO-KYC TO TRUE.
           PERFORM 1460-LER-CADKYC
              THRU 1460-LER-CADKYC-FIM.
           PERFORM 1470-GUARDA-VENCIDO
              THRU 1470-GUARDA-VENCIDO-FIM
             UNTIL SW-FIM-SIM-KYC.
           CLOSE CADKYC.
       1450-CARREGA-VENCIDOS-FIM.
           EXIT.

       1460-LER-CADKYC.
           READ CADKYC
               AT END
                   SET SW-FIM-SIM-KYC TO TRUE
           END-READ.
       1460-LER-CADKYC-FIM.
           EXIT.

       1470-GUARDA-VENCIDO.
           IF KYC-VENCIDA
              AND WCA-VEN-QTD LESS THAN 5000
               ADD 1 TO WCA-VEN-QTD
               SET WCA-VEN-IDX TO WCA-VEN-QTD
               MOVE KYC-NUM-DOC TO WCA-VEN-DOC(WCA-VEN-IDX)
           END-IF.
           PERFORM 1460-LER-CADKYC
              THRU 1460-LER-CADKYC-FIM.
       1470-GUARDA-VENCIDO-FIM.
           EXIT.

       1480-PROCURA-VENCIDO.
           MOVE 'N' TO WS-VEN-ACHOU.
           IF WS-DOC NOT EQUAL SPACES
               PERFORM 1490-TESTA-VENCIDO
                  THRU 1490-TESTA-VENCIDO-FIM
                   VARYING WCA-VEN-IDX FROM 1 BY 1
                   UNTIL WCA-VEN-IDX GREATER THAN WCA-VEN-QTD
                      OR VENCIDO-ACHADO
           END-IF.
       1480-PROCURA-VENCIDO-FIM.
           EXIT.

       1490-TESTA-VENCIDO.
           IF WS-DOC EQUAL WCA-VEN-DOC(WCA-VEN-IDX)
               MOVE 'S' TO WS-VEN-ACHOU
           END-IF.
       1490-TESTA-VENCIDO-FIM.
           EXIT.

       1500-CARREGA-ABERTURAS.
           OPEN INPUT ENTRADA02.
           IF WSN-FS-ENTRADA02 NOT EQUAL ZEROS
       1520-GUARDA-ABERTURA.
           IF E2-COD-CTA GREATER THAN ZERO
               MOVE E2-DAT-INI TO WCA-CTA-DAT-INI(E2-COD-CTA)
      *****CNPJ OCUPA OS 14 DIGITOS; CPF TEM 11 E TRES BRANCOS
               IF E2-NUM-DOC(12:3) EQUAL SPACES
                   MOVE 'F' TO WCA-CTA-PESSOA(E2-COD-CTA)
               ELSE
                   MOVE 'J' TO WCA-CTA-PESSOA(E2-COD-CTA)
               END-IF
               IF WCA-SCO-QTD GREATER THAN ZERO
                   SEARCH ALL WCA-SCO-TAB
                       AT END
                           CONTINUE
                       WHEN WCA-SCO-DOC(WCA-SCO-IDX) EQUAL E2-NUM-DOC
                           MOVE WCA-SCO-FAIXA(WCA-SCO-IDX)
                              TO WCA-CTA-FAIXA(E2-COD-CTA)
                   END-SEARCH
               END-IF
               IF WCA-VEN-QTD GREATER THAN ZERO
                   MOVE E2-NUM-DOC TO WS-DOC
                   PERFORM 1480-PROCURA-VENCIDO
                      THRU 1480-PROCURA-VENCIDO-FIM
                   IF VENCIDO-ACHADO
                       MOVE 'S' TO WCA-CTA-KYC(E2-COD-CTA)
                   END-IF
               END-IF
           END-IF.
           PERFORM 1510-LER-ENTRADA02
              THRU 1510-LER-ENTRADA02-FIM.
       1520-GUARDA-ABERTURA-FIM.
           EXIT.

      *****COTITULAR COM REVISAO VENCIDA BLOQUEIA A CONTA CONJUNTA
       1600-MARCA-COTITULARES.
           IF WCA-VEN-QTD EQUAL ZEROS
               GO TO 1600-MARCA-COTITULARES-FIM
           END-IF.
           OPEN INPUT TITULARES.
           IF WSN-FS-TITULARES NOT EQUAL ZEROS
               GO TO 1600-MARCA-COTITULARES-FIM
           END-IF.
           SET SW-FIM-NAO-TIT TO TRUE.
           PERFORM 1610-LER-TITULAR
              THRU 1610-LER-TITULAR-FIM.
           PERFORM 1620-MARCA-COTITULAR
              THRU 1620-MARCA-COTITULAR-FIM
             UNTIL SW-FIM-SIM-TIT.
           CLOSE TITULARES.
       1600-MARCA-COTITULARES-FIM.
           EXIT.

       1610-LER-TITULAR.
           READ TITULARES
               AT END
                   SET SW-FIM-SIM-TIT TO TRUE
           END-READ.
       1610-LER-TITULAR-FIM.
           EXIT.

       1620-MARCA-COTITULAR.
           IF TIT-SECUNDARIO
              AND TIT-COD-CTA NUMERIC
              AND TIT-COD-CTA GREATER THAN ZERO
               MOVE TIT-NUM-DOC TO WS-DOC
               PERFORM 1480-PROCURA-VENCIDO
                  THRU 1480-PROCURA-VENCIDO-FIM
               IF VENCIDO-ACHADO
                   MOVE 'S' TO WCA-CTA-KYC(TIT-COD-CTA)
               END-IF
           END-IF.
           PERFORM 1610-LER-TITULAR
              THRU 1610-LER-TITULAR-FIM.
       1620-MARCA-COTITULAR-FIM.
           EXIT.

      *****SEM O SCORECLI01 NINGUEM TEM FAIXA E VALE A REGRA GERAL;
      *****ARQUIVO FORA DE ORDEM DE DOCUMENTO E DESPREZADO INTEIRO
       1700-CARREGA-PONTUACOES.
           OPEN INPUT SCORES.
           IF WSN-FS-SCORES NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-SCORES
               GO TO 1700-CARREGA-PONTUACOES-FIM
           END-IF.
           SET SW-FIM-NAO-SCR TO TRUE.
           PERFORM 1710-LER-PONTUACAO
              THRU 1710-LER-PONTUACAO-FIM.
           PERFORM 1720-GUARDA-PONTUACAO
              THRU 1720-GUARDA-PONTUACAO-FIM
             UNTIL SW-FIM-SIM-SCR.
           CLOSE SCORES.
       1700-CARREGA-PONTUACOES-FIM.
           EXIT.

       1710-LER-PONTUACAO.
           READ SCORES
               AT END
                   SET SW-FIM-SIM-SCR TO TRUE
           END-READ.
       1710-LER-PONTUACAO-FIM.
           EXIT.

       1720-GUARDA-PONTUACAO.
           IF SCR-NUM-DOC NOT GREATER THAN WS-SCO-ULTIMO-DOC
               DISPLAY 'EMPRESTA01 - SCORECLI01 FORA DE ORDEM - '
                       'PROPOSTAS SEGUEM A REGRA GERAL'
               MOVE ZEROS TO WCA-SCO-QTD
               SET SW-FIM-SIM-SCR TO TRUE
               GO TO 1720-GUARDA-PONTUACAO-FIM
           END-IF.
           MOVE SCR-NUM-DOC TO WS-SCO-ULTIMO-DOC.
           IF WCA-SCO-QTD LESS THAN 20000
               ADD 1 TO WCA-SCO-QTD
               SET WCA-SCO-IDX TO WCA-SCO-QTD
               MOVE SCR-NUM-DOC TO WCA-SCO-DOC(WCA-SCO-IDX)
               MOVE SCR-FAIXA   TO WCA-SCO-FAIXA(WCA-SCO-IDX)
           END-IF.
           PERFORM 1710-LER-PONTUACAO
              THRU 1710-LER-PONTUACAO-FIM.
       1720-GUARDA-PONTUACAO-FIM.
           EXIT.

      *****REGRA DA FAIXA DO TITULAR, SE O REGRASEMP01 TIVER UMA
       1800-REGRA-FAIXA.
           MOVE 'N' TO WS-RFX-ACHOU.
           MOVE WCA-PCT-RENDA TO WS-PCT-RENDA.
           MOVE WCA-CTA-FAIXA(PRO-COD-CTA) TO WS-FAIXA.
           IF WS-FAIXA NOT EQUAL SPACES
              AND WCA-RFX-QTD GREATER THAN ZERO
               PERFORM 1810-PROCURA-REGRA-FAIXA
                  THRU 1810-PROCURA-REGRA-FAIXA-FIM
                  VARYING WCA-RFX-IDX FROM 1 BY 1
                  UNTIL WCA-RFX-IDX GREATER THAN WCA-RFX-QTD
                     OR REGRA-FAIXA-ACHADA
           END-IF.
       1800-REGRA-FAIXA-FIM.
           EXIT.

       1810-PROCURA-REGRA-FAIXA.
           IF WS-FAIXA EQUAL WCA-RFX-FAIXA(WCA-RFX-IDX)
               MOVE 'S' TO WS-RFX-ACHOU
               IF WCA-RFX-RECUSA(WCA-RFX-IDX) EQUAL 'S'
                  AND WS-MOTIVO EQUAL SPACES
                   MOVE 'FAIXA DE SCORE RECUSADA' TO WS-MOTIVO
               END-IF
               IF WCA-RFX-PCT(WCA-RFX-IDX) GREATER THAN ZERO
                   MOVE WCA-RFX-PCT(WCA-RFX-IDX) TO WS-PCT-RENDA
               END-IF
           END-IF.
       1810-PROCURA-REGRA-FAIXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *     MARGEM CONSIGNAVEL: FUNCIONARIOS DO MATRCONTA01, BASE DA
      *     ULTIMA FOLHA (MARGEMCONS01) E PARCELA CORRENTE DE CADA
      *     CONTRATO CONSIGNADO ATIVO. SEM A FOLHA NINGUEM TEM MARGEM.
      *-----------------------------------------------------------------
       1900-CARREGA-FUNCIONARIOS.
           OPEN INPUT MAPEAMENTO.
           IF WSN-FS-MAPEAMENTO NOT EQUAL ZEROS
               MOVE ZEROS TO WSN-FS-MAPEAMENTO
               GO TO 1900-CARREGA-FUNCIONARIOS-FIM
           END-IF.
           SET SW-FIM-NAO-MTC TO TRUE.
           PERFORM 1910-LER-MAPEAMENTO
              THRU 1910-LER-MAPEAMENTO-FIM.
           PERFORM 1920-GUARDA-FUNCIONARIO
              THRU 1920-GUARDA-FUNCIONARIO-FIM
             UNTIL SW-FIM-SIM-MTC.
           CLOSE MAPEAMENTO.

           OPEN INPUT MARGENS.
           IF WSN-FS-MARGENS EQUAL ZEROS
               SET SW-FIM-NAO-MGC TO TRUE
               PERFORM 1930-LER-MARGEM
                  THRU 1930-LER-MARGEM-FIM
               PERFORM 1940-GUARDA-MARGEM
                  THRU 1940-GUARDA-MARGEM-FIM
                 UNTIL SW-FIM-SIM-MGC
               CLOSE MARGENS
           END-IF.
           MOVE ZEROS TO WSN-FS-MARGENS.

           OPEN INPUT CONTRATOS.
           IF WSN-FS-CONTRATOS EQUAL ZEROS
               SET SW-FIM-NAO-CTR TO TRUE
               PERFORM 1950-LER-CONTRATO
                  THRU 1950-LER-CONTRATO-FIM
               PERFORM 1960-SOMA-CONSIGNADO
                  THRU 1960-SOMA-CONSIGNADO-FIM
                 UNTIL SW-FIM-SIM-CTR
               CLOSE CONTRATOS
           END-IF.
           MOVE ZEROS TO WSN-FS-CONTRATOS.
       1900-CARREGA-FUNCIONARIOS-FIM.
           EXIT.

       1910-LER-MAPEAMENTO.
           READ MAPEAMENTO
               AT END
                   SET SW-FIM-SIM-MTC TO TRUE
           END-READ.
       1910-LER-MAPEAMENTO-FIM.
           EXIT.

       1920-GUARDA-FUNCIONARIO.
           IF MTC-MATRICULA NUMERIC
              AND MTC-COD-CTA NUMERIC
              AND MTC-COD-CTA GREATER THAN ZERO
              AND WCA-FUN-QTD LESS THAN 5000
               ADD 1 TO WCA-FUN-QTD
               SET WCA-FUN-IDX TO WCA-FUN-QTD
               MOVE MTC-MATRICULA TO WCA-FUN-MATRICULA(WCA-FUN-IDX)
               MOVE MTC-COD-CTA   TO WCA-FUN-CTA(WCA-FUN-IDX)
               MOVE ZEROS         TO WCA-FUN-BASE(WCA-FUN-IDX)
               MOVE ZEROS         TO WCA-FUN-USADA(WCA-FUN-IDX)
           END-IF.
           PERFORM 1910-LER-MAPEAMENTO
              THRU 1910-LER-MAPEAMENTO-FIM.
       1920-GUARDA-FUNCIONARIO-FIM.
           EXIT.

       1930-LER-MARGEM.
           READ MARGENS
               AT END
                   SET SW-FIM-SIM-MGC TO TRUE
           END-READ.
       1930-LER-MARGEM-FIM.
           EXIT.

       1940-GUARDA-MARGEM.
           IF MGC-MATRICULA NUMERIC
              AND MGC-BASE NUMERIC
               MOVE ZEROS         TO WS-BUSCA-CTA
               MOVE MGC-MATRICULA TO WS-BUSCA-MATRICULA
               PERFORM 1970-PROCURA-FUNCIONARIO
                  THRU 1970-PROCURA-FUNCIONARIO-FIM
               IF FUNCIONARIO-ACHADO
                   MOVE MGC-BASE TO WCA-FUN-BASE(WCA-FUN-IDX)
               END-IF
           END-IF.
           PERFORM 1930-LER-MARGEM
              THRU 1930-LER-MARGEM-FIM.
       1940-GUARDA-MARGEM-FIM.
           EXIT.

       1950-LER-CONTRATO.
           READ CONTRATOS
               AT END
                   SET SW-FIM-SIM-CTR TO TRUE
           END-READ.
       1950-LER-CONTRATO-FIM.
           EXIT.

      *****A PARCELA CORRENTE E A PROXIMA A DESCONTAR NA FOLHA
       1960-SOMA-CONSIGNADO.
           IF NOT CTR-CONSIGNADO
              OR CTR-STATUS NOT EQUAL 'A'
              OR CTR-COD-CTA NOT NUMERIC
              OR CTR-PRAZO NOT NUMERIC
              OR CTR-PRAZO EQUAL ZEROS
              OR CTR-PRAZO GREATER THAN 120
               GO TO 1960-LER-PROXIMO
           END-IF.
           MOVE CTR-COD-CTA TO WS-BUSCA-CTA.
           MOVE ZEROS       TO WS-BUSCA-MATRICULA.
           PERFORM 1970-PROCURA-FUNCIONARIO
              THRU 1970-PROCURA-FUNCIONARIO-FIM.
           IF NOT FUNCIONARIO-ACHADO
               GO TO 1960-LER-PROXIMO
           END-IF.
           COMPUTE WS-PARCELA-CTR = CTR-PAGAS + CTR-ATRASO + 1.
           IF WS-PARCELA-CTR GREATER THAN CTR-PRAZO
               MOVE CTR-PRAZO TO WS-PARCELA-CTR
           END-IF.
           MOVE CTR-SISTEMA TO WS-SISTEMA.
           CALL 'CALCEMP' USING WS-SISTEMA CTR-PRINCIPAL
               CTR-TAXA CTR-PRAZO WCA-PLANO
               WS-TOTAL-PAGO WS-TOTAL-JUROS.
           ADD WCA-PLN-PARCELA(WS-PARCELA-CTR)
               TO WCA-FUN-USADA(WCA-FUN-IDX).
       1960-LER-PROXIMO.
           PERFORM 1950-LER-CONTRATO
              THRU 1950-LER-CONTRATO-FIM.
       1960-SOMA-CONSIGNADO-FIM.
           EXIT.

      *****PROCURA PELA CONTA OU PELA MATRICULA (A CHAVE NAO ZERADA)
       1970-PROCURA-FUNCIONARIO.
           MOVE 'N' TO WS-FUN-ACHOU.
           PERFORM 1980-TESTA-FUNCIONARIO
              THRU 1980-TESTA-FUNCIONARIO-FIM
               VARYING WCA-FUN-IDX FROM 1 BY 1
               UNTIL WCA-FUN-IDX GREATER THAN WCA-FUN-QTD
                  OR FUNCIONARIO-ACHADO.
           IF FUNCIONARIO-ACHADO
               SET WCA-FUN-IDX DOWN BY 1
           END-IF.
       1970-PROCURA-FUNCIONARIO-FIM.
           EXIT.

       1980-TESTA-FUNCIONARIO.
           IF WS-BUSCA-CTA GREATER THAN ZERO
              AND WS-BUSCA-CTA EQUAL WCA-FUN-CTA(WCA-FUN-IDX)
               MOVE 'S' TO WS-FUN-ACHOU
           END-IF.
           IF WS-BUSCA-MATRICULA GREATER THAN ZERO
              AND WS-BUSCA-MATRICULA EQUAL
                  WCA-FUN-MATRICULA(WCA-FUN-IDX)
               MOVE 'S' TO WS-FUN-ACHOU
           END-IF.
       1980-TESTA-FUNCIONARIO-FIM.
           EXIT.

       1100-LER-PROPOSTA.
           READ PROPOSTAS
               AT END
              AND WCA-CTA-STATUS(PRO-COD-CTA) NOT EQUAL 'A'
               MOVE 'CONTA NAO ATIVA'           TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO EQUAL SPACES
              AND WCA-CTA-KYC(PRO-COD-CTA) EQUAL 'S'
               MOVE 'REVISAO CADASTRAL VENCIDA' TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO EQUAL SPACES
               PERFORM 1800-REGRA-FAIXA
                  THRU 1800-REGRA-FAIXA-FIM
           END-IF.
           IF WS-MOTIVO EQUAL SPACES
              AND PRO-CONSIGNADO
               MOVE PRO-COD-CTA TO WS-BUSCA-CTA
               MOVE ZEROS       TO WS-BUSCA-MATRICULA
               PERFORM 1970-PROCURA-FUNCIONARIO
                  THRU 1970-PROCURA-FUNCIONARIO-FIM
               IF NOT FUNCIONARIO-ACHADO
                   MOVE 'CONTA SEM MATRICULA'       TO WS-MOTIVO
               ELSE
                   IF WCA-FUN-BASE(WCA-FUN-IDX) EQUAL ZEROS
                       MOVE 'SEM MARGEM CONSIGNAVEL' TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO EQUAL SPACES
              AND PRO-SISTEMA NOT EQUAL 'P'
              AND PRO-SISTEMA NOT EQUAL 'S'
               MOVE 'PRAZO ALEM DO MAXIMO'      TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO EQUAL SPACES
              AND NOT PRO-CONSIGNADO
              AND PRO-RENDA EQUAL ZEROS
               MOVE 'RENDA NAO DECLARADA'       TO WS-MOTIVO
           END-IF.

      *****COMPROMETIMENTO DE RENDA: A PRIMEIRA PARCELA (A MAIOR DOS
      *****DOIS SISTEMAS) NAO PODE PASSAR DO PERCENTUAL DAS REGRAS
      *****(O DA FAIXA DE PONTUACAO, QUANDO HOUVER); NO CONSIGNADO
      *****VALE A MARGEM LIVRE DO FUNCIONARIO
           IF WS-MOTIVO EQUAL SPACES
               MOVE PRO-SISTEMA TO WS-SISTEMA
               CALL 'CALCEMP' USING WS-SISTEMA PRO-PRINCIPAL
                   PRO-TAXA PRO-PRAZO WCA-PLANO
                   WS-TOTAL-PAGO WS-TOTAL-JUROS
               IF PRO-CONSIGNADO
                   PERFORM 3100-TESTA-MARGEM
                      THRU 3100-TESTA-MARGEM-FIM
               ELSE
                   COMPUTE WS-PARCELA-TETO ROUNDED =
                       PRO-RENDA * WS-PCT-RENDA / 100
                   IF WCA-PLN-PARCELA(1) GREATER THAN WS-PARCELA-TETO
                       MOVE 'PARCELA ALEM DA RENDA' TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

           PERFORM 3300-CALCULA-CET
              THRU 3300-CALCULA-CET-FIM.

           MOVE SPACES        TO REG-DECISAO.
           MOVE PRO-COD-CTA   TO DEC-COD-CTA.
           MOVE PRO-SISTEMA   TO DEC-SISTEMA.
           MOVE PRO-PRINCIPAL TO DEC-PRINCIPAL.
           MOVE ZEROS         TO DEC-TAXA.
           IF PRO-TAXA NUMERIC
               MOVE PRO-TAXA  TO DEC-TAXA
           END-IF.
           MOVE WS-CET-MENSAL TO DEC-CET-MENSAL.
           MOVE WS-CET-ANUAL  TO DEC-CET-ANUAL.
           IF WS-MOTIVO EQUAL SPACES
               MOVE 'A'        TO DEC-RESULTADO
               MOVE 'APROVADA' TO DEC-MOTIVO
       3000-PROCESSO-FIM.
           EXIT.

      *****A PARCELA APROVADA JA COMPROMETE A MARGEM PARA AS PROXIMAS
      *****PROPOSTAS DO LOTE
       3100-TESTA-MARGEM.
           COMPUTE WS-MARGEM-TOTAL ROUNDED =
               WCA-FUN-BASE(WCA-FUN-IDX) * WCA-PCT-CONSIG / 100.
           MOVE ZEROS TO WS-PARCELA-TETO.
           IF WS-MARGEM-TOTAL GREATER THAN WCA-FUN-USADA(WCA-FUN-IDX)
               COMPUTE WS-PARCELA-TETO =
                   WS-MARGEM-TOTAL - WCA-FUN-USADA(WCA-FUN-IDX)
           END-IF.
           IF WCA-PLN-PARCELA(1) GREATER THAN WS-PARCELA-TETO
               MOVE 'PARCELA ALEM DA MARGEM' TO WS-MOTIVO
               GO TO 3100-TESTA-MARGEM-FIM
           END-IF.
           ADD WCA-PLN-PARCELA(1) TO WCA-FUN-USADA(WCA-FUN-IDX).
       3100-TESTA-MARGEM-FIM.
           EXIT.

      *****CET DA PROPOSTA COM OS ENCARGOS QUE A CONTRATACAO COBRARA:
      *****IOF NA ALIQUOTA DO TITULAR E NA FORMA PEDIDA, TARIFA E
      *****SEGURO DAS REGRAS. PROPOSTA NAO CALCULAVEL FICA COM CET ZERO
       3300-CALCULA-CET.
           MOVE ZEROS TO WS-IOF WS-SEGURO WS-CET-MENSAL WS-CET-ANUAL.
           IF (PRO-SISTEMA NOT EQUAL 'P' AND PRO-SISTEMA NOT EQUAL 'S')
              OR PRO-PRINCIPAL NOT NUMERIC
              OR PRO-TAXA NOT NUMERIC
              OR PRO-PRAZO NOT NUMERIC
               GO TO 3300-CALCULA-CET-FIM
           END-IF.
           IF PRO-PRINCIPAL EQUAL ZEROS
              OR PRO-PRAZO EQUAL ZEROS
              OR PRO-PRAZO GREATER THAN 120
               GO TO 3300-CALCULA-CET-FIM
           END-IF.
           IF PRO-COD-CTA NUMERIC
              AND PRO-COD-CTA GREATER THAN ZERO
              AND WCA-CTA-PESSOA(PRO-COD-CTA) EQUAL 'J'
               MOVE WCA-IOF-DIARIO-PJ TO WCA-IOF-DIARIO
           ELSE
               MOVE WCA-IOF-DIARIO-PF TO WCA-IOF-DIARIO
           END-IF.
           CALL 'CALCIOF' USING PRO-SISTEMA PRO-PRINCIPAL PRO-TAXA
                                PRO-PRAZO WCA-IOF-DIARIO
                                WCA-IOF-ADICIONAL PRO-IOF-FORMA
                                WS-IOF WS-PRINCIPAL-FINAL.
           COMPUTE WS-SEGURO ROUNDED =
               PRO-PRINCIPAL * WCA-PCT-SEGURO / 100.
           CALL 'CALCCET' USING PRO-SISTEMA WS-PRINCIPAL-FINAL
                                PRO-TAXA PRO-PRAZO WS-IOF
                                WCA-TARIFA WS-SEGURO
                                WS-CET-MENSAL WS-CET-ANUAL.
       3300-CALCULA-CET-FIM.
           EXIT.

       3500-GRAVA-APROVACAO.
           MOVE SPACES              TO REG-APROVADO.
           MOVE PRO-COD-CTA         TO APV-COD-CTA.
           MOVE PRO-TAXA            TO APV-TAXA.
           MOVE PRO-PRAZO           TO APV-PRAZO.
           MOVE WCA-DATA-REFERENCIA TO APV-DATA.
           IF PRO-IOF-FORMA EQUAL 'F'
               MOVE 'F' TO APV-IOF-FORMA
           END-IF.
           IF PRO-CONSIGNADO
               MOVE 'C' TO APV-MODALIDADE
               MOVE WCA-FUN-MATRICULA(WCA-FUN-IDX) TO APV-MATRICULA
           END-IF.
           MOVE WCA-TARIFA          TO APV-TARIFA.
           MOVE WS-SEGURO           TO APV-SEGURO.
           WRITE REG-APROVADO.

           PERFORM 3600-GRAVA-PARCELA
