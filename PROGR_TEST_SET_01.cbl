      *             ADDRHIST keeps address snapshots: the master only
      *             holds the latest status, the history answers what
      *             it was on any given date (PAGQRY01).
      * 15/10/2026  An invoice carrying federal retentions at source
      *             (FT-VALOR-RET-FEDERAL) settles in full when the
      *             payment covers the open value net of the retentions
      *             (and of the ISS when also retained); the withheld
      *             amount is abated on the invoice, credited on ARMOVS
      *             and journaled to SETAUDIT. The automatic allocation
      *             also aims at the net and abates the retentions when
      *             it settles an invoice.
      * 15/10/2026  Closed-period guard: a payment whose PI-DATA-PAGTO
      *             (the run date when blank) falls in an accounting
      *             period closed in PERCTL (PERCHK01) is not applied;
      *             it is held on PAGTOREV as PERIODO CONTABIL FECHADO.
      * 15/10/2026  Every invoice settled or reopened on the master is
      *             journaled on FTJRNL with its before and after
      *             images.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  Every applied delta posted to ARMOVS (confirmations,
      *             reversals and the automatic allocation) is also
      *             written to the RECCAIXA cash-receipts ledger with
      *             the collection channel from PAGTOIN
      *             (PI-CANAL/PI-BANCO; blank means a manual
      *             confirmation) for the daily cash receipts report.
      * 15/10/2026  Invoice before image widened to 241 bytes for
      *             FATURA's FT-COD-EMPRESA.
      * 15/10/2026  A payment or reversal for an invoice assigned to a
      *             factoring company (CESSAO, CESACE01) is no longer
      *             applied: it goes to the REPFACT payable-to-factor
      *             ledger and accumulates on the assignment, leaving
      *             PAGTOSTS, ARMOVS and RECCAIXA untouched; any other
      *             action for it is held on PAGTOREV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM_TEST_SET_01.
                                      ASSIGN TO "ARMOVS"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FATURA-JOURNAL
                                      ASSIGN TO "FTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REC-CAIXA
                                      ASSIGN TO "RECCAIXA"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CESSAO-CREDITO
                                      ASSIGN TO "CESSAO"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CS-NUM-FATURA
                                      FILE STATUS IS WS-CESSAO-STATUS.

           SELECT OPTIONAL REPASSE-FACTOR
                                      ASSIGN TO "REPFACT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           03 PI-ACAO                         PIC X(01).
           03 PI-VALOR-PAGO                   PIC 9(07)V99.
           03 PI-DATA-PAGTO                   PIC X(10).
           03 PI-CANAL                        PIC X(02).
           03 PI-BANCO                        PIC 9(03).

       01  PAGAMENTO-IN-HEADER.
           COPY HDRCTL.
       FD  AR-MOVEMENTS.
           COPY ARMOVS.

       FD  FATURA-JOURNAL.
           COPY FTJRNL.

       FD  REC-CAIXA.
           COPY RECCAIXA.

      * Cessoes de credito (CESACE01) e o razao de repasse ao factor
      * do que o cliente ainda pagar a nos por fatura cedida.
       FD  CESSAO-CREDITO.
           COPY CESSAO.

       FD  REPASSE-FACTOR.
           COPY REPFACT.

       WORKING-STORAGE SECTION.
      * Imagem da fatura antes da alteracao, para o diario FTJRNL.
       77 WS-FT-IMAGEM-ANTES                 PIC X(241) VALUE SPACES.

      * Geracao (numero de controle do CTRLFILE) carimbada em cada
      * registro de log desta execucao.
       77 WS-GERACAO-LOG        PIC 9(06) VALUE ZEROS.

       77 WS-FATURA-STATUS      PIC X(02) VALUE '00'.
       77 WS-PAGTOSTS-STATUS    PIC X(02) VALUE '00'.
       77 WS-CESSAO-STATUS      PIC X(02) VALUE '00'.
       77 WS-STATUS-EXISTE      PIC X(01) VALUE 'N'.
       77 WS-VALOR-ACUMULADO    PIC 9(09)V99 VALUE ZEROS.
       77 WS-SALDO-RESTANTE     PIC S9(07)V99 VALUE ZEROS.
       77 WS-VALOR-DESCONTADO   PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-DESCONTO     PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-ABATIMENTO   PIC 9(07)V99 VALUE ZEROS.
      * Total retido na fonte pelo tomador pessoa juridica: as
      * retencoes federais mais o ISS quando tambem retido.
       77 WS-VALOR-RETIDO       PIC 9(07)V99 VALUE ZEROS.
       77 WS-DIAS-PAGTO         PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-VENCTO        PIC 9(07) VALUE ZEROS.
       77 WS-DATA-INT           PIC 9(08) VALUE ZEROS.
              88 TRANSACAO-DUPLICADA  VALUE 'S' FALSE 'N'.
       77 WS-DUP-MOTIVO         PIC X(40) VALUE SPACES.
       77 WS-RETIDOS-REVISAO    PIC 9(07) VALUE ZEROS.
       77 WS-REPASSES-FACTOR    PIC 9(07) VALUE ZEROS.

      * Delta de valor aplicado da transacao corrente para o razao
      * de movimentos ARMOVS: so o valor que conta como credito na
       77 WS-MOV-DEPOIS         PIC S9(09)V99 VALUE ZEROS.
       77 WS-MOV-DELTA          PIC S9(09)V99 VALUE ZEROS.

      * Periodo contabil da data do pagamento: o ultimo periodo
      * consultado no PERCHK01 e a resposta, para nao reler o PERCTL
      * a cada transacao do mesmo mes.
       77 WS-PERIODO-CONSULTADO PIC 9(06) VALUE ZEROS.
       77 WS-DATA-PAGTO-INT     PIC 9(08) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                  VALUE 'S'.
           03 WS-PERIODO-SW                  PIC X(01) VALUE 'N'.
              88 PERIODO-FECHADO                 VALUE 'S' FALSE 'N'.
           03 WS-CEDIDA-SW                   PIC X(01) VALUE 'N'.
              88 FATURA-CEDIDA                   VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDOS                       PIC 9(07) VALUE ZEROS.
      * feed de entrada).
           COPY GENPARM.

      * Parametro para o CALL do PERCHK01 (controle de periodos
      * contabeis).
           COPY PERPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-ARQUIVO
               UNTIL FIM-DE-ARQUIVO
           OPEN EXTEND SUSPENSE-LEDGER
           OPEN EXTEND PAYMENT-REVIEW
           OPEN EXTEND AR-MOVEMENTS
           OPEN EXTEND FATURA-JOURNAL
           OPEN EXTEND REC-CAIXA
           OPEN I-O    CESSAO-CREDITO
           OPEN EXTEND REPASSE-FACTOR

           PERFORM P105-VALIDAR-CABECALHO

           CLOSE SUSPENSE-LEDGER
           CLOSE PAYMENT-REVIEW
           CLOSE AR-MOVEMENTS
           CLOSE FATURA-JOURNAL
           CLOSE REC-CAIXA
           CLOSE CESSAO-CREDITO
           CLOSE REPASSE-FACTOR

           MOVE 9001 TO RETURN-CODE
           GOBACK

       P200-PROCESSA-ARQUIVO.

           PERFORM P205-VERIFICAR-PERIODO

           IF PERIODO-FECHADO
               STRING 'PERIODO CONTABIL FECHADO ('
                      WS-PERIODO-CONSULTADO ')'
                      DELIMITED BY SIZE INTO WS-DUP-MOTIVO
               PERFORM P245-RETER-PARA-REVISAO
           ELSE
               PERFORM P210-PROCESSA-TRANSACAO
           END-IF

           PERFORM P110-LER-PROXIMO
           .

      ******************************************************************
      * P205-VERIFICAR-PERIODO
      * Pagamento datado num periodo contabil ja fechado (PERCHK01)
      * nao e aplicado: fica retido em PAGTOREV com o motivo. Sem
      * data de pagamento na transacao vale a data da execucao.
      ******************************************************************
       P205-VERIFICAR-PERIODO.

           MOVE SPACES TO WS-DUP-MOTIVO
           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-PAGTO-INT

           IF PI-DATA-PAGTO NOT = SPACES
               MOVE PI-DATA-PAGTO TO WS-DATA-AUX
               IF WS-AUX-DD IS NUMERIC AND WS-AUX-MM IS NUMERIC
                  AND WS-AUX-AA IS NUMERIC
                   COMPUTE WS-DATA-PAGTO-INT =
                       WS-AUX-AA * 10000 + WS-AUX-MM * 100 + WS-AUX-DD
               END-IF
           END-IF

           IF WS-DATA-PAGTO-INT (1:6) NOT = WS-PERIODO-CONSULTADO
               MOVE 'V'               TO WS-PER-FUNCAO
               MOVE WS-DATA-PAGTO-INT TO WS-PER-DATA
               MOVE 'PGTSET01'        TO WS-PER-PROGRAMA
               MOVE SPACES            TO WS-PER-OPERADOR
               CALL 'PERCHK01' USING WS-PERCHK-PARM

               MOVE WS-DATA-PAGTO-INT (1:6) TO WS-PERIODO-CONSULTADO
               IF PER-FECHADO
                   SET PERIODO-FECHADO TO TRUE
               ELSE
                   SET PERIODO-FECHADO TO FALSE
               END-IF
           END-IF
           .

       P210-PROCESSA-TRANSACAO.

           IF PI-ACAO = 'A'
               PERFORM P600-ALOCAR-CLIENTE
           ELSE
               PERFORM P215-VERIFICAR-CESSAO

               IF FATURA-CEDIDA
                   PERFORM P220-REPASSAR-FACTOR
               ELSE
                   PERFORM P150-LER-STATUS-ATUAL

                   SET TRANSACAO-DUPLICADA TO FALSE
                   IF PI-ACAO = 'C' OR PI-ACAO = 'P'
                       PERFORM P240-VERIFICAR-DUPLICATA
                   END-IF

                   IF TRANSACAO-DUPLICADA
                       PERFORM P245-RETER-PARA-REVISAO
                   ELSE
                       IF WS-STATUS-EXISTE = 'S'
                          AND (PS-PAGTO = 'S' OR PS-PAGTO = 'P')
                           MOVE PS-VALOR-PAGO TO WS-MOV-ANTES
                       ELSE
                           MOVE ZEROS TO WS-MOV-ANTES
                       END-IF

                       DISPLAY 'SITUACAO DO PAGTO ATUAL: ' WS-PAGTO
                       PERFORM P250-APLICAR-ACAO
                       DISPLAY 'NOVA SITUACAO DO PAGTO.: ' WS-PAGTO

                       PERFORM P400-GRAVAR-STATUS
                       PERFORM P420-GRAVAR-MOVIMENTO
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * P215-VERIFICAR-CESSAO
      * Fatura cedida a factor (CESACE01) nao e mais nossa: o
      * pagamento que ainda chegar para ela nao baixa a fatura nem
      * entra no caixa, vai para o razao de repasse ao factor
      * (REPFACT).
      ******************************************************************
       P215-VERIFICAR-CESSAO.

           SET FATURA-CEDIDA TO FALSE

           MOVE PI-NUM-FATURA TO CS-NUM-FATURA
           READ CESSAO-CREDITO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CS-CEDIDA
                       SET FATURA-CEDIDA TO TRUE
                   END-IF
           END-READ
           .

      ******************************************************************
      * P220-REPASSAR-FACTOR
      * Pagamento (C/P) de fatura cedida entra no REPFACT como
      * recebimento do factor; estorno (E) entra como estorno dele.
      * O recebido acumula no CESSAO. PAGTOSTS, ARMOVS e RECCAIXA nao
      * mudam -- o valor ja saiu do saldo do cliente na cessao. Outra
      * acao para fatura cedida vai para revisao.
      ******************************************************************
       P220-REPASSAR-FACTOR.

           EVALUATE PI-ACAO
               WHEN 'C'
               WHEN 'P'
                   SET PF-RECEBIMENTO TO TRUE
                   ADD PI-VALOR-PAGO TO CS-VALOR-RECEBIDO
                   MOVE WS-DATA-PAGTO-INT TO CS-DATA-ULT-RECEBTO
                   PERFORM P225-GRAVAR-REPASSE
               WHEN 'E'
                   SET PF-ESTORNO TO TRUE
                   SUBTRACT PI-VALOR-PAGO FROM CS-VALOR-RECEBIDO
                   PERFORM P225-GRAVAR-REPASSE
               WHEN OTHER
                   MOVE 'FATURA CEDIDA A FACTOR' TO WS-DUP-MOTIVO
                   PERFORM P245-RETER-PARA-REVISAO
           END-EVALUATE
           .

       P225-GRAVAR-REPASSE.

           MOVE CS-COD-FACTOR     TO PF-COD-FACTOR
           MOVE PI-NUM-FATURA     TO PF-NUM-FATURA
           MOVE PI-NUM-CLIENTE    TO PF-NUM-CLIENTE
           MOVE WS-DATA-PAGTO-INT TO PF-DATA
           MOVE PI-VALOR-PAGO     TO PF-VALOR
           MOVE PI-CANAL          TO PF-CANAL
           MOVE PI-BANCO          TO PF-BANCO
           MOVE 'PGTSET01'        TO PF-ORIGEM
           WRITE REPASSE-FACTOR-REC

           REWRITE CESSAO-REC
               INVALID KEY
                   DISPLAY 'PROGRAM_TEST_SET_01 - FALHA AO REGRAVAR '
                           'O CESSAO: ' CS-NUM-FATURA
           END-REWRITE
           ADD 1 TO WS-REPASSES-FACTOR

           DISPLAY 'PROGRAM_TEST_SET_01 - PAGAMENTO DE FATURA CEDIDA '
                   'REPASSADO AO FACTOR ' CS-COD-FACTOR ': '
                   PI-NUM-CLIENTE '/' PI-NUM-FATURA
           .

      ******************************************************************
               INVALID KEY
                   MOVE ZEROS TO WS-SALDO-RESTANTE
               NOT INVALID KEY
                   MOVE FATURA-REC TO WS-FT-IMAGEM-ANTES
                   COMPUTE WS-SALDO-RESTANTE =
                       FT-VALOR - FT-VALOR-AJUSTES
                     - FT-VALOR-BAIXADO - FT-VALOR-RENEGOCIADO
               NOT INVALID KEY
                   DISPLAY 'PROGRAM_TEST_SET_01 - FATURA REABERTA '
                           'POR ESTORNO: ' FT-NUM-FATURA
                   MOVE 'REGRAVACAO' TO FJ-OPERACAO
                   PERFORM P0FJ-GRAVAR-JORNAL-FATURA
           END-REWRITE
           .

                       SET PAGTO-CONFIRMADO TO TRUE
                   END-IF
               NOT INVALID KEY
                   MOVE FATURA-REC TO WS-FT-IMAGEM-ANTES
                   PERFORM P280-COMPARAR-VALORES
           END-READ
           .
               PERFORM P283-VERIFICAR-ISS-RETIDO
           END-IF

           IF WS-SALDO-RESTANTE > 0
              AND FT-VALOR-RET-FEDERAL > 0
               PERFORM P284-VERIFICAR-RETENCAO-FEDERAL
           END-IF

           IF WS-SALDO-RESTANTE > 0
              AND FT-DESC-PERCENTUAL > 0
              AND PI-DATA-PAGTO NOT = SPACES
           END-IF
           .

      ******************************************************************
      * P284-VERIFICAR-RETENCAO-FEDERAL
      * Fatura com IRRF/PIS/COFINS/CSLL retidos na fonte: o tomador
      * paga o liquido das retencoes federais (e do ISS, quando
      * tambem retido) -- um pagamento que cobre o aberto menos o
      * total retido quita a fatura por inteiro, com a parcela
      * retida abatida e gravada no diario SETAUDIT, em vez de cair
      * como SUBPAGO e ir para a carta de cobranca.
      ******************************************************************
       P284-VERIFICAR-RETENCAO-FEDERAL.

           MOVE FT-VALOR-RET-FEDERAL TO WS-VALOR-RETIDO
           IF FT-ISS-RETIDO-FONTE
               ADD FT-VALOR-ISS TO WS-VALOR-RETIDO
           END-IF

           IF WS-SALDO-RESTANTE <= WS-VALOR-RETIDO
               MOVE WS-SALDO-RESTANTE TO WS-VALOR-ABATIMENTO
               PERFORM P287-ABATER-NA-LIQUIDACAO
               MOVE ZEROS TO WS-SALDO-RESTANTE
               PERFORM P288-DIARIAR-RETENCAO
           END-IF
           .

       P288-DIARIAR-RETENCAO.

           MOVE WS-GERACAO-LOG         TO WS-SETAUD-GERACAO
           MOVE 'PGTSET01'             TO WS-SETAUD-PROGRAMA
           MOVE 'RET-FEDERAL-FONTE'    TO WS-SETAUD-CAMPO
           STRING PI-NUM-CLIENTE '/' FT-NUM-FATURA
               DELIMITED BY SIZE INTO WS-SETAUD-CHAVE
           MOVE ZEROS                  TO WS-SETAUD-VALOR-ANTES
           MOVE WS-VALOR-ABATIMENTO    TO WS-EDIT-VALOR
           MOVE WS-EDIT-VALOR          TO WS-SETAUD-VALOR-DEPOIS
           MOVE FUNCTION CURRENT-DATE  TO WS-SETAUD-DATA-HORA

           WRITE WS-SETAUD-REGISTRO
           .

      ******************************************************************
      * P287-ABATER-NA-LIQUIDACAO
      * O valor perdoado na liquidacao (desconto concedido ou ISS
           MOVE PI-NUM-CLIENTE     TO MV-NUM-CLIENTE
           SET MV-CREDITO          TO TRUE
           MOVE WS-VALOR-ABATIMENTO TO MV-VALOR
           MOVE WS-DTP-DATA-ATUAL TO MV-DATA
           MOVE 'PGTSET01'         TO MV-ORIGEM
           WRITE AR-MOVIMENTO-REC
           .
               INVALID KEY
                   DISPLAY 'PROGRAM_TEST_SET_01 - FALHA AO QUITAR '
                           'FATURA: ' FT-NUM-FATURA
               NOT INVALID KEY
                   MOVE 'REGRAVACAO' TO FJ-OPERACAO
                   PERFORM P0FJ-GRAVAR-JORNAL-FATURA
           END-REWRITE
           .

           MOVE WS-PAGTO               TO PH-STATUS-DEPOIS
           MOVE WS-VALOR-ACUMULADO     TO PH-VALOR-PAGO
           MOVE WS-SALDO-RESTANTE      TO PH-SALDO-RESTANTE
           MOVE WS-DTP-DATA-ATUAL  TO PH-DATA-EFETIVA
           MOVE FUNCTION CURRENT-DATE (9:6)  TO PH-HORA-EFETIVA

           WRITE PAGTO-HIST-REC

           COMPUTE WS-ALC-SALDO =
               FT-VALOR - FT-VALOR-AJUSTES - FT-VALOR-BAIXADO
             - FT-VALOR-RENEGOCIADO - FT-VALOR-RET-FEDERAL

           READ PAGAMENTO-STATUS
               INVALID KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FATURA-REC TO WS-FT-IMAGEM-ANTES
                   IF FT-VALOR-RET-FEDERAL > 0
                       MOVE FT-VALOR-RET-FEDERAL
                         TO WS-VALOR-ABATIMENTO
                       PERFORM P287-ABATER-NA-LIQUIDACAO
                       PERFORM P288-DIARIAR-RETENCAO
                   END-IF
                   SET FT-PAGA TO TRUE
                   REWRITE FATURA-REC
                       INVALID KEY
                           DISPLAY 'PROGRAM_TEST_SET_01 - FALHA AO '
                                   'QUITAR FATURA: ' FT-NUM-FATURA
                       NOT INVALID KEY
                           MOVE 'REGRAVACAO' TO FJ-OPERACAO
                           PERFORM P0FJ-GRAVAR-JORNAL-FATURA
                   END-REWRITE
           END-READ
           .
           MOVE WS-ALC-STATUS-NOVO     TO PH-STATUS-DEPOIS
           MOVE WS-ALC-ACUMULADO       TO PH-VALOR-PAGO
           MOVE WS-ALC-SALDO           TO PH-SALDO-RESTANTE
           MOVE WS-DTP-DATA-ATUAL  TO PH-DATA-EFETIVA
           MOVE FUNCTION CURRENT-DATE (9:6)  TO PH-HORA-EFETIVA
           WRITE PAGTO-HIST-REC

               MOVE PI-NUM-CLIENTE TO MV-NUM-CLIENTE
               SET MV-CREDITO      TO TRUE
               MOVE WS-MOV-DELTA   TO MV-VALOR
               MOVE WS-DTP-DATA-ATUAL TO MV-DATA
               MOVE 'PGTSET01'     TO MV-ORIGEM
               WRITE AR-MOVIMENTO-REC

               MOVE WS-ALC-FATURA (WS-IDX-ANTIGA) TO CX-NUM-FATURA
               PERFORM P425-GRAVAR-CAIXA
           END-IF
           .

           MOVE PI-NUM-CLIENTE             TO SL-NUM-CLIENTE
           MOVE ZEROS                      TO SL-NUM-FATURA
           MOVE WS-RESTANTE-ALOCAR         TO SL-VALOR
           MOVE WS-DTP-DATA-ATUAL TO SL-PRIMEIRA-DATA

           WRITE SUSPENSE-LEDGER-REC

               MOVE PI-NUM-CLIENTE TO MV-NUM-CLIENTE
               SET MV-CREDITO      TO TRUE
               MOVE WS-MOV-DELTA   TO MV-VALOR
               MOVE WS-DTP-DATA-ATUAL TO MV-DATA
               MOVE 'PGTSET01'     TO MV-ORIGEM
               WRITE AR-MOVIMENTO-REC

               MOVE PI-NUM-FATURA  TO CX-NUM-FATURA
               PERFORM P425-GRAVAR-CAIXA
           END-IF
           .

      ******************************************************************
      * P425-GRAVAR-CAIXA
      * O mesmo delta que entrou no ARMOVS vai para o razao de caixa
      * RECCAIXA, com o canal de cobranca da transacao: delta
      * positivo e recebimento, negativo e estorno. Transacao sem
      * canal foi digitada no caixa -- confirmacao manual.
      ******************************************************************
       P425-GRAVAR-CAIXA.

           MOVE WS-DTP-DATA-ATUAL TO CX-DATA

           IF PI-CANAL = SPACES
               MOVE 'MN' TO CX-CANAL
           ELSE
               MOVE PI-CANAL TO CX-CANAL
           END-IF

           IF PI-BANCO IS NUMERIC
               MOVE PI-BANCO TO CX-BANCO
           ELSE
               MOVE ZEROS TO CX-BANCO
           END-IF

           IF WS-MOV-DELTA < ZEROS
               SET CX-ESTORNO TO TRUE
               COMPUTE CX-VALOR = ZEROS - WS-MOV-DELTA
           ELSE
               SET CX-RECEBIMENTO TO TRUE
               MOVE WS-MOV-DELTA TO CX-VALOR
           END-IF

           MOVE PI-NUM-CLIENTE TO CX-NUM-CLIENTE
           MOVE 'PGTSET01'     TO CX-ORIGEM
           WRITE REC-CAIXA-REC
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE PAGAMENTO-IN
           CLOSE SUSPENSE-LEDGER
           CLOSE PAYMENT-REVIEW
           CLOSE AR-MOVEMENTS
           CLOSE FATURA-JOURNAL
           CLOSE REC-CAIXA
           CLOSE CESSAO-CREDITO
           CLOSE REPASSE-FACTOR

           MOVE 'C' TO WS-GEN-FUNCAO
           CALL 'GENCHK01' USING WS-GENCHK-PARM
                   WS-GRAVADOS
           DISPLAY 'PROGRAM_TEST_SET_01 - RETIDOS P/REVISAO.: '
                   WS-RETIDOS-REVISAO
           DISPLAY 'PROGRAM_TEST_SET_01 - REPASSES A FACTOR.: '
                   WS-REPASSES-FACTOR

           GOBACK.
      ******************************************************************
      * P0FJ-GRAVAR-JORNAL-FATURA
      * Acrescenta ao FTJRNL a alteracao recem aplicada a fatura:
      * FJ-OPERACAO vem do chamador, a imagem-antes foi guardada em
      * WS-FT-IMAGEM-ANTES antes da alteracao.
      ******************************************************************
       P0FJ-GRAVAR-JORNAL-FATURA.

           MOVE 'PGTSET01'             TO FJ-PROGRAMA
           MOVE FT-NUM-FATURA          TO FJ-NUM-FATURA
           MOVE FUNCTION CURRENT-DATE  TO FJ-DATA-HORA
           MOVE WS-FT-IMAGEM-ANTES     TO FJ-IMAGEM-ANTES
           MOVE FATURA-REC             TO FJ-IMAGEM-DEPOIS
           MOVE 'PGTSET01'             TO FJ-OPERADOR
           MOVE WS-GERACAO-LOG         TO FJ-NUM-CONTROLE

           WRITE FATURA-JOURNAL-REC
           .

      ******************************************************************
      * P0GL-LER-GERACAO-LOG
      * O identificador de geracao dos logs e o ultimo numero de
      * controle emitido pela sequencia do CTRLFILE; sem o arquivo a
