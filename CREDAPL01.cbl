      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: CREDAPL01 - automatic application of customer credit
      *          balances, run right after FATURA01. For every customer
      *          whose CREDPREF choice is to apply the credit ('A')
      *          and whose ARBAL balance is a credit, consumes the
      *          credit against the customer's newly issued invoices
      *          (open, not yet sent to the bank nor requested in
      *          automatic debit), oldest due date first: the applied
      *          amount is credited on PAGTOSTS with its PAGTHIST
      *          transition, an invoice fully covered is settled
      *          (FT-PAGA, journaled on FTJRNL) and so stays out of
      *          REMESSA01 and DEBREM01, and the CREDAPL ledger keeps
      *          the amount per invoice for ARPOST01, ARFECH01 and the
      *          statement. ARMOVS gets the debit that consumes the
      *          credit and the credit on the invoice, netting to zero
      *          for the incremental posting. The applications are
      *          listed on CREDRPT.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  With the run date's accounting period closed
      *             (PERCHK01) no credit is applied: the candidate
      *             invoices are counted as deferred and left open.
      * 15/10/2026  Invoice before image widened to 241 bytes for
      *             FATURA's FT-COD-EMPRESA.
      * 15/10/2026  First cut. A rerun on the same processing date
      *             discounts what the day already applied, since
      *             ARBAL is only rebuilt by ARPOST01 at the end of
      *             the chain.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDAPL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL CREDITO-PREF
                                      ASSIGN TO "CREDPREF"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CR-NUM-CLIENTE
                                      FILE STATUS IS WS-CREDPREF-STATUS.

           SELECT OPTIONAL SALDO-CLIENTE
                                      ASSIGN TO "ARBAL"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CB-NUM-CLIENTE
                                      FILE STATUS IS WS-SALDO-STATUS.

           SELECT OPTIONAL PAGAMENTO-STATUS
                                      ASSIGN TO "PAGTOSTS"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS PS-CHAVE
                                      FILE STATUS IS WS-PAGTOSTS-STATUS.

           SELECT OPTIONAL CREDITO-APLIC
                                      ASSIGN TO "CREDAPL"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS CA-NUM-FATURA
                                      FILE STATUS IS WS-CREDAPL-STATUS.

           SELECT OPTIONAL PAGTO-HIST
                                      ASSIGN TO "PAGTHIST"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AR-MOVEMENTS
                                      ASSIGN TO "ARMOVS"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-CONTROL-FILE
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FATURA-JOURNAL
                                      ASSIGN TO "FTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CREDITO-RPT        ASSIGN TO "CREDRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CREDITO-SORT       ASSIGN TO "SRTWORKO".

       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-MASTER.
           COPY FATURA.

       FD  CREDITO-PREF.
           COPY CREDPREF.

       FD  SALDO-CLIENTE.
           COPY ARBAL.

       FD  PAGAMENTO-STATUS.
           COPY PAGTOSTS.

       FD  CREDITO-APLIC.
           COPY CREDAPL.

       FD  PAGTO-HIST.
           COPY PAGTHIST.

       FD  AR-MOVEMENTS.
           COPY ARMOVS.

       FD  LOG-CONTROL-FILE.
       01  LOG-CONTROL-FILE-REC.
           03 LCF-ULTIMO-NUMERO              PIC 9(07).

       FD  FATURA-JOURNAL.
           COPY FTJRNL.

       FD  CREDITO-RPT.
       01  CREDITO-RPT-REC                    PIC X(132).

      * Faturas candidatas por cliente, vencimento (aaaammdd) e numero.
       SD  CREDITO-SORT.
       01  CREDITO-SORT-REC.
           03 SR-NUM-CLIENTE                  PIC 9(06).
           03 SR-DATA-VENCTO                  PIC 9(08).
           03 SR-NUM-FATURA                   PIC 9(06).

       WORKING-STORAGE SECTION.
      * Imagem da fatura antes da alteracao, para o diario FTJRNL.
       77 WS-FT-IMAGEM-ANTES                 PIC X(241) VALUE SPACES.

      * Geracao (numero de controle do CTRLFILE) carimbada em cada
      * registro de log desta execucao.
       77 WS-GERACAO-LOG        PIC 9(06) VALUE ZEROS.

       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CREDPREF-STATUS                 PIC X(02) VALUE '00'.
       77 WS-SALDO-STATUS                    PIC X(02) VALUE '00'.
       77 WS-PAGTOSTS-STATUS                 PIC X(02) VALUE '00'.
       77 WS-CREDAPL-STATUS                  PIC X(02) VALUE '00'.
       77 WS-CLIENTE-ATUAL                   PIC 9(06) VALUE ZEROS.
       77 WS-CREDITO-DISPONIVEL              PIC S9(09)V99 VALUE ZEROS.
       77 WS-VALOR-ABERTO                    PIC S9(09)V99 VALUE ZEROS.
       77 WS-VALOR-APLICAR                   PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-ACUMULADO                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-SALDO-RESTANTE                  PIC S9(09)V99 VALUE ZEROS.
       77 WS-PAGTO-ANTES                     PIC X(01) VALUE SPACE.
       77 WS-PAGTO                           PIC X(01) VALUE SPACE.
       77 WS-IDX-HOJE                        PIC 9(05) VALUE ZEROS.
       77 WS-TOT-HOJE                        PIC 9(05) VALUE ZEROS.
       77 WS-IDX-ACHADO                      PIC 9(05) VALUE ZEROS.

       01 WS-DATA-VENCTO-AUX.
           03 WS-VCT-DD                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-VCT-MM                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-VCT-AA                      PIC 9(04).

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-EOF-APLIC                   PIC X(01) VALUE 'N'.
              88 FIM-APLICACOES                   VALUE 'S' FALSE 'N'.
           03 WS-EOF-SORT                    PIC X(01) VALUE 'N'.
              88 FIM-SORT                         VALUE 'S' FALSE 'N'.
           03 WS-APLICA-SW                   PIC X(01) VALUE 'N'.
              88 CLIENTE-APLICA                   VALUE 'S' FALSE 'N'.
           03 WS-STATUS-SW                   PIC X(01) VALUE 'N'.
              88 STATUS-EXISTE                    VALUE 'S' FALSE 'N'.
           03 WS-FATURA-SW                   PIC X(01) VALUE 'N'.
              88 FATURA-ELEGIVEL                  VALUE 'S' FALSE 'N'.
           03 WS-LOCALIZADO-SW               PIC X(01) VALUE 'N'.
              88 CLIENTE-LOCALIZADO               VALUE 'S' FALSE 'N'.
           03 WS-PERIODO-SW                  PIC X(01) VALUE 'N'.
              88 PERIODO-FECHADO                  VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(07) VALUE ZEROS.
           03 WS-CANDIDATAS                  PIC 9(07) VALUE ZEROS.
           03 WS-CLIENTES                    PIC 9(07) VALUE ZEROS.
           03 WS-QUITADAS                    PIC 9(07) VALUE ZEROS.
           03 WS-PARCIAIS                    PIC 9(07) VALUE ZEROS.
           03 WS-ADIADAS                     PIC 9(07) VALUE ZEROS.

       77 WS-TOTAL-APLICADO                  PIC 9(11)V99 VALUE ZEROS.

      * Credito ja aplicado hoje por cliente (reexecucao no mesmo dia:
      * o ARBAL ainda nao reflete o que a primeira execucao consumiu).
       01 WS-TAB-HOJE.
           03 WS-HOJE-ITEM OCCURS 5000 TIMES.
              05 WS-HOJE-CLIENTE             PIC 9(06).
              05 WS-HOJE-VALOR               PIC 9(09)V99.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'CREDAPL01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'APLICACAO DE SALDO CREDOR'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.
       77 WS-LINHAS-PAGINA                   PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS                      PIC 9(02) VALUE 50.

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(09)
                                       VALUE 'CLIENTE'.
           03 FILLER                         PIC X(08)
                                       VALUE 'FATURA'.
           03 FILLER                         PIC X(14)
                                       VALUE 'VENCIMENTO'.
           03 FILLER                         PIC X(16)
                                       VALUE ' VALOR EM ABERTO'.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(16)
                                       VALUE 'CREDITO APLICADO'.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(16)
                                       VALUE '  SALDO A COBRAR'.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(08)
                                       VALUE 'SITUACAO'.

       01 WS-LINHA-DETALHE.
           03 DET-NUM-CLIENTE                PIC 9(06).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-NUM-FATURA                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-VENCIMENTO                 PIC X(10).
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-ABERTO                     PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-APLICADO                   PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-SALDO                      PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-SITUACAO                   PIC X(08).

       01 WS-LINHA-RODAPE.
           03 FILLER                         PIC X(20)
                                       VALUE 'TOTAL APLICADO....: '.
           03 ROD-TOTAL                      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

      * Parametro para o CALL do PERCHK01 (controle de periodos
      * contabeis).
           COPY PERPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P110-VERIFICAR-PERIODO

           SORT CREDITO-SORT
               ON ASCENDING KEY SR-NUM-CLIENTE
                                SR-DATA-VENCTO
                                SR-NUM-FATURA
               INPUT PROCEDURE IS P200-SELECIONAR-FATURAS
               OUTPUT PROCEDURE IS P300-APLICAR-CREDITOS

           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

       P100-ABRIR-ARQUIVOS.

           OPEN I-O    FATURA-MASTER
           OPEN INPUT  CREDITO-PREF
           OPEN INPUT  SALDO-CLIENTE
           OPEN I-O    PAGAMENTO-STATUS
           OPEN I-O    CREDITO-APLIC
           OPEN EXTEND PAGTO-HIST
           OPEN EXTEND AR-MOVEMENTS
           PERFORM P0GL-LER-GERACAO-LOG
           OPEN EXTEND FATURA-JOURNAL
           OPEN OUTPUT CREDITO-RPT

           PERFORM P120-CARREGAR-APLICADO-HOJE
           PERFORM P550-IMPRIMIR-CABECALHO
           .

      ******************************************************************
      * P110-VERIFICAR-PERIODO
      * A aplicacao e lancada com a data da execucao; com o periodo
      * contabil dela ja fechado (PERCHK01), nenhum credito e
      * consumido -- as faturas candidatas so sao contadas como
      * adiadas e ficam para a execucao com o periodo aberto.
      ******************************************************************
       P110-VERIFICAR-PERIODO.

           MOVE 'V'         TO WS-PER-FUNCAO
           MOVE WS-DTP-DATA-ATUAL TO WS-PER-DATA
           MOVE 'CREDAP01'  TO WS-PER-PROGRAMA
           MOVE SPACES      TO WS-PER-OPERADOR
           CALL 'PERCHK01' USING WS-PERCHK-PARM

           IF PER-FECHADO
               SET PERIODO-FECHADO TO TRUE
               DISPLAY 'CREDAPL01 - PERIODO CONTABIL '
                       WS-PER-DATA (1:6)
                       ' FECHADO - CREDITOS NAO APLICADOS'
           END-IF
           .

      ******************************************************************
      * P120-CARREGAR-APLICADO-HOJE
      * Soma por cliente o que o CREDAPL registra como aplicado na
      * data de processamento: numa reexecucao esse valor sai do
      * credito disponivel, que o ARBAL da vespera ainda mostra.
      ******************************************************************
       P120-CARREGAR-APLICADO-HOJE.

           MOVE ZEROS TO WS-TOT-HOJE

           PERFORM P125-LER-APLICACAO
               UNTIL FIM-APLICACOES
           .

       P125-LER-APLICACAO.

           READ CREDITO-APLIC NEXT RECORD
               AT END
                   SET FIM-APLICACOES TO TRUE
               NOT AT END
                   IF CA-DATA-APLICACAO = WS-DTP-DATA-ATUAL
                       MOVE CA-NUM-CLIENTE TO WS-CLIENTE-ATUAL
                       PERFORM P130-LOCALIZAR-HOJE
                       IF WS-IDX-ACHADO > ZEROS
                           ADD CA-VALOR-ULTIMA
                             TO WS-HOJE-VALOR (WS-IDX-ACHADO)
                       ELSE
                           IF WS-TOT-HOJE < 5000
                               ADD 1 TO WS-TOT-HOJE
                               MOVE CA-NUM-CLIENTE
                                 TO WS-HOJE-CLIENTE (WS-TOT-HOJE)
                               MOVE CA-VALOR-ULTIMA
                                 TO WS-HOJE-VALOR (WS-TOT-HOJE)
                           ELSE
                               DISPLAY 'CREDAPL01 - TABELA DE '
                                       'APLICACOES DO DIA CHEIA: '
                                       CA-NUM-CLIENTE
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       P130-LOCALIZAR-HOJE.

           SET CLIENTE-LOCALIZADO TO FALSE
           MOVE ZEROS TO WS-IDX-ACHADO

           PERFORM P135-COMPARAR-HOJE
               VARYING WS-IDX-HOJE FROM 1 BY 1
                 UNTIL WS-IDX-HOJE > WS-TOT-HOJE
                    OR CLIENTE-LOCALIZADO
           .

       P135-COMPARAR-HOJE.

           IF WS-HOJE-CLIENTE (WS-IDX-HOJE) = WS-CLIENTE-ATUAL
               SET CLIENTE-LOCALIZADO TO TRUE
               MOVE WS-IDX-HOJE TO WS-IDX-ACHADO
           END-IF
           .

      ******************************************************************
      * P200-SELECIONAR-FATURAS
      * Candidata e a fatura recem emitida -- aberta, fora de disputa,
      * ainda nao enviada ao banco nem pedida em debito automatico --
      * de cliente que escolheu aplicar o credito (CREDPREF em vigor
      * na data) e que tem saldo credor no ARBAL.
      ******************************************************************
       P200-SELECIONAR-FATURAS.

           PERFORM P210-LER-FATURA
           PERFORM P220-AVALIAR-FATURA
               UNTIL FIM-DE-ARQUIVO
           .

       P210-LER-FATURA.

           READ FATURA-MASTER NEXT RECORD
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDAS
           END-READ
           .

       P220-AVALIAR-FATURA.

           IF FT-ABERTA
              AND FT-BCO-NAO-ENVIADA
              AND FT-DEB-NAO-ENVIADO
              AND NOT FT-EM-DISPUTA
               PERFORM P230-VERIFICAR-CLIENTE
               IF CLIENTE-APLICA
                   MOVE FT-DATA-VENCTO TO WS-DATA-VENCTO-AUX
                   MOVE FT-NUM-CLIENTE TO SR-NUM-CLIENTE
                   COMPUTE SR-DATA-VENCTO =
                       WS-VCT-AA * 10000 + WS-VCT-MM * 100 + WS-VCT-DD
                   MOVE FT-NUM-FATURA  TO SR-NUM-FATURA
                   RELEASE CREDITO-SORT-REC
                   ADD 1 TO WS-CANDIDATAS
               END-IF
           END-IF

           PERFORM P210-LER-FATURA
           .

       P230-VERIFICAR-CLIENTE.

           SET CLIENTE-APLICA TO FALSE
           MOVE FT-NUM-CLIENTE TO CR-NUM-CLIENTE

           READ CREDITO-PREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CR-APLICAR
                      AND CR-DATA-EFETIVA <= WS-DTP-DATA-ATUAL
                       MOVE FT-NUM-CLIENTE TO CB-NUM-CLIENTE
                       READ SALDO-CLIENTE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CB-SALDO < 0
                                   SET CLIENTE-APLICA TO TRUE
                               END-IF
                       END-READ
                   END-IF
           END-READ
           .

      ******************************************************************
      * P300-APLICAR-CREDITOS
      * Quebra por cliente: o credito disponivel e o saldo credor do
      * ARBAL menos o ja aplicado hoje, consumido fatura a fatura na
      * ordem do vencimento ate acabar.
      ******************************************************************
       P300-APLICAR-CREDITOS.

           MOVE ZEROS TO WS-CLIENTE-ATUAL

           PERFORM P310-RETORNAR-FATURA
               UNTIL FIM-SORT
           .

       P310-RETORNAR-FATURA.

           RETURN CREDITO-SORT
               AT END
                   SET FIM-SORT TO TRUE
               NOT AT END
                   IF PERIODO-FECHADO
                       ADD 1 TO WS-ADIADAS
                   ELSE
                       IF SR-NUM-CLIENTE NOT = WS-CLIENTE-ATUAL
                           PERFORM P320-ABRIR-CLIENTE
                       END-IF
                       IF WS-CREDITO-DISPONIVEL > ZEROS
                           PERFORM P400-APLICAR-NA-FATURA
                       END-IF
                   END-IF
           END-RETURN
           .

       P320-ABRIR-CLIENTE.

           MOVE SR-NUM-CLIENTE TO WS-CLIENTE-ATUAL
           MOVE ZEROS          TO WS-CREDITO-DISPONIVEL

           MOVE SR-NUM-CLIENTE TO CB-NUM-CLIENTE
           READ SALDO-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-CREDITO-DISPONIVEL = 0 - CB-SALDO
           END-READ

           PERFORM P130-LOCALIZAR-HOJE
           IF WS-IDX-ACHADO > ZEROS
               SUBTRACT WS-HOJE-VALOR (WS-IDX-ACHADO)
                   FROM WS-CREDITO-DISPONIVEL
           END-IF

           IF WS-CREDITO-DISPONIVEL > ZEROS
               ADD 1 TO WS-CLIENTES
           END-IF
           .

      ******************************************************************
      * P400-APLICAR-NA-FATURA
      * Saldo aberto da fatura: faturado menos ajustes, baixas,
      * renegociado, retencoes federais e o ja pago em PAGTOSTS.
      * Fatura com pagamento em revisao ou reembolsado fica de fora.
      * Aplica o menor entre o credito disponivel e o saldo aberto.
      ******************************************************************
       P400-APLICAR-NA-FATURA.

           MOVE SR-NUM-FATURA TO FT-NUM-FATURA
           READ FATURA-MASTER
               INVALID KEY
                   DISPLAY 'CREDAPL01 - FATURA NAO ENCONTRADA: '
                           SR-NUM-FATURA
                   SET FATURA-ELEGIVEL TO FALSE
               NOT INVALID KEY
                   SET FATURA-ELEGIVEL TO TRUE
           END-READ

           IF FATURA-ELEGIVEL
               PERFORM P410-CALCULAR-ABERTO
           END-IF

           IF FATURA-ELEGIVEL
               IF WS-CREDITO-DISPONIVEL < WS-VALOR-ABERTO
                   MOVE WS-CREDITO-DISPONIVEL TO WS-VALOR-APLICAR
               ELSE
                   MOVE WS-VALOR-ABERTO       TO WS-VALOR-APLICAR
               END-IF
               COMPUTE WS-SALDO-RESTANTE =
                   WS-VALOR-ABERTO - WS-VALOR-APLICAR
               IF WS-SALDO-RESTANTE = ZEROS
                   MOVE 'S' TO WS-PAGTO
               ELSE
                   MOVE 'P' TO WS-PAGTO
               END-IF

               PERFORM P420-GRAVAR-STATUS
               PERFORM P430-GRAVAR-HISTORICO
               IF WS-SALDO-RESTANTE = ZEROS
                   PERFORM P440-QUITAR-FATURA
               END-IF
               PERFORM P450-GRAVAR-APLICACAO
               PERFORM P460-GRAVAR-MOVIMENTOS
               PERFORM P500-IMPRIMIR-DETALHE

               SUBTRACT WS-VALOR-APLICAR FROM WS-CREDITO-DISPONIVEL
               ADD WS-VALOR-APLICAR TO WS-TOTAL-APLICADO
           END-IF
           .

       P410-CALCULAR-ABERTO.

           COMPUTE WS-VALOR-ABERTO =
               FT-VALOR - FT-VALOR-AJUSTES - FT-VALOR-BAIXADO
             - FT-VALOR-RENEGOCIADO - FT-VALOR-RET-FEDERAL

           MOVE SPACE         TO WS-PAGTO-ANTES
           MOVE ZEROS         TO WS-VALOR-ACUMULADO
           SET STATUS-EXISTE  TO FALSE
           MOVE FT-NUM-CLIENTE TO PS-NUM-CLIENTE
           MOVE FT-NUM-FATURA  TO PS-NUM-FATURA

           READ PAGAMENTO-STATUS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STATUS-EXISTE TO TRUE
                   MOVE PS-PAGTO TO WS-PAGTO-ANTES
                   EVALUATE PS-PAGTO
                       WHEN 'S'
                       WHEN 'P'
                           MOVE PS-VALOR-PAGO TO WS-VALOR-ACUMULADO
                           SUBTRACT PS-VALOR-PAGO FROM WS-VALOR-ABERTO
                       WHEN 'X'
                       WHEN 'R'
                           SET FATURA-ELEGIVEL TO FALSE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ

           IF WS-VALOR-ABERTO NOT > ZEROS
               SET FATURA-ELEGIVEL TO FALSE
           END-IF
           .

      ******************************************************************
      * P420-GRAVAR-STATUS
      * O credito aplicado entra no acumulado pago da chave cliente/
      * fatura como qualquer pagamento: cobertura total confirma,
      * cobertura parcial deixa parcial com o saldo gravado.
      ******************************************************************
       P420-GRAVAR-STATUS.

           ADD WS-VALOR-APLICAR TO WS-VALOR-ACUMULADO

           MOVE FT-NUM-CLIENTE     TO PS-NUM-CLIENTE
           MOVE FT-NUM-FATURA      TO PS-NUM-FATURA
           MOVE WS-PAGTO           TO PS-PAGTO
           MOVE WS-VALOR-ACUMULADO TO PS-VALOR-PAGO
           MOVE WS-SALDO-RESTANTE  TO PS-SALDO-RESTANTE

           IF STATUS-EXISTE
               REWRITE PAGTO-STATUS-REC
                   INVALID KEY
                       DISPLAY 'CREDAPL01 - FALHA AO REGRAVAR STATUS: '
                               PS-CHAVE
               END-REWRITE
           ELSE
               WRITE PAGTO-STATUS-REC
                   INVALID KEY
                       DISPLAY 'CREDAPL01 - FALHA AO GRAVAR STATUS: '
                               PS-CHAVE
               END-WRITE
           END-IF
           .

       P430-GRAVAR-HISTORICO.

           MOVE FT-NUM-CLIENTE         TO PH-NUM-CLIENTE
           MOVE FT-NUM-FATURA          TO PH-NUM-FATURA
           MOVE WS-PAGTO-ANTES         TO PH-STATUS-ANTES
           MOVE WS-PAGTO               TO PH-STATUS-DEPOIS
           MOVE WS-VALOR-ACUMULADO     TO PH-VALOR-PAGO
           MOVE WS-SALDO-RESTANTE      TO PH-SALDO-RESTANTE
           MOVE WS-DTP-DATA-ATUAL      TO PH-DATA-EFETIVA
           MOVE FUNCTION CURRENT-DATE (9:6)  TO PH-HORA-EFETIVA

           WRITE PAGTO-HIST-REC
           .

      ******************************************************************
      * P440-QUITAR-FATURA
      * Fatura coberta inteira pelo credito fica paga: nao vai ao
      * boleto (REMESSA01) nem ao debito automatico (DEBREM01).
      ******************************************************************
       P440-QUITAR-FATURA.

           MOVE FATURA-REC TO WS-FT-IMAGEM-ANTES
           SET FT-PAGA TO TRUE

           REWRITE FATURA-REC
               INVALID KEY
                   DISPLAY 'CREDAPL01 - FALHA AO QUITAR FATURA: '
                           FT-NUM-FATURA
               NOT INVALID KEY
                   ADD 1 TO WS-QUITADAS
                   MOVE 'REGRAVACAO' TO FJ-OPERACAO
                   PERFORM P0FJ-GRAVAR-JORNAL-FATURA
           END-REWRITE
           .

      ******************************************************************
      * P450-GRAVAR-APLICACAO
      * Razao CREDAPL por fatura: o acumulado aplicado e o valor da
      * ultima aplicacao com a data dela (duas no mesmo dia somam).
      ******************************************************************
       P450-GRAVAR-APLICACAO.

           IF WS-SALDO-RESTANTE > ZEROS
               ADD 1 TO WS-PARCIAIS
           END-IF

           MOVE FT-NUM-FATURA TO CA-NUM-FATURA

           READ CREDITO-APLIC
               INVALID KEY
                   MOVE FT-NUM-CLIENTE    TO CA-NUM-CLIENTE
                   MOVE WS-VALOR-APLICAR  TO CA-VALOR-APLICADO
                   MOVE WS-DTP-DATA-ATUAL TO CA-DATA-APLICACAO
                   MOVE WS-VALOR-APLICAR  TO CA-VALOR-ULTIMA
                   WRITE CREDITO-APLIC-REC
                       INVALID KEY
                           DISPLAY 'CREDAPL01 - FALHA AO GRAVAR '
                                   'APLICACAO: ' FT-NUM-FATURA
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-VALOR-APLICAR TO CA-VALOR-APLICADO
                   IF CA-DATA-APLICACAO = WS-DTP-DATA-ATUAL
                       ADD WS-VALOR-APLICAR TO CA-VALOR-ULTIMA
                   ELSE
                       MOVE WS-DTP-DATA-ATUAL TO CA-DATA-APLICACAO
                       MOVE WS-VALOR-APLICAR  TO CA-VALOR-ULTIMA
                   END-IF
                   REWRITE CREDITO-APLIC-REC
                       INVALID KEY
                           DISPLAY 'CREDAPL01 - FALHA AO REGRAVAR '
                                   'APLICACAO: ' FT-NUM-FATURA
                   END-REWRITE
           END-READ
           .

      ******************************************************************
      * P460-GRAVAR-MOVIMENTOS
      * No ARMOVS o debito que consome o saldo credor e o credito na
      * fatura se anulam: o saldo do cliente nao muda, so deixa de
      * ser credito parado.
      ******************************************************************
       P460-GRAVAR-MOVIMENTOS.

           MOVE FT-NUM-CLIENTE     TO MV-NUM-CLIENTE
           SET MV-DEBITO           TO TRUE
           MOVE WS-VALOR-APLICAR   TO MV-VALOR
           MOVE WS-DTP-DATA-ATUAL  TO MV-DATA
           MOVE 'CREDAPL01'        TO MV-ORIGEM
           WRITE AR-MOVIMENTO-REC

           SET MV-CREDITO          TO TRUE
           WRITE AR-MOVIMENTO-REC
           .

       P500-IMPRIMIR-DETALHE.

           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM P550-IMPRIMIR-CABECALHO
           END-IF

           MOVE FT-NUM-CLIENTE     TO DET-NUM-CLIENTE
           MOVE FT-NUM-FATURA      TO DET-NUM-FATURA
           MOVE FT-DATA-VENCTO     TO DET-VENCIMENTO
           MOVE WS-VALOR-ABERTO    TO DET-ABERTO
           MOVE WS-VALOR-APLICAR   TO DET-APLICADO
           MOVE WS-SALDO-RESTANTE  TO DET-SALDO
           IF WS-SALDO-RESTANTE = ZEROS
               MOVE 'QUITADA'      TO DET-SITUACAO
           ELSE
               MOVE 'PARCIAL'      TO DET-SITUACAO
           END-IF

           MOVE WS-LINHA-DETALHE TO CREDITO-RPT-REC
           WRITE CREDITO-RPT-REC
           ADD 1 TO WS-LINHAS-PAGINA
           .

       P550-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA

           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO CREDITO-RPT-REC
           WRITE CREDITO-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO CREDITO-RPT-REC
           WRITE CREDITO-RPT-REC
           MOVE WS-LINHA-CAB3        TO CREDITO-RPT-REC
           WRITE CREDITO-RPT-REC
           MOVE SPACES               TO CREDITO-RPT-REC
           WRITE CREDITO-RPT-REC

           MOVE ZEROS TO WS-LINHAS-PAGINA
           .

       P900-ENCERRAR-ARQUIVOS.

           MOVE SPACES TO CREDITO-RPT-REC
           WRITE CREDITO-RPT-REC
           MOVE WS-TOTAL-APLICADO TO ROD-TOTAL
           MOVE WS-LINHA-RODAPE   TO CREDITO-RPT-REC
           WRITE CREDITO-RPT-REC

           CLOSE FATURA-MASTER
           CLOSE CREDITO-PREF
           CLOSE SALDO-CLIENTE
           CLOSE PAGAMENTO-STATUS
           CLOSE CREDITO-APLIC
           CLOSE PAGTO-HIST
           CLOSE AR-MOVEMENTS
           CLOSE FATURA-JOURNAL
           CLOSE CREDITO-RPT

           DISPLAY 'CREDAPL01 - FATURAS LIDAS......: ' WS-LIDAS
           DISPLAY 'CREDAPL01 - FATURAS CANDIDATAS.: ' WS-CANDIDATAS
           DISPLAY 'CREDAPL01 - CLIENTES COM CREDITO: ' WS-CLIENTES
           DISPLAY 'CREDAPL01 - FATURAS QUITADAS...: ' WS-QUITADAS
           DISPLAY 'CREDAPL01 - FATURAS PARCIAIS...: ' WS-PARCIAIS
           DISPLAY 'CREDAPL01 - FATURAS ADIADAS....: ' WS-ADIADAS
           DISPLAY 'CREDAPL01 - TOTAL APLICADO.....: '
                   WS-TOTAL-APLICADO
           .

      ******************************************************************
      * P0FJ-GRAVAR-JORNAL-FATURA
      * Acrescenta ao FTJRNL a alteracao recem aplicada a fatura:
      * FJ-OPERACAO vem do chamador, a imagem-antes foi guardada em
      * WS-FT-IMAGEM-ANTES antes da alteracao.
      ******************************************************************
       P0FJ-GRAVAR-JORNAL-FATURA.

           MOVE 'CREDAPL01'            TO FJ-PROGRAMA
           MOVE FT-NUM-FATURA          TO FJ-NUM-FATURA
           MOVE FUNCTION CURRENT-DATE  TO FJ-DATA-HORA
           MOVE WS-FT-IMAGEM-ANTES     TO FJ-IMAGEM-ANTES
           MOVE FATURA-REC             TO FJ-IMAGEM-DEPOIS
           MOVE 'CREDAPL01'            TO FJ-OPERADOR
           MOVE WS-GERACAO-LOG         TO FJ-NUM-CONTROLE

           WRITE FATURA-JOURNAL-REC
           .

      ******************************************************************
      * P0GL-LER-GERACAO-LOG
      * O identificador de geracao dos logs e o ultimo numero de
      * controle emitido pela sequencia do CTRLFILE; sem o arquivo a
      * geracao sai zero.
      ******************************************************************
       P0GL-LER-GERACAO-LOG.

           OPEN INPUT LOG-CONTROL-FILE

           READ LOG-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LCF-ULTIMO-NUMERO TO WS-GERACAO-LOG
           END-READ

           CLOSE LOG-CONTROL-FILE
           .

       END PROGRAM CREDAPL01.
