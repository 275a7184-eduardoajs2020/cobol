      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: ABERTO01 - nightly open-items work file, run early in
      *          the chain: one pass over the FATURA master and
      *          PAGTOSTS computes every open invoice's effective open
      *          remainder once, with the days overdue on the
      *          processing date and the dispute, promise, agreement
      *          and legal flags, and writes the ABERTOS file in
      *          customer/invoice order with its control trailer.
      *          AGERPT01, WORKLST01, CASHFC01, CARTACOB01, BUREAU01
      *          and WRTPROP01 read it instead of each rescanning the
      *          masters with its own arithmetic.
      *          Before the step is declared good the file is proved
      *          against ARBAL: the open items as ARPOST01 posts them,
      *          plus what the closed invoices still leave on the
      *          balances (an overpayment's credit), the refunds and
      *          the credit applied, must equal the sum of the ARBAL
      *          balances plus the ARMOVS movements not yet posted
      *          past the ARPCTL checkpoint. A divergence lists the
      *          components on the console and fails the step with
      *          RETURN-CODE 9001, so the readers depending on it do
      *          not run on a file that disagrees with the ledger.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut. The work file is always consolidated;
      *             with a company named on EMPSEL (EMPLKP01) only
      *             the proof follows that company's customers, the
      *             way ARPOST01 posts them into the company's ARBAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABERTO01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL PAGAMENTO-STATUS
                                      ASSIGN TO "PAGTOSTS"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS PS-CHAVE
                                      FILE STATUS IS WS-PAGTOS-STATUS.

           SELECT OPTIONAL CUSTOMER-MASTER
                                      ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL PROMESSA-FILE
                                      ASSIGN TO "PROMFILE"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS PM-CHAVE
                                      FILE STATUS IS WS-PROM-STATUS.

           SELECT OPTIONAL ACORDO-FILE
                                      ASSIGN TO "ACORDO"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS AC-NUM-ACORDO
                                      FILE STATUS IS WS-ACORDO-STATUS.

           SELECT OPTIONAL REFUND-LEDGER
                                      ASSIGN TO "REFLEDG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CREDITO-APLIC
                                      ASSIGN TO "CREDAPL"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS CA-NUM-FATURA
                                      FILE STATUS IS WS-CREDAPL-STATUS.

           SELECT OPTIONAL SALDO-CLIENTE
                                      ASSIGN TO "ARBAL"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS CB-NUM-CLIENTE
                                      FILE STATUS IS WS-SALDO-STATUS.

           SELECT OPTIONAL POSTING-CKP
                                      ASSIGN TO "ARPCTL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AR-MOVEMENTS
                                      ASSIGN TO "ARMOVS"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ITENS-ABERTOS      ASSIGN TO "ABERTOS"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK          ASSIGN TO "SRTWORKW".

       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-MASTER.
           COPY FATURA.

       FD  PAGAMENTO-STATUS.
           COPY PAGTOSTS.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  PROMESSA-FILE.
           COPY PROMFILE.

       FD  ACORDO-FILE.
           COPY ACORDO.

       FD  REFUND-LEDGER.
           COPY REFLEDG.

       FD  CREDITO-APLIC.
           COPY CREDAPL.

       FD  SALDO-CLIENTE.
           COPY ARBAL.

      * Checkpoint da postagem incremental do ARPOST01: quantos
      * registros do razao ARMOVS ja estao nos saldos de ARBAL.
       FD  POSTING-CKP.
       01  POSTING-CKP-REC.
           03 CK-QTD-MOVIMENTOS              PIC 9(09).
           03 CK-DATA-RECONSTRUCAO           PIC 9(08).

       FD  AR-MOVEMENTS.
           COPY ARMOVS.

       FD  ITENS-ABERTOS.
           COPY ABERTOS.

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           03 SR-NUM-CLIENTE                  PIC 9(06).
           03 SR-NUM-FATURA                   PIC 9(06).
           03 SR-COD-EMPRESA                  PIC 9(02).
           03 SR-DATA-VENCTO                  PIC X(10).
           03 SR-VENCTO-INT                   PIC 9(08).
           03 SR-DIAS-ATRASO                  PIC S9(05).
           03 SR-VALOR-FATURA                 PIC 9(07)V99.
           03 SR-VALOR-ABERTO                 PIC 9(07)V99.
           03 SR-SALDO-CONTABIL               PIC S9(07)V99.
           03 SR-DISPUTA                      PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PAGTOS-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PROM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-ACORDO-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CREDAPL-STATUS                  PIC X(02) VALUE '00'.
       77 WS-SALDO-STATUS                    PIC X(02) VALUE '00'.
       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE                       PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-VENCTO                     PIC 9(07) VALUE ZEROS.
       77 WS-CLIENTE-ATUAL                   PIC 9(06) VALUE ZEROS.
       77 WS-CLIENTE-BUSCA                   PIC 9(06) VALUE ZEROS.
       77 WS-PAGO-CONTABIL                   PIC 9(07)V99 VALUE ZEROS.
       77 WS-PAGO-EFETIVO                    PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-ABERTO                    PIC S9(09)V99 VALUE ZEROS.
       77 WS-SALDO-CONTABIL                  PIC S9(09)V99 VALUE ZEROS.
       77 WS-QTD-CHECKPOINT                  PIC 9(09) VALUE ZEROS.
       77 WS-QTD-MOVIMENTOS                  PIC 9(09) VALUE ZEROS.
       77 WS-EDIT-VALOR                      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-DATA-VENCTO-AUX.
           03 WS-VCT-DD                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-VCT-MM                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-VCT-AA                      PIC 9(04).

       01 WS-SWITCHES.
           03 WS-EOF-FATURA                  PIC X(01) VALUE 'N'.
              88 FIM-FATURA                       VALUE 'S' FALSE 'N'.
           03 WS-EOF-SORT                    PIC X(01) VALUE 'N'.
              88 FIM-SORT                         VALUE 'S' FALSE 'N'.
           03 WS-PRIMEIRO-SW                 PIC X(01) VALUE 'S'.
              88 PRIMEIRO-CLIENTE                 VALUE 'S' FALSE 'N'.
           03 WS-PROM-EOF                    PIC X(01) VALUE 'N'.
              88 FIM-PROMESSAS                    VALUE 'S' FALSE 'N'.
           03 WS-PROM-SW                     PIC X(01) VALUE 'N'.
              88 PROMESSA-ATIVA                   VALUE 'S' FALSE 'N'.
           03 WS-EOF-ACORDO                  PIC X(01) VALUE 'N'.
              88 FIM-ACORDOS                      VALUE 'S' FALSE 'N'.
           03 WS-ACORDO-SW                   PIC X(01) VALUE 'N'.
              88 ACORDO-VIGENTE                   VALUE 'S' FALSE 'N'.
           03 WS-EOF-REEMB                   PIC X(01) VALUE 'N'.
              88 FIM-REEMBOLSOS                   VALUE 'S' FALSE 'N'.
           03 WS-EOF-APLIC                   PIC X(01) VALUE 'N'.
              88 FIM-APLICACOES                   VALUE 'S' FALSE 'N'.
           03 WS-EOF-SALDO                   PIC X(01) VALUE 'N'.
              88 FIM-SALDOS                       VALUE 'S' FALSE 'N'.
           03 WS-EOF-MOV                     PIC X(01) VALUE 'N'.
              88 FIM-MOVIMENTOS                   VALUE 'S' FALSE 'N'.
           03 WS-PROVA-SW                    PIC X(01) VALUE 'N'.
              88 PROVA-FALHOU                     VALUE 'S' FALSE 'N'.
           03 WS-EMPRESA-SW                  PIC X(01) VALUE 'N'.
              88 EXECUCAO-POR-EMPRESA             VALUE 'S' FALSE 'N'.
           03 WS-CLI-EMPRESA-SW              PIC X(01) VALUE 'S'.
              88 CLIENTE-DA-EMPRESA               VALUE 'S' FALSE 'N'.

      * Flags do cliente corrente, levantadas uma vez na quebra e
      * repetidas em cada item dele.
       01 WS-FLAGS-CLIENTE.
           03 WS-FLG-PROMESSA                PIC X(01) VALUE 'N'.
           03 WS-FLG-ACORDO                  PIC X(01) VALUE 'N'.
           03 WS-FLG-LEGAL                   PIC X(01) VALUE 'N'.

      * Empresa emissora da execucao (EMPSEL); sem selecao a prova e
      * consolidada. Com selecao, so os clientes da empresa entram na
      * prova, que e contra o ARBAL da empresa.
       77 WS-EMPRESA-SEL                     PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-CLIENTE                 PIC 9(02) VALUE ZEROS.

      * Clientes com acordo de renegociacao ativo (RENEG01).
       77 WS-TOT-ACORDOS                     PIC 9(05) VALUE ZEROS.
       77 WS-IDX-ACORDO                      PIC 9(05) VALUE ZEROS.
       01 WS-TAB-ACORDOS.
           03 WS-ACORDO-ENTRADA OCCURS 0 TO 20000 TIMES
                                DEPENDING ON WS-TOT-ACORDOS.
              05 WS-ACORDO-CLIENTE          PIC 9(06).

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(07) VALUE ZEROS.
           03 WS-ABERTAS                     PIC 9(07) VALUE ZEROS.
           03 WS-GRAVADOS                    PIC 9(07) VALUE ZEROS.
           03 WS-SEM-SALDO                   PIC 9(07) VALUE ZEROS.
           03 WS-SALDOS-LIDOS                PIC 9(07) VALUE ZEROS.

      * Totais do trailer do arquivo de trabalho.
       77 WS-HASH-FATURAS                    PIC 9(11) VALUE ZEROS.
       77 WS-TOT-ABERTO                      PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-CONTABIL                    PIC S9(11)V99 VALUE ZEROS.

      * Componentes da prova contra ARBAL: o lado reconstruido (como
      * o ARPOST01 posta) e o lado dos saldos persistentes.
       01 WS-TOTAIS-PROVA.
           03 WS-PROVA-ABERTOS               PIC S9(11)V99 VALUE ZEROS.
           03 WS-PROVA-ENCERRADAS            PIC S9(11)V99 VALUE ZEROS.
           03 WS-PROVA-REEMBOLSOS            PIC S9(11)V99 VALUE ZEROS.
           03 WS-PROVA-CRED-APLIC            PIC S9(11)V99 VALUE ZEROS.
           03 WS-PROVA-ARBAL                 PIC S9(11)V99 VALUE ZEROS.
           03 WS-PROVA-NAO-POSTADO           PIC S9(11)V99 VALUE ZEROS.
           03 WS-PROVA-CALCULADO             PIC S9(11)V99 VALUE ZEROS.
           03 WS-PROVA-ESPERADO              PIC S9(11)V99 VALUE ZEROS.
           03 WS-PROVA-DIFERENCA             PIC S9(11)V99 VALUE ZEROS.

      * Parametro para o CALL do EMPLKP01 (tabela de empresas
      * emissoras).
           COPY EMPPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           MOVE 'S' TO WS-EMP-FUNCAO
           CALL 'EMPLKP01' USING WS-EMPLKP-PARM

           IF EMP-SELECAO-INVALIDA
               DISPLAY 'ABERTO01 - EMPRESA DO EMPSEL NAO CADASTRADA: '
                       WS-EMP-COD-EMPRESA
                       ' - EXECUCAO RECUSADA'
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           IF EMP-OK
               SET EXECUCAO-POR-EMPRESA TO TRUE
               MOVE WS-EMP-COD-EMPRESA TO WS-EMPRESA-SEL
               DISPLAY 'ABERTO01 - PROVA DA EMPRESA: '
                       WS-EMPRESA-SEL ' - ' WS-EMP-RAZAO-SOCIAL
           END-IF

           PERFORM P050-CARREGAR-ACORDOS
           PERFORM P080-ABRIR-ARQUIVOS

           SORT SORT-WORK
               ON ASCENDING KEY SR-NUM-CLIENTE SR-NUM-FATURA
               INPUT PROCEDURE IS P100-SELECIONAR-ABERTAS
               OUTPUT PROCEDURE IS P300-GRAVAR-ITENS

           PERFORM P400-SOMAR-REEMBOLSOS
           PERFORM P420-SOMAR-CRED-APLICADO
           PERFORM P440-SOMAR-NAO-POSTADOS
           PERFORM P460-SOMAR-ARBAL
           PERFORM P500-PROVAR-CONTRA-ARBAL
           PERFORM P900-ENCERRAR-ARQUIVOS

           IF PROVA-FALHOU
               MOVE 9001 TO RETURN-CODE
           END-IF

           GOBACK.

      ******************************************************************
      * P050-CARREGAR-ACORDOS
      * Carrega os clientes com acordo ativo de RENEG01 para a flag
      * de acordo dos itens. Tabela cheia recusa a execucao antes de
      * gravar o arquivo: um cliente de acordo sem a flag seria
      * cobrado pelos leitores.
      ******************************************************************
       P050-CARREGAR-ACORDOS.

           OPEN INPUT ACORDO-FILE

           PERFORM P060-LER-UM-ACORDO
               UNTIL FIM-ACORDOS

           CLOSE ACORDO-FILE
           .

       P060-LER-UM-ACORDO.

           READ ACORDO-FILE NEXT RECORD
               AT END
                   SET FIM-ACORDOS TO TRUE
               NOT AT END
                   IF AC-ATIVO
                       IF WS-TOT-ACORDOS < 20000
                           ADD 1 TO WS-TOT-ACORDOS
                           MOVE AC-NUM-CLIENTE
                             TO WS-ACORDO-CLIENTE (WS-TOT-ACORDOS)
                       ELSE
                           DISPLAY 'ABERTO01 - TABELA DE ACORDOS '
                                   'ATIVOS ESGOTADA (20000) - '
                                   'EXECUCAO RECUSADA'
                           CLOSE ACORDO-FILE
                           MOVE 9001 TO RETURN-CODE
                           GOBACK
                       END-IF
                   END-IF
           END-READ
           .

       P080-ABRIR-ARQUIVOS.

           OPEN INPUT PAGAMENTO-STATUS
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT PROMESSA-FILE

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE-INT)
           .

      ******************************************************************
      * P100-SELECIONAR-ABERTAS
      * Uma passagem pelo mestre: toda fatura aberta vai ao SORT com
      * o saldo efetivo e o contabil; toda fatura, aberta ou nao,
      * soma na prova o que deixa no saldo do cliente.
      ******************************************************************
       P100-SELECIONAR-ABERTAS.

           OPEN INPUT FATURA-MASTER

           PERFORM P110-LER-FATURA
           PERFORM P120-TRATAR-FATURA
               UNTIL FIM-FATURA

           CLOSE FATURA-MASTER
           .

       P110-LER-FATURA.

           READ FATURA-MASTER NEXT RECORD
               AT END
                   SET FIM-FATURA TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDAS
           END-READ
           .

      ******************************************************************
      * P120-TRATAR-FATURA
      * Saldo contabil, como o ARPOST01 posta: o faturado menos
      * ajustes, baixado, renegociado e abatido (nada para fatura
      * cancelada ou cedida), menos o pago confirmado ou parcial de
      * PAGTOSTS -- que o ARPOST01 credita mesmo na cancelada.
      ******************************************************************
       P120-TRATAR-FATURA.

           PERFORM P130-CONSULTAR-PAGAMENTO

           IF FT-CANCELADA OR FT-CEDIDA
               COMPUTE WS-SALDO-CONTABIL = ZEROS - WS-PAGO-CONTABIL
           ELSE
               COMPUTE WS-SALDO-CONTABIL =
                   FT-VALOR - FT-VALOR-AJUSTES - FT-VALOR-BAIXADO
                 - FT-VALOR-RENEGOCIADO - FT-VALOR-ABATIDO
                 - WS-PAGO-CONTABIL
           END-IF

           MOVE FT-NUM-CLIENTE TO WS-CLIENTE-BUSCA
           PERFORM P520-VERIFICAR-EMPRESA

           IF FT-ABERTA
               PERFORM P140-LIBERAR-ITEM
               IF CLIENTE-DA-EMPRESA
                   ADD WS-SALDO-CONTABIL TO WS-PROVA-ABERTOS
               END-IF
           ELSE
               IF CLIENTE-DA-EMPRESA
                   ADD WS-SALDO-CONTABIL TO WS-PROVA-ENCERRADAS
               END-IF
           END-IF

           PERFORM P110-LER-FATURA
           .

      ******************************************************************
      * P130-CONSULTAR-PAGAMENTO
      * O pago confirmado ou parcial entra no contabil e no efetivo;
      * o pagamento em revisao ('X') ja cobre o titulo para quem
      * cobra, mas o ARPOST01 ainda nao o credita.
      ******************************************************************
       P130-CONSULTAR-PAGAMENTO.

           MOVE ZEROS TO WS-PAGO-CONTABIL
                         WS-PAGO-EFETIVO

           MOVE FT-NUM-CLIENTE TO PS-NUM-CLIENTE
           MOVE FT-NUM-FATURA  TO PS-NUM-FATURA
           READ PAGAMENTO-STATUS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE PS-PAGTO
                       WHEN 'S'
                       WHEN 'P'
                           MOVE PS-VALOR-PAGO TO WS-PAGO-CONTABIL
                                                 WS-PAGO-EFETIVO
                       WHEN 'X'
                           MOVE PS-VALOR-PAGO TO WS-PAGO-EFETIVO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

      ******************************************************************
      * P140-LIBERAR-ITEM
      * Saldo efetivo em aberto: o faturado menos ajustes, baixado,
      * renegociado, abatido, as retencoes federais na fonte e o ja
      * aplicado em PAGTOSTS, nunca abaixo de zero. Um titulo coberto
      * mas ainda aberto vai ao arquivo com saldo zero.
      ******************************************************************
       P140-LIBERAR-ITEM.

           ADD 1 TO WS-ABERTAS

           COMPUTE WS-VALOR-ABERTO =
               FT-VALOR - FT-VALOR-AJUSTES - FT-VALOR-BAIXADO
             - FT-VALOR-RENEGOCIADO - FT-VALOR-ABATIDO
             - FT-VALOR-RET-FEDERAL - WS-PAGO-EFETIVO

           IF WS-VALOR-ABERTO < ZEROS
               MOVE ZEROS TO WS-VALOR-ABERTO
           END-IF

           MOVE FT-DATA-VENCTO TO WS-DATA-VENCTO-AUX
           COMPUTE SR-VENCTO-INT =
               WS-VCT-AA * 10000 + WS-VCT-MM * 100 + WS-VCT-DD
           COMPUTE WS-DIAS-VENCTO =
               FUNCTION INTEGER-OF-DATE (SR-VENCTO-INT)
           COMPUTE SR-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENCTO

           MOVE FT-NUM-CLIENTE    TO SR-NUM-CLIENTE
           MOVE FT-NUM-FATURA     TO SR-NUM-FATURA
           MOVE FT-COD-EMPRESA    TO SR-COD-EMPRESA
           IF SR-COD-EMPRESA = ZEROS
               MOVE 1 TO SR-COD-EMPRESA
           END-IF
           MOVE FT-DATA-VENCTO    TO SR-DATA-VENCTO
           MOVE FT-VALOR          TO SR-VALOR-FATURA
           MOVE WS-VALOR-ABERTO   TO SR-VALOR-ABERTO
           MOVE WS-SALDO-CONTABIL TO SR-SALDO-CONTABIL
           IF FT-EM-DISPUTA
               MOVE 'S' TO SR-DISPUTA
           ELSE
               MOVE 'N' TO SR-DISPUTA
           END-IF

           RELEASE SORT-WORK-REC
           .

      ******************************************************************
      * P300-GRAVAR-ITENS
      * Grava os itens em ordem de cliente/fatura, com as flags do
      * cliente levantadas na quebra, e fecha o arquivo com o
      * trailer de controle.
      ******************************************************************
       P300-GRAVAR-ITENS.

           OPEN OUTPUT ITENS-ABERTOS

           PERFORM P310-RETORNAR-ITEM
           PERFORM P320-GRAVAR-ITEM
               UNTIL FIM-SORT

           PERFORM P380-GRAVAR-TRAILER

           CLOSE ITENS-ABERTOS
           .

       P310-RETORNAR-ITEM.

           RETURN SORT-WORK
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN
           .

       P320-GRAVAR-ITEM.

           IF PRIMEIRO-CLIENTE
              OR SR-NUM-CLIENTE NOT = WS-CLIENTE-ATUAL
               SET PRIMEIRO-CLIENTE TO FALSE
               MOVE SR-NUM-CLIENTE TO WS-CLIENTE-ATUAL
               PERFORM P330-LEVANTAR-CLIENTE
           END-IF

           MOVE SPACES            TO ITEM-ABERTO-REC
           MOVE SR-NUM-CLIENTE    TO IA-NUM-CLIENTE
           MOVE SR-NUM-FATURA     TO IA-NUM-FATURA
           MOVE SR-COD-EMPRESA    TO IA-COD-EMPRESA
           MOVE SR-DATA-VENCTO    TO IA-DATA-VENCTO
           MOVE SR-VENCTO-INT     TO IA-VENCTO-INT
           MOVE SR-DIAS-ATRASO    TO IA-DIAS-ATRASO
           MOVE SR-VALOR-FATURA   TO IA-VALOR-FATURA
           MOVE SR-VALOR-ABERTO   TO IA-VALOR-ABERTO
           MOVE SR-SALDO-CONTABIL TO IA-SALDO-CONTABIL
           MOVE SR-DISPUTA        TO IA-DISPUTA
           MOVE WS-FLG-PROMESSA   TO IA-PROMESSA
           MOVE WS-FLG-ACORDO     TO IA-ACORDO
           MOVE WS-FLG-LEGAL      TO IA-LEGAL

           WRITE ITEM-ABERTO-REC
           ADD 1 TO WS-GRAVADOS
           ADD SR-NUM-FATURA     TO WS-HASH-FATURAS
           ADD SR-VALOR-ABERTO   TO WS-TOT-ABERTO
           ADD SR-SALDO-CONTABIL TO WS-TOT-CONTABIL
           IF SR-VALOR-ABERTO = ZEROS
               ADD 1 TO WS-SEM-SALDO
           END-IF

           PERFORM P310-RETORNAR-ITEM
           .

      ******************************************************************
      * P330-LEVANTAR-CLIENTE
      * Protecao legal do cadastro, promessa nao vencida no PROMFILE
      * e acordo ativo na tabela -- os mesmos testes que a carta de
      * cobranca e a lista diaria faziam cada uma por conta propria.
      ******************************************************************
       P330-LEVANTAR-CLIENTE.

           MOVE 'N' TO WS-FLG-PROMESSA
                       WS-FLG-ACORDO
                       WS-FLG-LEGAL

           MOVE WS-CLIENTE-ATUAL TO CM-NUM-CLIENTE
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-PROTECAO-LEGAL
                       MOVE 'S' TO WS-FLG-LEGAL
                   END-IF
           END-READ

           PERFORM P340-CONSULTAR-PROMESSA
           IF PROMESSA-ATIVA
               MOVE 'S' TO WS-FLG-PROMESSA
           END-IF

           SET ACORDO-VIGENTE TO FALSE
           PERFORM P350-COMPARAR-ACORDO
               VARYING WS-IDX-ACORDO FROM 1 BY 1
                 UNTIL WS-IDX-ACORDO > WS-TOT-ACORDOS
                    OR ACORDO-VIGENTE
           IF ACORDO-VIGENTE
               MOVE 'S' TO WS-FLG-ACORDO
           END-IF
           .

       P340-CONSULTAR-PROMESSA.

           SET PROMESSA-ATIVA TO FALSE
           SET FIM-PROMESSAS  TO FALSE

           MOVE WS-CLIENTE-ATUAL TO PM-NUM-CLIENTE
           MOVE ZEROS            TO PM-NUM-FATURA

           START PROMESSA-FILE KEY >= PM-CHAVE
               INVALID KEY
                   SET FIM-PROMESSAS TO TRUE
           END-START

           PERFORM P345-LER-UMA-PROMESSA
               UNTIL FIM-PROMESSAS OR PROMESSA-ATIVA
           .

       P345-LER-UMA-PROMESSA.

           READ PROMESSA-FILE NEXT RECORD
               AT END
                   SET FIM-PROMESSAS TO TRUE
               NOT AT END
                   IF PM-NUM-CLIENTE NOT = WS-CLIENTE-ATUAL
                       SET FIM-PROMESSAS TO TRUE
                   ELSE
                       IF PM-DATA-PROMESSA >= WS-DATA-HOJE-INT
                           SET PROMESSA-ATIVA TO TRUE
                       END-IF
                   END-IF
           END-READ
           .

       P350-COMPARAR-ACORDO.

           IF WS-ACORDO-CLIENTE (WS-IDX-ACORDO) = WS-CLIENTE-ATUAL
               SET ACORDO-VIGENTE TO TRUE
           END-IF
           .

      ******************************************************************
      * P380-GRAVAR-TRAILER
      * Trailer de controle (TRLCTL): itens gravados e soma dos
      * numeros de fatura, os dois totais de valor e a data de
      * processamento para a qual o arquivo foi montado.
      ******************************************************************
       P380-GRAVAR-TRAILER.

           MOVE SPACES            TO ITEM-ABERTO-REC
           MOVE 'TRAILER'         TO TRL-INDICADOR
           MOVE WS-GRAVADOS       TO TRL-QTD-REGISTROS
           MOVE WS-HASH-FATURAS   TO TRL-HASH-TOTAL
           MOVE WS-TOT-ABERTO     TO IZ-VALOR-ABERTO
           MOVE WS-TOT-CONTABIL   TO IZ-SALDO-CONTABIL
           MOVE WS-DATA-HOJE-INT  TO IZ-DATA-BASE
           WRITE ITEM-ABERTO-REC
           .

      ******************************************************************
      * P400-SOMAR-REEMBOLSOS
      * Reembolsos efetuados (REFLEDG): debito no saldo do cliente.
      ******************************************************************
       P400-SOMAR-REEMBOLSOS.

           OPEN INPUT REFUND-LEDGER

           PERFORM P410-SOMAR-UM-REEMBOLSO
               UNTIL FIM-REEMBOLSOS

           CLOSE REFUND-LEDGER
           .

       P410-SOMAR-UM-REEMBOLSO.

           READ REFUND-LEDGER
               AT END
                   SET FIM-REEMBOLSOS TO TRUE
               NOT AT END
                   MOVE RF-NUM-CLIENTE TO WS-CLIENTE-BUSCA
                   PERFORM P520-VERIFICAR-EMPRESA
                   IF CLIENTE-DA-EMPRESA
                       ADD RF-VALOR TO WS-PROVA-REEMBOLSOS
                   END-IF
           END-READ
           .

      ******************************************************************
      * P420-SOMAR-CRED-APLICADO
      * Credito aplicado (CREDAPL): debito no saldo do cliente, como
      * o reembolso.
      ******************************************************************
       P420-SOMAR-CRED-APLICADO.

           OPEN INPUT CREDITO-APLIC

           PERFORM P430-SOMAR-UMA-APLICACAO
               UNTIL FIM-APLICACOES

           CLOSE CREDITO-APLIC
           .

       P430-SOMAR-UMA-APLICACAO.

           READ CREDITO-APLIC NEXT RECORD
               AT END
                   SET FIM-APLICACOES TO TRUE
               NOT AT END
                   MOVE CA-NUM-CLIENTE TO WS-CLIENTE-BUSCA
                   PERFORM P520-VERIFICAR-EMPRESA
                   IF CLIENTE-DA-EMPRESA
                       ADD CA-VALOR-APLICADO TO WS-PROVA-CRED-APLIC
                   END-IF
           END-READ
           .

      ******************************************************************
      * P440-SOMAR-NAO-POSTADOS
      * Movimentos do ARMOVS alem do checkpoint ARPCTL: atividade que
      * ja esta no mestre mas o ARPOST01 ainda nao levou ao ARBAL.
      ******************************************************************
       P440-SOMAR-NAO-POSTADOS.

           OPEN INPUT POSTING-CKP
           READ POSTING-CKP
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CK-QTD-MOVIMENTOS TO WS-QTD-CHECKPOINT
           END-READ
           CLOSE POSTING-CKP

           OPEN INPUT AR-MOVEMENTS
           PERFORM P450-SOMAR-UM-MOVIMENTO
               UNTIL FIM-MOVIMENTOS
           CLOSE AR-MOVEMENTS
           .

       P450-SOMAR-UM-MOVIMENTO.

           READ AR-MOVEMENTS
               AT END
                   SET FIM-MOVIMENTOS TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-MOVIMENTOS
                   IF WS-QTD-MOVIMENTOS > WS-QTD-CHECKPOINT
                       MOVE MV-NUM-CLIENTE TO WS-CLIENTE-BUSCA
                       PERFORM P520-VERIFICAR-EMPRESA
                       IF CLIENTE-DA-EMPRESA
                           IF MV-DEBITO
                               ADD MV-VALOR TO WS-PROVA-NAO-POSTADO
                           ELSE
                               SUBTRACT MV-VALOR
                                   FROM WS-PROVA-NAO-POSTADO
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

      ******************************************************************
      * P460-SOMAR-ARBAL
      * Soma dos saldos persistentes; ARBAL ausente e lido como
      * vazio, ARBAL que nao abre reprova a prova.
      ******************************************************************
       P460-SOMAR-ARBAL.

           OPEN INPUT SALDO-CLIENTE

           IF WS-SALDO-STATUS NOT = '00'
                  AND WS-SALDO-STATUS NOT = '05'
               DISPLAY 'ABERTO01 - FALHA AO ABRIR ARBAL PARA A '
                       'PROVA - STATUS ' WS-SALDO-STATUS
               SET PROVA-FALHOU TO TRUE
           ELSE
               PERFORM P470-SOMAR-UM-SALDO
                   UNTIL FIM-SALDOS
               CLOSE SALDO-CLIENTE
           END-IF
           .

       P470-SOMAR-UM-SALDO.

           READ SALDO-CLIENTE NEXT RECORD
               AT END
                   SET FIM-SALDOS TO TRUE
               NOT AT END
                   ADD 1 TO WS-SALDOS-LIDOS
                   ADD CB-SALDO TO WS-PROVA-ARBAL
           END-READ
           .

      ******************************************************************
      * P500-PROVAR-CONTRA-ARBAL
      * Abertos (contabil) + residuo das encerradas + reembolsos +
      * credito aplicado = saldos ARBAL + movimento nao postado.
      * Qualquer diferenca reprova o passo com RC 9001: um arquivo
      * de abertos que nao bate com o razao nao alimenta cobranca.
      ******************************************************************
       P500-PROVAR-CONTRA-ARBAL.

           COMPUTE WS-PROVA-CALCULADO =
               WS-PROVA-ABERTOS + WS-PROVA-ENCERRADAS
             + WS-PROVA-REEMBOLSOS + WS-PROVA-CRED-APLIC

           COMPUTE WS-PROVA-ESPERADO =
               WS-PROVA-ARBAL + WS-PROVA-NAO-POSTADO

           COMPUTE WS-PROVA-DIFERENCA =
               WS-PROVA-CALCULADO - WS-PROVA-ESPERADO

           MOVE WS-PROVA-ABERTOS     TO WS-EDIT-VALOR
           DISPLAY 'ABERTO01 - ABERTOS (CONTABIL).....: '
                   WS-EDIT-VALOR
           MOVE WS-PROVA-ENCERRADAS  TO WS-EDIT-VALOR
           DISPLAY 'ABERTO01 - RESIDUO DAS ENCERRADAS.: '
                   WS-EDIT-VALOR
           MOVE WS-PROVA-REEMBOLSOS  TO WS-EDIT-VALOR
           DISPLAY 'ABERTO01 - REEMBOLSOS.............: '
                   WS-EDIT-VALOR
           MOVE WS-PROVA-CRED-APLIC  TO WS-EDIT-VALOR
           DISPLAY 'ABERTO01 - CREDITO APLICADO.......: '
                   WS-EDIT-VALOR
           MOVE WS-PROVA-ARBAL       TO WS-EDIT-VALOR
           DISPLAY 'ABERTO01 - SALDOS ARBAL...........: '
                   WS-EDIT-VALOR
           MOVE WS-PROVA-NAO-POSTADO TO WS-EDIT-VALOR
           DISPLAY 'ABERTO01 - ARMOVS NAO POSTADO.....: '
                   WS-EDIT-VALOR

           IF WS-PROVA-DIFERENCA NOT = ZEROS
               SET PROVA-FALHOU TO TRUE
               MOVE WS-PROVA-DIFERENCA TO WS-EDIT-VALOR
               DISPLAY 'ABERTO01 - PROVA CONTRA ARBAL REPROVADA: '
                       'DIFERENCA ' WS-EDIT-VALOR
           ELSE
               IF NOT PROVA-FALHOU
                   DISPLAY 'ABERTO01 - PROVA CONTRA ARBAL CONFERIDA'
               END-IF
           END-IF
           .

      ******************************************************************
      * P520-VERIFICAR-EMPRESA
      * Na execucao por empresa, diz se o cliente em WS-CLIENTE-BUSCA
      * pertence a empresa selecionada (CM-COD-EMPRESA do cadastro;
      * zero, ou cliente fora do cadastro, vale a empresa 01) -- a
      * mesma regra do ARPOST01. Na consolidada todo cliente entra.
      ******************************************************************
       P520-VERIFICAR-EMPRESA.

           SET CLIENTE-DA-EMPRESA TO TRUE

           IF EXECUCAO-POR-EMPRESA
               MOVE 1 TO WS-EMPRESA-CLIENTE
               MOVE WS-CLIENTE-BUSCA TO CM-NUM-CLIENTE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-COD-EMPRESA NOT = ZEROS
                           MOVE CM-COD-EMPRESA TO WS-EMPRESA-CLIENTE
                       END-IF
               END-READ
               IF WS-EMPRESA-CLIENTE NOT = WS-EMPRESA-SEL
                   SET CLIENTE-DA-EMPRESA TO FALSE
               END-IF
           END-IF
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE PAGAMENTO-STATUS
           CLOSE CUSTOMER-MASTER
           CLOSE PROMESSA-FILE

           DISPLAY 'ABERTO01 - FATURAS LIDAS......: ' WS-LIDAS
           DISPLAY 'ABERTO01 - ITENS ABERTOS......: ' WS-GRAVADOS
           DISPLAY 'ABERTO01 - ABERTOS SEM SALDO..: ' WS-SEM-SALDO
           DISPLAY 'ABERTO01 - HASH DAS FATURAS...: ' WS-HASH-FATURAS
           MOVE WS-TOT-ABERTO TO WS-EDIT-VALOR
           DISPLAY 'ABERTO01 - TOTAL EM ABERTO....: ' WS-EDIT-VALOR
           DISPLAY 'ABERTO01 - SALDOS ARBAL LIDOS.: ' WS-SALDOS-LIDOS
           .

       END PROGRAM ABERTO01.
