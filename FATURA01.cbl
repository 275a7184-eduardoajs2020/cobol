      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Consolidated billing: a customer marked on the new
      *             FATCONS option file has each ordinary billing line
      *             parked on the FATACUM accumulation instead of
      *             issued, and CONSFAT01 turns the month into one
      *             FATURAIN line (origin 'CONSOLID'). That line runs
      *             the CNPJ, credit-limit and ISS checks on the
      *             consolidated total, its duplicate check looks for
      *             another invoice of the same amount in the same month
      *             instead of the day window, and its CONSDET detail
      *             becomes the invoice's INVLINES lines. Interest,
      *             installment and released lines still issue alone.
      * 15/10/2026  Multi-company: each invoice carries the customer's
      *             issuing company (FT-COD-EMPRESA) and is numbered in
      *             that company's sequence -- company 01 in the shared
      *             CTRLFILE record as before, any other in its own
      *             EMPRTAB number block, kept as extra CTRLFILE records
      *             and audited on SETAUDIT per company. A line whose
      *             company is not on EMPRTAB or whose block is used up
      *             is held on FATDUPQ. Invoice before image at 241
      *             bytes.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  Credit check also holds the line of a customer whose
      *             CNPJ the Receita Federal reports as not ATIVA
      *             (CM-SITUACAO-CNPJ, from CNPJST01) in CREDHOLD, which
      *             now carries the hold reason and that status (hold
      *             image 123 bytes). Lines released back through FATLIB
      *             are not held for the CNPJ again.
      * 15/10/2026  Every invoice written is journaled on the new FTJRNL
      *             invoice journal (blank before image) under the
      *             CTRLFILE generation read at start.
      * 15/10/2026  Metered-usage lines from MEDFAT01 (origin 'MEDICAO')
      *             are exempt from the duplicate-billing check like the
      *             contract feed, and a single-parcel line whose tiers
      *             MEDFAT01 left on MEDDET is expanded into one
      *             INVLINES line per price tier instead of the single
      *             description line.
      * 15/10/2026  FATURAIN lines end in a free-text description (30
      *             bytes). A line that brings one, with or without an
      *             item code, gets an INVLINES line under that
      *             description, so the basis of a pro-rata charge shows
      *             on the invoice.
      * 15/10/2026  FATURAIN lines carry the service-catalog item code,
      *             quantity and unit price. Each parcel issued from a
      *             catalog line writes an INVLINES line with the SVCCAT
      *             description and the parcel amount; quantity and unit
      *             price ride on the first parcel only. The credit-hold
      *             queue carries the three new fields.
      * 15/10/2026  Invoice issue now computes the federal retentions at
      *             source for a corporate taker (14-digit
      *             CM-DOCUMENTO): IRRF, PIS, COFINS and CSLL from the
      *             RETFEDTB rate and threshold table, each zeroed under
      *             the minimum invoice base or the dispensed tax
      *             amount, stored on the invoice with their total
      *             FT-VALOR-RET-FEDERAL. Interest invoices carry no
      *             retention.
      * 03/09/2026  Billing fed by the recurring-contract generator
      *             (HDR-SISTEMA-ORIGEM 'CONTRATO') is exempt from
      *             the duplicate-billing check: the same customer
                                      ASSIGN TO "ARMOVS"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETFED-TABLE
                                      ASSIGN TO "RETFEDTB"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CATALOGO  ASSIGN TO "SVCCAT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS SV-COD-ITEM
                                      FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT OPTIONAL INVOICE-LINES
                                      ASSIGN TO "INVLINES"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MEDICAO-DETALHE
                                      ASSIGN TO "MEDDET"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS MD-CHAVE
                                      FILE STATUS IS WS-MEDDET-STATUS.

           SELECT OPTIONAL FATURA-JOURNAL
                                      ASSIGN TO "FTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FATURA-CONSOLIDADA
                                      ASSIGN TO "FATCONS"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CF-NUM-CLIENTE
                                      FILE STATUS IS WS-FATCONS-STATUS.

           SELECT OPTIONAL FATURA-ACUMULADA
                                      ASSIGN TO "FATACUM"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONSOLIDA-DETALHE
                                      ASSIGN TO "CONSDET"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CD-CHAVE
                                      FILE STATUS IS WS-CONSDET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-IN.
           03 FI-DESC-DIAS                    PIC 9(03).
           03 FI-FATURA-ORIGEM                PIC 9(06).
           03 FI-ISS-RETIDO                   PIC X(01).
           03 FI-COD-ITEM                     PIC X(08).
           03 FI-QUANTIDADE                   PIC 9(05)V99.
           03 FI-PRECO-UNITARIO               PIC 9(07)V99.
           03 FI-DESCRICAO                    PIC X(30).

       01  FATURA-IN-HEADER.
           COPY HDRCTL.
       FD  FATURA-MASTER.
           COPY FATURA.

      * O primeiro registro e a sequencia compartilhada (empresa 01,
      * a de sempre); os seguintes, um por empresa emissora, trazem o
      * codigo da empresa e o ultimo numero da faixa dela.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-REC.
           03 CTRL-ULTIMO-NUMERO              PIC 9(07).
           03 CTRL-COD-EMPRESA                PIC X(02).

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
           03 CH-ISS-RETIDO                   PIC X(01).
           03 CH-SALDO-ABERTO                 PIC S9(09)V99.
           03 CH-LIMITE                       PIC 9(09)V99.
           03 CH-COD-ITEM                     PIC X(08).
           03 CH-QUANTIDADE                   PIC 9(05)V99.
           03 CH-PRECO-UNITARIO               PIC 9(07)V99.
           03 CH-DESCRICAO                    PIC X(30).
           03 CH-MOTIVO-RETENCAO              PIC X(01).
              88 CH-RETIDA-LIMITE                 VALUE 'L'.
              88 CH-RETIDA-CNPJ                   VALUE 'C'.
           03 CH-SITUACAO-CNPJ                PIC X(02).

      * Fila de revisao de cobranca suspeita de duplicidade: a mesma
      * linha (cliente e valor) faturada ha poucos dias fica aqui
       FD  AR-MOVEMENTS.
           COPY ARMOVS.

      * Tabela das retencoes federais na fonte (IRRF, PIS, COFINS,
      * CSLL): aliquota, base minima da fatura e o valor minimo do
      * tributo abaixo do qual a retencao e dispensada. Sem o arquivo
      * nenhuma fatura calcula retencao federal.
       FD  RETFED-TABLE.
       01  RETFED-TABLE-REC.
           03 RF-TRIBUTO                      PIC X(06).
           03 RF-ALIQUOTA                     PIC 9(02)V99.
           03 RF-BASE-MINIMA                  PIC 9(07)V99.
           03 RF-IMPOSTO-MINIMO               PIC 9(05)V99.

       FD  CATALOGO.
           COPY SVCCAT.

      * Linhas da fatura: a linha de cobranca com codigo de item de
      * catalogo vira uma linha por parcela emitida, descrita pelo
      * SVCCAT, para a fatura dizer o que esta sendo cobrado.
       FD  INVOICE-LINES.
           COPY INVLINES.

      * Faixas de consumo da linha de medicao (MEDFAT01), sob a chave
      * cliente, data de emissao e valor da linha.
       FD  MEDICAO-DETALHE.
           COPY MEDDET.

       FD  FATURA-JOURNAL.
           COPY FTJRNL.

      * Cliente com faturamento consolidado: as linhas comuns do mes
      * vao para o FATACUM e o CONSFAT01 as emite numa fatura so.
       FD  FATURA-CONSOLIDADA.
           COPY FATCONS.

       FD  FATURA-ACUMULADA.
           COPY FATACUM.

      * Linhas da fatura consolidada (CONSFAT01), sob a chave cliente,
      * data de emissao e valor da linha, como o MEDDET.
       FD  CONSOLIDA-DETALHE.
           COPY CONSDET.

       WORKING-STORAGE SECTION.
      * Imagem da fatura antes da alteracao, para o diario FTJRNL.
       77 WS-FT-IMAGEM-ANTES                 PIC X(241) VALUE SPACES.

       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CTRL-STATUS                     PIC X(02) VALUE '00'.
       77 WS-CREDLIM-STATUS                  PIC X(02) VALUE '00'.
       77 WS-SALDO-STATUS                    PIC X(02) VALUE '00'.
       77 WS-CATALOGO-STATUS                 PIC X(02) VALUE '00'.
       77 WS-MEDDET-STATUS                   PIC X(02) VALUE '00'.
       77 WS-FATCONS-STATUS                  PIC X(02) VALUE '00'.
       77 WS-CONSDET-STATUS                  PIC X(02) VALUE '00'.
       77 WS-SALDO-ATUAL                     PIC S9(09)V99 VALUE ZEROS.
       77 WS-EXPOSICAO                       PIC S9(11)V99 VALUE ZEROS.
       77 WS-GRUPO-PAI                       PIC 9(06) VALUE ZEROS.
       77 WS-DIFERENCA-DIAS                  PIC S9(07) VALUE ZEROS.
       77 WS-FATURA-PARECIDA                 PIC 9(06) VALUE ZEROS.
       77 WS-DATA-INT                        PIC 9(08) VALUE ZEROS.
       77 WS-ANO-MES-LINHA                   PIC 9(06) VALUE ZEROS.
       77 WS-ANO-MES-FATURA                  PIC 9(06) VALUE ZEROS.

       01 WS-DATA-AUX.
           03 WS-AUX-DD                      PIC 9(02).
              88 FIM-ISSTAB           VALUE 'S' FALSE 'N'.
       77 WS-ALIQUOTA-LINHA     PIC 9(02)V99 VALUE ZEROS.

      * Retencoes federais carregadas de RETFEDTB na abertura e o
      * valor do tributo calculado para a parcela corrente.
       77 WS-TOT-RET            PIC 9(02) VALUE ZEROS.
       77 WS-IDX-RET            PIC 9(02) VALUE ZEROS.
       01 WS-TAB-RET.
           03 WS-RET-ENTRADA OCCURS 0 TO 10 TIMES
                             DEPENDING ON WS-TOT-RET.
              05 WS-RET-TRIBUTO             PIC X(06).
              05 WS-RET-ALIQUOTA            PIC 9(02)V99.
              05 WS-RET-BASE-MINIMA         PIC 9(07)V99.
              05 WS-RET-IMPOSTO-MINIMO      PIC 9(05)V99.
       01 WS-FLAGS-RET.
           03 WS-RET-EOF        PIC X(01) VALUE 'N'.
              88 FIM-RETFEDTB         VALUE 'S' FALSE 'N'.
       77 WS-VALOR-TRIBUTO      PIC 9(07)V99 VALUE ZEROS.

       77 WS-QTD-PARCELAS                    PIC 9(02) VALUE ZEROS.
       77 WS-PARCELA                         PIC 9(02) VALUE ZEROS.
       77 WS-VALOR-PARCELA                   PIC 9(07)V99 VALUE ZEROS.
       77 WS-NUM-CONTROLE                    PIC 9(07) VALUE ZEROS.
       77 WS-NUM-CONTROLE-ANTES              PIC 9(07) VALUE ZEROS.

      * Sequencias de numeracao por empresa emissora (as trilhas do
      * CTRLFILE). A empresa 01 segue na sequencia compartilhada.
       77 WS-EMPRESA-LINHA                   PIC 9(02) VALUE ZEROS.
       77 WS-IDX-SEQ-LINHA                   PIC 9(02) VALUE ZEROS.
       77 WS-TOT-SEQ                         PIC 9(02) VALUE ZEROS.
       77 WS-IDX-SEQ                         PIC 9(02) VALUE ZEROS.
       77 WS-MOTIVO-EMPRESA                  PIC X(40) VALUE SPACES.
       01 WS-TAB-SEQ.
           03 WS-SEQ-ENTRADA OCCURS 0 TO 99 TIMES
                             DEPENDING ON WS-TOT-SEQ.
              05 WS-SEQ-EMPRESA              PIC 9(02).
              05 WS-SEQ-NUMERO               PIC 9(07).
              05 WS-SEQ-NUMERO-ANTES         PIC 9(07).
              05 WS-SEQ-NUM-FINAL            PIC 9(06).
       01 WS-FLAGS-EMPRESA.
           03 WS-CTRL-EOF                    PIC X(01) VALUE 'N'.
              88 FIM-CTRLFILE                     VALUE 'S' FALSE 'N'.
           03 WS-SEQ-SW                      PIC X(01) VALUE 'N'.
              88 SEQUENCIA-LOCALIZADA             VALUE 'S' FALSE 'N'.
           03 WS-EMPRESA-SW                  PIC X(01) VALUE 'N'.
              88 EMPRESA-RETIDA                   VALUE 'S' FALSE 'N'.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S'.
           03 WS-LIMITE-SW                   PIC X(01) VALUE 'N'.
              88 LIMITE-ESTOURADO                 VALUE 'S' FALSE 'N'.
           03 WS-CNPJ-SW                     PIC X(01) VALUE 'N'.
              88 CNPJ-IRREGULAR                   VALUE 'S' FALSE 'N'.
           03 WS-MEDDET-SW                   PIC X(01) VALUE 'N'.
              88 FIM-FAIXAS-MEDICAO               VALUE 'S' FALSE 'N'.
           03 WS-CONSOLIDA-SW                PIC X(01) VALUE 'N'.
              88 LINHA-CONSOLIDADA                VALUE 'S' FALSE 'N'.
           03 WS-CONSDET-SW                  PIC X(01) VALUE 'N'.
              88 FIM-DETALHE-CONSOLIDADO          VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDOS                       PIC 9(07) VALUE ZEROS.
           03 WS-GRAVADOS                    PIC 9(07) VALUE ZEROS.
           03 WS-RETIDOS                     PIC 9(07) VALUE ZEROS.
           03 WS-RETIDOS-CNPJ                PIC 9(07) VALUE ZEROS.
           03 WS-DUPLICADAS                  PIC 9(07) VALUE ZEROS.
           03 WS-LINHAS-ITEM                 PIC 9(07) VALUE ZEROS.
           03 WS-RETIDOS-EMPRESA             PIC 9(07) VALUE ZEROS.
           03 WS-ACUMULADAS                  PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do DUEDATE01 (calculo de vencimento).
       COPY DDTPARM.
      * feed de entrada).
           COPY GENPARM.

      * Parametro para o CALL do EMPLKP01 (tabela de empresas
      * emissoras).
           COPY EMPPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-ARQUIVO
               UNTIL FIM-DE-ARQUIVO
           OPEN EXTEND CREDIT-HOLD
           OPEN EXTEND DUP-REVIEW
           OPEN EXTEND AR-MOVEMENTS
           OPEN INPUT  CATALOGO
           OPEN EXTEND INVOICE-LINES
           OPEN INPUT  MEDICAO-DETALHE
           OPEN EXTEND FATURA-JOURNAL
           OPEN INPUT  FATURA-CONSOLIDADA
           OPEN EXTEND FATURA-ACUMULADA
           OPEN INPUT  CONSOLIDA-DETALHE

           PERFORM P107-LER-JANELA-DUP
           PERFORM P109-LER-ALIQUOTAS
           PERFORM P114-LER-RETENCOES

           PERFORM P105-VALIDAR-CABECALHO

           END-READ
           .

      ******************************************************************
      * P114-LER-RETENCOES
      * Carrega a tabela RETFEDTB das retencoes federais; sem o
      * arquivo nenhuma fatura calcula retencao.
      ******************************************************************
       P114-LER-RETENCOES.

           OPEN INPUT RETFED-TABLE

           PERFORM P116-LER-UMA-RETENCAO
               UNTIL FIM-RETFEDTB

           CLOSE RETFED-TABLE
           .

       P116-LER-UMA-RETENCAO.

           READ RETFED-TABLE
               AT END
                   SET FIM-RETFEDTB TO TRUE
               NOT AT END
                   IF WS-TOT-RET < 10
                       ADD 1 TO WS-TOT-RET
                       MOVE RF-TRIBUTO
                         TO WS-RET-TRIBUTO (WS-TOT-RET)
                       MOVE RF-ALIQUOTA
                         TO WS-RET-ALIQUOTA (WS-TOT-RET)
                       MOVE RF-BASE-MINIMA
                         TO WS-RET-BASE-MINIMA (WS-TOT-RET)
                       MOVE RF-IMPOSTO-MINIMO
                         TO WS-RET-IMPOSTO-MINIMO (WS-TOT-RET)
                   END-IF
           END-READ
           .

       P108-ABORTAR-CABECALHO.

           DISPLAY 'FATURA01 - CABECALHO DO FEED AUSENTE OU '
           CLOSE CREDIT-HOLD
           CLOSE DUP-REVIEW
           CLOSE AR-MOVEMENTS
           CLOSE CATALOGO
           CLOSE INVOICE-LINES
           CLOSE MEDICAO-DETALHE
           CLOSE FATURA-JOURNAL
           CLOSE FATURA-CONSOLIDADA
           CLOSE FATURA-ACUMULADA
           CLOSE CONSOLIDA-DETALHE

           MOVE 9001 TO RETURN-CODE
           GOBACK
      * Le o ultimo numero da sequencia de controle em CTRLFILE, a
      * mesma sequencia que PROG_TEST_SET mantem, para que os numeros
      * de fatura emitidos aqui nao colidam com numeros ja usados.
      * Os registros seguintes sao as sequencias das demais empresas
      * emissoras, carregadas na WS-TAB-SEQ com o fim da faixa de
      * cada uma (EMPRTAB).
      ******************************************************************
       P120-LER-ULTIMO-NUMERO.

           MOVE ZEROS TO WS-TOT-SEQ
           SET FIM-CTRLFILE TO FALSE

           OPEN INPUT CONTROL-FILE
           IF WS-CTRL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       SET FIM-CTRLFILE TO TRUE
                   NOT AT END
                       MOVE CTRL-ULTIMO-NUMERO TO WS-NUM-CONTROLE
               END-READ
               PERFORM P125-LER-SEQ-EMPRESA
                   UNTIL FIM-CTRLFILE
               CLOSE CONTROL-FILE
           END-IF

           MOVE WS-NUM-CONTROLE TO WS-NUM-CONTROLE-ANTES
           .

       P125-LER-SEQ-EMPRESA.

           READ CONTROL-FILE
               AT END
                   SET FIM-CTRLFILE TO TRUE
               NOT AT END
                   IF CTRL-COD-EMPRESA IS NUMERIC
                      AND CTRL-COD-EMPRESA NOT = '00'
                      AND CTRL-COD-EMPRESA NOT = '01'
                      AND WS-TOT-SEQ < 99
                       ADD 1 TO WS-TOT-SEQ
                       MOVE CTRL-COD-EMPRESA
                         TO WS-SEQ-EMPRESA (WS-TOT-SEQ)
                       MOVE CTRL-ULTIMO-NUMERO
                         TO WS-SEQ-NUMERO (WS-TOT-SEQ)
                            WS-SEQ-NUMERO-ANTES (WS-TOT-SEQ)
                       MOVE 'C'      TO WS-EMP-FUNCAO
                       MOVE CTRL-COD-EMPRESA TO WS-EMP-COD-EMPRESA
                       CALL 'EMPLKP01' USING WS-EMPLKP-PARM
                       IF EMP-OK
                           MOVE WS-EMP-NUM-FINAL
                             TO WS-SEQ-NUM-FINAL (WS-TOT-SEQ)
                       ELSE
                           MOVE ZEROS
                             TO WS-SEQ-NUM-FINAL (WS-TOT-SEQ)
                       END-IF
                   END-IF
           END-READ
           .

       P110-LER-PROXIMO.

           READ FATURA-IN
      * mesmo valor todo mes por definicao: a checagem de
      * duplicidade nao se aplica a ele, senao todo o livro
      * recorrente cairia na fila a cada intervalo de 28-30 dias.
      * O de medicao (MEDFAT01) tambem e gerado sob controle de
      * geracao, e consumo repetido de um mes para o outro e normal.
           IF WS-SISTEMA-ORIGEM = 'CONTRATO'
              OR WS-SISTEMA-ORIGEM = 'MEDICAO'
               SET DUPLICIDADE-SUSPEITA TO FALSE
           ELSE
               PERFORM P230-VERIFICAR-DUPLICIDADE
           END-IF

           SET LINHA-CONSOLIDADA TO FALSE

           IF DUPLICIDADE-SUSPEITA
               PERFORM P240-RETER-DUPLICATA
           ELSE
               PERFORM P245-VERIFICAR-CONSOLIDACAO
           END-IF

           IF LINHA-CONSOLIDADA
               PERFORM P248-ACUMULAR-LINHA
           END-IF

           IF NOT DUPLICIDADE-SUSPEITA
              AND NOT LINHA-CONSOLIDADA
               PERFORM P340-VERIFICAR-CNPJ

               IF CNPJ-IRREGULAR
                   PERFORM P365-RETER-CNPJ
               ELSE
                   PERFORM P350-VERIFICAR-LIMITE

                   IF LIMITE-ESTOURADO
                       PERFORM P360-GRAVAR-RETENCAO
                   ELSE
                       PERFORM P250-EMITIR-FATURA
                   END-IF
               END-IF
           END-IF

      * nao pega: a mesma linha (cliente e valor) ja faturada dentro
      * da janela do DUPPARM nao emite -- vai para a fila FATDUPQ
      * decidir. A varredura e do mestre inteiro, o mesmo preco que
      * a alocacao automatica ja paga. A linha consolidada do
      * CONSFAT01 (origem 'CONSOLID') e o mes inteiro do cliente: o
      * valor se repete de um mes para o outro, entao a duplicidade
      * dela e outra fatura do mesmo valor na mesma competencia.
      ******************************************************************
       P230-VERIFICAR-DUPLICIDADE.

               WS-AUX-AA * 10000 + WS-AUX-MM * 100 + WS-AUX-DD
           COMPUTE WS-DIAS-LINHA =
               FUNCTION INTEGER-OF-DATE (WS-DATA-INT)
           COMPUTE WS-ANO-MES-LINHA = WS-DATA-INT / 100

           MOVE ZEROS TO FT-NUM-FATURA
           START FATURA-MASTER KEY >= FT-NUM-FATURA
                       COMPUTE WS-DATA-INT =
                           WS-AUX-AA * 10000 + WS-AUX-MM * 100
                         + WS-AUX-DD
                       IF WS-SISTEMA-ORIGEM = 'CONSOLID'
                           PERFORM P237-COMPARAR-COMPETENCIA
                       ELSE
                           PERFORM P236-COMPARAR-JANELA
                       END-IF
                   END-IF
           END-READ
           .

       P236-COMPARAR-JANELA.

           COMPUTE WS-DIAS-EMISSAO =
               FUNCTION INTEGER-OF-DATE (WS-DATA-INT)
           COMPUTE WS-DIFERENCA-DIAS =
               WS-DIAS-LINHA - WS-DIAS-EMISSAO
           IF WS-DIFERENCA-DIAS < 0
               COMPUTE WS-DIFERENCA-DIAS =
                   0 - WS-DIFERENCA-DIAS
           END-IF
           IF WS-DIFERENCA-DIAS <= WS-JANELA-DIAS
               SET DUPLICIDADE-SUSPEITA TO TRUE
               MOVE FT-NUM-FATURA TO WS-FATURA-PARECIDA
           END-IF
           .

       P237-COMPARAR-COMPETENCIA.

           COMPUTE WS-ANO-MES-FATURA = WS-DATA-INT / 100
           IF WS-ANO-MES-FATURA = WS-ANO-MES-LINHA
               SET DUPLICIDADE-SUSPEITA TO TRUE
               MOVE FT-NUM-FATURA TO WS-FATURA-PARECIDA
           END-IF
           .

       P240-RETER-DUPLICATA.

           MOVE SPACES             TO DUP-REVIEW-REC
                   'DUPLICIDADE: CLIENTE ' FI-NUM-CLIENTE
           .

      ******************************************************************
      * P245-VERIFICAR-CONSOLIDACAO
      * Cliente marcado no FATCONS recebe uma fatura so no mes: a
      * linha comum dele nao emite, fica no FATACUM para o CONSFAT01.
      * Ficam de fora e emitem como sempre a propria linha
      * consolidada (origem 'CONSOLID'), a linha que volta liberada
      * da retencao (origem 'CREDHOLD'), a fatura de juros, que
      * aponta para a original, e o parcelamento, que ja e um plano
      * de faturas.
      ******************************************************************
       P245-VERIFICAR-CONSOLIDACAO.

           SET LINHA-CONSOLIDADA TO FALSE

           IF WS-SISTEMA-ORIGEM NOT = 'CONSOLID'
              AND WS-SISTEMA-ORIGEM NOT = 'CREDHOLD'
              AND FI-FATURA-ORIGEM = ZEROS
              AND FI-QTD-PARCELAS <= 1
               MOVE FI-NUM-CLIENTE TO CF-NUM-CLIENTE
               READ FATURA-CONSOLIDADA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CF-CONSOLIDADO
                           SET LINHA-CONSOLIDADA TO TRUE
                       END-IF
               END-READ
           END-IF
           .

      ******************************************************************
      * P248-ACUMULAR-LINHA
      * A linha vai inteira para o FATACUM com a data de
      * processamento e o feed de origem; limite de credito, CNPJ e
      * ISS ficam para a fatura consolidada, quando ela voltar por
      * aqui.
      ******************************************************************
       P248-ACUMULAR-LINHA.

           MOVE FI-NUM-CLIENTE     TO AC-NUM-CLIENTE
           MOVE WS-DTP-DATA-ATUAL  TO AC-DATA-ACUMULO
           MOVE WS-SISTEMA-ORIGEM  TO AC-SISTEMA-ORIGEM
           MOVE FI-DATA-EMISSAO    TO AC-DATA-EMISSAO
           MOVE FI-PRAZO-DIAS      TO AC-PRAZO-DIAS
           MOVE FI-VALOR           TO AC-VALOR
           MOVE FI-DESC-PERCENTUAL TO AC-DESC-PERCENTUAL
           MOVE FI-DESC-DIAS       TO AC-DESC-DIAS
           MOVE FI-ISS-RETIDO      TO AC-ISS-RETIDO
           MOVE FI-COD-ITEM        TO AC-COD-ITEM
           MOVE FI-QUANTIDADE      TO AC-QUANTIDADE
           MOVE FI-PRECO-UNITARIO  TO AC-PRECO-UNITARIO
           MOVE FI-DESCRICAO       TO AC-DESCRICAO

           WRITE FATURA-ACUM-REC
           ADD 1 TO WS-ACUMULADAS
           .

      ******************************************************************
      * P250-EMITIR-FATURA
      * Uma linha de cobranca vira WS-QTD-PARCELAS faturas (contagem
               MOVE 1 TO WS-QTD-PARCELAS
           END-IF

           PERFORM P255-DEFINIR-EMPRESA

           IF EMPRESA-RETIDA
               PERFORM P258-RETER-EMPRESA
           ELSE
               DIVIDE FI-VALOR BY WS-QTD-PARCELAS
                   GIVING WS-VALOR-PARCELA
               COMPUTE WS-VALOR-ULTIMA =
                   FI-VALOR
                 - WS-VALOR-PARCELA * (WS-QTD-PARCELAS - 1)

               PERFORM P260-EMITIR-PARCELA
                   VARYING WS-PARCELA FROM 1 BY 1
                     UNTIL WS-PARCELA > WS-QTD-PARCELAS
           END-IF
           .

      ******************************************************************
      * P255-DEFINIR-EMPRESA
      * A fatura sai pela empresa emissora do cliente (CM-COD-EMPRESA,
      * zero e a 01) e numera na sequencia dela: a 01 na sequencia
      * compartilhada do CTRLFILE, as demais na propria faixa da
      * EMPRTAB, aberta no EM-NUM-INICIAL na primeira emissao. Empresa
      * fora da EMPRTAB, sem faixa ou sem numeros para todas as
      * parcelas da linha retem a linha inteira no FATDUPQ.
      ******************************************************************
       P255-DEFINIR-EMPRESA.

           SET EMPRESA-RETIDA TO FALSE
           MOVE ZEROS TO WS-IDX-SEQ-LINHA
           MOVE ZEROS TO WS-EMPRESA-LINHA

           MOVE FI-NUM-CLIENTE TO CM-NUM-CLIENTE
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-COD-EMPRESA TO WS-EMPRESA-LINHA
           END-READ

           IF WS-EMPRESA-LINHA = ZEROS
               MOVE 1 TO WS-EMPRESA-LINHA
           END-IF

           IF WS-EMPRESA-LINHA NOT = 1
               SET SEQUENCIA-LOCALIZADA TO FALSE
               PERFORM P256-COMPARAR-SEQUENCIA
                   VARYING WS-IDX-SEQ FROM 1 BY 1
                     UNTIL WS-IDX-SEQ > WS-TOT-SEQ
                        OR SEQUENCIA-LOCALIZADA
               IF NOT SEQUENCIA-LOCALIZADA
                   PERFORM P257-ABRIR-SEQUENCIA
               END-IF
           END-IF

           IF WS-IDX-SEQ-LINHA NOT = ZEROS
               IF WS-SEQ-NUMERO (WS-IDX-SEQ-LINHA) + WS-QTD-PARCELAS
                  > WS-SEQ-NUM-FINAL (WS-IDX-SEQ-LINHA)
                   MOVE 'FAIXA DE NUMERACAO DA EMPRESA ESGOTADA'
                                         TO WS-MOTIVO-EMPRESA
                   SET EMPRESA-RETIDA TO TRUE
               END-IF
           END-IF
           .

       P256-COMPARAR-SEQUENCIA.

           IF WS-SEQ-EMPRESA (WS-IDX-SEQ) = WS-EMPRESA-LINHA
               SET SEQUENCIA-LOCALIZADA TO TRUE
               MOVE WS-IDX-SEQ TO WS-IDX-SEQ-LINHA
           END-IF
           .

      * Primeira emissao da empresa: a sequencia nasce um antes do
      * inicio da faixa, e o numero antes fica igual para o SETAUDIT
      * registrar a abertura.
       P257-ABRIR-SEQUENCIA.

           MOVE 'C'              TO WS-EMP-FUNCAO
           MOVE WS-EMPRESA-LINHA TO WS-EMP-COD-EMPRESA
           CALL 'EMPLKP01' USING WS-EMPLKP-PARM

           EVALUATE TRUE
               WHEN NOT EMP-OK
                   MOVE 'EMPRESA EMISSORA NAO CADASTRADA'
                                         TO WS-MOTIVO-EMPRESA
                   SET EMPRESA-RETIDA TO TRUE
               WHEN WS-EMP-NUM-INICIAL = ZEROS
                 OR WS-EMP-NUM-FINAL < WS-EMP-NUM-INICIAL
                   MOVE 'EMPRESA SEM FAIXA DE NUMERACAO'
                                         TO WS-MOTIVO-EMPRESA
                   SET EMPRESA-RETIDA TO TRUE
               WHEN WS-TOT-SEQ NOT < 99
                   MOVE 'TABELA DE SEQUENCIAS CHEIA'
                                         TO WS-MOTIVO-EMPRESA
                   SET EMPRESA-RETIDA TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-TOT-SEQ
                   MOVE WS-TOT-SEQ       TO WS-IDX-SEQ-LINHA
                   MOVE WS-EMPRESA-LINHA TO WS-SEQ-EMPRESA (WS-TOT-SEQ)
                   COMPUTE WS-SEQ-NUMERO (WS-TOT-SEQ) =
                       WS-EMP-NUM-INICIAL - 1
                   MOVE WS-SEQ-NUMERO (WS-TOT-SEQ)
                     TO WS-SEQ-NUMERO-ANTES (WS-TOT-SEQ)
                   MOVE WS-EMP-NUM-FINAL
                     TO WS-SEQ-NUM-FINAL (WS-TOT-SEQ)
           END-EVALUATE
           .

       P258-RETER-EMPRESA.

           MOVE SPACES             TO DUP-REVIEW-REC
           MOVE FI-NUM-CLIENTE     TO DQ-NUM-CLIENTE
           MOVE FI-DATA-EMISSAO    TO DQ-DATA-EMISSAO
           MOVE FI-VALOR           TO DQ-VALOR
           MOVE ZEROS              TO DQ-FATURA-PARECIDA
           MOVE WS-MOTIVO-EMPRESA  TO DQ-MOTIVO

           WRITE DUP-REVIEW-REC
           ADD 1 TO WS-RETIDOS-EMPRESA

           DISPLAY 'FATURA01 - LINHA RETIDA, EMPRESA '
                   WS-EMPRESA-LINHA ': CLIENTE ' FI-NUM-CLIENTE
           .

      ******************************************************************
      ******************************************************************
       P260-EMITIR-PARCELA.

           INITIALIZE FATURA-REC

           IF WS-IDX-SEQ-LINHA = ZEROS
               ADD 1 TO WS-NUM-CONTROLE
               MOVE WS-NUM-CONTROLE TO FT-NUM-FATURA
           ELSE
               ADD 1 TO WS-SEQ-NUMERO (WS-IDX-SEQ-LINHA)
               MOVE WS-SEQ-NUMERO (WS-IDX-SEQ-LINHA) TO FT-NUM-FATURA
           END-IF

           MOVE WS-EMPRESA-LINHA   TO FT-COD-EMPRESA
           MOVE FI-NUM-CLIENTE     TO FT-NUM-CLIENTE
           MOVE FI-DATA-EMISSAO    TO FT-DATA-EMISSAO


           PERFORM P300-CALCULAR-VENCIMENTO
           PERFORM P305-CALCULAR-ISS
           PERFORM P307-CALCULAR-RETENCOES
           PERFORM P400-GRAVAR-FATURA
           .

           END-IF
           .

      ******************************************************************
      * P307-CALCULAR-RETENCOES
      * Tomador pessoa juridica (CM-DOCUMENTO de 14 digitos) retem na
      * fonte o IRRF e o PIS/COFINS/CSLL e paga o liquido: cada
      * tributo da RETFEDTB aplicado sobre o valor da parcela, zerado
      * quando a parcela fica abaixo da base minima ou o tributo nao
      * passa do minimo dispensado. A soma fica em
      * FT-VALOR-RET-FEDERAL, descontada do valor cobravel pela
      * remessa, pela aplicacao de caixa e pelo aging. Fatura de
      * juros (FT-FATURA-ORIGEM) nao e servico e nao sofre retencao.
      ******************************************************************
       P307-CALCULAR-RETENCOES.

           IF CM-DOCUMENTO (12:3) NOT = SPACES
              AND FT-FATURA-ORIGEM = ZEROS
               PERFORM P308-CALCULAR-TRIBUTO
                   VARYING WS-IDX-RET FROM 1 BY 1
                     UNTIL WS-IDX-RET > WS-TOT-RET
           END-IF

           COMPUTE FT-VALOR-RET-FEDERAL =
               FT-VALOR-IRRF + FT-VALOR-PIS
             + FT-VALOR-COFINS + FT-VALOR-CSLL
           .

       P308-CALCULAR-TRIBUTO.

           COMPUTE WS-VALOR-TRIBUTO ROUNDED =
               FT-VALOR * WS-RET-ALIQUOTA (WS-IDX-RET) / 100

           IF FT-VALOR < WS-RET-BASE-MINIMA (WS-IDX-RET)
              OR WS-VALOR-TRIBUTO <=
                 WS-RET-IMPOSTO-MINIMO (WS-IDX-RET)
               MOVE ZEROS TO WS-VALOR-TRIBUTO
           END-IF

           EVALUATE WS-RET-TRIBUTO (WS-IDX-RET)
               WHEN 'IRRF'
                   MOVE WS-VALOR-TRIBUTO TO FT-VALOR-IRRF
               WHEN 'PIS'
                   MOVE WS-VALOR-TRIBUTO TO FT-VALOR-PIS
               WHEN 'COFINS'
                   MOVE WS-VALOR-TRIBUTO TO FT-VALOR-COFINS
               WHEN 'CSLL'
                   MOVE WS-VALOR-TRIBUTO TO FT-VALOR-CSLL
           END-EVALUATE
           .

      ******************************************************************
      * P340-VERIFICAR-CNPJ
      * Cliente cujo CNPJ a Receita Federal da como nulo, suspenso,
      * inapto ou baixado (CM-SITUACAO-CNPJ, carregada pelo CNPJST01)
      * nao recebe fatura nova: a linha vai para a fila CREDHOLD. CNPJ
      * ainda nao verificado emite normalmente. Linha que volta da
      * fila pelo FATLIB (origem CREDHOLD) ja foi liberada pelo
      * supervisor sabendo da situacao e nao e retida de novo.
      ******************************************************************
       P340-VERIFICAR-CNPJ.

           SET CNPJ-IRREGULAR TO FALSE

           IF WS-SISTEMA-ORIGEM NOT = 'CREDHOLD'
               MOVE FI-NUM-CLIENTE TO CM-NUM-CLIENTE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-CNPJ-IRREGULAR
                           SET CNPJ-IRREGULAR TO TRUE
                       END-IF
               END-READ
           END-IF
           .

      ******************************************************************
      * P350-VERIFICAR-LIMITE
      * Cliente com limite em CREDLIM: o saldo em aberto do ARBAL da
      ******************************************************************
       P360-GRAVAR-RETENCAO.

           PERFORM P362-MONTAR-RETENCAO
           MOVE WS-SALDO-ATUAL  TO CH-SALDO-ABERTO
           MOVE CL-LIMITE       TO CH-LIMITE
           SET CH-RETIDA-LIMITE TO TRUE
           MOVE SPACES          TO CH-SITUACAO-CNPJ

           WRITE CREDIT-HOLD-REC
           ADD 1 TO WS-RETIDOS

           DISPLAY 'FATURA01 - LINHA RETIDA POR LIMITE DE CREDITO: '
                   'CLIENTE ' FI-NUM-CLIENTE
           .

       P362-MONTAR-RETENCAO.

           MOVE FI-NUM-CLIENTE  TO CH-NUM-CLIENTE
           MOVE FI-DATA-EMISSAO TO CH-DATA-EMISSAO
           MOVE FI-PRAZO-DIAS   TO CH-PRAZO-DIAS
           MOVE FI-DESC-DIAS    TO CH-DESC-DIAS
           MOVE FI-FATURA-ORIGEM TO CH-FATURA-ORIGEM
           MOVE FI-ISS-RETIDO   TO CH-ISS-RETIDO
           MOVE FI-COD-ITEM     TO CH-COD-ITEM
           MOVE FI-QUANTIDADE   TO CH-QUANTIDADE
           MOVE FI-PRECO-UNITARIO TO CH-PRECO-UNITARIO
           MOVE FI-DESCRICAO    TO CH-DESCRICAO
           .

      ******************************************************************
      * P365-RETER-CNPJ
      * Linha retida por CNPJ irregular: mesma fila CREDHOLD, sem
      * saldo nem limite, com a situacao cadastral que a barrou.
      ******************************************************************
       P365-RETER-CNPJ.

           PERFORM P362-MONTAR-RETENCAO
           MOVE ZEROS            TO CH-SALDO-ABERTO
           MOVE ZEROS            TO CH-LIMITE
           SET CH-RETIDA-CNPJ    TO TRUE
           MOVE CM-SITUACAO-CNPJ TO CH-SITUACAO-CNPJ

           WRITE CREDIT-HOLD-REC
           ADD 1 TO WS-RETIDOS-CNPJ

           DISPLAY 'FATURA01 - LINHA RETIDA POR CNPJ IRREGULAR ('
                   CM-SITUACAO-CNPJ '): CLIENTE ' FI-NUM-CLIENTE
           .

      ******************************************************************
               INVALID KEY
                   MOVE SPACES TO CM-CIDADE
                   MOVE SPACES TO CM-UF
                   MOVE SPACES TO CM-DOCUMENTO
               NOT INVALID KEY
                   MOVE CM-UF TO WS-DDT-UF
           END-READ
                           FT-NUM-FATURA
               NOT INVALID KEY
                   ADD 1 TO WS-GRAVADOS
                   MOVE SPACES     TO WS-FT-IMAGEM-ANTES
                   MOVE 'GRAVACAO' TO FJ-OPERACAO
                   PERFORM P0FJ-GRAVAR-JORNAL-FATURA
                   PERFORM P450-GRAVAR-MOVIMENTO
                   MOVE ZEROS TO MD-SEQUENCIA
                   MOVE ZEROS TO CD-SEQUENCIA
                   IF FI-COD-ITEM = SPACES
                      AND FI-DESCRICAO NOT = SPACES
                      AND WS-QTD-PARCELAS = 1
                       PERFORM P470-GRAVAR-LINHAS-MEDICAO
                       IF MD-SEQUENCIA <= 1
                           PERFORM P480-GRAVAR-LINHAS-CONSOLIDADAS
                       END-IF
                   END-IF
                   IF (FI-COD-ITEM NOT = SPACES
                       OR FI-DESCRICAO NOT = SPACES)
                      AND MD-SEQUENCIA <= 1
                      AND CD-SEQUENCIA <= 1
                       PERFORM P460-GRAVAR-LINHA-ITEM
                   END-IF
           END-WRITE
           .

      ******************************************************************
      * P0FJ-GRAVAR-JORNAL-FATURA
      * Acrescenta ao FTJRNL a alteracao recem aplicada a fatura:
      * FJ-OPERACAO vem do chamador, a imagem-antes foi guardada em
      * WS-FT-IMAGEM-ANTES antes da alteracao.
      ******************************************************************
       P0FJ-GRAVAR-JORNAL-FATURA.

           MOVE 'FATURA01'             TO FJ-PROGRAMA
           MOVE FT-NUM-FATURA          TO FJ-NUM-FATURA
           MOVE FUNCTION CURRENT-DATE  TO FJ-DATA-HORA
           MOVE WS-FT-IMAGEM-ANTES     TO FJ-IMAGEM-ANTES
           MOVE FATURA-REC             TO FJ-IMAGEM-DEPOIS
           MOVE 'FATURA01'             TO FJ-OPERADOR
           MOVE WS-NUM-CONTROLE-ANTES  TO FJ-NUM-CONTROLE

           WRITE FATURA-JOURNAL-REC
           .

      ******************************************************************
      * P450-GRAVAR-MOVIMENTO
      * A fatura emitida entra no razao de movimentos ARMOVS como
           MOVE FT-NUM-CLIENTE TO MV-NUM-CLIENTE
           SET MV-DEBITO       TO TRUE
           MOVE FT-VALOR       TO MV-VALOR
           MOVE WS-DTP-DATA-ATUAL TO MV-DATA
           MOVE 'FATURA01'     TO MV-ORIGEM

           WRITE AR-MOVIMENTO-REC
           .

      ******************************************************************
      * P460-GRAVAR-LINHA-ITEM
      * Linha de item da parcela emitida: codigo e descricao do
      * SVCCAT e o valor da parcela, para as linhas fecharem no
      * FT-VALOR. A descricao trazida na propria linha FATURAIN (a
      * base do pro-rata do CONTGEN01, por exemplo) prevalece sobre
      * a do catalogo, e uma linha sem codigo so com descricao
      * tambem vira linha de item. Quantidade e preco unitario vao
      * so na primeira parcela -- as seguintes levam zero, senao o
      * relatorio de receita contaria a quantidade vendida uma vez
      * por parcela.
      ******************************************************************
       P460-GRAVAR-LINHA-ITEM.

           MOVE SPACES TO SV-DESCRICAO
           IF FI-COD-ITEM NOT = SPACES
               MOVE FI-COD-ITEM TO SV-COD-ITEM
               READ CATALOGO
                   INVALID KEY
                       MOVE SPACES TO SV-DESCRICAO
               END-READ
           END-IF

           MOVE FT-NUM-FATURA  TO IL-NUM-FATURA
           MOVE SV-DESCRICAO   TO IL-DESCRICAO
           IF FI-DESCRICAO NOT = SPACES
               MOVE FI-DESCRICAO TO IL-DESCRICAO
           END-IF
           MOVE FT-VALOR       TO IL-VALOR
           MOVE FI-COD-ITEM    TO IL-COD-ITEM

           IF WS-PARCELA = 1
               MOVE FI-QUANTIDADE     TO IL-QUANTIDADE
               MOVE FI-PRECO-UNITARIO TO IL-PRECO-UNITARIO
           ELSE
               MOVE ZEROS TO IL-QUANTIDADE
               MOVE ZEROS TO IL-PRECO-UNITARIO
           END-IF

           WRITE INVOICE-LINES-REC
           ADD 1 TO WS-LINHAS-ITEM
           .

      ******************************************************************
      * P470-GRAVAR-LINHAS-MEDICAO
      * Linha de medicao (MEDFAT01) de parcela unica: as faixas de
      * consumo gravadas no MEDDET sob a chave da linha viram as
      * linhas de item da fatura, uma por faixa, e somam o FT-VALOR.
      * Sem faixa no MEDDET a linha segue o caminho comum da
      * descricao (MD-SEQUENCIA fica em 1).
      ******************************************************************
       P470-GRAVAR-LINHAS-MEDICAO.

           MOVE FI-NUM-CLIENTE  TO MD-NUM-CLIENTE
           MOVE FI-DATA-EMISSAO TO MD-DATA-EMISSAO
           MOVE FI-VALOR        TO MD-VALOR-LINHA
           MOVE 1               TO MD-SEQUENCIA
           SET FIM-FAIXAS-MEDICAO TO FALSE

           PERFORM P475-GRAVAR-UMA-FAIXA
               UNTIL FIM-FAIXAS-MEDICAO
           .

       P475-GRAVAR-UMA-FAIXA.

           READ MEDICAO-DETALHE
               INVALID KEY
                   SET FIM-FAIXAS-MEDICAO TO TRUE
               NOT INVALID KEY
                   MOVE FT-NUM-FATURA     TO IL-NUM-FATURA
                   MOVE MD-DESCRICAO      TO IL-DESCRICAO
                   MOVE MD-VALOR          TO IL-VALOR
                   MOVE SPACES            TO IL-COD-ITEM
                   MOVE MD-QUANTIDADE     TO IL-QUANTIDADE
                   MOVE MD-PRECO-UNITARIO TO IL-PRECO-UNITARIO
                   WRITE INVOICE-LINES-REC
                   ADD 1 TO WS-LINHAS-ITEM
                   ADD 1 TO MD-SEQUENCIA
           END-READ
           .

      ******************************************************************
      * P480-GRAVAR-LINHAS-CONSOLIDADAS
      * Linha consolidada (CONSFAT01): as linhas do mes do cliente,
      * gravadas no CONSDET sob a chave da linha, viram as linhas de
      * item da fatura e somam o FT-VALOR. Sem detalhe no CONSDET a
      * linha segue o caminho comum da descricao (CD-SEQUENCIA fica
      * em 1).
      ******************************************************************
       P480-GRAVAR-LINHAS-CONSOLIDADAS.

           MOVE FI-NUM-CLIENTE  TO CD-NUM-CLIENTE
           MOVE FI-DATA-EMISSAO TO CD-DATA-EMISSAO
           MOVE FI-VALOR        TO CD-VALOR-LINHA
           MOVE 1               TO CD-SEQUENCIA
           SET FIM-DETALHE-CONSOLIDADO TO FALSE

           PERFORM P485-GRAVAR-UMA-CONSOLIDADA
               UNTIL FIM-DETALHE-CONSOLIDADO
           .

       P485-GRAVAR-UMA-CONSOLIDADA.

           READ CONSOLIDA-DETALHE
               INVALID KEY
                   SET FIM-DETALHE-CONSOLIDADO TO TRUE
               NOT INVALID KEY
                   MOVE FT-NUM-FATURA     TO IL-NUM-FATURA
                   MOVE CD-DESCRICAO      TO IL-DESCRICAO
                   MOVE CD-VALOR          TO IL-VALOR
                   MOVE CD-COD-ITEM       TO IL-COD-ITEM
                   MOVE CD-QUANTIDADE     TO IL-QUANTIDADE
                   MOVE CD-PRECO-UNITARIO TO IL-PRECO-UNITARIO
                   WRITE INVOICE-LINES-REC
                   ADD 1 TO WS-LINHAS-ITEM
                   ADD 1 TO CD-SEQUENCIA
           END-READ
           .

      ******************************************************************
      * P500-GRAVAR-AUDITORIA-SET
      * Grava em SETAUDIT o avanco da sequencia de controle (antes e
           MOVE FUNCTION CURRENT-DATE   TO WS-SETAUD-DATA-HORA

           WRITE WS-SETAUD-REGISTRO

           PERFORM P510-AUDITAR-SEQ-EMPRESA
               VARYING WS-IDX-SEQ FROM 1 BY 1
                 UNTIL WS-IDX-SEQ > WS-TOT-SEQ
           .

      * Uma linha de auditoria por sequencia de empresa que andou,
      * com a empresa na chave.
       P510-AUDITAR-SEQ-EMPRESA.

           IF WS-SEQ-NUMERO (WS-IDX-SEQ)
              NOT = WS-SEQ-NUMERO-ANTES (WS-IDX-SEQ)
               MOVE WS-SEQ-NUMERO (WS-IDX-SEQ) TO WS-SETAUD-GERACAO
               MOVE 'FATURA01'            TO WS-SETAUD-PROGRAMA
               MOVE 'WS-SEQ-NUMERO'       TO WS-SETAUD-CAMPO
               MOVE SPACES                TO WS-SETAUD-CHAVE
               STRING 'EMPRESA '          DELIMITED BY SIZE
                      WS-SEQ-EMPRESA (WS-IDX-SEQ)
                                          DELIMITED BY SIZE
                   INTO WS-SETAUD-CHAVE
               END-STRING
               MOVE WS-SEQ-NUMERO-ANTES (WS-IDX-SEQ)
                                          TO WS-SETAUD-VALOR-ANTES
               MOVE WS-SEQ-NUMERO (WS-IDX-SEQ)
                                          TO WS-SETAUD-VALOR-DEPOIS
               MOVE FUNCTION CURRENT-DATE TO WS-SETAUD-DATA-HORA
               WRITE WS-SETAUD-REGISTRO
           END-IF
           .

      ******************************************************************
      * P600-GRAVAR-NOVO-NUMERO
      * Regrava CTRLFILE com o ultimo numero de fatura emitido, para
      * que a proxima execucao (desta ou de qualquer rotina que use a
      * sequencia) continue de onde esta parou. As sequencias das
      * demais empresas seguem o primeiro registro.
      ******************************************************************
       P600-GRAVAR-NOVO-NUMERO.

           MOVE WS-NUM-CONTROLE TO CTRL-ULTIMO-NUMERO
           MOVE SPACES          TO CTRL-COD-EMPRESA
           OPEN OUTPUT CONTROL-FILE
           WRITE CONTROL-FILE-REC

           PERFORM P610-GRAVAR-SEQ-EMPRESA
               VARYING WS-IDX-SEQ FROM 1 BY 1
                 UNTIL WS-IDX-SEQ > WS-TOT-SEQ

           CLOSE CONTROL-FILE
           .

       P610-GRAVAR-SEQ-EMPRESA.

           MOVE WS-SEQ-NUMERO (WS-IDX-SEQ)  TO CTRL-ULTIMO-NUMERO
           MOVE WS-SEQ-EMPRESA (WS-IDX-SEQ) TO CTRL-COD-EMPRESA
           WRITE CONTROL-FILE-REC
           .

       P900-ENCERRAR-ARQUIVOS.

           IF WS-GRAVADOS > 0
           CLOSE CREDIT-HOLD
           CLOSE DUP-REVIEW
           CLOSE AR-MOVEMENTS
           CLOSE CATALOGO
           CLOSE INVOICE-LINES
           CLOSE MEDICAO-DETALHE
           CLOSE FATURA-JOURNAL
           CLOSE FATURA-CONSOLIDADA
           CLOSE FATURA-ACUMULADA
           CLOSE CONSOLIDA-DETALHE

           DISPLAY 'FATURA01 - REGISTROS LIDOS...: ' WS-LIDOS
           DISPLAY 'FATURA01 - FATURAS EMITIDAS..: ' WS-GRAVADOS
           DISPLAY 'FATURA01 - RETIDAS POR LIMITE: ' WS-RETIDOS
           DISPLAY 'FATURA01 - RETIDAS POR CNPJ..: ' WS-RETIDOS-CNPJ
           DISPLAY 'FATURA01 - SUSPEITA DUPLICADA: ' WS-DUPLICADAS
           DISPLAY 'FATURA01 - LINHAS DE ITEM....: ' WS-LINHAS-ITEM
           DISPLAY 'FATURA01 - RETIDAS P/EMPRESA.: ' WS-RETIDOS-EMPRESA
           DISPLAY 'FATURA01 - P/CONSOLIDACAO....: ' WS-ACUMULADAS
           .

       END PROGRAM FATURA01.
