      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: SEGVIA01 - second-copy boleto (segunda via) request
      *          transaction. Each SEGVIN record names an invoice, the
      *          date the customer will pay, an optional due-date
      *          extension the collector agreed and the operator.
      *          The amount is updated to the payment date with the
      *          JUROS01 rules and JURPARM rates (simple interest pro
      *          rata day plus the fixed penalty, none for an item in
      *          dispute or a customer under legal protection) over
      *          the open remainder the bank would collect; an
      *          extension moves the invoice's due date (journaled on
      *          FTJRNL, logged with the operator on PRORLOG) and no
      *          charge runs until it. The request is kept on the
      *          SEGVIA ledger for REMESSA01, which sends the bank the
      *          due-date and value alteration of the registered
      *          title and composes the new linha digitavel and
      *          barcode over the same FT-NUM-FATURA, so BANKRET01
      *          matches the payment like any other settlement.
      *          Requests and refusals print on the SEGVRPT register.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGVIA01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGVIA-IN          ASSIGN TO "SEGVIN"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL CUSTOMER-MASTER
                                      ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL PAGAMENTO-STATUS
                                      ASSIGN TO "PAGTOSTS"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS PS-CHAVE
                                      FILE STATUS IS WS-PAGTOS-STATUS.

           SELECT OPTIONAL CREDITO-APLIC
                                      ASSIGN TO "CREDAPL"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CA-NUM-FATURA
                                      FILE STATUS IS WS-CREDAPL-STATUS.

           SELECT OPTIONAL SEGUNDA-VIA
                                      ASSIGN TO "SEGVIA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS SG-NUM-FATURA
                                      FILE STATUS IS WS-SEGVIA-STATUS.

           SELECT OPTIONAL JUROS-PARM
                                      ASSIGN TO "JURPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL PRORROG-LOG
                                      ASSIGN TO "PRORLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEGVIA-RPT         ASSIGN TO "SEGVRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-CONTROL-FILE
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FATURA-JOURNAL
                                      ASSIGN TO "FTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Pedido de segunda via: datas em aaaammdd; prorrogacao zerada
      * e pedido sem prorrogacao.
       FD  SEGVIA-IN.
       01  SEGVIA-IN-REC.
           03 SI-NUM-FATURA                   PIC 9(06).
           03 SI-DATA-PAGTO                   PIC 9(08).
           03 SI-NOVO-VENCTO                  PIC 9(08).
           03 SI-OPERADOR                     PIC X(08).

       FD  FATURA-MASTER.
           COPY FATURA.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  PAGAMENTO-STATUS.
           COPY PAGTOSTS.

       FD  CREDITO-APLIC.
           COPY CREDAPL.

       FD  SEGUNDA-VIA.
           COPY SEGVIA.

       FD  JUROS-PARM.
       01  JUROS-PARM-REC.
           03 JP-TAXA-MENSAL                  PIC 9(02)V99.
           03 JP-MULTA-FIXA                   PIC 9(05)V99.

      * Prorrogacoes de vencimento concedidas, com quem concedeu.
       FD  PRORROG-LOG.
       01  PRORROG-LOG-REC.
           03 PL-GERACAO                     PIC 9(06).
           03 PL-NUM-FATURA                  PIC 9(06).
           03 PL-NUM-CLIENTE                 PIC 9(06).
           03 PL-VENCTO-ANTERIOR             PIC X(10).
           03 PL-NOVO-VENCTO                 PIC X(10).
           03 PL-OPERADOR                    PIC X(08).
           03 PL-DATA-HORA                   PIC X(21).

       FD  SEGVIA-RPT.
       01  SEGVIA-RPT-REC                     PIC X(132).

       FD  LOG-CONTROL-FILE.
       01  LOG-CONTROL-FILE-REC.
           03 LCF-ULTIMO-NUMERO              PIC 9(07).

       FD  FATURA-JOURNAL.
           COPY FTJRNL.

       WORKING-STORAGE SECTION.
      * Imagem da fatura antes da alteracao, para o diario FTJRNL.
       77 WS-FT-IMAGEM-ANTES                 PIC X(241) VALUE SPACES.

      * Geracao (numero de controle do CTRLFILE) carimbada em cada
      * registro de log desta execucao.
       77 WS-GERACAO-LOG        PIC 9(06) VALUE ZEROS.

       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PAGTOS-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CREDAPL-STATUS                  PIC X(02) VALUE '00'.
       77 WS-SEGVIA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.

      * Regras do JUROS01: taxa mensal e multa fixa do JURPARM, com
      * os mesmos padroes.
       77 WS-TAXA-MENSAL            PIC 9(02)V99 VALUE 1.00.
       77 WS-MULTA-FIXA             PIC 9(05)V99 VALUE 2.00.

       77 WS-VALOR-ABERTO                    PIC S9(09)V99 VALUE ZEROS.
       77 WS-JUROS                           PIC 9(07)V99 VALUE ZEROS.
       77 WS-MULTA                           PIC 9(05)V99 VALUE ZEROS.
       77 WS-VALOR-ATUALIZADO                PIC 9(07)V99 VALUE ZEROS.
       77 WS-DIAS-ATRASO                     PIC S9(05) VALUE ZEROS.
       77 WS-DIAS-HOJE                       PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-VENCTO                     PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-PAGTO                      PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-PRORROGACAO                PIC 9(07) VALUE ZEROS.
       77 WS-DATA-INT                        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-PAGTO                      PIC 9(08) VALUE ZEROS.
       77 WS-MOTIVO-RECUSA                   PIC X(40) VALUE SPACES.
       77 WS-OBS-ENCARGOS                    PIC X(20) VALUE SPACES.

       01 WS-DATA-VENCTO-AUX.
           03 WS-VCT-DD                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-VCT-MM                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-VCT-AA                      PIC 9(04).

      * Data aaaammdd e sua forma dd/mm/aaaa do mestre de faturas.
       01 WS-DATA-AAAAMMDD                   PIC 9(08) VALUE ZEROS.
       01 WS-DATA-PARTES REDEFINES WS-DATA-AAAAMMDD.
           03 WS-DP-AA                       PIC 9(04).
           03 WS-DP-MM                       PIC 9(02).
           03 WS-DP-DD                       PIC 9(02).

       01 WS-DATA-FORMATADA.
           03 WS-DF-DD                       PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-DF-MM                       PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-DF-AA                       PIC 9(04).

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S'.
           03 WS-PRORROGACAO-SW              PIC X(01) VALUE 'N'.
              88 PEDIDO-COM-PRORROGACAO           VALUE 'S' FALSE 'N'.
           03 WS-SEM-ENCARGO-SW              PIC X(01) VALUE 'N'.
              88 ITEM-SEM-ENCARGO                 VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDOS                       PIC 9(07) VALUE ZEROS.
           03 WS-SEGUNDAS-VIAS               PIC 9(07) VALUE ZEROS.
           03 WS-PRORROGACOES                PIC 9(07) VALUE ZEROS.
           03 WS-RECUSADOS                   PIC 9(07) VALUE ZEROS.
           03 WS-TOTAL-ENCARGOS              PIC 9(09)V99 VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'SEGVIA01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'SEGUNDAS VIAS DE BOLETO'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(08) VALUE 'FATURA'.
           03 FILLER                         PIC X(08) VALUE 'CLIENTE'.
           03 FILLER                         PIC X(12)
                                       VALUE 'VENCTO ANT.'.
           03 FILLER                         PIC X(12)
                                       VALUE 'NOVO VENCTO'.
           03 FILLER                         PIC X(07) VALUE ' DIAS'.
           03 FILLER                         PIC X(16)
                                       VALUE '    VALOR ABERTO'.
           03 FILLER                         PIC X(12)
                                       VALUE '       JUROS'.
           03 FILLER                         PIC X(10)
                                       VALUE '     MULTA'.
           03 FILLER                         PIC X(16)
                                       VALUE '  VALOR ATUALIZ.'.
           03 FILLER                         PIC X(06) VALUE ' PROR'.
           03 FILLER                         PIC X(10) VALUE 'OPERADOR'.
           03 FILLER                         PIC X(15)
                                       VALUE 'OBSERVACAO'.

       01 WS-LINHA-DETALHE.
           03 DET-NUM-FATURA                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-NUM-CLIENTE                PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-VENCTO-ANT                 PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-NOVO-VENCTO                PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-DIAS                       PIC ZZZZ9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-VALOR-ABERTO               PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-JUROS                      PIC ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-MULTA                      PIC Z,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-VALOR-ATUALIZADO           PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-PRORROGACAO                PIC X(01).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-OPERADOR                   PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-OBSERVACAO                 PIC X(20).

       01 WS-LINHA-RECUSA.
           03 REC-NUM-FATURA                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(10)
                                       VALUE 'RECUSADA: '.
           03 REC-MOTIVO                     PIC X(40).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(10)
                                       VALUE 'OPERADOR: '.
           03 REC-OPERADOR                   PIC X(08).

       01 WS-LINHA-RODAPE.
           03 ROD-TITULO                     PIC X(30).
           03 ROD-QTDE                       PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 ROD-VALOR                      PIC ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETROS
           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-PEDIDO
               UNTIL FIM-DE-ARQUIVO
           PERFORM P700-IMPRIMIR-RODAPE
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

      ******************************************************************
      * P050-LER-PARAMETROS
      * Taxa mensal e multa fixa do JURPARM, o mesmo parametro do
      * JUROS01; sem o arquivo valem os mesmos padroes (1,00% ao mes
      * e multa de 2,00).
      ******************************************************************
       P050-LER-PARAMETROS.

           OPEN INPUT JUROS-PARM
           IF WS-PARM-STATUS = '00'
               READ JUROS-PARM
                   NOT AT END
                       MOVE JP-TAXA-MENSAL TO WS-TAXA-MENSAL
                       MOVE JP-MULTA-FIXA  TO WS-MULTA-FIXA
               END-READ
               CLOSE JUROS-PARM
           END-IF

           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DTP-DATA-ATUAL)
           .

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  SEGVIA-IN
           OPEN I-O    FATURA-MASTER
           OPEN INPUT  CUSTOMER-MASTER
           OPEN INPUT  PAGAMENTO-STATUS
           OPEN INPUT  CREDITO-APLIC
           OPEN I-O    SEGUNDA-VIA
           PERFORM P0GL-LER-GERACAO-LOG
           OPEN EXTEND PRORROG-LOG
           OPEN OUTPUT SEGVIA-RPT
           OPEN EXTEND FATURA-JOURNAL

           PERFORM P450-IMPRIMIR-CABECALHO

           PERFORM P110-LER-PROXIMO
           .

       P110-LER-PROXIMO.

           READ SEGVIA-IN
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

      ******************************************************************
      * P200-PROCESSA-PEDIDO
      * Um pedido por registro: operador identificado e a fatura no
      * mestre; o resto das condicoes e da propria fatura (P300).
      ******************************************************************
       P200-PROCESSA-PEDIDO.

           MOVE SPACES TO WS-MOTIVO-RECUSA

           IF SI-NOVO-VENCTO NOT = ZEROS
               SET PEDIDO-COM-PRORROGACAO TO TRUE
           ELSE
               SET PEDIDO-COM-PRORROGACAO TO FALSE
           END-IF

           EVALUATE TRUE
               WHEN SI-OPERADOR = SPACES
                   MOVE 'PEDIDO SEM OPERADOR' TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   MOVE SI-NUM-FATURA TO FT-NUM-FATURA
                   READ FATURA-MASTER
                       INVALID KEY
                           MOVE 'FATURA NAO ENCONTRADA'
                                                 TO WS-MOTIVO-RECUSA
                       NOT INVALID KEY
                           PERFORM P300-AVALIAR-FATURA
               END-READ
           END-EVALUATE

           IF WS-MOTIVO-RECUSA NOT = SPACES
               PERFORM P800-RECUSAR-PEDIDO
           END-IF

           PERFORM P110-LER-PROXIMO
           .

      ******************************************************************
      * P300-AVALIAR-FATURA
      * Segunda via e de titulo aberto e registrado no banco: e a
      * alteracao desse titulo que vai na remessa. A data de
      * pagamento nao pode ser passada; com prorrogacao, a nova data
      * vem depois do vencimento atual e o pagamento nao passa dela
      * (sem data de pagamento, paga-se no novo vencimento).
      ******************************************************************
       P300-AVALIAR-FATURA.

           MOVE FT-DATA-VENCTO TO WS-DATA-VENCTO-AUX
           COMPUTE WS-DATA-INT =
               WS-VCT-AA * 10000 + WS-VCT-MM * 100 + WS-VCT-DD
           COMPUTE WS-DIAS-VENCTO =
               FUNCTION INTEGER-OF-DATE (WS-DATA-INT)

           MOVE SI-DATA-PAGTO TO WS-DATA-PAGTO
           MOVE ZEROS TO WS-DIAS-PRORROGACAO
           IF PEDIDO-COM-PRORROGACAO
               IF FUNCTION TEST-DATE-YYYYMMDD (SI-NOVO-VENCTO) = 0
                   COMPUTE WS-DIAS-PRORROGACAO =
                       FUNCTION INTEGER-OF-DATE (SI-NOVO-VENCTO)
               END-IF
               IF WS-DATA-PAGTO = ZEROS
                   MOVE SI-NOVO-VENCTO TO WS-DATA-PAGTO
               END-IF
           END-IF

           MOVE ZEROS TO WS-DIAS-PAGTO
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-PAGTO) = 0
               COMPUTE WS-DIAS-PAGTO =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-PAGTO)
           END-IF

           EVALUATE TRUE
               WHEN NOT FT-ABERTA
                   STRING 'FATURA NAO ESTA ABERTA (SITUACAO '
                          FT-STATUS ')'
                       DELIMITED BY SIZE INTO WS-MOTIVO-RECUSA
                   END-STRING
               WHEN NOT FT-BCO-REGISTRADA
                   MOVE 'TITULO NAO REGISTRADO NO BANCO'
                                                 TO WS-MOTIVO-RECUSA
               WHEN WS-DIAS-PAGTO = ZEROS
                   MOVE 'DATA DE PAGAMENTO INVALIDA'
                                                 TO WS-MOTIVO-RECUSA
               WHEN WS-DIAS-PAGTO < WS-DIAS-HOJE
                   MOVE 'DATA DE PAGAMENTO JA PASSADA'
                                                 TO WS-MOTIVO-RECUSA
               WHEN PEDIDO-COM-PRORROGACAO
                AND WS-DIAS-PRORROGACAO = ZEROS
                   MOVE 'DATA DE PRORROGACAO INVALIDA'
                                                 TO WS-MOTIVO-RECUSA
               WHEN PEDIDO-COM-PRORROGACAO
                AND WS-DIAS-PRORROGACAO NOT > WS-DIAS-VENCTO
                   MOVE 'PRORROGACAO NAO PASSA DO VENCIMENTO'
                                                 TO WS-MOTIVO-RECUSA
               WHEN PEDIDO-COM-PRORROGACAO
                AND WS-DIAS-PAGTO > WS-DIAS-PRORROGACAO
                   MOVE 'PAGAMENTO DEPOIS DA PRORROGACAO'
                                                 TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   PERFORM P310-CALCULAR-ABERTO
                   IF WS-VALOR-ABERTO NOT > 0
                       MOVE 'FATURA SEM VALOR EM ABERTO'
                                                 TO WS-MOTIVO-RECUSA
                   ELSE
                       PERFORM P320-CALCULAR-ENCARGOS
                   END-IF
                   IF WS-MOTIVO-RECUSA = SPACES
                       PERFORM P400-EMITIR-SEGUNDA-VIA
                   END-IF
           END-EVALUATE
           .

      ******************************************************************
      * P310-CALCULAR-ABERTO
      * O que o titulo ainda cobra: faturado menos notas de credito e
      * retencoes federais, menos o saldo credor aplicado (CREDAPL) e
      * o ja pago em parte (PAGTOSTS).
      ******************************************************************
       P310-CALCULAR-ABERTO.

           COMPUTE WS-VALOR-ABERTO =
               FT-VALOR - FT-VALOR-AJUSTES - FT-VALOR-RET-FEDERAL

           MOVE FT-NUM-FATURA TO CA-NUM-FATURA
           READ CREDITO-APLIC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT CA-VALOR-APLICADO FROM WS-VALOR-ABERTO
           END-READ

           MOVE FT-NUM-CLIENTE TO PS-NUM-CLIENTE
           MOVE FT-NUM-FATURA  TO PS-NUM-FATURA
           READ PAGAMENTO-STATUS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PS-PAGTO = 'S' OR PS-PAGTO = 'P'
                      OR PS-PAGTO = 'X'
                       SUBTRACT PS-VALOR-PAGO FROM WS-VALOR-ABERTO
                   END-IF
           END-READ
           .

      ******************************************************************
      * P320-CALCULAR-ENCARGOS
      * Regras do JUROS01: juros simples pro rata dia (taxa mensal /
      * 30 por dia de atraso) sobre o aberto mais a multa fixa, so
      * quando o pagamento cai depois do vencimento -- o prorrogado,
      * quando houver. Fatura em disputa e cliente sob protecao legal
      * nao acumulam encargo, como no JUROS01. Estouro no calculo
      * recusa o pedido em vez de emitir valor errado.
      ******************************************************************
       P320-CALCULAR-ENCARGOS.

           MOVE ZEROS  TO WS-JUROS WS-MULTA WS-DIAS-ATRASO
           MOVE SPACES TO WS-OBS-ENCARGOS
           SET ITEM-SEM-ENCARGO TO FALSE

           IF FT-EM-DISPUTA
               SET ITEM-SEM-ENCARGO TO TRUE
               MOVE 'SEM ENCARGO-DISPUTA' TO WS-OBS-ENCARGOS
           END-IF

           MOVE FT-NUM-CLIENTE TO CM-NUM-CLIENTE
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-PROTECAO-LEGAL
                       SET ITEM-SEM-ENCARGO TO TRUE
                       MOVE 'SEM ENCARGO-PROT.LEG' TO WS-OBS-ENCARGOS
                   END-IF
           END-READ

           IF PEDIDO-COM-PRORROGACAO
               COMPUTE WS-DIAS-ATRASO =
                   WS-DIAS-PAGTO - WS-DIAS-PRORROGACAO
           ELSE
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-PAGTO - WS-DIAS-VENCTO
           END-IF
           IF WS-DIAS-ATRASO < 0
               MOVE ZEROS TO WS-DIAS-ATRASO
           END-IF

           IF WS-DIAS-ATRASO > 0 AND NOT ITEM-SEM-ENCARGO
               COMPUTE WS-JUROS ROUNDED =
                   WS-VALOR-ABERTO * (WS-TAXA-MENSAL / 100)
                                   * WS-DIAS-ATRASO / 30
                   ON SIZE ERROR
                       MOVE 'ESTOURO NO CALCULO DE JUROS'
                                                 TO WS-MOTIVO-RECUSA
               END-COMPUTE
               MOVE WS-MULTA-FIXA TO WS-MULTA
           END-IF

           COMPUTE WS-VALOR-ATUALIZADO =
               WS-VALOR-ABERTO + WS-JUROS + WS-MULTA
               ON SIZE ERROR
                   MOVE 'ESTOURO NO VALOR ATUALIZADO'
                                                 TO WS-MOTIVO-RECUSA
           END-COMPUTE
           .

      ******************************************************************
      * P400-EMITIR-SEGUNDA-VIA
      * Novo vencimento do boleto: a prorrogacao, quando concedida;
      * senao a data de pagamento, ou o proprio vencimento se o
      * cliente paga antes dele (a via perdida sai igual). A
      * prorrogacao muda o vencimento da fatura no mestre. O pedido
      * fica pendente no SEGVIA ate a remessa mandar a alteracao;
      * um pedido novo para a mesma fatura substitui o anterior.
      ******************************************************************
       P400-EMITIR-SEGUNDA-VIA.

           INITIALIZE SEGUNDA-VIA-REC
           MOVE FT-NUM-FATURA       TO SG-NUM-FATURA
           MOVE FT-NUM-CLIENTE      TO SG-NUM-CLIENTE
           MOVE WS-DTP-DATA-ATUAL   TO SG-DATA-PEDIDO
           MOVE WS-DATA-PAGTO       TO SG-DATA-PAGTO
           MOVE FT-DATA-VENCTO      TO SG-VENCTO-ORIGINAL
           MOVE WS-DIAS-ATRASO      TO SG-DIAS-ATRASO
           MOVE WS-VALOR-ABERTO     TO SG-VALOR-ABERTO
           MOVE WS-JUROS            TO SG-VALOR-JUROS
           MOVE WS-MULTA            TO SG-VALOR-MULTA
           MOVE WS-VALOR-ATUALIZADO TO SG-VALOR-ATUALIZADO
           MOVE SI-OPERADOR         TO SG-OPERADOR
           SET SG-INSTRUCAO-PENDENTE TO TRUE

           EVALUATE TRUE
               WHEN PEDIDO-COM-PRORROGACAO
                   SET SG-COM-PRORROGACAO TO TRUE
                   MOVE SI-NOVO-VENCTO TO WS-DATA-AAAAMMDD
                   PERFORM P470-FORMATAR-DATA
               WHEN WS-DIAS-PAGTO > WS-DIAS-VENCTO
                   SET SG-SEM-PRORROGACAO TO TRUE
                   MOVE WS-DATA-PAGTO TO WS-DATA-AAAAMMDD
                   PERFORM P470-FORMATAR-DATA
               WHEN OTHER
                   SET SG-SEM-PRORROGACAO TO TRUE
                   MOVE FT-DATA-VENCTO TO WS-DATA-FORMATADA
           END-EVALUATE
           MOVE WS-DATA-FORMATADA TO SG-NOVO-VENCTO

           IF PEDIDO-COM-PRORROGACAO
               PERFORM P410-PRORROGAR-FATURA
           END-IF

           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM P420-GRAVAR-SEGUNDA-VIA
           END-IF
           .

      * O vencimento prorrogado vai para o mestre (a cobranca e a
      * idade da fatura passam a contar dele) e para o PRORLOG com o
      * operador que concedeu.
       P410-PRORROGAR-FATURA.

           MOVE FATURA-REC TO WS-FT-IMAGEM-ANTES
           MOVE SG-NOVO-VENCTO TO FT-DATA-VENCTO

           REWRITE FATURA-REC
               INVALID KEY
                   MOVE 'FALHA AO REGRAVAR A FATURA'
                                             TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   MOVE 'REGRAVACAO' TO FJ-OPERACAO
                   PERFORM P0FJ-GRAVAR-JORNAL-FATURA

                   MOVE WS-GERACAO-LOG        TO PL-GERACAO
                   MOVE FT-NUM-FATURA         TO PL-NUM-FATURA
                   MOVE FT-NUM-CLIENTE        TO PL-NUM-CLIENTE
                   MOVE SG-VENCTO-ORIGINAL    TO PL-VENCTO-ANTERIOR
                   MOVE SG-NOVO-VENCTO        TO PL-NOVO-VENCTO
                   MOVE SI-OPERADOR           TO PL-OPERADOR
                   MOVE FUNCTION CURRENT-DATE TO PL-DATA-HORA
                   WRITE PRORROG-LOG-REC
                   ADD 1 TO WS-PRORROGACOES
           END-REWRITE
           .

       P420-GRAVAR-SEGUNDA-VIA.

           WRITE SEGUNDA-VIA-REC
               INVALID KEY
                   REWRITE SEGUNDA-VIA-REC
                       INVALID KEY
                           MOVE 'FALHA AO GRAVAR O SEGVIA'
                                             TO WS-MOTIVO-RECUSA
                   END-REWRITE
           END-WRITE

           IF WS-MOTIVO-RECUSA = SPACES
               ADD 1 TO WS-SEGUNDAS-VIAS
               ADD WS-JUROS WS-MULTA TO WS-TOTAL-ENCARGOS
               PERFORM P500-IMPRIMIR-SEGUNDA-VIA
           END-IF
           .

       P450-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO SEGVIA-RPT-REC
           WRITE SEGVIA-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO SEGVIA-RPT-REC
           WRITE SEGVIA-RPT-REC

           MOVE SPACES TO SEGVIA-RPT-REC
           WRITE SEGVIA-RPT-REC
           MOVE WS-LINHA-CAB3 TO SEGVIA-RPT-REC
           WRITE SEGVIA-RPT-REC
           .

       P470-FORMATAR-DATA.

           MOVE WS-DP-DD TO WS-DF-DD
           MOVE WS-DP-MM TO WS-DF-MM
           MOVE WS-DP-AA TO WS-DF-AA
           .

       P500-IMPRIMIR-SEGUNDA-VIA.

           MOVE SG-NUM-FATURA       TO DET-NUM-FATURA
           MOVE SG-NUM-CLIENTE      TO DET-NUM-CLIENTE
           MOVE SG-VENCTO-ORIGINAL  TO DET-VENCTO-ANT
           MOVE SG-NOVO-VENCTO      TO DET-NOVO-VENCTO
           MOVE SG-DIAS-ATRASO      TO DET-DIAS
           MOVE SG-VALOR-ABERTO     TO DET-VALOR-ABERTO
           MOVE SG-VALOR-JUROS      TO DET-JUROS
           MOVE SG-VALOR-MULTA      TO DET-MULTA
           MOVE SG-VALOR-ATUALIZADO TO DET-VALOR-ATUALIZADO
           MOVE SG-PRORROGACAO      TO DET-PRORROGACAO
           MOVE SG-OPERADOR         TO DET-OPERADOR
           MOVE WS-OBS-ENCARGOS     TO DET-OBSERVACAO

           MOVE WS-LINHA-DETALHE TO SEGVIA-RPT-REC
           WRITE SEGVIA-RPT-REC
           .

       P700-IMPRIMIR-RODAPE.

           MOVE SPACES TO SEGVIA-RPT-REC
           WRITE SEGVIA-RPT-REC

           MOVE SPACES TO WS-LINHA-RODAPE
           MOVE 'SEGUNDAS VIAS EMITIDAS......: ' TO ROD-TITULO
           MOVE WS-SEGUNDAS-VIAS TO ROD-QTDE
           MOVE WS-TOTAL-ENCARGOS TO ROD-VALOR
           MOVE WS-LINHA-RODAPE TO SEGVIA-RPT-REC
           WRITE SEGVIA-RPT-REC

           MOVE SPACES TO WS-LINHA-RODAPE
           MOVE 'COM PRORROGACAO.............: ' TO ROD-TITULO
           MOVE WS-PRORROGACOES TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO SEGVIA-RPT-REC
           WRITE SEGVIA-RPT-REC

           MOVE SPACES TO WS-LINHA-RODAPE
           MOVE 'PEDIDOS RECUSADOS...........: ' TO ROD-TITULO
           MOVE WS-RECUSADOS TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO SEGVIA-RPT-REC
           WRITE SEGVIA-RPT-REC
           .

       P800-RECUSAR-PEDIDO.

           MOVE SI-NUM-FATURA    TO REC-NUM-FATURA
           MOVE WS-MOTIVO-RECUSA TO REC-MOTIVO
           MOVE SI-OPERADOR      TO REC-OPERADOR
           MOVE WS-LINHA-RECUSA  TO SEGVIA-RPT-REC
           WRITE SEGVIA-RPT-REC
           ADD 1 TO WS-RECUSADOS
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE SEGVIA-IN
           CLOSE FATURA-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE PAGAMENTO-STATUS
           CLOSE CREDITO-APLIC
           CLOSE SEGUNDA-VIA
           CLOSE PRORROG-LOG
           CLOSE SEGVIA-RPT
           CLOSE FATURA-JOURNAL

           DISPLAY 'SEGVIA01 - PEDIDOS LIDOS.....: ' WS-LIDOS
           DISPLAY 'SEGVIA01 - SEGUNDAS VIAS.....: ' WS-SEGUNDAS-VIAS
           DISPLAY 'SEGVIA01 - PRORROGACOES......: ' WS-PRORROGACOES
           DISPLAY 'SEGVIA01 - RECUSADOS.........: ' WS-RECUSADOS
           .

      ******************************************************************
      * P0FJ-GRAVAR-JORNAL-FATURA
      * Acrescenta ao FTJRNL a alteracao recem aplicada a fatura:
      * FJ-OPERACAO vem do chamador, a imagem-antes foi guardada em
      * WS-FT-IMAGEM-ANTES antes da alteracao.
      ******************************************************************
       P0FJ-GRAVAR-JORNAL-FATURA.

           MOVE 'SEGVIA01'             TO FJ-PROGRAMA
           MOVE FT-NUM-FATURA          TO FJ-NUM-FATURA
           MOVE FUNCTION CURRENT-DATE  TO FJ-DATA-HORA
           MOVE WS-FT-IMAGEM-ANTES     TO FJ-IMAGEM-ANTES
           MOVE FATURA-REC             TO FJ-IMAGEM-DEPOIS
           MOVE SI-OPERADOR            TO FJ-OPERADOR
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

       END PROGRAM SEGVIA01.
