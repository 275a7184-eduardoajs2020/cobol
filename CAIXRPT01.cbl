      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: CAIXRPT01 - daily cash receipts report (boletim de
      *          caixa): for the CXPARM date (aaaammdd, default the
      *          processing date) reads the RECCAIXA ledger the cash
      *          application and the suspense release write and prints
      *          what reached the customers' accounts that day per
      *          collection channel -- boleto per bank, PIX, automatic
      *          debit, collection agency, manual confirmation and
      *          suspense release -- then the total received less the
      *          reversals and the refunds paid (REFLEDG), and a
      *          reconciliation of the bank channels against the
      *          settlements BANKRET01 logged on BANKSETL. Every
      *          amount has the day column and the month-to-date
      *          column. Page header through RPTFMT01; the CAIXRPT
      *          print file is captured by RPTARC01.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAIXRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAIXRPT-PARM       ASSIGN TO "CXPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL REC-CAIXA ASSIGN TO "RECCAIXA"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REFUND-LEDGER
                                      ASSIGN TO "REFLEDG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BANK-SETTLE-LOG
                                      ASSIGN TO "BANKSETL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAIXA-RPT          ASSIGN TO "CAIXRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAIXA-SORT         ASSIGN TO "SRTWORKM".

       DATA DIVISION.
       FILE SECTION.
       FD  CAIXRPT-PARM.
       01  CAIXRPT-PARM-REC.
           03 CP-DATA                         PIC 9(08).

       FD  REC-CAIXA.
           COPY RECCAIXA.

       FD  REFUND-LEDGER.
           COPY REFLEDG.

       FD  BANK-SETTLE-LOG.
           COPY BANKSETL.

       FD  CAIXA-RPT.
       01  CAIXA-RPT-REC                      PIC X(132).

      * Lancamentos do mes ate a data do boletim, na ordem de
      * impressao dos canais e, no boleto, por banco.
       SD  CAIXA-SORT.
       01  CAIXA-SORT-REC.
           03 SR-ORDEM                        PIC 9(01).
           03 SR-BANCO                        PIC 9(03).
           03 SR-TIPO                         PIC X(01).
              88 SR-ESTORNO                       VALUE 'E'.
           03 SR-NO-DIA                       PIC X(01).
              88 SR-DO-DIA                        VALUE 'S'.
           03 SR-VALOR                        PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-DATA-BOLETIM                    PIC 9(08) VALUE ZEROS.
       77 WS-ANO-MES-BOLETIM                 PIC 9(06) VALUE ZEROS.
       77 WS-ANO-MES-LANC                    PIC 9(06) VALUE ZEROS.
       77 WS-ORDEM-ATUAL                     PIC 9(01) VALUE ZEROS.
       77 WS-BANCO-ATUAL                     PIC 9(03) VALUE ZEROS.

      * Data da liquidacao do BANKSETL (DD/MM/AAAA) virada para
      * aaaammdd, para comparar com a data do boletim.
       01 WS-DATA-LIQ.
           03 WS-LIQ-ANO                     PIC X(04).
           03 WS-LIQ-MES                     PIC X(02).
           03 WS-LIQ-DIA                     PIC X(02).
       01 WS-DATA-LIQ-NUM REDEFINES WS-DATA-LIQ
                                             PIC 9(08).

       01 WS-SWITCHES.
           03 WS-CAIXA-EOF                   PIC X(01) VALUE 'N'.
              88 FIM-CAIXA                        VALUE 'S' FALSE 'N'.
           03 WS-REFUND-EOF                  PIC X(01) VALUE 'N'.
              88 FIM-REEMBOLSO                    VALUE 'S' FALSE 'N'.
           03 WS-SETTLE-EOF                  PIC X(01) VALUE 'N'.
              88 FIM-LIQUIDACAO                   VALUE 'S' FALSE 'N'.
           03 WS-SORT-EOF                    PIC X(01) VALUE 'N'.
              88 FIM-SORT                         VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-CAIXA-LIDOS                 PIC 9(07) VALUE ZEROS.
           03 WS-CAIXA-DO-MES                PIC 9(07) VALUE ZEROS.
           03 WS-REEMBOLSOS-LIDOS            PIC 9(07) VALUE ZEROS.
           03 WS-LIQUIDACOES-LIDAS           PIC 9(07) VALUE ZEROS.

      * Acumuladores: o canal corrente, os totais do boletim e as
      * liquidacoes dos bancos; sempre o dia e o acumulado no mes.
       01 WS-TOTAIS-CANAL.
           03 WS-CAN-DIA                     PIC 9(11)V99 VALUE ZEROS.
           03 WS-CAN-MES                     PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAIS-BOLETIM.
           03 WS-REC-DIA                     PIC 9(11)V99 VALUE ZEROS.
           03 WS-REC-MES                     PIC 9(11)V99 VALUE ZEROS.
           03 WS-EST-DIA                     PIC 9(11)V99 VALUE ZEROS.
           03 WS-EST-MES                     PIC 9(11)V99 VALUE ZEROS.
           03 WS-REE-DIA                     PIC 9(11)V99 VALUE ZEROS.
           03 WS-REE-MES                     PIC 9(11)V99 VALUE ZEROS.
           03 WS-LIQUIDO-DIA                 PIC S9(11)V99 VALUE ZEROS.
           03 WS-LIQUIDO-MES                 PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAIS-CONCILIACAO.
           03 WS-BCO-DIA                     PIC 9(11)V99 VALUE ZEROS.
           03 WS-BCO-MES                     PIC 9(11)V99 VALUE ZEROS.
           03 WS-LIQ-DIA-TOTAL               PIC 9(11)V99 VALUE ZEROS.
           03 WS-LIQ-MES-TOTAL               PIC 9(11)V99 VALUE ZEROS.
           03 WS-DIF-DIA                     PIC S9(11)V99 VALUE ZEROS.
           03 WS-DIF-MES                     PIC S9(11)V99 VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'CAIXRPT01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'BOLETIM DE CAIXA DIARIO'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.
       77 WS-LINHAS-PAGINA                   PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS                      PIC 9(02) VALUE 50.

       01 WS-LINHA-DATA.
           03 FILLER                         PIC X(16)
                                       VALUE 'DATA DO BOLETIM:'.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 LD-DIA                         PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 LD-MES                         PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 LD-ANO                         PIC 9(04).

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(44)
                                       VALUE 'CANAL DE COBRANCA'.
           03 FILLER                         PIC X(18)
                                       VALUE '            NO DIA'.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 FILLER                         PIC X(18)
                                       VALUE '  ACUMULADO NO MES'.

       01 WS-LINHA-TITULO-CONC.
           03 FILLER                         PIC X(50)
               VALUE 'CONCILIACAO COM AS LIQUIDACOES DOS BANCOS'.

       01 WS-LINHA-DETALHE.
           03 DET-DESCRICAO                  PIC X(40).
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-DIA                        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-MES                        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-OBSERVACAO                 PIC X(12).

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETRO

           PERFORM P150-SOMAR-REEMBOLSOS
           PERFORM P170-SOMAR-LIQUIDACOES

           SORT CAIXA-SORT
               ON ASCENDING KEY SR-ORDEM SR-BANCO
               INPUT PROCEDURE IS P100-LIBERAR-LANCAMENTOS
               OUTPUT PROCEDURE IS P300-IMPRIMIR-BOLETIM

           DISPLAY 'CAIXRPT01 - LANCAMENTOS LIDOS..: ' WS-CAIXA-LIDOS
           DISPLAY 'CAIXRPT01 - DO MES ATE A DATA..: ' WS-CAIXA-DO-MES
           DISPLAY 'CAIXRPT01 - REEMBOLSOS LIDOS...: '
                   WS-REEMBOLSOS-LIDOS
           DISPLAY 'CAIXRPT01 - LIQUIDACOES LIDAS..: '
                   WS-LIQUIDACOES-LIDAS

           GOBACK.

       P050-LER-PARAMETRO.

           OPEN INPUT CAIXRPT-PARM
           IF WS-PARM-STATUS = '00'
               READ CAIXRPT-PARM
                   NOT AT END
                       IF CP-DATA IS NUMERIC
                           MOVE CP-DATA TO WS-DATA-BOLETIM
                       END-IF
               END-READ
               CLOSE CAIXRPT-PARM
           END-IF

           IF WS-DATA-BOLETIM = ZEROS
               MOVE WS-DTP-DATA-ATUAL TO WS-DATA-BOLETIM
           END-IF

           MOVE WS-DATA-BOLETIM (1:6) TO WS-ANO-MES-BOLETIM
           .

      ******************************************************************
      * P100-LIBERAR-LANCAMENTOS
      * Do razao de caixa entra o que e do mes do boletim ate a data
      * dele; o canal vira a ordem de impressao (boleto, PIX, debito
      * automatico, agencia, manual, suspense) e o lancamento da
      * propria data sai marcado para a coluna do dia.
      ******************************************************************
       P100-LIBERAR-LANCAMENTOS.

           OPEN INPUT REC-CAIXA

           PERFORM P110-LER-LANCAMENTO
               UNTIL FIM-CAIXA

           CLOSE REC-CAIXA
           .

       P110-LER-LANCAMENTO.

           READ REC-CAIXA
               AT END
                   SET FIM-CAIXA TO TRUE
               NOT AT END
                   ADD 1 TO WS-CAIXA-LIDOS
                   COMPUTE WS-ANO-MES-LANC = CX-DATA / 100
                   IF WS-ANO-MES-LANC = WS-ANO-MES-BOLETIM
                      AND CX-DATA NOT > WS-DATA-BOLETIM
                       PERFORM P120-LIBERAR-LANCAMENTO
                   END-IF
           END-READ
           .

       P120-LIBERAR-LANCAMENTO.

           EVALUATE TRUE
               WHEN CX-BOLETO
                   MOVE 1 TO SR-ORDEM
               WHEN CX-PIX
                   MOVE 2 TO SR-ORDEM
               WHEN CX-DEBITO-AUTO
                   MOVE 3 TO SR-ORDEM
               WHEN CX-AGENCIA
                   MOVE 4 TO SR-ORDEM
               WHEN CX-MANUAL
                   MOVE 5 TO SR-ORDEM
               WHEN CX-SUSPENSE
                   MOVE 6 TO SR-ORDEM
               WHEN OTHER
                   MOVE 7 TO SR-ORDEM
           END-EVALUATE

           IF CX-BOLETO AND CX-BANCO IS NUMERIC
               MOVE CX-BANCO TO SR-BANCO
           ELSE
               MOVE ZEROS TO SR-BANCO
           END-IF

           MOVE CX-TIPO  TO SR-TIPO
           MOVE CX-VALOR TO SR-VALOR

           IF CX-DATA = WS-DATA-BOLETIM
               MOVE 'S' TO SR-NO-DIA
           ELSE
               MOVE 'N' TO SR-NO-DIA
           END-IF

           RELEASE CAIXA-SORT-REC
           ADD 1 TO WS-CAIXA-DO-MES
           .

      ******************************************************************
      * P150-SOMAR-REEMBOLSOS
      * Reembolsos pagos pelo REFUND01 no dia e no mes ate a data:
      * dinheiro que saiu do caixa e abate o recebido.
      ******************************************************************
       P150-SOMAR-REEMBOLSOS.

           OPEN INPUT REFUND-LEDGER

           PERFORM P160-LER-REEMBOLSO
               UNTIL FIM-REEMBOLSO

           CLOSE REFUND-LEDGER
           .

       P160-LER-REEMBOLSO.

           READ REFUND-LEDGER
               AT END
                   SET FIM-REEMBOLSO TO TRUE
               NOT AT END
                   ADD 1 TO WS-REEMBOLSOS-LIDOS
                   COMPUTE WS-ANO-MES-LANC = RF-DATA / 100
                   IF WS-ANO-MES-LANC = WS-ANO-MES-BOLETIM
                      AND RF-DATA NOT > WS-DATA-BOLETIM
                       ADD RF-VALOR TO WS-REE-MES
                       IF RF-DATA = WS-DATA-BOLETIM
                           ADD RF-VALOR TO WS-REE-DIA
                       END-IF
                   END-IF
           END-READ
           .

      ******************************************************************
      * P170-SOMAR-LIQUIDACOES
      * Liquidacoes que os bancos informaram (BANKSETL, gravado pelo
      * BANKRET01 com a data de liquidacao em DD/MM/AAAA), no dia e no
      * mes ate a data -- o lado do banco da conciliacao.
      ******************************************************************
       P170-SOMAR-LIQUIDACOES.

           OPEN INPUT BANK-SETTLE-LOG

           PERFORM P180-LER-LIQUIDACAO
               UNTIL FIM-LIQUIDACAO

           CLOSE BANK-SETTLE-LOG
           .

       P180-LER-LIQUIDACAO.

           READ BANK-SETTLE-LOG
               AT END
                   SET FIM-LIQUIDACAO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIQUIDACOES-LIDAS
                   MOVE BS-DATA-LIQUIDACAO (7:4) TO WS-LIQ-ANO
                   MOVE BS-DATA-LIQUIDACAO (4:2) TO WS-LIQ-MES
                   MOVE BS-DATA-LIQUIDACAO (1:2) TO WS-LIQ-DIA
                   IF WS-DATA-LIQ-NUM IS NUMERIC
                       PERFORM P190-SOMAR-LIQUIDACAO
                   END-IF
           END-READ
           .

       P190-SOMAR-LIQUIDACAO.

           COMPUTE WS-ANO-MES-LANC = WS-DATA-LIQ-NUM / 100

           IF WS-ANO-MES-LANC = WS-ANO-MES-BOLETIM
              AND WS-DATA-LIQ-NUM NOT > WS-DATA-BOLETIM
               ADD BS-VALOR TO WS-LIQ-MES-TOTAL
               IF WS-DATA-LIQ-NUM = WS-DATA-BOLETIM
                   ADD BS-VALOR TO WS-LIQ-DIA-TOTAL
               END-IF
           END-IF
           .

      ******************************************************************
      * P300-IMPRIMIR-BOLETIM
      * Uma linha por canal (no boleto, uma por banco) com o recebido;
      * os estornos se acumulam a parte e saem abatidos no total,
      * junto com os reembolsos, e no fim a conciliacao dos canais
      * bancarios com as liquidacoes.
      ******************************************************************
       P300-IMPRIMIR-BOLETIM.

           OPEN OUTPUT CAIXA-RPT

           PERFORM P550-IMPRIMIR-CABECALHO

           PERFORM P310-RETORNAR-LANCAMENTO
           IF NOT FIM-SORT
               MOVE SR-ORDEM TO WS-ORDEM-ATUAL
               MOVE SR-BANCO TO WS-BANCO-ATUAL
           END-IF

           PERFORM P400-PROCESSAR-LANCAMENTO
               UNTIL FIM-SORT

           IF WS-CAIXA-DO-MES > 0
               PERFORM P600-TOTAL-CANAL
           END-IF

           PERFORM P700-TOTAIS-BOLETIM
           PERFORM P800-CONCILIACAO

           CLOSE CAIXA-RPT
           .

       P310-RETORNAR-LANCAMENTO.

           RETURN CAIXA-SORT
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN
           .

       P400-PROCESSAR-LANCAMENTO.

           IF SR-ORDEM NOT = WS-ORDEM-ATUAL
              OR SR-BANCO NOT = WS-BANCO-ATUAL
               PERFORM P600-TOTAL-CANAL
           END-IF

           MOVE SR-ORDEM TO WS-ORDEM-ATUAL
           MOVE SR-BANCO TO WS-BANCO-ATUAL

           IF SR-ESTORNO
               ADD SR-VALOR TO WS-EST-MES
               IF SR-DO-DIA
                   ADD SR-VALOR TO WS-EST-DIA
               END-IF
           ELSE
               ADD SR-VALOR TO WS-CAN-MES
               IF SR-DO-DIA
                   ADD SR-VALOR TO WS-CAN-DIA
               END-IF
           END-IF

           PERFORM P310-RETORNAR-LANCAMENTO
           .

       P600-TOTAL-CANAL.

           MOVE SPACES TO DET-DESCRICAO

           EVALUATE WS-ORDEM-ATUAL
               WHEN 1
                   STRING 'BOLETO - BANCO ' WS-BANCO-ATUAL
                       DELIMITED BY SIZE INTO DET-DESCRICAO
               WHEN 2
                   MOVE 'PIX'                   TO DET-DESCRICAO
               WHEN 3
                   MOVE 'DEBITO AUTOMATICO'     TO DET-DESCRICAO
               WHEN 4
                   MOVE 'AGENCIA DE COBRANCA'   TO DET-DESCRICAO
               WHEN 5
                   MOVE 'CONFIRMACAO MANUAL'    TO DET-DESCRICAO
               WHEN 6
                   MOVE 'LIBERACAO DE SUSPENSE' TO DET-DESCRICAO
               WHEN OTHER
                   MOVE 'OUTROS CANAIS'         TO DET-DESCRICAO
           END-EVALUATE

           MOVE WS-CAN-DIA TO DET-DIA
           MOVE WS-CAN-MES TO DET-MES
           MOVE SPACES     TO DET-OBSERVACAO
           PERFORM P500-IMPRIMIR-LINHA

           ADD WS-CAN-DIA TO WS-REC-DIA
           ADD WS-CAN-MES TO WS-REC-MES

           IF WS-ORDEM-ATUAL < 4
               ADD WS-CAN-DIA TO WS-BCO-DIA
               ADD WS-CAN-MES TO WS-BCO-MES
           END-IF

           MOVE ZEROS TO WS-CAN-DIA
                         WS-CAN-MES
           .

       P700-TOTAIS-BOLETIM.

           PERFORM P510-IMPRIMIR-BRANCO

           MOVE SPACES TO DET-OBSERVACAO

           MOVE 'TOTAL RECEBIDO'            TO DET-DESCRICAO
           MOVE WS-REC-DIA                  TO DET-DIA
           MOVE WS-REC-MES                  TO DET-MES
           PERFORM P500-IMPRIMIR-LINHA

           MOVE '(-) ESTORNOS'              TO DET-DESCRICAO
           MOVE WS-EST-DIA                  TO DET-DIA
           MOVE WS-EST-MES                  TO DET-MES
           PERFORM P500-IMPRIMIR-LINHA

           MOVE '(-) REEMBOLSOS PAGOS'      TO DET-DESCRICAO
           MOVE WS-REE-DIA                  TO DET-DIA
           MOVE WS-REE-MES                  TO DET-MES
           PERFORM P500-IMPRIMIR-LINHA

           COMPUTE WS-LIQUIDO-DIA =
               WS-REC-DIA - WS-EST-DIA - WS-REE-DIA
           COMPUTE WS-LIQUIDO-MES =
               WS-REC-MES - WS-EST-MES - WS-REE-MES

           MOVE '(=) CAIXA LIQUIDO'         TO DET-DESCRICAO
           MOVE WS-LIQUIDO-DIA              TO DET-DIA
           MOVE WS-LIQUIDO-MES              TO DET-MES
           PERFORM P500-IMPRIMIR-LINHA
           .

      ******************************************************************
      * P800-CONCILIACAO
      * O recebido por boleto, PIX e debito automatico contra as
      * liquidacoes dos bancos: PIX sem cobranca casada (em suspense
      * ate ser liberado) e pagamento retido para revisao aparecem
      * aqui como diferenca.
      ******************************************************************
       P800-CONCILIACAO.

           PERFORM P510-IMPRIMIR-BRANCO

           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM P550-IMPRIMIR-CABECALHO
           END-IF
           MOVE WS-LINHA-TITULO-CONC TO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC
           ADD 1 TO WS-LINHAS-PAGINA

           MOVE SPACES TO DET-OBSERVACAO

           MOVE 'RECEBIDO POR BOLETO, PIX E DEBITO'
                                            TO DET-DESCRICAO
           MOVE WS-BCO-DIA                  TO DET-DIA
           MOVE WS-BCO-MES                  TO DET-MES
           PERFORM P500-IMPRIMIR-LINHA

           MOVE 'LIQUIDACOES INFORMADAS (BANKSETL)'
                                            TO DET-DESCRICAO
           MOVE WS-LIQ-DIA-TOTAL            TO DET-DIA
           MOVE WS-LIQ-MES-TOTAL            TO DET-MES
           PERFORM P500-IMPRIMIR-LINHA

           COMPUTE WS-DIF-DIA = WS-BCO-DIA - WS-LIQ-DIA-TOTAL
           COMPUTE WS-DIF-MES = WS-BCO-MES - WS-LIQ-MES-TOTAL

           IF WS-DIF-DIA = ZEROS AND WS-DIF-MES = ZEROS
               MOVE 'CONFERE'    TO DET-OBSERVACAO
           ELSE
               MOVE 'DIVERGENTE' TO DET-OBSERVACAO
           END-IF

           MOVE 'DIFERENCA'                 TO DET-DESCRICAO
           MOVE WS-DIF-DIA                  TO DET-DIA
           MOVE WS-DIF-MES                  TO DET-MES
           PERFORM P500-IMPRIMIR-LINHA
           .

       P500-IMPRIMIR-LINHA.

           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM P550-IMPRIMIR-CABECALHO
           END-IF

           MOVE WS-LINHA-DETALHE TO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC
           ADD 1 TO WS-LINHAS-PAGINA
           .

       P510-IMPRIMIR-BRANCO.

           MOVE SPACES TO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC
           ADD 1 TO WS-LINHAS-PAGINA
           .

       P550-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA

           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC

           MOVE WS-DATA-BOLETIM (7:2) TO LD-DIA
           MOVE WS-DATA-BOLETIM (5:2) TO LD-MES
           MOVE WS-DATA-BOLETIM (1:4) TO LD-ANO
           MOVE WS-LINHA-DATA TO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC

           MOVE SPACES TO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC
           MOVE WS-LINHA-CAB3 TO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC

           MOVE ZEROS TO WS-LINHAS-PAGINA
           .

       END PROGRAM CAIXRPT01.
