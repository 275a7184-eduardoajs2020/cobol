      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: GLTIE01 - tie-out of the receivables subledger to
      *          the general ledger after accounting has posted the
      *          month's GLJRNL journal. Takes in the GL trial-balance
      *          extract (GLTBIN: one 'S' record per account with the
      *          period's opening balance, debits, credits and closing
      *          balance, and one 'L' record per journal line the GL
      *          posted) and compares, on the GLTRPT report:
      *            DUPLICATAS A RECEBER - GL closing balance against
      *              the customer balances of the latest ARBSNAP
      *              close;
      *            RECEITA DE SERVICOS and CAIXA E BANCOS - the GL
      *              period movement against the net of our GLJRNL
      *              lines on the account;
      *          and lists every GLJRNL line the GL does not show. A
      *          difference beyond the GLTPARM tolerance, an account
      *          missing from the extract or a line not posted fails
      *          the tie-out: an OPALERT record is written and the
      *          GLTCTL control marks the close as failed, which
      *          ARFECH01 reads to refuse the next close until the
      *          failure is acknowledged -- GLTPARM action 'A' with
      *          the operator, which stamps the control.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLTIE01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLT-PARM           ASSIGN TO "GLTPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL GL-BALANCE
                                      ASSIGN TO "GLTBIN"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SNAPSHOT-IN
                                      ASSIGN TO "ARBSNAP"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-JOURNAL
                                      ASSIGN TO "GLJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GLT-CTL   ASSIGN TO "GLTCTL"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-CTL-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT
                                      ASSIGN TO "OPALERT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GLT-RPT            ASSIGN TO "GLTRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Acao 'C' (padrao) concilia; 'A' reconhece a falha pendente.
       FD  GLT-PARM.
       01  GLT-PARM-REC.
           03 GP-ACAO                         PIC X(01).
              88 GP-RECONHECER                    VALUE 'A'.
           03 GP-TOLERANCIA                   PIC 9(07)V99.
           03 GP-OPERADOR                     PIC X(08).

      * Extrato do balancete do razao geral.
       FD  GL-BALANCE.
       01  GL-BALANCE-REC.
           03 TB-TIPO                         PIC X(01).
              88 TB-SALDO-CONTA                   VALUE 'S'.
              88 TB-LINHA-LANCADA                 VALUE 'L'.
           03 TB-CONTA                        PIC X(20).
           03 TB-SALDO-ANTERIOR               PIC S9(13)V99
                                               SIGN LEADING SEPARATE.
           03 TB-DEBITOS                      PIC 9(13)V99.
           03 TB-CREDITOS                     PIC 9(13)V99.
           03 TB-SALDO-ATUAL                  PIC S9(13)V99
                                               SIGN LEADING SEPARATE.
       01  GL-BALANCE-LANCTO.
           03 FILLER                          PIC X(01).
           03 TL-DATA                         PIC 9(08).
           03 TL-HISTORICO                    PIC X(30).
           03 TL-VALOR                        PIC S9(11)V99
                                               SIGN LEADING SEPARATE.

       FD  SNAPSHOT-IN.
       01  SNAPSHOT-IN-REC.
           03 SI-DATA-FECHAMENTO              PIC 9(08).
           03 SI-NUM-CLIENTE                  PIC 9(06).
           03 SI-TOT-DEBITOS                  PIC 9(11)V99.
           03 SI-TOT-CREDITOS                 PIC 9(11)V99.
           03 SI-SALDO                        PIC S9(11)V99.

      * Mesmo layout do extrato gravado pelo ARFECH01.
       FD  GL-JOURNAL.
       01  GL-JOURNAL-REC.
           03 GL-DATA                         PIC 9(08).
           03 GL-CONTA-DEBITO                 PIC X(20).
           03 GL-CONTA-CREDITO                PIC X(20).
           03 GL-VALOR                        PIC S9(11)V99
                                               SIGN LEADING SEPARATE.
           03 GL-HISTORICO                    PIC X(30).

      * Situacao da conciliacao do ultimo fechamento: 'F' falhou e
      * bloqueia o proximo ARFECH01 ate ser reconhecida ('A').
       FD  GLT-CTL.
       01  GLT-CTL-REC.
           03 GT-DATA-FECHAMENTO              PIC 9(08).
           03 GT-SITUACAO                     PIC X(01).
              88 GT-CONCILIADO                    VALUE 'O'.
              88 GT-FALHOU                        VALUE 'F'.
              88 GT-RECONHECIDO                   VALUE 'A'.
           03 GT-DATA-CONCILIACAO             PIC 9(08).
           03 GT-QTD-DIVERGENCIAS             PIC 9(05).
           03 GT-OPERADOR                     PIC X(08).
           03 GT-DATA-RECONHECIMENTO          PIC 9(08).

      * Mesmo layout do alerta gravado pelo ERRCON01.
       FD  OPERATOR-ALERT.
       01  OPERATOR-ALERT-REC.
           03 OA-PROGRAMA                    PIC X(08).
           03 FILLER                         PIC X(02).
           03 OA-QTD                         PIC 9(05).
           03 FILLER                         PIC X(02).
           03 OA-LIMITE                      PIC 9(05).
           03 FILLER                         PIC X(02).
           03 OA-DATA-HORA                   PIC X(21).

       FD  GLT-RPT.
       01  GLT-RPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-CTL-STATUS                      PIC X(02) VALUE '00'.
       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FECHAMENTO                 PIC 9(08) VALUE ZEROS.
       77 WS-TOLERANCIA                      PIC 9(07)V99 VALUE ZEROS.
       77 WS-TOLERANCIA-ED                   PIC Z,ZZZ,ZZ9.99.
       77 WS-ACAO                            PIC X(01) VALUE 'C'.
          88 ACAO-RECONHECER                      VALUE 'A'.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       77 WS-DIVERGENCIAS                    PIC 9(05) VALUE ZEROS.
       77 WS-DIFERENCA                       PIC S9(13)V99 VALUE ZEROS.
       77 WS-DIFERENCA-ABS                   PIC 9(13)V99 VALUE ZEROS.

      * Registros de resumo do ARBSNAP ficam de fora do saldo.
       77 WS-PRIMEIRO-RESUMO                 PIC 9(06) VALUE 999995.

      * Contas conciliadas: 1 duplicatas (saldo), 2 receita e 3
      * caixa (movimento do periodo).
       77 WS-IDX-CONTA                       PIC 9(01) VALUE ZEROS.
       77 WS-POS-CONTA                       PIC 9(01) VALUE ZEROS.
       01 WS-TAB-CONTAS.
           03 WS-CONTA OCCURS 3 TIMES.
              05 WS-CTA-NOME                PIC X(20).
              05 WS-CTA-RAZAO               PIC S9(13)V99.
              05 WS-CTA-AUXILIAR            PIC S9(13)V99.
              05 WS-CTA-NO-EXTRATO          PIC X(01).
                 88 CTA-NO-EXTRATO              VALUE 'S'.

      * Linhas do razao lancadas pela contabilidade (registros 'L').
       77 WS-TOT-LANC                        PIC 9(05) VALUE ZEROS.
       77 WS-IDX-LANC                        PIC 9(05) VALUE ZEROS.
       77 WS-POS-LANC                        PIC 9(05) VALUE ZEROS.
       01 WS-TAB-LANC.
           03 WS-LANC-ENTRADA OCCURS 0 TO 2000 TIMES
                              DEPENDING ON WS-TOT-LANC.
              05 WS-LANC-DATA               PIC 9(08).
              05 WS-LANC-HISTORICO          PIC X(30).
              05 WS-LANC-VALOR              PIC S9(11)V99.
              05 WS-LANC-USADO              PIC X(01).
                 88 LANC-USADO                  VALUE 'S'.

       01 WS-SWITCHES.
           03 WS-EOF-EXTRATO                 PIC X(01) VALUE 'N'.
              88 FIM-EXTRATO                      VALUE 'S' FALSE 'N'.
           03 WS-EOF-SNAP                    PIC X(01) VALUE 'N'.
              88 FIM-SNAPSHOT                     VALUE 'S' FALSE 'N'.
           03 WS-EOF-JOURNAL                 PIC X(01) VALUE 'N'.
              88 FIM-JOURNAL                      VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-EXTRATO-LIDOS               PIC 9(07) VALUE ZEROS.
           03 WS-EXTRATO-INVALIDOS           PIC 9(07) VALUE ZEROS.
           03 WS-JOURNAL-LIDAS               PIC 9(07) VALUE ZEROS.
           03 WS-JOURNAL-NAO-LANCADAS        PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'GLTIE01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'CONCILIACAO AUXILIAR X RAZAO'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       01 WS-LINHA-CAB-CONTA.
           03 FILLER                         PIC X(22)
                                       VALUE 'CONTA'.
           03 FILLER                         PIC X(21)
                                       VALUE '          RAZAO GERAL'.
           03 FILLER                         PIC X(21)
                                       VALUE '            AUXILIAR'.
           03 FILLER                         PIC X(21)
                                       VALUE '           DIFERENCA'.
           03 FILLER                         PIC X(12)
                                       VALUE '  SITUACAO'.

       01 WS-LINHA-CONTA.
           03 LCT-CONTA                      PIC X(20).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LCT-RAZAO                      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 LCT-AUXILIAR                   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 LCT-DIFERENCA                  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LCT-SITUACAO                   PIC X(20).

       01 WS-LINHA-LANCTO.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LLN-DATA                       PIC 9(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LLN-DEBITO                     PIC X(20).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 LLN-CREDITO                    PIC X(20).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 LLN-HISTORICO                  PIC X(30).
           03 LLN-VALOR                      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           PERFORM P050-LER-PARAMETRO

           IF ACAO-RECONHECER
               PERFORM P800-RECONHECER-FALHA
           ELSE
               PERFORM P100-CARREGAR-EXTRATO
               PERFORM P200-TOTALIZAR-AUXILIAR
               PERFORM P300-TOTALIZAR-JOURNAL
               PERFORM P400-EMITIR-RELATORIO
               PERFORM P600-GRAVAR-SITUACAO
               PERFORM P900-EXIBIR-TOTAIS
           END-IF

           GOBACK.

       P050-LER-PARAMETRO.

           OPEN INPUT GLT-PARM
           IF WS-PARM-STATUS = '00'
               READ GLT-PARM
                   NOT AT END
                       IF GP-RECONHECER
                           MOVE GP-ACAO TO WS-ACAO
                       END-IF
                       IF GP-TOLERANCIA IS NUMERIC
                           MOVE GP-TOLERANCIA TO WS-TOLERANCIA
                       END-IF
                       MOVE GP-OPERADOR TO WS-OPERADOR
               END-READ
               CLOSE GLT-PARM
           END-IF

           MOVE 'DUPLICATAS A RECEBER' TO WS-CTA-NOME (1)
           MOVE 'RECEITA DE SERVICOS'  TO WS-CTA-NOME (2)
           MOVE 'CAIXA E BANCOS'       TO WS-CTA-NOME (3)
           PERFORM P060-ZERAR-CONTA
               VARYING WS-IDX-CONTA FROM 1 BY 1
                 UNTIL WS-IDX-CONTA > 3
           .

       P060-ZERAR-CONTA.

           MOVE ZEROS TO WS-CTA-RAZAO (WS-IDX-CONTA)
                         WS-CTA-AUXILIAR (WS-IDX-CONTA)
           MOVE 'N'   TO WS-CTA-NO-EXTRATO (WS-IDX-CONTA)
           .

      ******************************************************************
      * P100-CARREGAR-EXTRATO
      * 'S': o valor do razao de cada conta conciliada -- saldo final
      * para duplicatas, movimento do periodo na natureza da conta
      * para receita (creditos menos debitos) e caixa (debitos menos
      * creditos). 'L': linha lancada, guardada para o confronto com
      * o GLJRNL. Registro de outro tipo ou com valor nao numerico e
      * contado e ignorado.
      ******************************************************************
       P100-CARREGAR-EXTRATO.

           OPEN INPUT GL-BALANCE

           PERFORM P110-LER-EXTRATO
               UNTIL FIM-EXTRATO

           CLOSE GL-BALANCE
           .

       P110-LER-EXTRATO.

           READ GL-BALANCE
               AT END
                   SET FIM-EXTRATO TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXTRATO-LIDOS
                   EVALUATE TRUE
                       WHEN TB-SALDO-CONTA
                            AND TB-SALDO-ATUAL IS NUMERIC
                            AND TB-DEBITOS IS NUMERIC
                            AND TB-CREDITOS IS NUMERIC
                           PERFORM P120-REGISTRAR-CONTA
                       WHEN TB-LINHA-LANCADA
                            AND TL-DATA IS NUMERIC
                            AND TL-VALOR IS NUMERIC
                           PERFORM P130-REGISTRAR-LANCAMENTO
                       WHEN OTHER
                           ADD 1 TO WS-EXTRATO-INVALIDOS
                   END-EVALUATE
           END-READ
           .

       P120-REGISTRAR-CONTA.

           MOVE ZEROS TO WS-POS-CONTA
           PERFORM P125-COMPARAR-CONTA
               VARYING WS-IDX-CONTA FROM 1 BY 1
                 UNTIL WS-IDX-CONTA > 3
                    OR WS-POS-CONTA NOT = ZEROS

           EVALUATE WS-POS-CONTA
               WHEN 1
                   MOVE TB-SALDO-ATUAL TO WS-CTA-RAZAO (1)
               WHEN 2
                   COMPUTE WS-CTA-RAZAO (2) =
                       TB-CREDITOS - TB-DEBITOS
               WHEN 3
                   COMPUTE WS-CTA-RAZAO (3) =
                       TB-DEBITOS - TB-CREDITOS
           END-EVALUATE

           IF WS-POS-CONTA NOT = ZEROS
               MOVE 'S' TO WS-CTA-NO-EXTRATO (WS-POS-CONTA)
           END-IF
           .

       P125-COMPARAR-CONTA.

           IF WS-CTA-NOME (WS-IDX-CONTA) = TB-CONTA
               MOVE WS-IDX-CONTA TO WS-POS-CONTA
           END-IF
           .

       P130-REGISTRAR-LANCAMENTO.

           IF WS-TOT-LANC < 2000
               ADD 1 TO WS-TOT-LANC
               MOVE TL-DATA      TO WS-LANC-DATA (WS-TOT-LANC)
               MOVE TL-HISTORICO TO WS-LANC-HISTORICO (WS-TOT-LANC)
               MOVE TL-VALOR     TO WS-LANC-VALOR (WS-TOT-LANC)
               MOVE 'N'          TO WS-LANC-USADO (WS-TOT-LANC)
           ELSE
               ADD 1 TO WS-EXTRATO-INVALIDOS
           END-IF
           .

      ******************************************************************
      * P200-TOTALIZAR-AUXILIAR
      * Saldo auxiliar de duplicatas: soma dos saldos de cliente do
      * ultimo fechamento do ARBSNAP (os registros de resumo nao sao
      * cliente).
      ******************************************************************
       P200-TOTALIZAR-AUXILIAR.

           OPEN INPUT SNAPSHOT-IN
           PERFORM P210-ACHAR-ULTIMO-FECHAMENTO
               UNTIL FIM-SNAPSHOT
           CLOSE SNAPSHOT-IN

           OPEN INPUT SNAPSHOT-IN
           SET FIM-SNAPSHOT TO FALSE
           PERFORM P220-SOMAR-SALDO
               UNTIL FIM-SNAPSHOT
           CLOSE SNAPSHOT-IN
           .

       P210-ACHAR-ULTIMO-FECHAMENTO.

           READ SNAPSHOT-IN
               AT END
                   SET FIM-SNAPSHOT TO TRUE
               NOT AT END
                   IF SI-DATA-FECHAMENTO > WS-DATA-FECHAMENTO
                       MOVE SI-DATA-FECHAMENTO TO WS-DATA-FECHAMENTO
                   END-IF
           END-READ
           .

       P220-SOMAR-SALDO.

           READ SNAPSHOT-IN
               AT END
                   SET FIM-SNAPSHOT TO TRUE
               NOT AT END
                   IF SI-DATA-FECHAMENTO = WS-DATA-FECHAMENTO
                      AND SI-NUM-CLIENTE < WS-PRIMEIRO-RESUMO
                       ADD SI-SALDO TO WS-CTA-AUXILIAR (1)
                   END-IF
           END-READ
           .

      ******************************************************************
      * P300-TOTALIZAR-JOURNAL
      * Movimento auxiliar de receita e caixa: a soma das nossas
      * linhas do GLJRNL sobre cada conta, na natureza dela.
      ******************************************************************
       P300-TOTALIZAR-JOURNAL.

           OPEN INPUT GL-JOURNAL

           PERFORM P310-LER-LINHA-JOURNAL
               UNTIL FIM-JOURNAL

           CLOSE GL-JOURNAL
           .

       P310-LER-LINHA-JOURNAL.

           READ GL-JOURNAL
               AT END
                   SET FIM-JOURNAL TO TRUE
               NOT AT END
                   ADD 1 TO WS-JOURNAL-LIDAS
                   IF GL-CONTA-CREDITO = WS-CTA-NOME (2)
                       ADD GL-VALOR TO WS-CTA-AUXILIAR (2)
                   END-IF
                   IF GL-CONTA-DEBITO = WS-CTA-NOME (2)
                       SUBTRACT GL-VALOR FROM WS-CTA-AUXILIAR (2)
                   END-IF
                   IF GL-CONTA-DEBITO = WS-CTA-NOME (3)
                       ADD GL-VALOR TO WS-CTA-AUXILIAR (3)
                   END-IF
                   IF GL-CONTA-CREDITO = WS-CTA-NOME (3)
                       SUBTRACT GL-VALOR FROM WS-CTA-AUXILIAR (3)
                   END-IF
           END-READ
           .

       P400-EMITIR-RELATORIO.

           OPEN OUTPUT GLT-RPT

           MOVE 1 TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM
           MOVE WS-RPTFMT-LINHA-CAB1 TO GLT-RPT-REC
           WRITE GLT-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO GLT-RPT-REC
           WRITE GLT-RPT-REC

           MOVE WS-TOLERANCIA TO WS-TOLERANCIA-ED
           MOVE SPACES TO GLT-RPT-REC
           STRING 'FECHAMENTO: ' WS-DATA-FECHAMENTO
                  '   TOLERANCIA: ' WS-TOLERANCIA-ED
               DELIMITED BY SIZE INTO GLT-RPT-REC
           END-STRING
           WRITE GLT-RPT-REC
           MOVE SPACES TO GLT-RPT-REC
           WRITE GLT-RPT-REC
           MOVE WS-LINHA-CAB-CONTA TO GLT-RPT-REC
           WRITE GLT-RPT-REC

           PERFORM P410-IMPRIMIR-CONTA
               VARYING WS-IDX-CONTA FROM 1 BY 1
                 UNTIL WS-IDX-CONTA > 3

           MOVE SPACES TO GLT-RPT-REC
           WRITE GLT-RPT-REC
           MOVE 'LINHAS DO GLJRNL NAO LANCADAS NO RAZAO:'
             TO GLT-RPT-REC
           WRITE GLT-RPT-REC

           OPEN INPUT GL-JOURNAL
           SET FIM-JOURNAL TO FALSE
           PERFORM P450-CONFRONTAR-LINHA
               UNTIL FIM-JOURNAL
           CLOSE GL-JOURNAL

           IF WS-JOURNAL-NAO-LANCADAS = ZEROS
               MOVE '  (NENHUMA)' TO GLT-RPT-REC
               WRITE GLT-RPT-REC
           END-IF

           MOVE SPACES TO GLT-RPT-REC
           WRITE GLT-RPT-REC
           MOVE SPACES TO GLT-RPT-REC
           IF WS-DIVERGENCIAS = ZEROS
               MOVE 'CONCILIACAO OK' TO GLT-RPT-REC
           ELSE
               STRING 'CONCILIACAO FALHOU - DIVERGENCIAS: '
                      WS-DIVERGENCIAS
                      ' - PROXIMO FECHAMENTO BLOQUEADO'
                   DELIMITED BY SIZE INTO GLT-RPT-REC
               END-STRING
           END-IF
           WRITE GLT-RPT-REC

           CLOSE GLT-RPT
           .

       P410-IMPRIMIR-CONTA.

           MOVE SPACES TO WS-LINHA-CONTA
           COMPUTE WS-DIFERENCA =
               WS-CTA-RAZAO (WS-IDX-CONTA)
             - WS-CTA-AUXILIAR (WS-IDX-CONTA)
           IF WS-DIFERENCA < ZEROS
               COMPUTE WS-DIFERENCA-ABS = 0 - WS-DIFERENCA
           ELSE
               MOVE WS-DIFERENCA TO WS-DIFERENCA-ABS
           END-IF

           MOVE WS-CTA-NOME (WS-IDX-CONTA)     TO LCT-CONTA
           MOVE WS-CTA-RAZAO (WS-IDX-CONTA)    TO LCT-RAZAO
           MOVE WS-CTA-AUXILIAR (WS-IDX-CONTA) TO LCT-AUXILIAR
           MOVE WS-DIFERENCA                   TO LCT-DIFERENCA

           EVALUATE TRUE
               WHEN NOT CTA-NO-EXTRATO (WS-IDX-CONTA)
                   MOVE 'AUSENTE NO EXTRATO' TO LCT-SITUACAO
                   ADD 1 TO WS-DIVERGENCIAS
               WHEN WS-DIFERENCA-ABS > WS-TOLERANCIA
                   MOVE '*** DIVERGE ***' TO LCT-SITUACAO
                   ADD 1 TO WS-DIVERGENCIAS
               WHEN OTHER
                   MOVE 'CONFERE' TO LCT-SITUACAO
           END-EVALUATE

           MOVE WS-LINHA-CONTA TO GLT-RPT-REC
           WRITE GLT-RPT-REC
           .

      ******************************************************************
      * P450-CONFRONTAR-LINHA
      * Cada linha nossa com valor tem de aparecer no razao com a
      * mesma data, historico e valor; cada linha do razao casa uma
      * vez so.
      ******************************************************************
       P450-CONFRONTAR-LINHA.

           READ GL-JOURNAL
               AT END
                   SET FIM-JOURNAL TO TRUE
               NOT AT END
                   IF GL-VALOR NOT = ZEROS
                       MOVE ZEROS TO WS-POS-LANC
                       PERFORM P455-COMPARAR-LANCAMENTO
                           VARYING WS-IDX-LANC FROM 1 BY 1
                             UNTIL WS-IDX-LANC > WS-TOT-LANC
                                OR WS-POS-LANC NOT = ZEROS
                       IF WS-POS-LANC NOT = ZEROS
                           MOVE 'S' TO WS-LANC-USADO (WS-POS-LANC)
                       ELSE
                           PERFORM P460-IMPRIMIR-NAO-LANCADA
                       END-IF
                   END-IF
           END-READ
           .

       P455-COMPARAR-LANCAMENTO.

           IF NOT LANC-USADO (WS-IDX-LANC)
              AND WS-LANC-DATA (WS-IDX-LANC) = GL-DATA
              AND WS-LANC-HISTORICO (WS-IDX-LANC) = GL-HISTORICO
              AND WS-LANC-VALOR (WS-IDX-LANC) = GL-VALOR
               MOVE WS-IDX-LANC TO WS-POS-LANC
           END-IF
           .

       P460-IMPRIMIR-NAO-LANCADA.

           MOVE GL-DATA          TO LLN-DATA
           MOVE GL-CONTA-DEBITO  TO LLN-DEBITO
           MOVE GL-CONTA-CREDITO TO LLN-CREDITO
           MOVE GL-HISTORICO     TO LLN-HISTORICO
           MOVE GL-VALOR         TO LLN-VALOR
           MOVE WS-LINHA-LANCTO  TO GLT-RPT-REC
           WRITE GLT-RPT-REC

           ADD 1 TO WS-JOURNAL-NAO-LANCADAS
           ADD 1 TO WS-DIVERGENCIAS
           .

      ******************************************************************
      * P600-GRAVAR-SITUACAO
      * Conciliacao com divergencia: alerta ao operador e GLTCTL em
      * 'F', que o ARFECH01 le para recusar o proximo fechamento.
      ******************************************************************
       P600-GRAVAR-SITUACAO.

           MOVE SPACES              TO GLT-CTL-REC
           MOVE WS-DATA-FECHAMENTO  TO GT-DATA-FECHAMENTO
           MOVE WS-DATA-HOJE-INT    TO GT-DATA-CONCILIACAO
           MOVE WS-DIVERGENCIAS     TO GT-QTD-DIVERGENCIAS
           MOVE ZEROS               TO GT-DATA-RECONHECIMENTO

           IF WS-DIVERGENCIAS = ZEROS
               SET GT-CONCILIADO TO TRUE
           ELSE
               SET GT-FALHOU TO TRUE
               OPEN EXTEND OPERATOR-ALERT
               MOVE SPACES                TO OPERATOR-ALERT-REC
               MOVE 'GLTIE01'             TO OA-PROGRAMA
               MOVE WS-DIVERGENCIAS       TO OA-QTD
               MOVE ZEROS                 TO OA-LIMITE
               MOVE FUNCTION CURRENT-DATE TO OA-DATA-HORA
               WRITE OPERATOR-ALERT-REC
               CLOSE OPERATOR-ALERT
           END-IF

           OPEN OUTPUT GLT-CTL
           WRITE GLT-CTL-REC
           CLOSE GLT-CTL
           .

      ******************************************************************
      * P800-RECONHECER-FALHA
      * So uma falha pendente se reconhece, e so com operador: o
      * GLTCTL passa a 'A' com quem reconheceu e quando, e o proximo
      * fechamento fica liberado.
      ******************************************************************
       P800-RECONHECER-FALHA.

           OPEN INPUT GLT-CTL
           IF WS-CTL-STATUS = '00'
               READ GLT-CTL
                   AT END
                       MOVE SPACES TO GLT-CTL-REC
               END-READ
               CLOSE GLT-CTL
           ELSE
               MOVE SPACES TO GLT-CTL-REC
           END-IF

           EVALUATE TRUE
               WHEN WS-OPERADOR = SPACES
                   DISPLAY 'GLTIE01 - RECONHECIMENTO SEM OPERADOR '
                           '- RECUSADO'
                   MOVE 9001 TO RETURN-CODE
               WHEN NOT GT-FALHOU
                   DISPLAY 'GLTIE01 - NENHUMA CONCILIACAO FALHA '
                           'PENDENTE'
               WHEN OTHER
                   SET GT-RECONHECIDO TO TRUE
                   MOVE WS-OPERADOR      TO GT-OPERADOR
                   MOVE WS-DATA-HOJE-INT TO GT-DATA-RECONHECIMENTO
                   OPEN OUTPUT GLT-CTL
                   WRITE GLT-CTL-REC
                   CLOSE GLT-CTL
                   DISPLAY 'GLTIE01 - FALHA DO FECHAMENTO '
                           GT-DATA-FECHAMENTO
                           ' RECONHECIDA POR ' WS-OPERADOR
           END-EVALUATE
           .

       P900-EXIBIR-TOTAIS.

           DISPLAY 'GLTIE01 - FECHAMENTO.........: '
                   WS-DATA-FECHAMENTO
           DISPLAY 'GLTIE01 - EXTRATO LIDOS......: ' WS-EXTRATO-LIDOS
           DISPLAY 'GLTIE01 - EXTRATO INVALIDOS..: '
                   WS-EXTRATO-INVALIDOS
           DISPLAY 'GLTIE01 - LINHAS DO GLJRNL...: ' WS-JOURNAL-LIDAS
           DISPLAY 'GLTIE01 - LINHAS NAO LANCADAS: '
                   WS-JOURNAL-NAO-LANCADAS
           DISPLAY 'GLTIE01 - DIVERGENCIAS.......: ' WS-DIVERGENCIAS
           .

       END PROGRAM GLTIE01.
