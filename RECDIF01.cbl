      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: RECDIF01 - month-end recognition of deferred revenue.
      *          Reads the DIFLEDG ledger: every contract invoice
      *          billed in advance and recognized monthly ('E' entry
      *          from CONTGEN01) releases, in each month of the period
      *          it covers, its straight-line share (the last month
      *          takes the rounding), written back to DIFLEDG as an
      *          'R' entry. The GLJRNL extract of the day's ARFECH01
      *          close gets two lines: the invoices deferred in the
      *          month move from RECEITA DE SERVICOS to RECEITA
      *          DIFERIDA, and the month's shares move back. The
      *          DIFRPT report lists the deferred balance per contract
      *          invoice and checks its total against the ledger's
      *          account balance. Month from DIFPARM (default the
      *          current month); a month already recognized on the
      *          ledger is refused with RC 9001.
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
       PROGRAM-ID. RECDIF01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIF-PARM           ASSIGN TO "DIFPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL DIFER-LEDGER
                                      ASSIGN TO "DIFLEDG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-JOURNAL
                                      ASSIGN TO "GLJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIF-RPT            ASSIGN TO "DIFRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DIF-PARM.
       01  DIF-PARM-REC.
           03 DP-ANO-MES                      PIC 9(06).

       FD  DIFER-LEDGER.
           COPY DIFLEDG.

      * Mesmo layout do extrato gravado pelo ARFECH01.
       FD  GL-JOURNAL.
       01  GL-JOURNAL-REC.
           03 GL-DATA                         PIC 9(08).
           03 GL-CONTA-DEBITO                 PIC X(20).
           03 GL-CONTA-CREDITO                PIC X(20).
           03 GL-VALOR                        PIC S9(11)V99
                                               SIGN LEADING SEPARATE.
           03 GL-HISTORICO                    PIC X(30).

       FD  DIF-RPT.
       01  DIF-RPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.

       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-ANO-MES                         PIC 9(06) VALUE ZEROS.
       77 WS-MESES-REF                       PIC 9(07) VALUE ZEROS.
       77 WS-MESES-INICIO                    PIC 9(07) VALUE ZEROS.
       77 WS-MES-DO-PERIODO                  PIC S9(05) VALUE ZEROS.
       77 WS-ALVO-ACUMULADO                  PIC 9(09)V99 VALUE ZEROS.
       77 WS-SALDO-DIFERIDO                  PIC 9(09)V99 VALUE ZEROS.

      * Faturas diferidas do DIFLEDG (contrato + primeiro mes) com o
      * valor diferido e o ja reconhecido em meses anteriores.
       77 WS-TOT-DIF                         PIC 9(05) VALUE ZEROS.
       77 WS-IDX-DIF                         PIC 9(05) VALUE ZEROS.
       77 WS-POS-DIF                         PIC 9(05) VALUE ZEROS.
       01 WS-TAB-DIF.
           03 WS-DIF-ENTRADA OCCURS 0 TO 5000 TIMES
                             DEPENDING ON WS-TOT-DIF.
              05 WS-DIF-CONTRATO            PIC 9(06).
              05 WS-DIF-CLIENTE             PIC 9(06).
              05 WS-DIF-INICIO              PIC 9(06).
              05 WS-DIF-MESES               PIC 9(02).
              05 WS-DIF-VALOR               PIC 9(09)V99.
              05 WS-DIF-RECONHECIDO         PIC 9(09)V99.
              05 WS-DIF-PARCELA             PIC 9(09)V99.
              05 WS-DIF-EMITIDA-NO-MES      PIC X(01).
                 88 DIF-EMITIDA-NO-MES          VALUE 'S'.

      * Chave procurada na tabela.
       77 WS-CHAVE-CONTRATO                  PIC 9(06) VALUE ZEROS.
       77 WS-CHAVE-INICIO                    PIC 9(06) VALUE ZEROS.

       01 WS-INICIO-DEC.
           03 WS-INI-AA                      PIC 9(04).
           03 WS-INI-MM                      PIC 9(02).

       01 WS-ANO-MES-DEC.
           03 WS-REF-AA                      PIC 9(04).
           03 WS-REF-MM                      PIC 9(02).

       01 WS-SWITCHES.
           03 WS-EOF-LEDGER                  PIC X(01) VALUE 'N'.
              88 FIM-LEDGER                       VALUE 'S' FALSE 'N'.
           03 WS-REPETIDO-SW                 PIC X(01) VALUE 'N'.
              88 MES-JA-RECONHECIDO               VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LANCAMENTOS-LIDOS           PIC 9(07) VALUE ZEROS.
           03 WS-SEM-EMISSAO                 PIC 9(07) VALUE ZEROS.
           03 WS-PARCELAS-GRAVADAS           PIC 9(07) VALUE ZEROS.
           03 WS-LANCAMENTOS-GL              PIC 9(07) VALUE ZEROS.

       01 WS-TOTAIS.
           03 WS-TOT-EMITIDO-LEDGER          PIC 9(11)V99 VALUE ZEROS.
           03 WS-TOT-RECONHECIDO-LEDGER      PIC 9(11)V99 VALUE ZEROS.
           03 WS-TOT-DIFERIDO-MES            PIC 9(11)V99 VALUE ZEROS.
           03 WS-TOT-RECONHECIDO-MES         PIC 9(11)V99 VALUE ZEROS.
           03 WS-TOT-SALDO-CONTRATOS         PIC 9(11)V99 VALUE ZEROS.
           03 WS-TOT-SALDO-LEDGER            PIC S9(11)V99 VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'RECDIF01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'RECEITA DIFERIDA POR CONTRATO'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(09)
                                       VALUE 'CONTRATO'.
           03 FILLER                         PIC X(08)
                                       VALUE 'CLIENTE'.
           03 FILLER                         PIC X(08)
                                       VALUE 'INICIO'.
           03 FILLER                         PIC X(06)
                                       VALUE 'MESES'.
           03 FILLER                         PIC X(15)
                                       VALUE '       DIFERIDO'.
           03 FILLER                         PIC X(15)
                                       VALUE '   RECONH.ANTES'.
           03 FILLER                         PIC X(15)
                                       VALUE '     RECONH.MES'.
           03 FILLER                         PIC X(15)
                                       VALUE '          SALDO'.

       01 WS-LINHA-DETALHE.
           03 DET-CONTRATO                   PIC 9(06).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-CLIENTE                    PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-INICIO-MM                  PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 DET-INICIO-AA                  PIC 9(04).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-MESES                      PIC Z9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-VALOR                      PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-ANTES                      PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-MES                        PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-SALDO                      PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-LINHA-TOTAL.
           03 TOT-DESCRICAO                  PIC X(40).
           03 TOT-VALOR                      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 TOT-OBSERVACAO                 PIC X(20).

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           PERFORM P050-LER-PARAMETRO
           PERFORM P100-CARREGAR-LEDGER

           IF MES-JA-RECONHECIDO
               DISPLAY 'RECDIF01 - MES ' WS-ANO-MES
                       ' JA RECONHECIDO NO DIFLEDG - EXECUCAO RECUSADA'
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P200-RECONHECER-MES
           PERFORM P400-GRAVAR-LANCAMENTOS-GL
           PERFORM P500-IMPRIMIR-RELATORIO
           PERFORM P900-EXIBIR-TOTAIS

           GOBACK.

       P050-LER-PARAMETRO.

           COMPUTE WS-ANO-MES = WS-DATA-HOJE-INT / 100

           OPEN INPUT DIF-PARM
           IF WS-PARM-STATUS = '00'
               READ DIF-PARM
                   NOT AT END
                       IF DP-ANO-MES IS NUMERIC
                          AND DP-ANO-MES NOT = ZEROS
                           MOVE DP-ANO-MES TO WS-ANO-MES
                       END-IF
               END-READ
               CLOSE DIF-PARM
           END-IF

           MOVE WS-ANO-MES TO WS-ANO-MES-DEC
           COMPUTE WS-MESES-REF = WS-REF-AA * 12 + WS-REF-MM
           .

      ******************************************************************
      * P100-CARREGAR-LEDGER
      * Cada 'E' abre uma fatura diferida na tabela; cada 'R' soma ao
      * ja reconhecido da fatura. Um 'R' do mes pedido quer dizer que
      * o mes ja foi processado.
      ******************************************************************
       P100-CARREGAR-LEDGER.

           OPEN INPUT DIFER-LEDGER

           PERFORM P110-LER-LANCAMENTO
               UNTIL FIM-LEDGER

           CLOSE DIFER-LEDGER
           .

       P110-LER-LANCAMENTO.

           READ DIFER-LEDGER
               AT END
                   SET FIM-LEDGER TO TRUE
               NOT AT END
                   ADD 1 TO WS-LANCAMENTOS-LIDOS
                   MOVE DL-NUM-CONTRATO   TO WS-CHAVE-CONTRATO
                   MOVE DL-ANO-MES-INICIO TO WS-CHAVE-INICIO
                   PERFORM P150-LOCALIZAR-DIFERIDA
                   EVALUATE TRUE
                       WHEN DL-EMISSAO
                           PERFORM P120-REGISTRAR-EMISSAO
                       WHEN DL-RECONHECIMENTO
                           PERFORM P130-REGISTRAR-RECONHECIMENTO
                   END-EVALUATE
           END-READ
           .

       P120-REGISTRAR-EMISSAO.

           ADD DL-VALOR TO WS-TOT-EMITIDO-LEDGER

           IF WS-POS-DIF = ZEROS
               IF WS-TOT-DIF < 5000
                   ADD 1 TO WS-TOT-DIF
                   MOVE WS-TOT-DIF TO WS-POS-DIF
                   MOVE DL-NUM-CONTRATO
                     TO WS-DIF-CONTRATO (WS-POS-DIF)
                   MOVE DL-NUM-CLIENTE
                     TO WS-DIF-CLIENTE (WS-POS-DIF)
                   MOVE DL-ANO-MES-INICIO
                     TO WS-DIF-INICIO (WS-POS-DIF)
                   MOVE DL-QTD-MESES
                     TO WS-DIF-MESES (WS-POS-DIF)
                   MOVE ZEROS TO WS-DIF-VALOR (WS-POS-DIF)
                                 WS-DIF-RECONHECIDO (WS-POS-DIF)
                                 WS-DIF-PARCELA (WS-POS-DIF)
                   MOVE 'N' TO WS-DIF-EMITIDA-NO-MES (WS-POS-DIF)
               ELSE
                   DISPLAY 'RECDIF01 - TABELA DE DIFERIDAS CHEIA: '
                           DL-NUM-CONTRATO
               END-IF
           END-IF

           IF WS-POS-DIF NOT = ZEROS
               ADD DL-VALOR TO WS-DIF-VALOR (WS-POS-DIF)
               IF DL-ANO-MES-REF = WS-ANO-MES
                   MOVE 'S' TO WS-DIF-EMITIDA-NO-MES (WS-POS-DIF)
                   ADD DL-VALOR TO WS-TOT-DIFERIDO-MES
               END-IF
           END-IF
           .

       P130-REGISTRAR-RECONHECIMENTO.

           ADD DL-VALOR TO WS-TOT-RECONHECIDO-LEDGER

           IF DL-ANO-MES-REF = WS-ANO-MES
               SET MES-JA-RECONHECIDO TO TRUE
           END-IF

           IF WS-POS-DIF NOT = ZEROS
               ADD DL-VALOR TO WS-DIF-RECONHECIDO (WS-POS-DIF)
           ELSE
               ADD 1 TO WS-SEM-EMISSAO
           END-IF
           .

       P150-LOCALIZAR-DIFERIDA.

           MOVE ZEROS TO WS-POS-DIF

           PERFORM P155-COMPARAR-DIFERIDA
               VARYING WS-IDX-DIF FROM 1 BY 1
                 UNTIL WS-IDX-DIF > WS-TOT-DIF
                    OR WS-POS-DIF NOT = ZEROS
           .

       P155-COMPARAR-DIFERIDA.

           IF WS-DIF-CONTRATO (WS-IDX-DIF) = WS-CHAVE-CONTRATO
              AND WS-DIF-INICIO (WS-IDX-DIF) = WS-CHAVE-INICIO
               MOVE WS-IDX-DIF TO WS-POS-DIF
           END-IF
           .

      ******************************************************************
      * P200-RECONHECER-MES
      * Parcela do mes = acumulado devido ate o mes (valor vezes os
      * meses decorridos sobre os meses do periodo, arredondado) menos
      * o ja reconhecido. O ultimo mes do periodo leva o que faltar,
      * e um mes perdido entra na parcela do mes seguinte.
      ******************************************************************
       P200-RECONHECER-MES.

           OPEN EXTEND DIFER-LEDGER

           PERFORM P210-RECONHECER-DIFERIDA
               VARYING WS-IDX-DIF FROM 1 BY 1
                 UNTIL WS-IDX-DIF > WS-TOT-DIF

           CLOSE DIFER-LEDGER
           .

       P210-RECONHECER-DIFERIDA.

           MOVE WS-DIF-INICIO (WS-IDX-DIF) TO WS-INICIO-DEC
           COMPUTE WS-MESES-INICIO = WS-INI-AA * 12 + WS-INI-MM
           COMPUTE WS-MES-DO-PERIODO =
               WS-MESES-REF - WS-MESES-INICIO + 1

           IF WS-MES-DO-PERIODO > ZEROS
               IF WS-MES-DO-PERIODO >= WS-DIF-MESES (WS-IDX-DIF)
                  OR WS-DIF-MESES (WS-IDX-DIF) = ZEROS
                   MOVE WS-DIF-VALOR (WS-IDX-DIF)
                     TO WS-ALVO-ACUMULADO
               ELSE
                   COMPUTE WS-ALVO-ACUMULADO ROUNDED =
                       WS-DIF-VALOR (WS-IDX-DIF) * WS-MES-DO-PERIODO
                     / WS-DIF-MESES (WS-IDX-DIF)
               END-IF

               IF WS-ALVO-ACUMULADO > WS-DIF-RECONHECIDO (WS-IDX-DIF)
                   COMPUTE WS-DIF-PARCELA (WS-IDX-DIF) =
                       WS-ALVO-ACUMULADO
                     - WS-DIF-RECONHECIDO (WS-IDX-DIF)
                   PERFORM P220-GRAVAR-PARCELA
               END-IF
           END-IF
           .

       P220-GRAVAR-PARCELA.

           MOVE SPACES TO DIFER-LEDGER-REC
           SET DL-RECONHECIMENTO TO TRUE
           MOVE WS-DIF-CONTRATO (WS-IDX-DIF) TO DL-NUM-CONTRATO
           MOVE WS-DIF-CLIENTE (WS-IDX-DIF)  TO DL-NUM-CLIENTE
           MOVE WS-DIF-INICIO (WS-IDX-DIF)   TO DL-ANO-MES-INICIO
           MOVE WS-DIF-MESES (WS-IDX-DIF)    TO DL-QTD-MESES
           MOVE WS-ANO-MES                   TO DL-ANO-MES-REF
           MOVE WS-DATA-HOJE-INT             TO DL-DATA
           MOVE WS-DIF-PARCELA (WS-IDX-DIF)  TO DL-VALOR

           WRITE DIFER-LEDGER-REC

           ADD 1 TO WS-PARCELAS-GRAVADAS
           ADD WS-DIF-PARCELA (WS-IDX-DIF) TO WS-TOT-RECONHECIDO-MES
           ADD WS-DIF-PARCELA (WS-IDX-DIF) TO WS-TOT-RECONHECIDO-LEDGER
           .

      ******************************************************************
      * P400-GRAVAR-LANCAMENTOS-GL
      * O ARFECH01 lanca toda fatura como receita do mes; a parte
      * diferida sai da receita para o passivo, e a parcela do mes
      * volta do passivo para a receita.
      ******************************************************************
       P400-GRAVAR-LANCAMENTOS-GL.

           IF WS-TOT-DIFERIDO-MES > ZEROS
              OR WS-TOT-RECONHECIDO-MES > ZEROS
               OPEN EXTEND GL-JOURNAL
               MOVE WS-DATA-HOJE-INT TO GL-DATA

               IF WS-TOT-DIFERIDO-MES > ZEROS
                   MOVE 'RECEITA DE SERVICOS' TO GL-CONTA-DEBITO
                   MOVE 'RECEITA DIFERIDA'    TO GL-CONTA-CREDITO
                   MOVE WS-TOT-DIFERIDO-MES   TO GL-VALOR
                   MOVE 'DIFERIMENTO DE RECEITA DO MES'
                     TO GL-HISTORICO
                   WRITE GL-JOURNAL-REC
                   ADD 1 TO WS-LANCAMENTOS-GL
               END-IF

               IF WS-TOT-RECONHECIDO-MES > ZEROS
                   MOVE 'RECEITA DIFERIDA'    TO GL-CONTA-DEBITO
                   MOVE 'RECEITA DE SERVICOS' TO GL-CONTA-CREDITO
                   MOVE WS-TOT-RECONHECIDO-MES TO GL-VALOR
                   MOVE 'RECEITA DIFERIDA RECONHECIDA'
                     TO GL-HISTORICO
                   WRITE GL-JOURNAL-REC
                   ADD 1 TO WS-LANCAMENTOS-GL
               END-IF

               CLOSE GL-JOURNAL
           END-IF
           .

      ******************************************************************
      * P500-IMPRIMIR-RELATORIO
      * Uma linha por fatura diferida com saldo ou movimento no mes;
      * a soma dos saldos tem de bater com o saldo da conta no
      * ledger (emitido menos reconhecido).
      ******************************************************************
       P500-IMPRIMIR-RELATORIO.

           OPEN OUTPUT DIF-RPT

           MOVE 1 TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM
           MOVE WS-RPTFMT-LINHA-CAB1 TO DIF-RPT-REC
           WRITE DIF-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO DIF-RPT-REC
           WRITE DIF-RPT-REC

           MOVE SPACES TO DIF-RPT-REC
           STRING 'MES DE RECONHECIMENTO: ' WS-REF-MM '/' WS-REF-AA
               DELIMITED BY SIZE INTO DIF-RPT-REC
           END-STRING
           WRITE DIF-RPT-REC
           MOVE WS-LINHA-CAB3 TO DIF-RPT-REC
           WRITE DIF-RPT-REC

           PERFORM P510-IMPRIMIR-DIFERIDA
               VARYING WS-IDX-DIF FROM 1 BY 1
                 UNTIL WS-IDX-DIF > WS-TOT-DIF

           COMPUTE WS-TOT-SALDO-LEDGER =
               WS-TOT-EMITIDO-LEDGER - WS-TOT-RECONHECIDO-LEDGER

           MOVE SPACES TO DIF-RPT-REC
           WRITE DIF-RPT-REC

           MOVE SPACES TO WS-LINHA-TOTAL
           MOVE 'DIFERIDO NO MES' TO TOT-DESCRICAO
           MOVE WS-TOT-DIFERIDO-MES TO TOT-VALOR
           PERFORM P520-GRAVAR-TOTAL
           MOVE 'RECONHECIDO NO MES' TO TOT-DESCRICAO
           MOVE WS-TOT-RECONHECIDO-MES TO TOT-VALOR
           PERFORM P520-GRAVAR-TOTAL
           MOVE 'SALDO DIFERIDO DOS CONTRATOS' TO TOT-DESCRICAO
           MOVE WS-TOT-SALDO-CONTRATOS TO TOT-VALOR
           PERFORM P520-GRAVAR-TOTAL
           MOVE 'SALDO DA CONTA NO LEDGER' TO TOT-DESCRICAO
           MOVE WS-TOT-SALDO-LEDGER TO TOT-VALOR
           IF WS-TOT-SALDO-LEDGER = WS-TOT-SALDO-CONTRATOS
               MOVE 'CONFERE' TO TOT-OBSERVACAO
           ELSE
               MOVE '*** DIVERGENCIA ***' TO TOT-OBSERVACAO
           END-IF
           PERFORM P520-GRAVAR-TOTAL

           CLOSE DIF-RPT
           .

       P510-IMPRIMIR-DIFERIDA.

           COMPUTE WS-SALDO-DIFERIDO =
               WS-DIF-VALOR (WS-IDX-DIF)
             - WS-DIF-RECONHECIDO (WS-IDX-DIF)
             - WS-DIF-PARCELA (WS-IDX-DIF)

           IF WS-SALDO-DIFERIDO > ZEROS
              OR WS-DIF-PARCELA (WS-IDX-DIF) > ZEROS
              OR DIF-EMITIDA-NO-MES (WS-IDX-DIF)
               MOVE WS-DIF-INICIO (WS-IDX-DIF) TO WS-INICIO-DEC
               MOVE WS-DIF-CONTRATO (WS-IDX-DIF) TO DET-CONTRATO
               MOVE WS-DIF-CLIENTE (WS-IDX-DIF)  TO DET-CLIENTE
               MOVE WS-INI-MM                    TO DET-INICIO-MM
               MOVE WS-INI-AA                    TO DET-INICIO-AA
               MOVE WS-DIF-MESES (WS-IDX-DIF)    TO DET-MESES
               MOVE WS-DIF-VALOR (WS-IDX-DIF)    TO DET-VALOR
               MOVE WS-DIF-RECONHECIDO (WS-IDX-DIF) TO DET-ANTES
               MOVE WS-DIF-PARCELA (WS-IDX-DIF)  TO DET-MES
               MOVE WS-SALDO-DIFERIDO            TO DET-SALDO
               MOVE WS-LINHA-DETALHE TO DIF-RPT-REC
               WRITE DIF-RPT-REC
           END-IF

           ADD WS-SALDO-DIFERIDO TO WS-TOT-SALDO-CONTRATOS
           .

       P520-GRAVAR-TOTAL.

           MOVE WS-LINHA-TOTAL TO DIF-RPT-REC
           WRITE DIF-RPT-REC
           MOVE SPACES TO TOT-OBSERVACAO
           .

       P900-EXIBIR-TOTAIS.

           DISPLAY 'RECDIF01 - MES...............: ' WS-ANO-MES
           DISPLAY 'RECDIF01 - LANCAMENTOS LIDOS.: '
                   WS-LANCAMENTOS-LIDOS
           DISPLAY 'RECDIF01 - FATURAS DIFERIDAS.: ' WS-TOT-DIF
           DISPLAY 'RECDIF01 - PARCELAS GRAVADAS.: '
                   WS-PARCELAS-GRAVADAS
           DISPLAY 'RECDIF01 - RECONH. SEM EMISS.: ' WS-SEM-EMISSAO
           DISPLAY 'RECDIF01 - RECONHECIDO NO MES: '
                   WS-TOT-RECONHECIDO-MES
           DISPLAY 'RECDIF01 - LANCAMENTOS NO GL.: ' WS-LANCAMENTOS-GL
           .

       END PROGRAM RECDIF01.
