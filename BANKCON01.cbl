      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The statement debits of the proved day are matched
      *             against the bank fees of the BANKTARF ledger (one to
      *             one by value, or a single debit equal to the day's
      *             remaining fees); a debit with no fee and a fee with
      *             no debit print as exceptions.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 03/09/2026  The proof is now scoped to one statement day
      *             (BCONPARM, default today): BANKSETL accumulates
      *             across runs, so without the date filter every
                                      ASSIGN TO "BCONPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BANK-FEE-LOG
                                      ASSIGN TO "BANKTARF"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-SETTLE-LOG.
           COPY BANKSETL.

      * Extrato eletronico da conta: um lancamento por linha; os
      * creditos de cobranca (tipo 'C') se provam contra as
      * liquidacoes e os debitos (tipo 'D') contra as tarifas.
       FD  BANK-STATEMENT.
       01  BANK-STATEMENT-REC.
           03 EX-DATA                         PIC X(10).
           03 EX-TIPO                         PIC X(01).
              88 EX-CREDITO                       VALUE 'C'.
              88 EX-DEBITO                        VALUE 'D'.
           03 EX-VALOR                        PIC 9(07)V99.
           03 EX-HISTORICO                    PIC X(30).

       01  PROOF-PARM-REC.
           03 BC-DATA-PROVA                   PIC X(10).

       FD  BANK-FEE-LOG.
           COPY BANKTARF.

       WORKING-STORAGE SECTION.
      * Dia provado: BANKSETL e aberto EXTEND pelo BANKRET01 e
      * acumula a vida inteira, entao so as liquidacoes (e creditos)
              88 FIM-EXTRATO                      VALUE 'S' FALSE 'N'.
           03 WS-CASOU-SW                    PIC X(01) VALUE 'N'.
              88 LANCAMENTO-CASADO                VALUE 'S' FALSE 'N'.
           03 WS-EOF-TARF                    PIC X(01) VALUE 'N'.
              88 FIM-TARIFA                       VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIQUIDACOES                 PIC 9(07) VALUE ZEROS.
           03 WS-CASADOS                     PIC 9(07) VALUE ZEROS.
           03 WS-CRED-SEM-RETORNO            PIC 9(07) VALUE ZEROS.
           03 WS-RET-SEM-CREDITO             PIC 9(07) VALUE ZEROS.
           03 WS-TARIFAS                     PIC 9(07) VALUE ZEROS.
           03 WS-DEBITOS                     PIC 9(07) VALUE ZEROS.
           03 WS-DEBITOS-CASADOS             PIC 9(07) VALUE ZEROS.
           03 WS-DEB-SEM-TARIFA              PIC 9(07) VALUE ZEROS.
           03 WS-TARIFA-SEM-DEBITO           PIC 9(07) VALUE ZEROS.

      * Liquidacoes carregadas em tabela na abertura; cada credito do
      * extrato consome no maximo uma entrada ainda livre de mesma
              05 WS-SETL-FATURA             PIC 9(06).
              05 WS-SETL-CASADA             PIC X(01).

      * Tarifas do dia em prova (BANKTARF) e debitos do extrato no
      * mesmo dia: cada debito consome uma tarifa livre de mesmo
      * valor; o que sobrar pode ser o debito consolidado do dia,
      * que casa quando bate com a soma das tarifas ainda livres.
       77 WS-TOT-TARF                        PIC 9(04) VALUE ZEROS.
       77 WS-IDX-TARF                        PIC 9(04) VALUE ZEROS.
       77 WS-SOMA-TARIFAS-LIVRES             PIC 9(09)V99 VALUE ZEROS.
       01 WS-TAB-TARIFA.
           03 WS-TARF-ENTRADA OCCURS 0 TO 5000 TIMES
                              DEPENDING ON WS-TOT-TARF.
              05 WS-TARF-VALOR              PIC 9(05)V99.
              05 WS-TARF-BANCO              PIC 9(03).
              05 WS-TARF-FATURA             PIC 9(06).
              05 WS-TARF-TIPO               PIC X(01).
              05 WS-TARF-CASADA             PIC X(01).

       77 WS-TOT-DEB                         PIC 9(04) VALUE ZEROS.
       77 WS-IDX-DEB                         PIC 9(04) VALUE ZEROS.
       01 WS-TAB-DEBITO.
           03 WS-DEB-ENTRADA OCCURS 0 TO 5000 TIMES
                             DEPENDING ON WS-TOT-DEB.
              05 WS-DEB-VALOR               PIC 9(07)V99.
              05 WS-DEB-HISTORICO           PIC X(30).
              05 WS-DEB-CASADO              PIC X(01).

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 EXC-DETALHE                    PIC X(40).

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-CARREGAR-LIQUIDACAO
               UNTIL FIM-SETTLE
           PERFORM P300-PROCESSA-EXTRATO
               UNTIL FIM-EXTRATO
           PERFORM P700-RETORNOS-SEM-CREDITO
           PERFORM P750-CASAR-TARIFAS
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.
           OPEN INPUT  BANK-STATEMENT
           OPEN OUTPUT RECON-RPT

           PERFORM P250-CARREGAR-TARIFAS

           PERFORM P450-IMPRIMIR-CABECALHO

           PERFORM P110-LER-LIQUIDACAO
           CLOSE PROOF-PARM

           IF WS-DATA-PROVA = SPACES
               MOVE WS-DTP-DATA-ATUAL (7:2)
                 TO WS-DATA-PROVA (1:2)
               MOVE '/' TO WS-DATA-PROVA (3:1)
               MOVE WS-DTP-DATA-ATUAL (5:2)
                 TO WS-DATA-PROVA (4:2)
               MOVE '/' TO WS-DATA-PROVA (6:1)
               MOVE WS-DTP-DATA-ATUAL (1:4)
                 TO WS-DATA-PROVA (7:4)
           END-IF
           .
           PERFORM P110-LER-LIQUIDACAO
           .

      ******************************************************************
      * P250-CARREGAR-TARIFAS
      * As tarifas debitadas no dia em prova, do razao BANKTARF que o
      * BANKRET01 e o ACEITRET01 alimentam; mesma regra da tabela de
      * liquidacoes para o estouro.
      ******************************************************************
       P250-CARREGAR-TARIFAS.

           OPEN INPUT BANK-FEE-LOG

           PERFORM P260-LER-TARIFA
               UNTIL FIM-TARIFA

           CLOSE BANK-FEE-LOG
           .

       P260-LER-TARIFA.

           READ BANK-FEE-LOG
               AT END
                   SET FIM-TARIFA TO TRUE
               NOT AT END
                   IF BT-DATA-DEBITO = WS-DATA-PROVA
                       PERFORM P270-GUARDAR-TARIFA
                   END-IF
           END-READ
           .

       P270-GUARDAR-TARIFA.

           IF WS-TOT-TARF >= 5000
               SET TABELA-ESGOTADA TO TRUE
           ELSE
               ADD 1 TO WS-TOT-TARF
               MOVE BT-VALOR      TO WS-TARF-VALOR  (WS-TOT-TARF)
               MOVE BT-BANCO      TO WS-TARF-BANCO  (WS-TOT-TARF)
               MOVE BT-NUM-FATURA TO WS-TARF-FATURA (WS-TOT-TARF)
               MOVE BT-TIPO       TO WS-TARF-TIPO   (WS-TOT-TARF)
               MOVE 'N'           TO WS-TARF-CASADA (WS-TOT-TARF)
               ADD 1 TO WS-TARIFAS
           END-IF
           .

      ******************************************************************
      * P300-PROCESSA-EXTRATO
      * Um credito de cobranca do extrato consome a primeira
               END-IF
           END-IF

           IF EX-DEBITO AND EX-DATA = WS-DATA-PROVA
               PERFORM P350-GUARDAR-DEBITO
           END-IF

           PERFORM P120-LER-EXTRATO
           .

       P350-GUARDAR-DEBITO.

           IF WS-TOT-DEB >= 5000
               SET TABELA-ESGOTADA TO TRUE
           ELSE
               ADD 1 TO WS-TOT-DEB
               MOVE EX-VALOR     TO WS-DEB-VALOR     (WS-TOT-DEB)
               MOVE EX-HISTORICO TO WS-DEB-HISTORICO (WS-TOT-DEB)
               MOVE 'N'          TO WS-DEB-CASADO    (WS-TOT-DEB)
               ADD 1 TO WS-DEBITOS
           END-IF
           .

      ******************************************************************
      * P750-CASAR-TARIFAS
      * Debitos do extrato contra as tarifas do dia: primeiro um a
      * um (uma tarifa livre de mesmo valor); o debito que sobrar
      * casa com todas as tarifas ainda livres quando bate com a soma
      * delas (o banco que debita a tarifa do dia num lancamento so).
      * Debito sem tarifa e tarifa sem debito sao excecoes.
      ******************************************************************
       P750-CASAR-TARIFAS.

           PERFORM P760-CASAR-DEBITO-UNITARIO
               VARYING WS-IDX-DEB FROM 1 BY 1
                 UNTIL WS-IDX-DEB > WS-TOT-DEB

           PERFORM P770-CASAR-DEBITO-CONSOLIDADO
               VARYING WS-IDX-DEB FROM 1 BY 1
                 UNTIL WS-IDX-DEB > WS-TOT-DEB

           PERFORM P780-DEBITO-SEM-TARIFA
               VARYING WS-IDX-DEB FROM 1 BY 1
                 UNTIL WS-IDX-DEB > WS-TOT-DEB

           PERFORM P790-TARIFA-SEM-DEBITO
               VARYING WS-IDX-TARF FROM 1 BY 1
                 UNTIL WS-IDX-TARF > WS-TOT-TARF
           .

       P760-CASAR-DEBITO-UNITARIO.

           SET LANCAMENTO-CASADO TO FALSE

           PERFORM P765-COMPARAR-TARIFA
               VARYING WS-IDX-TARF FROM 1 BY 1
                 UNTIL WS-IDX-TARF > WS-TOT-TARF
                    OR LANCAMENTO-CASADO

           IF LANCAMENTO-CASADO
               MOVE 'S' TO WS-DEB-CASADO (WS-IDX-DEB)
               ADD 1 TO WS-DEBITOS-CASADOS
           END-IF
           .

       P765-COMPARAR-TARIFA.

           IF WS-TARF-CASADA (WS-IDX-TARF) = 'N'
              AND WS-TARF-VALOR (WS-IDX-TARF) =
                  WS-DEB-VALOR (WS-IDX-DEB)
               MOVE 'S' TO WS-TARF-CASADA (WS-IDX-TARF)
               SET LANCAMENTO-CASADO TO TRUE
           END-IF
           .

       P770-CASAR-DEBITO-CONSOLIDADO.

           IF WS-DEB-CASADO (WS-IDX-DEB) = 'N'
               MOVE ZEROS TO WS-SOMA-TARIFAS-LIVRES
               PERFORM P775-SOMAR-TARIFA-LIVRE
                   VARYING WS-IDX-TARF FROM 1 BY 1
                     UNTIL WS-IDX-TARF > WS-TOT-TARF

               IF WS-SOMA-TARIFAS-LIVRES > ZEROS
                  AND WS-SOMA-TARIFAS-LIVRES =
                      WS-DEB-VALOR (WS-IDX-DEB)
                   PERFORM P777-CONSUMIR-TARIFA-LIVRE
                       VARYING WS-IDX-TARF FROM 1 BY 1
                         UNTIL WS-IDX-TARF > WS-TOT-TARF
                   MOVE 'S' TO WS-DEB-CASADO (WS-IDX-DEB)
                   ADD 1 TO WS-DEBITOS-CASADOS
               END-IF
           END-IF
           .

       P775-SOMAR-TARIFA-LIVRE.

           IF WS-TARF-CASADA (WS-IDX-TARF) = 'N'
               ADD WS-TARF-VALOR (WS-IDX-TARF)
                 TO WS-SOMA-TARIFAS-LIVRES
           END-IF
           .

       P777-CONSUMIR-TARIFA-LIVRE.

           MOVE 'S' TO WS-TARF-CASADA (WS-IDX-TARF)
           .

       P780-DEBITO-SEM-TARIFA.

           IF WS-DEB-CASADO (WS-IDX-DEB) = 'N'
               ADD 1 TO WS-DEB-SEM-TARIFA
               MOVE SPACES TO WS-LINHA-EXCECAO
               MOVE 'DEBITO SEM TARIFA'    TO EXC-TIPO
               MOVE WS-DATA-PROVA          TO EXC-DATA
               MOVE WS-DEB-VALOR (WS-IDX-DEB) TO EXC-VALOR
               MOVE WS-DEB-HISTORICO (WS-IDX-DEB) TO EXC-DETALHE
               MOVE WS-LINHA-EXCECAO TO RECON-RPT-REC
               WRITE RECON-RPT-REC
           END-IF
           .

       P790-TARIFA-SEM-DEBITO.

           IF WS-TARF-CASADA (WS-IDX-TARF) = 'N'
               ADD 1 TO WS-TARIFA-SEM-DEBITO
               MOVE SPACES TO WS-LINHA-EXCECAO
               MOVE 'TARIFA SEM DEBITO'    TO EXC-TIPO
               MOVE WS-DATA-PROVA          TO EXC-DATA
               MOVE WS-TARF-VALOR (WS-IDX-TARF) TO EXC-VALOR
               STRING 'BANCO ' WS-TARF-BANCO (WS-IDX-TARF)
                      ' FATURA ' WS-TARF-FATURA (WS-IDX-TARF)
                      ' TIPO ' WS-TARF-TIPO (WS-IDX-TARF)
                   DELIMITED BY SIZE INTO EXC-DETALHE
               END-STRING
               MOVE WS-LINHA-EXCECAO TO RECON-RPT-REC
               WRITE RECON-RPT-REC
           END-IF
           .

       P400-CASAR-CREDITO.

           SET LANCAMENTO-CASADO TO FALSE
                   WS-DATA-PROVA
           DISPLAY 'BANKCON01 - FORA DO DIA........: '
                   WS-FORA-DO-DIA
           DISPLAY 'BANKCON01 - TARIFAS DO DIA.....: ' WS-TARIFAS
           DISPLAY 'BANKCON01 - DEBITOS NO EXTRATO.: ' WS-DEBITOS
           DISPLAY 'BANKCON01 - DEBITOS CASADOS....: '
                   WS-DEBITOS-CASADOS
           DISPLAY 'BANKCON01 - DEBITO SEM TARIFA..: '
                   WS-DEB-SEM-TARIFA
           DISPLAY 'BANKCON01 - TARIFA SEM DEBITO..: '
                   WS-TARIFA-SEM-DEBITO

           IF TABELA-ESGOTADA
               DISPLAY 'BANKCON01 - TABELA DE LIQUIDACOES, '
                       'TARIFAS OU DEBITOS ESGOTADA - PROVA '
                       'INCOMPLETA'
               MOVE 9001 TO RETURN-CODE
           ELSE
               IF WS-CRED-SEM-RETORNO > 0
                  OR WS-RET-SEM-CREDITO > 0
                  OR WS-DEB-SEM-TARIFA > 0
                  OR WS-TARIFA-SEM-DEBITO > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
