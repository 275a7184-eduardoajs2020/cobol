      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  An invoice assigned to a factoring company
      *             (FT-CEDIDA) posts nothing in the full rebuild: its
      *             face value, credited on ARMOVS by CESACE01 at
      *             acceptance, is exactly what it left on the balance.
      * 15/10/2026  An invoice cancelled by CANCFAT01 posts nothing in
      *             the full rebuild: its issue debit and the
      *             cancellation credit on ARMOVS cancel out in the
      *             incremental balances.
      * 15/10/2026  Posting can run for one issuing company (EMPSEL
      *             through EMPLKP01): only customers of that company
      *             enter the balances, the operator pointing
      *             ARBAL/ARPCTL at the company's own files. No EMPSEL
      *             keeps the consolidated run.
      * 15/10/2026  Credit balances applied to new invoices by CREDAPL01
      *             (CREDAPL ledger) post as debits in the full rebuild,
      *             the way refunds do: the applied amount already came
      *             in as a credit through PAGTOSTS.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 03/09/2026  The ARPCTL checkpoint also records the date of
      *             the last full rebuild; the incremental carries
      *             it forward untouched. ARFECH01 checks it against
                                      ASSIGN TO "REFLEDG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CREDITO-APLIC
                                      ASSIGN TO "CREDAPL"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS CA-NUM-FATURA
                                      FILE STATUS IS WS-CREDAPL-STATUS.

           SELECT OPTIONAL CUSTOMER-MASTER
                                      ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL AR-ERROR-LOG
                                      ASSIGN TO "ARLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       FD  REFUND-LEDGER.
           COPY REFLEDG.

      * Razao de credito aplicado (CREDAPL01): o saldo credor que o
      * cliente escolheu usar nas faturas novas lanca como debito,
      * como o reembolso -- o pagamento na fatura ja entrou como
      * credito pelo PAGTOSTS.
       FD  CREDITO-APLIC.
           COPY CREDAPL.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  AR-ERROR-LOG.
       COPY ERRAUD.

       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-SALDO-STATUS                    PIC X(02) VALUE '00'.
       77 WS-PAGTOS-STATUS                    PIC X(02) VALUE '00'.
       77 WS-CREDAPL-STATUS                  PIC X(02) VALUE '00'.
       77 WS-EDIT-VALOR                      PIC -ZZZZZZZZZ.99.

      * Modo de postagem (ARPPARM): 'I' aplica so o movimento do dia
              88 FIM-PGTO                         VALUE 'S' FALSE 'N'.
           03 WS-EOF-REEMB                   PIC X(01) VALUE 'N'.
              88 FIM-REEMBOLSOS                   VALUE 'S' FALSE 'N'.
           03 WS-EOF-APLIC                   PIC X(01) VALUE 'N'.
              88 FIM-APLICACOES                   VALUE 'S' FALSE 'N'.
           03 WS-CLI-SITUACAO                PIC X(01) VALUE 'N'.
              88 CLIENTE-LOCALIZADO               VALUE 'S' FALSE 'N'.
           03 WS-EMPRESA-SW                  PIC X(01) VALUE 'N'.
              88 EXECUCAO-POR-EMPRESA             VALUE 'S' FALSE 'N'.
           03 WS-CLI-EMPRESA-SW              PIC X(01) VALUE 'S'.
              88 CLIENTE-DA-EMPRESA               VALUE 'S' FALSE 'N'.

      * Empresa emissora da execucao (EMPSEL); sem selecao a postagem
      * e consolidada. Com selecao, so os clientes da empresa entram
      * nos saldos e o operador aponta ARBAL/ARPCTL para os arquivos
      * da empresa.
       77 WS-EMPRESA-SEL                     PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-CLIENTE                 PIC 9(02) VALUE ZEROS.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-OUTRA-EMPRESA                   PIC 9(07) VALUE ZEROS.

       01 WS-CONTADORES.
           03 WS-DEBITOS-LANCADOS            PIC 9(07) VALUE ZEROS.
       77 WS-DATA-RECONSTRUCAO                PIC 9(08) VALUE ZEROS.
       77 WS-SALDO-CALC                      PIC S9(09)V99 VALUE ZEROS.

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
               DISPLAY 'ARPOST01 - EMPRESA DO EMPSEL NAO CADASTRADA: '
                       WS-EMP-COD-EMPRESA
                       ' - EXECUCAO RECUSADA'
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           IF EMP-OK
               SET EXECUCAO-POR-EMPRESA TO TRUE
               MOVE WS-EMP-COD-EMPRESA TO WS-EMPRESA-SEL
               OPEN INPUT CUSTOMER-MASTER
               DISPLAY 'ARPOST01 - POSTAGEM DA EMPRESA: '
                       WS-EMPRESA-SEL ' - ' WS-EMP-RAZAO-SOCIAL
           END-IF

           PERFORM P050-LER-MODO

           IF MODO-INCREMENTAL
               PERFORM P300-LANCAR-CREDITOS
                   UNTIL FIM-PGTO
               PERFORM P350-LANCAR-REEMBOLSOS
               PERFORM P370-LANCAR-CREDITO-APLICADO
               PERFORM P580-PROVAR-INCREMENTAL
               PERFORM P600-GRAVAR-SALDOS
               PERFORM P650-SINCRONIZAR-CHECKPOINT
               END-IF
           END-IF

           IF EXECUCAO-POR-EMPRESA
               CLOSE CUSTOMER-MASTER
               DISPLAY 'ARPOST01 - OUTRA EMPRESA.....: '
                       WS-OUTRA-EMPRESA
           END-IF

           GOBACK.

      ******************************************************************
               NOT AT END
                   ADD 1 TO WS-QTD-MOVIMENTOS
                   IF WS-QTD-MOVIMENTOS > WS-QTD-CHECKPOINT
                       MOVE MV-NUM-CLIENTE TO WS-CLIENTE-BUSCA
                       PERFORM P520-VERIFICAR-EMPRESA
                       IF CLIENTE-DA-EMPRESA
                           PERFORM P587-ACUMULAR-NAO-POSTADO
                       END-IF
                   END-IF
           END-READ
           .

           OPEN OUTPUT POSTING-CKP
           MOVE WS-QTD-MOVIMENTOS TO CK-QTD-MOVIMENTOS
           MOVE WS-DTP-DATA-ATUAL TO CK-DATA-RECONSTRUCAO
           WRITE POSTING-CKP-REC
           CLOSE POSTING-CKP
           .
               NOT AT END
                   ADD 1 TO WS-QTD-MOVIMENTOS
                   IF WS-QTD-MOVIMENTOS > WS-QTD-CHECKPOINT
                       MOVE MV-NUM-CLIENTE TO WS-CLIENTE-BUSCA
                       PERFORM P520-VERIFICAR-EMPRESA
                       IF CLIENTE-DA-EMPRESA
                           PERFORM P730-APLICAR-MOVIMENTO
                       END-IF
                   END-IF
           END-READ
           .
      ******************************************************************
      * P200-LANCAR-DEBITOS
      * Toda fatura do mestre lanca seu valor como debito no saldo do
      * cliente faturado. Fatura cancelada nao lanca nada: a emissao e
      * o estorno do CANCFAT01 se anulam. Fatura cedida a factor
      * tambem nao: o valor de face que ela deixava no saldo e o que o
      * CESACE01 creditou na cessao.
      ******************************************************************
       P200-LANCAR-DEBITOS.

           MOVE FT-NUM-CLIENTE TO WS-CLIENTE-BUSCA
           PERFORM P520-VERIFICAR-EMPRESA

           IF CLIENTE-DA-EMPRESA
               PERFORM P500-LOCALIZAR-CLIENTE
               IF NOT FT-CANCELADA AND NOT FT-CEDIDA
                   PERFORM P210-LANCAR-FATURA
               END-IF
           END-IF

           PERFORM P110-LER-FATURA
           .

       P210-LANCAR-FATURA.

           ADD FT-VALOR TO WS-SALDO-DEBITOS (WS-IDX-ACHADO)
           ADD 1 TO WS-DEBITOS-LANCADOS
                   WS-SALDO-DISPUTA (WS-IDX-ACHADO)
                 + FT-VALOR - FT-VALOR-AJUSTES
           END-IF
           .

      ******************************************************************
                       PERFORM P800-ERRO-DESBALANCEADO
                   NOT INVALID KEY
                       MOVE PS-NUM-CLIENTE TO WS-CLIENTE-BUSCA
                       PERFORM P520-VERIFICAR-EMPRESA
                       IF CLIENTE-DA-EMPRESA
                           PERFORM P500-LOCALIZAR-CLIENTE
                           ADD PS-VALOR-PAGO
                             TO WS-SALDO-CREDITOS (WS-IDX-ACHADO)
                           ADD 1 TO WS-CREDITOS-LANCADOS
                       END-IF
               END-READ
           END-IF

                   SET FIM-REEMBOLSOS TO TRUE
               NOT AT END
                   MOVE RF-NUM-CLIENTE TO WS-CLIENTE-BUSCA
                   PERFORM P520-VERIFICAR-EMPRESA
                   IF CLIENTE-DA-EMPRESA
                       PERFORM P500-LOCALIZAR-CLIENTE
                       ADD RF-VALOR
                         TO WS-SALDO-DEBITOS (WS-IDX-ACHADO)
                       ADD 1 TO WS-DEBITOS-LANCADOS
                   END-IF
           END-READ
           .

      ******************************************************************
      * P370-LANCAR-CREDITO-APLICADO
      * Todo credito aplicado a uma fatura (razao CREDAPL) lanca como
      * debito do cliente: consome o saldo credor que o pagamento a
      * maior tinha deixado.
      ******************************************************************
       P370-LANCAR-CREDITO-APLICADO.

           OPEN INPUT CREDITO-APLIC

           PERFORM P380-LANCAR-UMA-APLICACAO
               UNTIL FIM-APLICACOES

           CLOSE CREDITO-APLIC
           .

       P380-LANCAR-UMA-APLICACAO.

           READ CREDITO-APLIC NEXT RECORD
               AT END
                   SET FIM-APLICACOES TO TRUE
               NOT AT END
                   MOVE CA-NUM-CLIENTE TO WS-CLIENTE-BUSCA
                   PERFORM P520-VERIFICAR-EMPRESA
                   IF CLIENTE-DA-EMPRESA
                       PERFORM P500-LOCALIZAR-CLIENTE
                       ADD CA-VALOR-APLICADO
                         TO WS-SALDO-DEBITOS (WS-IDX-ACHADO)
                       ADD 1 TO WS-DEBITOS-LANCADOS
                   END-IF
           END-READ
           .

           END-IF
           .

      ******************************************************************
      * P520-VERIFICAR-EMPRESA
      * Na postagem por empresa, diz se o cliente em WS-CLIENTE-BUSCA
      * pertence a empresa selecionada (CM-COD-EMPRESA do cadastro;
      * zero, ou cliente fora do cadastro, vale a empresa 01). Na
      * consolidada todo cliente entra.
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
                   ADD 1 TO WS-OUTRA-EMPRESA
               END-IF
           END-IF
           .

      ******************************************************************
      * P600-GRAVAR-SALDOS
      * Grava a tabela acumulada em ARBAL; creditos acima dos debitos
