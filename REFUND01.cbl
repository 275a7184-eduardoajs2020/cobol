      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  REFDEC carries the requesting operator; every refund
      *             goes through the AUTCHK01 authority check (OPRAUT
      *             type REEMBOLS, the amount against the approver's
      *             limit), and one outside the approver's authority
      *             goes to REFREJ with the reason.
      * 15/10/2026  Closed-period guard: with the accounting period of
      *             the run date closed in PERCTL (PERCHK01), every
      *             decision goes to the new REFREJ reject file as
      *             PERIODO CONTABIL FECHADO instead of being effected.
      * 03/09/2026  Every refund effected is also appended to the
      *             ARMOVS movement ledger as a debit, feeding
      *             ARPOST01's incremental posting.
                                      ASSIGN TO "REFJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFUND-REJECT      ASSIGN TO "REFREJ"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AR-MOVEMENTS
                                      ASSIGN TO "ARMOVS"
                                      ORGANIZATION IS LINE SEQUENTIAL.
           03 RD-NUM-CLIENTE                  PIC 9(06).
           03 RD-VALOR                        PIC 9(09)V99.
           03 RD-APROVADOR                    PIC X(08).
           03 RD-SOLICITANTE                  PIC X(08).

       FD  SALDO-CLIENTE.
           COPY ARBAL.
           03 RJ-APROVADOR                   PIC X(08).
           03 RJ-DATA-HORA                   PIC X(21).

      * Decisoes recusadas por periodo contabil fechado, com o
      * motivo.
       FD  REFUND-REJECT.
       01  REFUND-REJECT-REC.
           03 RR-NUM-CLIENTE                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 RR-VALOR                       PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 RR-APROVADOR                   PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 RR-MOTIVO                      PIC X(40).

       FD  AR-MOVEMENTS.
           COPY ARMOVS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S'.
           03 WS-PERIODO-SW                  PIC X(01) VALUE 'N'.
              88 PERIODO-FECHADO                  VALUE 'S'.

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(07) VALUE ZEROS.
           03 WS-EFETUADOS                   PIC 9(07) VALUE ZEROS.
           03 WS-RECUSADOS                   PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do PERCHK01 (controle de periodos
      * contabeis).
           COPY PERPARM.

      * Parametro para o CALL do AUTCHK01 (alcada do operador que
      * decide).
           COPY AUTPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           OPEN INPUT  REFUND-DECISIONS
           OPEN INPUT  SALDO-CLIENTE
           OPEN INPUT  CUSTOMER-MASTER
           OPEN OUTPUT REFUND-ORDER
           OPEN EXTEND REFUND-LEDGER
           OPEN EXTEND REFUND-JOURNAL
           OPEN OUTPUT REFUND-REJECT
           OPEN EXTEND AR-MOVEMENTS

           PERFORM P120-VERIFICAR-PERIODO

           PERFORM P110-LER-DECISAO
           PERFORM P200-PROCESSA-DECISAO
               UNTIL FIM-DE-ARQUIVO
           CLOSE REFUND-ORDER
           CLOSE REFUND-LEDGER
           CLOSE REFUND-JOURNAL
           CLOSE REFUND-REJECT
           CLOSE AR-MOVEMENTS

           DISPLAY 'REFUND01 - DECISOES LIDAS....: ' WS-LIDAS
           END-READ
           .

      ******************************************************************
      * P120-VERIFICAR-PERIODO
      * O reembolso e lancado com a data da execucao; com o periodo
      * contabil dela ja fechado (PERCHK01), nenhuma decisao do lote
      * e efetuada -- todas saem em REFREJ com o motivo.
      ******************************************************************
       P120-VERIFICAR-PERIODO.

           MOVE 'V'         TO WS-PER-FUNCAO
           MOVE WS-DTP-DATA-ATUAL TO WS-PER-DATA
           MOVE 'REFUND01'  TO WS-PER-PROGRAMA
           MOVE SPACES      TO WS-PER-OPERADOR
           CALL 'PERCHK01' USING WS-PERCHK-PARM

           IF PER-FECHADO
               SET PERIODO-FECHADO TO TRUE
               DISPLAY 'REFUND01 - PERIODO CONTABIL '
                       WS-PER-DATA (1:6) ' FECHADO - REEMBOLSOS '
                       'RECUSADOS'
           END-IF
           .

      ******************************************************************
      * P200-PROCESSA-DECISAO
      * Uma decisao aprovada por registro: precisa de aprovador
      * identificado, cliente no mestre e credito ARBAL cobrindo o
      * valor -- devolver mais do que o cliente tem em credito
      * criaria o problema inverso -- e o valor dentro da alcada
      * REEMBOLS do aprovador, que nao pode ser quem pediu.
      ******************************************************************
       P200-PROCESSA-DECISAO.

           EVALUATE TRUE
               WHEN PERIODO-FECHADO
                   PERFORM P800-REJEITAR-PERIODO-FECHADO
               WHEN RD-APROVADOR = SPACES
                   DISPLAY 'REFUND01 - DECISAO SEM APROVADOR: '
                           RD-NUM-CLIENTE
                   ADD 1 TO WS-RECUSADOS
               WHEN OTHER
                   PERFORM P250-VERIFICAR-ALCADA
                   IF AUT-OK
                       PERFORM P300-VALIDAR-CREDITO
                   ELSE
                       PERFORM P810-REJEITAR-FORA-ALCADA
                   END-IF
           END-EVALUATE

           PERFORM P110-LER-DECISAO
           .

       P250-VERIFICAR-ALCADA.

           MOVE 'REFUND01'      TO WS-AUT-PROGRAMA
           MOVE 'REEMBOLS'      TO WS-AUT-TIPO
           SET AUT-APROVACAO    TO TRUE
           MOVE RD-NUM-CLIENTE  TO WS-AUT-CHAVE
           MOVE RD-APROVADOR    TO WS-AUT-APROVADOR
           MOVE RD-SOLICITANTE  TO WS-AUT-SOLICITANTE
           MOVE RD-VALOR        TO WS-AUT-VALOR
           CALL 'AUTCHK01' USING WS-AUTCHK-PARM
           .

       P300-VALIDAR-CREDITO.

           MOVE ZEROS TO WS-CREDITO-DISPONIVEL
                   MOVE CM-DOCUMENTO      TO RO-DOCUMENTO
                   MOVE CM-NOME-FORMATADO TO RO-NOME
                   MOVE RD-VALOR          TO RO-VALOR
                   MOVE WS-DTP-DATA-ATUAL TO RO-DATA
                   WRITE REFUND-ORDER-REC

                   MOVE RD-NUM-CLIENTE    TO RF-NUM-CLIENTE
                   MOVE RD-VALOR          TO RF-VALOR
                   MOVE WS-DTP-DATA-ATUAL TO RF-DATA
                   WRITE REFUND-LEDGER-REC

                   MOVE RD-NUM-CLIENTE    TO RJ-NUM-CLIENTE
                   MOVE RD-NUM-CLIENTE TO MV-NUM-CLIENTE
                   SET MV-DEBITO       TO TRUE
                   MOVE RD-VALOR       TO MV-VALOR
                   MOVE WS-DTP-DATA-ATUAL TO MV-DATA
                   MOVE 'REFUND01'     TO MV-ORIGEM
                   WRITE AR-MOVIMENTO-REC

           END-READ
           .

       P800-REJEITAR-PERIODO-FECHADO.

           MOVE SPACES          TO REFUND-REJECT-REC
           MOVE RD-NUM-CLIENTE  TO RR-NUM-CLIENTE
           MOVE RD-VALOR        TO RR-VALOR
           MOVE RD-APROVADOR    TO RR-APROVADOR
           STRING 'PERIODO CONTABIL FECHADO ('
                  WS-PER-DATA (1:6) ')'
                  DELIMITED BY SIZE INTO RR-MOTIVO
           WRITE REFUND-REJECT-REC
           ADD 1 TO WS-RECUSADOS
           .

       P810-REJEITAR-FORA-ALCADA.

           MOVE SPACES          TO REFUND-REJECT-REC
           MOVE RD-NUM-CLIENTE  TO RR-NUM-CLIENTE
           MOVE RD-VALOR        TO RR-VALOR
           MOVE RD-APROVADOR    TO RR-APROVADOR
           MOVE WS-AUT-MOTIVO   TO RR-MOTIVO
           WRITE REFUND-REJECT-REC
           ADD 1 TO WS-RECUSADOS
           .

       END PROGRAM REFUND01.
