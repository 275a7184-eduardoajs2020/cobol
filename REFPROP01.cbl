      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Customers whose CREDPREF choice is to apply their
      *             credit balance to the next invoices (CRDMNT01) are
      *             left out of the proposal and counted apart;
      *             CREDAPL01 consumes their credit. No record still
      *             means refund.
      * 03/09/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      RECORD KEY IS CB-NUM-CLIENTE
                                      FILE STATUS IS WS-SALDO-STATUS.

           SELECT OPTIONAL CREDITO-PREF
                                      ASSIGN TO "CREDPREF"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CR-NUM-CLIENTE
                                      FILE STATUS IS WS-CREDPREF-STATUS.

           SELECT PROPOSAL-RPT       ASSIGN TO "REFPROP"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       FD  SALDO-CLIENTE.
           COPY ARBAL.

      * Destino do saldo credor escolhido pelo cliente (CRDMNT01);
      * sem registro o credito e reembolsado.
       FD  CREDITO-PREF.
           COPY CREDPREF.

       FD  PROPOSAL-RPT.
       01  PROPOSAL-RPT-REC                   PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-SALDO-STATUS                    PIC X(02) VALUE '00'.
       77 WS-CREDPREF-STATUS                 PIC X(02) VALUE '00'.
       77 WS-VALOR-CREDOR                    PIC 9(09)V99 VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S'.
           03 WS-APLICA-SW                   PIC X(01) VALUE 'N'.
              88 CLIENTE-APLICA                   VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDOS                       PIC 9(07) VALUE ZEROS.
           03 WS-PROPOSTOS                   PIC 9(07) VALUE ZEROS.
           03 WS-PARA-APLICAR                PIC 9(07) VALUE ZEROS.

       77 WS-TOTAL-PROPOSTO                  PIC 9(11)V99 VALUE ZEROS.

       MAIN-PROCEDURE.

           OPEN INPUT  SALDO-CLIENTE
           OPEN INPUT  CREDITO-PREF
           OPEN OUTPUT PROPOSAL-RPT

           PERFORM P450-IMPRIMIR-CABECALHO
           WRITE PROPOSAL-RPT-REC

           CLOSE SALDO-CLIENTE
           CLOSE CREDITO-PREF
           CLOSE PROPOSAL-RPT

           DISPLAY 'REFPROP01 - SALDOS LIDOS.....: ' WS-LIDOS
           DISPLAY 'REFPROP01 - REEMBOLSOS PROPOSTOS: '
                   WS-PROPOSTOS
           DISPLAY 'REFPROP01 - CREDITOS A APLICAR..: '
                   WS-PARA-APLICAR

           GOBACK.

           END-READ
           .

      ******************************************************************
      * P200-PROCESSA-SALDO
      * Saldo credor de cliente que escolheu aplicar o credito nas
      * faturas seguintes (CREDPREF) fica para o CREDAPL01; so os
      * demais entram na proposta de reembolso.
      ******************************************************************
       P200-PROCESSA-SALDO.

           IF CB-SALDO < 0
               PERFORM P210-VERIFICAR-PREFERENCIA
           END-IF

           IF CB-SALDO < 0 AND CLIENTE-APLICA
               ADD 1 TO WS-PARA-APLICAR
           END-IF

           IF CB-SALDO < 0 AND NOT CLIENTE-APLICA
               COMPUTE WS-VALOR-CREDOR = 0 - CB-SALDO

               MOVE CB-NUM-CLIENTE  TO DET-NUM-CLIENTE
           PERFORM P110-LER-SALDO
           .

       P210-VERIFICAR-PREFERENCIA.

           SET CLIENTE-APLICA TO FALSE
           MOVE CB-NUM-CLIENTE TO CR-NUM-CLIENTE

           READ CREDITO-PREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CR-APLICAR
                       SET CLIENTE-APLICA TO TRUE
                   END-IF
           END-READ
           .

       P450-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
