      ******************************************************************
      * Copybook: RECCAIXA
      * Purpose:  Cash-receipts ledger: one record per amount of cash
      *           that actually reached a customer's account on the
      *           processing date, stamped with the collection channel
      *           it came through -- boleto (with the bank), PIX,
      *           automatic debit, collection agency, manual
      *           confirmation keyed by the clerks, or a payment
      *           released from suspense. PROGRAM_TEST_SET_01 writes
      *           the applied deltas it posts to ARMOVS (a reversal
      *           with type 'E') and RECONC01 the suspense releases.
      *           Opened EXTEND, so it keeps the history CAIXRPT01
      *           reads for the daily cash report and its month-to-
      *           date column.
      * Tectonics: COPY RECCAIXA.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  REC-CAIXA-REC.
           03 CX-DATA                        PIC 9(08).
           03 CX-CANAL                       PIC X(02).
              88 CX-BOLETO                       VALUE 'BL'.
              88 CX-PIX                          VALUE 'PX'.
              88 CX-DEBITO-AUTO                  VALUE 'DA'.
              88 CX-AGENCIA                      VALUE 'AG'.
              88 CX-SUSPENSE                     VALUE 'SU'.
              88 CX-MANUAL                       VALUE 'MN'.
           03 CX-BANCO                       PIC 9(03).
           03 CX-TIPO                        PIC X(01).
              88 CX-RECEBIMENTO                  VALUE 'R'.
              88 CX-ESTORNO                      VALUE 'E'.
           03 CX-NUM-CLIENTE                 PIC 9(06).
           03 CX-NUM-FATURA                  PIC 9(06).
           03 CX-VALOR                       PIC 9(09)V99.
           03 CX-ORIGEM                      PIC X(10).
