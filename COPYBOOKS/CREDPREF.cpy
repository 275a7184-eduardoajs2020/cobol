      ******************************************************************
      * Copybook: CREDPREF
      * Purpose:  Customer credit-balance preference record, keyed by
      *           customer number: what the customer asked us to do
      *           with a credit balance (an overpayment, a credit note
      *           above what was owed) -- refund it ('R') or apply it
      *           to the invoices issued next ('A') -- and the date the
      *           choice took effect. A customer without a record is
      *           refunded, as before the file existed. Maintained by
      *           CRDMNT01; CREDAPL01 applies the credit of the 'A'
      *           customers after billing and REFPROP01 proposes
      *           refunds only for the others.
      * Tectonics: COPY CREDPREF.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  CREDITO-PREF-REC.
           03 CR-NUM-CLIENTE                 PIC 9(06).
           03 CR-DESTINO                     PIC X(01).
              88 CR-REEMBOLSAR                   VALUE 'R'.
              88 CR-APLICAR                      VALUE 'A'.
           03 CR-DATA-EFETIVA                PIC 9(08).
