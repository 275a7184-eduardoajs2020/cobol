      ******************************************************************
      * Copybook: CREDAPL
      * Purpose:  Ledger of customer credit applied to invoices, keyed
      *           by invoice number: the accumulated amount of the
      *           customer's credit balance CREDAPL01 consumed against
      *           the invoice, with the date and amount of the latest
      *           application. ARPOST01's full rebuild posts the total
      *           as the debit that uses up the credit balance (the
      *           same role REFLEDG plays for refunds), ARFECH01 keeps
      *           it out of the month's billed and collected figures,
      *           CUSTSTMT01 prints it under the invoice, and REMESSA01
      *           and DEBREM01 collect only what the credit left open.
      * Tectonics: COPY CREDAPL.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  CREDITO-APLIC-REC.
           03 CA-NUM-FATURA                  PIC 9(06).
           03 CA-NUM-CLIENTE                 PIC 9(06).
           03 CA-VALOR-APLICADO              PIC 9(09)V99.
           03 CA-DATA-APLICACAO              PIC 9(08).
           03 CA-VALOR-ULTIMA                PIC 9(09)V99.
