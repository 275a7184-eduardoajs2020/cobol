      ******************************************************************
      * Copybook: DEBAUT
      * Purpose:  Automatic-debit enrollment record, keyed by customer
      *           number: the bank, branch and checking account the
      *           customer authorized us to debit, the authorization
      *           date and, once withdrawn, the cancellation date.
      *           Maintained by DEBMNT01; DEBREM01 sends the debit
      *           requests for an active enrollment, REMESSA01 keeps
      *           its invoices out of the boleto file, and the debit
      *           return in BANKRET01 cancels the enrollment when the
      *           bank reports the authorization withdrawn.
      * Tectonics: COPY DEBAUT.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  DEBITO-AUTO-REC.
           03 DA-NUM-CLIENTE                 PIC 9(06).
           03 DA-BANCO                       PIC 9(03).
           03 DA-AGENCIA                     PIC 9(05).
           03 DA-CONTA                       PIC X(12).
           03 DA-DATA-AUTORIZACAO            PIC 9(08).
           03 DA-DATA-CANCELAMENTO           PIC 9(08).
           03 DA-SITUACAO                    PIC X(01).
              88 DA-ADESAO-ATIVA                 VALUE 'A'.
              88 DA-ADESAO-CANCELADA             VALUE 'C'.
