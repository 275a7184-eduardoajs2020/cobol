      ******************************************************************
      * Copybook: REPFACT
      * Purpose:  Payable-to-factor ledger: one entry per payment (or
      *           reversal) that landed with us for an invoice already
      *           assigned to a factoring company (CESSAO). The cash
      *           application routes it here instead of applying it:
      *           the money is the factor's, so it neither settles the
      *           invoice nor credits ARBAL, and treasury passes it on
      *           from this ledger. CESRPT01 totals it per factor.
      * Tectonics: COPY REPFACT.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  REPASSE-FACTOR-REC.
           03 PF-COD-FACTOR                  PIC X(06).
           03 PF-NUM-FATURA                  PIC 9(06).
           03 PF-NUM-CLIENTE                 PIC 9(06).
           03 PF-DATA                        PIC 9(08).
           03 PF-TIPO                        PIC X(01).
              88 PF-RECEBIMENTO                  VALUE 'R'.
              88 PF-ESTORNO                      VALUE 'E'.
           03 PF-VALOR                       PIC 9(09)V99.
           03 PF-CANAL                       PIC X(02).
           03 PF-BANCO                       PIC 9(03).
           03 PF-ORIGEM                      PIC X(10).
