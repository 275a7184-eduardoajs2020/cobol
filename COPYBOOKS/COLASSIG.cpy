      ******************************************************************
      * Copybook: COLASSIG
      * Purpose:  Collector portfolio: the collector a delinquent
      *           account is assigned to, keyed by customer. COLATR01
      *           keeps the account with the same collector while it
      *           stays on the worklist overdue and releases it when
      *           it leaves.
      * Tectonics: COPY COLASSIG.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  COLETOR-ATRIB-REC.
           03 CA-NUM-CLIENTE                  PIC 9(06).
           03 CA-COD-COLETOR                  PIC X(08).
           03 CA-DATA-ATRIBUICAO              PIC 9(08).
           03 CA-DATA-ULT-LISTA               PIC 9(08).
