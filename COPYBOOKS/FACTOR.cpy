      ******************************************************************
      * Copybook: FACTOR
      * Purpose:  Factoring company table entry (FACTTAB), one line
      *           per factor we assign receivables to: the code the
      *           assignment ledger carries, CNPJ and name for the
      *           assignment file header and the reports, and the
      *           account the collections routed to the factor are
      *           passed on to. Kept by treasury; read by CESSEL01,
      *           CESACE01 and CESRPT01.
      * Tectonics: COPY FACTOR.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  FACTOR-REC.
           03 FC-COD-FACTOR                  PIC X(06).
           03 FC-CNPJ                        PIC X(14).
           03 FC-NOME                        PIC X(40).
           03 FC-BANCO                       PIC 9(03).
           03 FC-AGENCIA                     PIC 9(05).
           03 FC-CONTA                       PIC X(12).
