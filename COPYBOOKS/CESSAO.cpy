      ******************************************************************
      * Copybook: CESSAO
      * Purpose:  Receivables assignment (cessao de credito) ledger,
      *           keyed by invoice number: the latest offer of the
      *           invoice to a factoring company and where it stands.
      *           CESSEL01 writes the entry as offered when it puts
      *           the invoice on a factor's assignment file (the lot
      *           is the selection date); CESACE01 takes the factor's
      *           answer -- accepted invoices become assigned (the
      *           FATURA item turns FT-CEDIDA) with the date and the
      *           price the factor paid, refused ones stay ours and
      *           may be offered again. The face value is the open
      *           value handed over; ARPOST01's full rebuild credits
      *           it for every assigned invoice, as CESACE01 credits
      *           it on ARMOVS at acceptance. Payments that still
      *           land with us for an assigned invoice are routed by
      *           the cash application to the REPFACT payable-to-
      *           factor ledger and accumulate here as received.
      * Tectonics: COPY CESSAO.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  CESSAO-REC.
           03 CS-NUM-FATURA                  PIC 9(06).
           03 CS-NUM-CLIENTE                 PIC 9(06).
           03 CS-COD-FACTOR                  PIC X(06).
           03 CS-LOTE                        PIC 9(08).
           03 CS-SITUACAO                    PIC X(01).
              88 CS-OFERECIDA                    VALUE 'O'.
              88 CS-CEDIDA                       VALUE 'C'.
              88 CS-RECUSADA                     VALUE 'R'.
           03 CS-DATA-SELECAO                PIC 9(08).
           03 CS-DATA-CESSAO                 PIC 9(08).
           03 CS-VALOR-FACE                  PIC 9(07)V99.
           03 CS-VALOR-CESSAO                PIC 9(07)V99.
           03 CS-VALOR-RECEBIDO              PIC S9(09)V99.
           03 CS-DATA-ULT-RECEBTO            PIC 9(08).
           03 CS-OPERADOR                    PIC X(08).
