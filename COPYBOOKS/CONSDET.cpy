      ******************************************************************
      * Copybook: CONSDET
      * Purpose:  Consolidated-invoice detail, one record per line
      *           CONSFAT01 rolled into a customer's consolidated
      *           FATURAIN line (a metered line contributes one record
      *           per MEDDET price tier). The key is the consolidated
      *           line's identity as FATURA01 sees it (customer, issue
      *           date and line amount) plus the sequence, the same
      *           scheme as MEDDET; when the line is issued FATURA01
      *           turns these records into the INVLINES lines of the
      *           invoice, so they sum to FT-VALOR. Indexed, keyed by
      *           CD-CHAVE.
      * Tectonics: COPY CONSDET.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  CONSOLIDA-DET-REC.
           03 CD-CHAVE.
              05 CD-NUM-CLIENTE              PIC 9(06).
              05 CD-DATA-EMISSAO             PIC X(10).
              05 CD-VALOR-LINHA              PIC 9(07)V99.
              05 CD-SEQUENCIA                PIC 9(04).
           03 CD-COD-ITEM                    PIC X(08).
           03 CD-DESCRICAO                   PIC X(30).
           03 CD-QUANTIDADE                  PIC 9(05)V99.
           03 CD-PRECO-UNITARIO              PIC 9(07)V99.
           03 CD-VALOR                       PIC 9(07)V99.
           03 CD-DATA-ACUMULO                PIC 9(08).
