      ******************************************************************
      * Copybook: MEDDET
      * Purpose:  Metered-usage billing detail, one record per price
      *           tier of a consumption line MEDFAT01 puts on the
      *           FATURAIN feed. The key is the line's identity as
      *           FATURA01 sees it (customer, issue date and line
      *           amount) plus the tier sequence; when the line is
      *           issued FATURA01 turns these records into the
      *           INVLINES lines of the invoice, so the tier
      *           breakdown sums to FT-VALOR. Indexed, keyed by
      *           MD-CHAVE.
      * Tectonics: COPY MEDDET.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  MEDICAO-DET-REC.
           03 MD-CHAVE.
              05 MD-NUM-CLIENTE              PIC 9(06).
              05 MD-DATA-EMISSAO             PIC X(10).
              05 MD-VALOR-LINHA              PIC 9(07)V99.
              05 MD-SEQUENCIA                PIC 9(02).
           03 MD-NUM-CONTRATO                PIC 9(06).
           03 MD-DESCRICAO                   PIC X(30).
           03 MD-QUANTIDADE                  PIC 9(05)V99.
           03 MD-PRECO-UNITARIO              PIC 9(07)V99.
           03 MD-VALOR                       PIC 9(07)V99.
