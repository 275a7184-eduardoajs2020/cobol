      * Tectonics: COPY INVLINES.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Added the service-catalog item code (SVCCAT), the
      *             quantity and the unit price: a catalog line's
      *             IL-VALOR is the quantity times the unit price.
      *             Free-text lines without a code still read as
      *             before.
      * 03/09/2026  Layout lifted from the inline FD in PROGRAMA1
      *             into a shared copybook and extended with
      *             IL-NUM-FATURA and IL-DESCRICAO now that four
           03 IL-NUM-FATURA                   PIC 9(06).
           03 IL-DESCRICAO                    PIC X(30).
           03 IL-VALOR                        PIC S9(07)V99.
           03 IL-COD-ITEM                     PIC X(08).
           03 IL-QUANTIDADE                   PIC 9(05)V99.
           03 IL-PRECO-UNITARIO               PIC 9(07)V99.
