      ******************************************************************
      * Copybook: AQUIREF
      * Purpose:  Cross-reference of acquired portfolios (AQUIS01),
      *           keyed by portfolio code, entity type and the
      *           seller's own number: which customer, invoice or
      *           contract of ours each seller record became. The
      *           alternate key (type plus our number) answers the
      *           other way round -- the seller's invoice number an
      *           acquired FATURA item came from, asked for when the
      *           customer quotes the old bill. A customer already on
      *           the master (same CM-DOCUMENTO) is mapped, not
      *           created, and marked so. The 'L' record with a blank
      *           old number is the portfolio itself: its presence is
      *           what stops the same portfolio from loading twice.
      * Tectonics: COPY AQUIREF.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  AQUI-REF-REC.
           03 AR-CHAVE.
              05 AR-CARTEIRA                 PIC X(06).
              05 AR-TIPO                     PIC X(01).
                 88 AR-TIPO-CARTEIRA             VALUE 'L'.
                 88 AR-TIPO-CLIENTE              VALUE 'C'.
                 88 AR-TIPO-FATURA               VALUE 'F'.
                 88 AR-TIPO-CONTRATO             VALUE 'K'.
              05 AR-NUM-ANTIGO               PIC X(15).
           03 AR-REF-NOVA.
              05 AR-TIPO-NOVO                PIC X(01).
              05 AR-NUM-NOVO                 PIC 9(06).
           03 AR-SITUACAO                    PIC X(01).
              88 AR-CRIADO                       VALUE 'N'.
              88 AR-JA-EXISTENTE                 VALUE 'E'.
           03 AR-DATA-CARGA                  PIC 9(08).
           03 AR-OPERADOR                    PIC X(08).
