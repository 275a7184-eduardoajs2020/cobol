      ******************************************************************
      * Copybook: SVCCAT
      * Purpose:  Service catalog record, keyed by item code: the
      *           description, unit price and unit of measure of each
      *           service we bill, its revenue category and the
      *           municipal service code (LC 116 list item) the
      *           NFS-e declares. Maintained by CATMNT01; FATVAL01
      *           and FATRSB01 refuse a billing line with an unknown
      *           or inactive code, FATURA01 describes the invoice
      *           line from it and REVRPT01 totals the billed revenue
      *           by item and category. An item is never deleted --
      *           lines already billed point at it -- only inactivated.
      * Tectonics: COPY SVCCAT.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  CATALOGO-REC.
           03 SV-COD-ITEM                    PIC X(08).
           03 SV-DESCRICAO                   PIC X(30).
           03 SV-PRECO-UNITARIO              PIC 9(07)V99.
           03 SV-UNIDADE                     PIC X(03).
           03 SV-CATEGORIA                   PIC X(10).
           03 SV-COD-SERVICO-ISS             PIC X(05).
           03 SV-ATIVO                       PIC X(01).
              88 SV-ITEM-ATIVO                   VALUE 'S'.
              88 SV-ITEM-INATIVO                 VALUE 'N'.
