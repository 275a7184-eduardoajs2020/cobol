      ******************************************************************
      * Copybook: DIFLEDG
      * Purpose:  Deferred-revenue ledger. CONTGEN01 writes an 'E'
      *           entry for every invoice of a contract recognized
      *           monthly (CT-RECONHECE-MENSAL): the amount billed in
      *           advance, the first month of service it covers and
      *           how many months. RECDIF01 writes an 'R' entry for
      *           each month's share released to revenue. The deferred
      *           balance of an invoice is its 'E' amount less its 'R'
      *           amounts, matched by contract and first month.
      * Tectonics: COPY DIFLEDG.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  DIFER-LEDGER-REC.
           03 DL-TIPO                        PIC X(01).
              88 DL-EMISSAO                      VALUE 'E'.
              88 DL-RECONHECIMENTO               VALUE 'R'.
           03 DL-NUM-CONTRATO                PIC 9(06).
           03 DL-NUM-CLIENTE                 PIC 9(06).
           03 DL-ANO-MES-INICIO              PIC 9(06).
           03 DL-QTD-MESES                   PIC 9(02).
           03 DL-ANO-MES-REF                 PIC 9(06).
           03 DL-DATA                        PIC 9(08).
           03 DL-VALOR                       PIC 9(09)V99.
