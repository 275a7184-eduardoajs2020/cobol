      ******************************************************************
      * Copybook: BANKTARF
      * Purpose:  Ledger of bank fees (tarifas) charged on the
      *           collection titles: one entry per fee the bank
      *           reports on its return files -- registration of the
      *           title (ACEITRET01), settlement (BANKRET01) and baixa
      *           instruction (ACEITRET01, or the 240 return's baixa
      *           movement) -- with the bank, the title, the fee type
      *           and the date the bank debits it from the account.
      *           BANKCON01 matches the statement debits against it,
      *           TARIFA01 posts the month's total to GLJRNL as bank
      *           expense and reports it per bank and fee type.
      * Tectonics: COPY BANKTARF.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  BANK-FEE-LOG-REC.
           03 BT-DATA-DEBITO                  PIC X(10).
           03 BT-DATA-PROC                    PIC 9(08).
           03 BT-BANCO                        PIC 9(03).
           03 BT-NUM-FATURA                   PIC 9(06).
           03 BT-NUM-CLIENTE                  PIC 9(06).
           03 BT-TIPO                         PIC X(01).
              88 BT-REGISTRO                      VALUE 'R'.
              88 BT-LIQUIDACAO                    VALUE 'L'.
              88 BT-BAIXA                         VALUE 'B'.
           03 BT-VALOR                        PIC 9(05)V99.
           03 BT-ORIGEM                       PIC X(10).
