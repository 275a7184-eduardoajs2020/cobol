      ******************************************************************
      * Copybook: FATACUM
      * Purpose:  Billing line parked for consolidation: FATURA01
      *           writes here, instead of issuing, each ordinary
      *           FATURAIN line of a customer marked on FATCONS, with
      *           the date it was parked and the feed it came in on.
      *           CONSFAT01 drains the file at the cycle close into
      *           one invoice per customer and carries what stays
      *           under the minimum to FATACUMN, which replaces
      *           FATACUM for the next cycle (106 bytes).
      * Tectonics: COPY FATACUM.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  FATURA-ACUM-REC.
           03 AC-NUM-CLIENTE                 PIC 9(06).
           03 AC-DATA-ACUMULO                PIC 9(08).
           03 AC-SISTEMA-ORIGEM              PIC X(08).
           03 AC-DATA-EMISSAO                PIC X(10).
           03 AC-PRAZO-DIAS                  PIC 9(03).
           03 AC-VALOR                       PIC 9(07)V99.
           03 AC-DESC-PERCENTUAL             PIC 9(02)V99.
           03 AC-DESC-DIAS                   PIC 9(03).
           03 AC-ISS-RETIDO                  PIC X(01).
           03 AC-COD-ITEM                    PIC X(08).
           03 AC-QUANTIDADE                  PIC 9(05)V99.
           03 AC-PRECO-UNITARIO              PIC 9(07)V99.
           03 AC-DESCRICAO                   PIC X(30).
