      ******************************************************************
      * Copybook: CIRCITM
      * Purpose:  Open item behind a confirmed balance (CIRCITM, line
      *           sequential, customer and invoice order): each
      *           invoice of a circularized customer issued up to the
      *           audit date and still open on it -- net of credit
      *           notes, federal retentions, write-off, renegotiation
      *           and settlement discount, less what PAGTHIST says was
      *           paid by the audit date. Written by CIRCLT01 with the
      *           letters, read by CIRCRS01 to print our items beside
      *           the balance a disagreeing customer states.
      * Tectonics: COPY CIRCITM.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  CIRC-ITEM-REC.
           03 CV-DATA-AUDITORIA              PIC 9(08).
           03 CV-NUM-CLIENTE                 PIC 9(06).
           03 CV-NUM-FATURA                  PIC 9(06).
           03 CV-DATA-EMISSAO                PIC X(10).
           03 CV-DATA-VENCTO                 PIC X(10).
           03 CV-VALOR-ABERTO                PIC S9(09)V99.
