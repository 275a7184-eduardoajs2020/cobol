      ******************************************************************
      * Copybook: ABERTOS
      * Purpose:  Nightly open-items work file built by ABERTO01 early
      *           in the chain: one record per open invoice (FT-ABERTA)
      *           in customer/invoice order, carrying the effective
      *           open remainder -- billed value minus credit notes,
      *           write-offs, renegotiated and forgiven amounts, the
      *           federal retentions at source and what PAGTOSTS has
      *           applied (confirmed, partial or under review), never
      *           below zero -- the days overdue on the processing
      *           date and the dispute, promise, agreement and legal
      *           flags. AGERPT01, WORKLST01, CASHFC01, CARTACOB01,
      *           BUREAU01 and WRTPROP01 read it instead of each
      *           rescanning FATURA and PAGTOSTS with its own
      *           arithmetic. IA-SALDO-CONTABIL is the same item as
      *           ARPOST01 posts it (gross of retentions, net of
      *           confirmed and partial payments only); ABERTO01
      *           proves its total against ARBAL.
      *           The last record is the control trailer: TRLCTL
      *           (count and hash of invoice numbers), the two value
      *           totals and the processing date the file was built
      *           for. A reader recognizes it by TRL-INDICADOR and
      *           refuses a file without it, out of count or built
      *           for another date.
      *           IA-PROMESSA: the customer has an unexpired payment
      *           promise on PROMFILE. IA-ACORDO: the customer has an
      *           active renegotiation agreement on ACORDO. IA-LEGAL:
      *           the customer is under judicial protection
      *           (CM-PROTECAO-LEGAL). IA-COD-EMPRESA is the issuing
      *           company with zero already read as 01.
      * Tectonics: COPY ABERTOS.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  ITEM-ABERTO-REC.
           03 IA-NUM-CLIENTE                 PIC 9(06).
           03 IA-NUM-FATURA                  PIC 9(06).
           03 IA-COD-EMPRESA                 PIC 9(02).
           03 IA-DATA-VENCTO                 PIC X(10).
           03 IA-VENCTO-INT                  PIC 9(08).
           03 IA-DIAS-ATRASO                 PIC S9(05).
           03 IA-VALOR-FATURA                PIC 9(07)V99.
           03 IA-VALOR-ABERTO                PIC 9(07)V99.
           03 IA-SALDO-CONTABIL              PIC S9(07)V99.
           03 IA-DISPUTA                     PIC X(01).
              88 IA-EM-DISPUTA                   VALUE 'S'.
           03 IA-PROMESSA                    PIC X(01).
              88 IA-PROMESSA-ATIVA               VALUE 'S'.
           03 IA-ACORDO                      PIC X(01).
              88 IA-ACORDO-ATIVO                 VALUE 'S'.
           03 IA-LEGAL                       PIC X(01).
              88 IA-PROTECAO-LEGAL               VALUE 'S'.
           03 FILLER                         PIC X(12).

       01  ITEM-ABERTO-TRAILER REDEFINES ITEM-ABERTO-REC.
           COPY TRLCTL.
           03 IZ-VALOR-ABERTO                PIC 9(11)V99.
           03 IZ-SALDO-CONTABIL              PIC S9(11)V99.
           03 IZ-DATA-BASE                   PIC 9(08).
           03 FILLER                         PIC X(21).
