      * Tectonics: COPY FATURA.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Added the assigned status (FT-CEDIDA, 'D'): the
      *             invoice was sold to a factoring company (CESACE01,
      *             CESSAO ledger). It is no longer ours to age, dun,
      *             charge interest on or list with the bureau, and
      *             every reader that works open items by FT-ABERTA
      *             leaves it out. ARPOST01 credits the assigned face
      *             value, and payments landing with us for it go to the
      *             factor (REPFACT).
      * 15/10/2026  Added the cancelled status (FT-CANCELADA, 'C') set
      *             by the cancellation transaction CANCFAT01: an
      *             invoice issued by mistake stops counting as billed
      *             -- no debit, no credit note -- and the NFS-e
      *             cancellation-requested situation
      *             (FT-NFSE-CANC-PEDIDO, 'C'). No amount field: a
      *             cancelled invoice carries its original values and
      *             every reader that totals billing or open items
      *             leaves it out by status.
      * 15/10/2026  Added FT-COD-EMPRESA, the issuing company (EMPRTAB
      *             code; zero is 01) the invoice was issued and
      *             numbered under, taken from the customer at issue.
      *             Record grew to 241 bytes.
      * 15/10/2026  Added FT-DEBITO-AUTO: where the invoice stands in
      *             automatic debit (DEBREM01) -- blank never requested,
      *             'E' debit request sent to the customer's bank, 'F'
      *             the debit came back unpaid (insufficient funds,
      *             authorization cancelled) and the invoice fell back
      *             to an ordinary boleto. The remittance run keeps an
      *             enrolled customer's invoice out of the boleto file
      *             unless it fell back.
      * 15/10/2026  Added FT-PIX-TXID: the identifier of the PIX
      *             charge REMESSA01 generates alongside the boleto
      *             (blank until generated). The PIX received-payments
      *             intake in BANKRET01 matches each credit back to
      *             the invoice by it.
      * 15/10/2026  Added the federal retentions at source computed
      *             by FATURA01 for a corporate taker: FT-VALOR-IRRF,
      *             FT-VALOR-PIS, FT-VALOR-COFINS, FT-VALOR-CSLL and
      *             their sum FT-VALOR-RET-FEDERAL. The customer pays
      *             the invoice net of the sum; the remittance, the
      *             cash application and the aging treat the net as
      *             the collectable amount.
      * 15/10/2026  Added the electronic service-invoice fields:
      *             FT-SITUACAO-NFSE (blank never sent, 'E' RPS sent
      *             to the municipality by NFSEEXP01, 'A' NFS-e
      *             authorized, 'R' RPS rejected and waiting for
      *             correction), and the NFS-e number and
      *             verification code the city's return stamps back
      *             (NFSERET01). The statement and the boleto print
      *             the number the customer's accountant asks for.
      * 03/09/2026  Added FT-VALOR-ABATIDO: the amount forgiven by
      *             the cash application when an invoice settles in
      *             full under an early-payment discount or ISS
              88 FT-PAGA                         VALUE 'P'.
              88 FT-BAIXADA                      VALUE 'B'.
              88 FT-RENEGOCIADA                  VALUE 'N'.
              88 FT-CANCELADA                    VALUE 'C'.
              88 FT-CEDIDA                       VALUE 'D'.
           03 FT-PARCELA-NUM                 PIC 9(02).
           03 FT-PARCELA-TOTAL               PIC 9(02).
           03 FT-VALOR-AJUSTES               PIC 9(07)V99.
           03 FT-ISS-RETIDO                  PIC X(01).
              88 FT-ISS-RETIDO-FONTE             VALUE 'S'.
           03 FT-VALOR-ABATIDO               PIC 9(07)V99.
           03 FT-SITUACAO-NFSE               PIC X(01).
              88 FT-NFSE-NAO-ENVIADA             VALUE ' '.
              88 FT-NFSE-RPS-ENVIADO             VALUE 'E'.
              88 FT-NFSE-AUTORIZADA              VALUE 'A'.
              88 FT-NFSE-REJEITADA               VALUE 'R'.
              88 FT-NFSE-CANC-PEDIDO             VALUE 'C'.
           03 FT-NUM-NFSE                    PIC 9(15).
           03 FT-COD-VERIFICACAO             PIC X(09).
           03 FT-VALOR-IRRF                  PIC 9(07)V99.
           03 FT-VALOR-PIS                   PIC 9(07)V99.
           03 FT-VALOR-COFINS                PIC 9(07)V99.
           03 FT-VALOR-CSLL                  PIC 9(07)V99.
           03 FT-VALOR-RET-FEDERAL           PIC 9(07)V99.
           03 FT-PIX-TXID                    PIC X(35).
           03 FT-DEBITO-AUTO                 PIC X(01).
              88 FT-DEB-NAO-ENVIADO              VALUE ' '.
              88 FT-DEB-ENVIADO                  VALUE 'E'.
              88 FT-DEB-DEVOLVIDO                VALUE 'F'.
           03 FT-COD-EMPRESA                 PIC 9(02).
