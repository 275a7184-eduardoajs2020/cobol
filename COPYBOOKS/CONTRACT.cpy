      * Tectonics: COPY CONTRACT.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Added CT-COD-EMPRESA, the issuing company (EMPRTAB
      *             code; zero is 01) that bills the contract. It always
      *             matches the customer's CM-COD-EMPRESA. Record grew
      *             to 112 bytes.
      * 15/10/2026  Added the billing period (CT-PERIODICIDADE, months
      *             covered by each invoice; zero or 1 is monthly, 12
      *             is billed annually in advance) and the revenue
      *             recognition method: 'M' defers the invoice on the
      *             DIFLEDG ledger and RECDIF01 releases one share a
      *             month. Record grew to 110 bytes.
      * 15/10/2026  Added CT-COD-VENDEDOR, the sales representative
      *             (REPTAB code) who sold the contract. Record grew to
      *             107 bytes.
      * 15/10/2026  Added the contract type (CT-TIPO-CONTRATO), which
      *             selects the TARIFTAB tier prices of a metered
      *             contract, and the metering history MEDFAT01 keeps:
      *             the average consumption over the last readings, how
      *             many readings it covers and the date of the last
      *             reading billed.
      * 15/10/2026  Added the renewal terms -- the auto-renew flag and
      *             the contract term in months -- and the last
      *             expiry-notice step CONTREN01 sent (60/30/15 days),
      *             so a weekly run does not repeat a notice.
      * 15/10/2026  Added the readjustment index code (CT-COD-INDICE,
      *             blank for a fixed-price contract) and the pending
      *             readjustment set by CONTRJ01: the readjusted value,
      *             the date it takes effect and the anniversary last
      *             readjusted. CONTGEN01 bills the readjusted value
      *             from the effective month on.
      * 03/09/2026  Layout lifted unchanged from the inline FDs in
      *             CONTMNT01 and CONTGEN01 into a shared copybook
      *             so the maintainer and the generator carry one
           03 CT-ATIVO                        PIC X(01).
              88 CT-CONTRATO-ATIVO                VALUE 'S'.
              88 CT-CONTRATO-ENCERRADO            VALUE 'N'.
           03 CT-COD-INDICE                   PIC X(06).
              88 CT-SEM-REAJUSTE                  VALUE SPACES.
           03 CT-VALOR-REAJUSTADO             PIC 9(07)V99.
           03 CT-DATA-VIGENCIA-REAJ           PIC 9(08).
           03 CT-DATA-ULT-REAJUSTE            PIC 9(08).
           03 CT-RENOVACAO-AUTO               PIC X(01).
              88 CT-RENOVA-AUTOMATICO             VALUE 'S'.
           03 CT-PRAZO-MESES                  PIC 9(03).
           03 CT-ULT-AVISO-DIAS               PIC 9(03).
           03 CT-TIPO-CONTRATO                PIC X(04).
           03 CT-CONSUMO-MEDIO                PIC 9(09)V99.
           03 CT-QTD-LEITURAS                 PIC 9(02).
           03 CT-DATA-ULT-LEITURA             PIC 9(08).
           03 CT-COD-VENDEDOR                 PIC X(04).
           03 CT-PERIODICIDADE                PIC 9(02).
              88 CT-COBRANCA-MENSAL               VALUES 0 1.
           03 CT-RECONHECIMENTO               PIC X(01).
              88 CT-RECONHECE-NA-EMISSAO          VALUES SPACE 'I'.
              88 CT-RECONHECE-MENSAL              VALUE 'M'.
           03 CT-COD-EMPRESA                  PIC 9(02).
