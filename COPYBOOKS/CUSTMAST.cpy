      *             was consolidated into, so a retired record says
      *             where its history went instead of just going
      *             inactive.
      * 15/10/2026  Added CM-COD-VENDEDOR: the sales representative
      *             (REPTAB code) who owns the customer and is paid
      *             commission on what the customer settles (COMISS01).
      *             Record grew to 317 bytes; flat-image copies and
      *             CMJRNL images follow.
      * 15/10/2026  Added CM-SITUACAO-CNPJ and CM-DATA-SITUACAO-CNPJ:
      *             the Receita Federal registration status of the
      *             customer's CNPJ and the date it took effect, as
      *             last received by the CNPJST01 intake (blank = not
      *             yet verified). FATURA01 holds new invoices to a
      *             CNPJ not ATIVA. Record grew to 327 bytes;
      *             flat-image copies and CMJRNL images follow.
      * 15/10/2026  Added CM-ENDERECO-COBRANCA: an optional billing
      *             address (street, city, UF, CEP) maintained through
      *             CUSTMAINT01 under the same UF and CEP-range rules
      *             CORR_01 applies. Statements, boletos, dunning
      *             letters and mailing labels go to it when it is
      *             filled; the directory and demographic reports keep
      *             the registered address. Record grew to 427 bytes;
      *             flat-image copies and CMJRNL images follow.
      * 15/10/2026  Added CM-COD-EMPRESA: the issuing company (EMPRTAB
      *             code) that bills the customer; zero is company 01.
      *             A customer belongs to one company, whose invoice
      *             numbering, remittance agreement and NFS-e it is
      *             billed under, and the per-company aging, posting
      *             and close select on it. Record grew to 429 bytes;
      *             flat-image copies and CMJRNL images follow.
      * 15/10/2026  Added the foreign-customer fields: CM-COD-PAIS
      *             (ISO country code; blank or BR is Brazil), the
      *             international postal code and region
      *             (CM-END-EXTERIOR, used instead of CM-UF/CM-CEP when
      *             the country is not Brazil), and CM-ID-FISCAL-EXT,
      *             the foreign tax ID, with CM-TIPO-DOCUMENTO 'E'
      *             marking it as the customer's document in place of
      *             a CPF/CNPJ. Foreign customers are billed by wire
      *             transfer and stay out of the boleto and bureau
      *             files. Record grew to 492 bytes; flat-image copies
      *             and CMJRNL images follow.
      * 03/09/2026  Added CM-CLASSE-RISCO: the collection risk
      *             class, maintained through the normal journaled
      *             maintenance path and mapped by the RISKTAB
           03 CM-LEGAL-DATA-INICIO           PIC 9(08).
           03 CM-LEGAL-PROCESSO              PIC X(20).
           03 CM-CLASSE-RISCO                PIC X(01).
           03 CM-COD-VENDEDOR                PIC X(04).
           03 CM-SITUACAO-CNPJ               PIC X(02).
              88 CM-CNPJ-NAO-VERIFICADO          VALUE SPACES.
              88 CM-CNPJ-NULA                    VALUE '01'.
              88 CM-CNPJ-ATIVA                   VALUE '02'.
              88 CM-CNPJ-SUSPENSA                VALUE '03'.
              88 CM-CNPJ-INAPTA                  VALUE '04'.
              88 CM-CNPJ-BAIXADA                 VALUE '08'.
              88 CM-CNPJ-IRREGULAR               VALUES '01' '03'
                                                        '04' '08'.
           03 CM-DATA-SITUACAO-CNPJ          PIC 9(08).
           03 CM-ENDERECO-COBRANCA.
              05 CM-COB-ENDERECO             PIC X(60).
              05 CM-COB-CIDADE               PIC X(30).
              05 CM-COB-UF                   PIC X(02).
              05 CM-COB-CEP                  PIC X(08).
           03 CM-COD-EMPRESA                 PIC 9(02).
           03 CM-COD-PAIS                    PIC X(02).
              88 CM-PAIS-BRASIL                  VALUES SPACES 'BR'.
           03 CM-END-EXTERIOR.
              05 CM-COD-POSTAL               PIC X(10).
              05 CM-REGIAO                   PIC X(30).
           03 CM-TIPO-DOCUMENTO              PIC X(01).
              88 CM-DOC-NACIONAL                 VALUE SPACE.
              88 CM-DOC-EXTERIOR                 VALUE 'E'.
           03 CM-ID-FISCAL-EXT               PIC X(20).
