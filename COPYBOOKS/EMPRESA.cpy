      ******************************************************************
      * Copybook: EMPRESA
      * Purpose:  Issuing-company table (EMPRTAB), one record per
      *           legal entity that bills through this system: code,
      *           CNPJ, corporate name and address, the bank
      *           collection agreement the remittance registers its
      *           titles under, the municipality and municipal
      *           registration its NFS-e are issued in, and the block
      *           of invoice numbers reserved for it (FT-NUM-FATURA is
      *           unique across the master, so each company numbers
      *           inside its own range). Company 01 is the original
      *           entity: a code of zero on a customer, contract or
      *           invoice means 01, and 01 keeps numbering from the
      *           shared CTRLFILE sequence. Read through EMPLKP01.
      * Tectonics: COPY EMPRESA.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  EMPRESA-REC.
           03 EM-COD-EMPRESA                 PIC 9(02).
           03 EM-CNPJ                        PIC X(14).
           03 EM-RAZAO-SOCIAL                PIC X(40).
           03 EM-ENDERECO                    PIC X(60).
           03 EM-CIDADE                      PIC X(30).
           03 EM-UF                          PIC X(02).
           03 EM-CEP                         PIC X(08).
           03 EM-BANCO                       PIC 9(03).
           03 EM-AGENCIA                     PIC 9(05).
           03 EM-CONTA                       PIC X(12).
           03 EM-CONVENIO                    PIC X(20).
           03 EM-COD-MUNICIPIO               PIC 9(07).
           03 EM-INSCR-MUNICIPAL             PIC X(15).
           03 EM-NUM-INICIAL                 PIC 9(06).
           03 EM-NUM-FINAL                   PIC 9(06).
