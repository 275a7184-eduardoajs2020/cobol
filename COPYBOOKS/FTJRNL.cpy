      ******************************************************************
      * Copybook: FTJRNL
      * Purpose:  Invoice-master change journal record: one entry
      *           appended for every WRITE or REWRITE a program applies
      *           against FATURA (and one for every invoice the archive
      *           job moves out to FATARCH), with the before and after
      *           images, the program, the operator, the CTRLFILE
      *           generation of the run and a timestamp -- the CMJRNL
      *           discipline extended to the invoice master. FATHST01
      *           reads it back as the life story of one invoice.
      *           Batch steps with no operator of their own stamp their
      *           program name as the operator, as CMJRNL's internal
      *           utilities do. A new invoice has a blank before image;
      *           an archived one has a blank after image.
      * Tectonics: COPY FTJRNL.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Images widened to 241 bytes: the invoice record grew
      *             FT-COD-EMPRESA.
      * 15/10/2026  First cut, images of the 239-byte FATURA record.
      ******************************************************************
       01  FATURA-JOURNAL-REC.
           03 FJ-PROGRAMA                    PIC X(10).
           03 FJ-OPERACAO                    PIC X(10).
              88 FJ-OP-GRAVACAO                  VALUE 'GRAVACAO'.
              88 FJ-OP-REGRAVACAO                VALUE 'REGRAVACAO'.
              88 FJ-OP-ARQUIVAMENTO              VALUE 'ARQUIVO'.
           03 FJ-NUM-FATURA                  PIC 9(06).
           03 FJ-DATA-HORA                   PIC X(21).
           03 FJ-IMAGEM-ANTES                PIC X(241).
           03 FJ-IMAGEM-DEPOIS               PIC X(241).
           03 FJ-OPERADOR                    PIC X(08).
           03 FJ-NUM-CONTROLE                PIC 9(06).
