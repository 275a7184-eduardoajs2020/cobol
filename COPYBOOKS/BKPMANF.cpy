      ******************************************************************
      * Copybook: BKPMANF
      * Purpose:  Backup-set manifest entry: one line per receivables
      *           file unloaded by BKPSET01 in a nightly backup set --
      *           the CTRLFILE generation and date of the set, the
      *           file, the member holding its unload (file.generation)
      *           and the record count and hash total written in the
      *           member's TRLCTL trailer. A file that could not be
      *           opened on the night is still listed, as 'A' (absent),
      *           so an incomplete set shows as one. BKPRST01 restores
      *           by it and proves the members against it.
      * Tectonics: COPY BKPMANF.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  BACKUP-MANIFEST-REC.
           03 BM-GERACAO                     PIC 9(06).
           03 BM-DATA                        PIC 9(08).
           03 BM-ARQUIVO                     PIC X(08).
           03 BM-MEMBRO                      PIC X(20).
           03 BM-QTD-REGISTROS               PIC 9(07).
           03 BM-HASH-TOTAL                  PIC 9(11).
           03 BM-SITUACAO                    PIC X(01).
              88 BM-DESCARREGADO                 VALUE 'O'.
              88 BM-AUSENTE                      VALUE 'A'.
