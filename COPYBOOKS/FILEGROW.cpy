      ******************************************************************
      * Copybook: FILEGROW
      * Purpose:  File-growth history record: one entry per master or
      *           history file per night, appended by FILCAP01 with
      *           the record count, the ceiling and warning percentage
      *           configured for the file in CAPPARM at the time, the
      *           share of the ceiling in use and whether the warning
      *           was crossed. FILRPT01 reads the history for the
      *           weekly trend and projection; MORNRPT01 lists the
      *           current generation's warnings.
      * Tectonics: COPY FILEGROW.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  FILE-GROWTH-REC.
           03 FG-GERACAO                     PIC 9(06).
           03 FG-DATA                        PIC 9(08).
           03 FG-ARQUIVO                     PIC X(08).
           03 FG-REGISTROS                   PIC 9(09).
           03 FG-TETO                        PIC 9(09).
           03 FG-PCT-ALERTA                  PIC 9(03).
           03 FG-PCT-USO                     PIC 9(03).
           03 FG-ALERTA                      PIC X(01).
              88 FG-ACIMA-DO-ALERTA              VALUE 'S'.
