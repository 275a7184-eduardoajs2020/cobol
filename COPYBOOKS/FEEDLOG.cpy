      ******************************************************************
      * Copybook: FEEDLOG
      * Purpose:  Feed-arrival log: one record per input file DRIVER_01
      *           checks before the first step of a run (the SCHEDENT
      *           declarations), stamped with the CTRLFILE generation
      *           of the run and the run date -- the file, its source
      *           (bank, vendor, internal system), the step that
      *           consumes it, whether the driver waited for it and
      *           until when, the time it was found and the outcome:
      *           on time (present at the first check), late (arrived
      *           while the driver waited) or missing (absent, empty
      *           or with an invalid header when the deadline passed).
      *           Opened EXTEND, so it keeps the history FEEDRPT01
      *           reads for the monthly arrival report per source.
      * Tectonics: COPY FEEDLOG.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  FEED-LOG-REC.
           03 FL-GERACAO                     PIC 9(06).
           03 FL-DATA                        PIC 9(08).
           03 FL-ARQUIVO                     PIC X(08).
           03 FL-ORIGEM                      PIC X(08).
           03 FL-PROGRAMA                    PIC X(20).
           03 FL-AGUARDADO                   PIC X(01).
           03 FL-HORA-LIMITE                 PIC 9(06).
           03 FL-HORA-CHEGADA                PIC 9(06).
           03 FL-RESULTADO                   PIC X(01).
              88 FL-NO-PRAZO                     VALUE 'N'.
              88 FL-ATRASADO                     VALUE 'A'.
              88 FL-FALTANTE                     VALUE 'F'.
           03 FL-MOTIVO                      PIC X(30).
