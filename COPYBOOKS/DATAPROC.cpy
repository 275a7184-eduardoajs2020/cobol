      ******************************************************************
      * Copybook: DATAPROC
      * Purpose:  Processing-date control record shared by the whole
      *           nightly chain (file DATAPROC, one record). DRIVER_01
      *           advances it at the start of each business date it
      *           runs, from the HOLCAL calendar: the business date
      *           being processed, the previous and next business
      *           dates, the month-end flag (last business day of the
      *           month), whether the date is a normal run or an
      *           operator rerun of a past date, whether its chain is
      *           still open or closed, and the last date of the
      *           normal sequence that closed -- the point a catch-up
      *           resumes from. Programs read it through DTPROC01,
      *           never directly.
      * Tectonics: COPY DATAPROC.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  DATA-PROC-REC.
           03 DP-DATA-ATUAL                  PIC 9(08).
           03 DP-DATA-ANTERIOR               PIC 9(08).
           03 DP-DATA-PROXIMA                PIC 9(08).
           03 DP-FIM-MES                     PIC X(01).
              88 DP-FIM-DE-MES                   VALUE 'S'.
           03 DP-ORIGEM                      PIC X(01).
              88 DP-CALENDARIO                   VALUE 'C'.
              88 DP-REPROCESSAMENTO              VALUE 'R'.
           03 DP-SITUACAO                    PIC X(01).
              88 DP-ABERTA                       VALUE 'A'.
              88 DP-FECHADA                      VALUE 'F'.
           03 DP-ULTIMA-FECHADA              PIC 9(08).
           03 DP-GERACAO                     PIC 9(06).
           03 DP-DATA-HORA                   PIC X(14).
