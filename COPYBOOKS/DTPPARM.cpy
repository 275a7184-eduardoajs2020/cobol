      ******************************************************************
      * Copybook: DTPPARM
      * Purpose:  Standard LINKAGE parameter for CALLs to DTPROC01,
      *           the processing-date service: returns the business
      *           date the chain is processing (the DATAPROC control
      *           record DRIVER_01 advances), the previous and next
      *           business dates and the month-end flag. Every program
      *           takes "today" from here instead of the system clock,
      *           so a chain that runs past midnight, is rerun the next
      *           morning or catches up after an outage computes for
      *           the right day. Origin 'S' means there was no control
      *           record and the date came from the system clock.
      * Tectonics: COPY DTPPARM.
      ******************************************************************
       01  WS-DTPROC-PARM.
           03 WS-DTP-DATA-ATUAL              PIC 9(08).
           03 WS-DTP-DATA-ANTERIOR           PIC 9(08).
           03 WS-DTP-DATA-PROXIMA            PIC 9(08).
           03 WS-DTP-FIM-MES                 PIC X(01).
              88 DTP-FIM-DE-MES                  VALUE 'S'.
           03 WS-DTP-ORIGEM                  PIC X(01).
              88 DTP-CALENDARIO                  VALUE 'C'.
              88 DTP-REPROCESSAMENTO             VALUE 'R'.
              88 DTP-RELOGIO                     VALUE 'S'.
