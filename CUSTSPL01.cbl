      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  CUSTIN records widened to 310 bytes for the country,
      *             postal code, region and foreign tax ID of customers
      *             abroad; the customer number stays at the same
      *             offset.
      * 22/08/2026  First cut. SPLPARM carries the ascending upper
      *             bound of each range, one per line (the line
      *             count is the stream count); customers above the
       01  CUSTOMER-IN-REC.
           03 FILLER                         PIC X(242).
           03 CI-NUM-CLIENTE                 PIC 9(06).
           03 FILLER                         PIC X(62).
       01  CUSTOMER-IN-HEADER REDEFINES CUSTOMER-IN-REC.
           COPY HDRCTL.

       FD  CUSTOMER-IN-1.
       01  CUSTOMER-IN-1-REC                  PIC X(310).

       FD  CUSTOMER-IN-2.
       01  CUSTOMER-IN-2-REC                  PIC X(310).

       FD  CUSTOMER-IN-3.
       01  CUSTOMER-IN-3-REC                  PIC X(310).

       FD  CUSTOMER-IN-4.
       01  CUSTOMER-IN-4-REC                  PIC X(310).

       WORKING-STORAGE SECTION.
       77 WS-TOT-FAIXAS                      PIC 9(01) VALUE ZEROS.
