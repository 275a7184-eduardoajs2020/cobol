      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Record images widened for customers abroad: CUSTIN
      *             310, CUSTOUT 273 and CUSTREJ 350 bytes.
      * 22/08/2026  First cut. EXCPRPT exceptions are advisory (an
      *             excepted record still ships), so the exception
      *             count is reported but takes part in no equation.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-IN.
       01  CUSTOMER-IN-REC                   PIC X(310).
       01  CUSTOMER-IN-HEADER REDEFINES CUSTOMER-IN-REC.
           COPY HDRCTL.

       FD  CUSTOMER-OUT.
       01  CUSTOMER-OUT-REC                  PIC X(273).
       01  CUSTOMER-OUT-TRAILER REDEFINES CUSTOMER-OUT-REC.
           COPY TRLCTL.

       FD  CUSTOMER-REJ.
       01  CUSTOMER-REJ-REC                  PIC X(350).

       FD  CUSTOMER-REVIEW.
       01  CUSTOMER-REVIEW-REC               PIC X(64).
