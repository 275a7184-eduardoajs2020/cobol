      *             six): the first cut declared 261 bytes, so
      *             CO-NUM-CLIENTE addressed blank padding and the
      *             consolidated hash never matched the segment sum.
      * 15/10/2026  Segment and CUSTOUT records widened to 273 bytes for
      *             the country, postal code, region and foreign tax ID
      *             of customers abroad; the customer number stays at
      *             the same offset.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCMB01.
       DATA DIVISION.
       FILE SECTION.
       FD  SEGMENT-1.
       01  SEGMENT-1-REC                      PIC X(273).
       01  SEGMENT-1-TRAILER REDEFINES SEGMENT-1-REC.
           COPY TRLCTL.

       FD  SEGMENT-2.
       01  SEGMENT-2-REC                      PIC X(273).

       FD  SEGMENT-3.
       01  SEGMENT-3-REC                      PIC X(273).

       FD  SEGMENT-4.
       01  SEGMENT-4-REC                      PIC X(273).

       FD  CUSTOMER-OUT.
       01  CUSTOMER-OUT-REC.
           03 FILLER                         PIC X(205).
           03 CO-NUM-CLIENTE                 PIC 9(06).
           03 FILLER                         PIC X(62).
       01  CUSTOMER-OUT-TRAILER REDEFINES CUSTOMER-OUT-REC.
           COPY TRLCTL.

