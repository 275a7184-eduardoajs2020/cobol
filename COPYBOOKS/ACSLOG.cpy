      ******************************************************************
      * Copybook: ACSLOG
      * Purpose:  Read-access trail (LGPD): one entry appended by
      *           ACSLOG01 each time an inquiry program shows a
      *           customer's data -- when, who, which program, which
      *           customer and which category of data. The file is
      *           only ever opened EXTEND, by ACSLOG01; nothing
      *           rewrites or deletes it. ACSCLI01 lists it per
      *           customer for the LGPDACC01 disclosure, ACSOPR01 per
      *           operator and day against the volume threshold.
      * Tectonics: COPY ACSLOG.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  ACCESS-LOG-REC.
           03 AX-DATA-HORA                   PIC X(21).
           03 AX-DATA-HORA-R REDEFINES AX-DATA-HORA.
              05 AX-DATA                     PIC 9(08).
              05 AX-HORA                     PIC 9(06).
              05 FILLER                      PIC X(07).
           03 AX-OPERADOR                    PIC X(08).
           03 AX-PROGRAMA                    PIC X(10).
           03 AX-NUM-CLIENTE                 PIC 9(06).
           03 AX-CATEGORIA                   PIC X(10).
