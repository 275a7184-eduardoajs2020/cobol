      ******************************************************************
      * Copybook: COLHIST
      * Purpose:  Collector worklist history: one line per account
      *           per day COLATR01 puts it on a collector's worklist,
      *           with the open amount and exposure of that day. The
      *           accounts a collector worked in a month, and whose
      *           settlements count as that collector's recovery,
      *           come from here (COLPERF01).
      * Tectonics: COPY COLHIST.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  COLETOR-HIST-REC.
           03 HC-DATA-LISTA                   PIC 9(08).
           03 HC-NUM-CLIENTE                  PIC 9(06).
           03 HC-COD-COLETOR                  PIC X(08).
           03 HC-VALOR-ABERTO                 PIC 9(09)V99.
           03 HC-EXPOSICAO                    PIC 9(11)V99.
