      ******************************************************************
      * Copybook: PROMHIST
      * Purpose:  Payment promise outcome log, one line per event in
      *           the life of a PROMFILE promise: registered by
      *           PROMREG01, kept or broken as PROMRPT01 finds it.
      *           PROMFILE only holds the promises still in play (a
      *           kept one is retired), so this log is what the
      *           collector performance report (COLPERF01) counts.
      * Tectonics: COPY PROMHIST.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  PROMESSA-HIST-REC.
           03 PR-NUM-CLIENTE                  PIC 9(06).
           03 PR-NUM-FATURA                   PIC 9(06).
           03 PR-EVENTO                       PIC X(01).
              88 PR-REGISTRADA                    VALUE 'R'.
              88 PR-CUMPRIDA                      VALUE 'C'.
              88 PR-QUEBRADA                      VALUE 'Q'.
           03 PR-DATA-EVENTO                  PIC 9(08).
           03 PR-COLETOR                      PIC X(08).
           03 PR-VALOR                        PIC 9(07)V99.
           03 PR-DATA-PROMESSA                PIC 9(08).
