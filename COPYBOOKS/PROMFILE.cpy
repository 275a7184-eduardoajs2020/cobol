      * Tectonics: COPY PROMFILE.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Added PM-SITUACAO: PROMRPT01 marks a promise
      *             broken the first day it finds it past due, so the
      *             break goes to the PROMHIST outcome log once.
      * 03/09/2026  Layout lifted unchanged from the inline FDs into
      *             a shared copybook now that four programs carry
      *             it.
           03 PM-DATA-PROMESSA                PIC 9(08).
           03 PM-COLETOR                      PIC X(08).
           03 PM-DATA-REGISTRO                PIC 9(08).
           03 PM-SITUACAO                     PIC X(01).
              88 PM-VIGENTE                       VALUE SPACE.
              88 PM-QUEBRADA                      VALUE 'Q'.
