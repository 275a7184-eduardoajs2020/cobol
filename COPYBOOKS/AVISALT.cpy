      ******************************************************************
      * Copybook: AVISALT
      * Purpose:  Change-confirmation notice register, keyed by
      *           customer number: the latest notice ALTAVS01 sent
      *           to the customer's previous contact point after a
      *           change of address, email, phone or document -- when
      *           it went, by which channel, and the journaled change
      *           it confirms (timestamp, program, operator, batch and
      *           the fields it touched). ALTRSP01 reads it when the
      *           notice comes back undeliverable or the customer
      *           answers that the change was not theirs, so the
      *           review case starts from the change in question.
      * Tectonics: COPY AVISALT.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  AVISO-ALTERACAO-REC.
           03 AV-NUM-CLIENTE                 PIC 9(06).
           03 AV-DATA-AVISO                  PIC 9(08).
           03 AV-CANAL                       PIC X(05).
           03 AV-DATA-HORA-ALTER             PIC X(21).
           03 AV-PROGRAMA                    PIC X(10).
           03 AV-OPERADOR                    PIC X(08).
           03 AV-NUM-CONTROLE                PIC 9(06).
           03 AV-CAMPOS                      PIC X(60).
           03 AV-QTD-AVISOS                  PIC 9(05).
