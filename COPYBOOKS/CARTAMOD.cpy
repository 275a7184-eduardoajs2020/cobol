      ******************************************************************
      * Copybook: CARTAMOD
      * Purpose:  Correspondence template line, keyed by letter type,
      *           stage, effective date and line number. One version
      *           of a letter is every line sharing type, stage and
      *           effective date; the version in force on a date is
      *           the one with the latest effective date not after
      *           it. The text carries placeholders between braces
      *           ({NOME}, {DOCUMENTO}, {FATURAS}, {TOTAL}, {VENCTO}
      *           and the rest listed in MODMRG01) that MODMRG01
      *           fills from the letter's data. Maintained by MODMNT01
      *           -- only versions not yet in force can change --
      *           and proofed by MODPRV01 before they take effect.
      * Tectonics: COPY CARTAMOD.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  CARTA-MODELO-REC.
           03 CA-CHAVE.
              05 CA-TIPO-CARTA               PIC X(08).
              05 CA-ESTAGIO                  PIC 9(02).
              05 CA-DATA-VIGENCIA            PIC 9(08).
              05 CA-LINHA                    PIC 9(02).
           03 CA-TEXTO                       PIC X(120).
