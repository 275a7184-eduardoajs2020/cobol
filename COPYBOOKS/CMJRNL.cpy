      * Tectonics: COPY CMJRNL.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Images widened to 492 bytes: the master record grew
      *             the foreign-customer fields.
      * 15/10/2026  Images widened to 429 bytes: the master record grew
      *             CM-COD-EMPRESA.
      * 15/10/2026  Images widened to 427 bytes: the master record grew
      *             the optional billing address.
      * 15/10/2026  Images widened to 327 bytes: the master record grew
      *             the CNPJ registration status and its date.
      * 15/10/2026  Images widened to 317 bytes: the master record grew
      *             CM-COD-VENDEDOR.
      * 03/09/2026  Images widened to 313 bytes: the master record
      *             grew CM-CLIENTE-PAI, the legal-status fields and the risk class.
      * 22/08/2026  First cut, written by CUSTMAINT01, CUSTDISP01 and
              88 JN-OP-REGRAVACAO                VALUE 'REGRAVACAO'.
           03 JN-NUM-CLIENTE                 PIC 9(06).
           03 JN-DATA-HORA                   PIC X(21).
           03 JN-IMAGEM-ANTES                PIC X(492).
           03 JN-IMAGEM-DEPOIS               PIC X(492).
           03 JN-OPERADOR                    PIC X(08).
           03 JN-NUM-CONTROLE                PIC 9(06).
