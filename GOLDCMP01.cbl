      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Record images widened to 492 bytes for CUSTMAST's
      *             foreign-customer fields.
      * 15/10/2026  Record images widened to 429 bytes for CUSTMAST's
      *             CM-COD-EMPRESA.
      * 15/10/2026  Record images widened to 427 bytes for CUSTMAST's
      *             billing address.
      * 15/10/2026  Record images widened to 327 bytes for CUSTMAST's
      *             CNPJ registration status.
      * 15/10/2026  Record images widened to 317 bytes for CUSTMAST's
      *             CM-COD-VENDEDOR.
      * 22/08/2026  First cut, CALLed by DRIVER_01 when the REGPARM
      *             regression flag is on. Files of different
      *             lengths count every unpaired record as drift.
           COPY CUSTMAST.

       FD  CMST-OURO.
       01  CMST-OURO-REC                      PIC X(492).

       FD  GOLD-RPT.
       01  GOLD-RPT-REC.
