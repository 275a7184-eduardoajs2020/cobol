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
      * 22/08/2026  First cut. The master's own 999999 trailer row is
      *             unloaded as data like any other record, so a
      *             restore brings the master back byte for byte,
           COPY CUSTMAST.

       FD  MASTER-BACKUP.
       01  MASTER-BACKUP-REC                  PIC X(492).
       01  MASTER-BACKUP-TRAILER REDEFINES MASTER-BACKUP-REC.
           COPY TRLCTL.

