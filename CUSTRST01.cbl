      * 22/08/2026  Honors the CMLOCK update-window lock around the
      *             output open of CUSTMAST, like every other
      *             updater.
      * 15/10/2026  Record images widened to 317 bytes for CUSTMAST's
      *             CM-COD-VENDEDOR.
      * 15/10/2026  Record images widened to 327 bytes for CUSTMAST's
      *             CNPJ registration status.
      * 15/10/2026  Record images widened to 427 bytes for CUSTMAST's
      *             billing address.
      * 15/10/2026  Record images widened to 429 bytes for CUSTMAST's
      *             CM-COD-EMPRESA.
      * 15/10/2026  Record images widened to 492 bytes for CUSTMAST's
      *             foreign-customer fields.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRST01.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-BACKUP.
       01  MASTER-BACKUP-REC                  PIC X(492).
       01  MASTER-BACKUP-TRAILER REDEFINES MASTER-BACKUP-REC.
           COPY TRLCTL.

