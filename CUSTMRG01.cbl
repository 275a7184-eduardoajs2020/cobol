      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The MRGAUD audit image widened to 492 bytes too; it
      *             had stayed at 280 and cut the customer images short.
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
      * 03/09/2026  ADDRHIST is now indexed (customer plus effective
      *             date) and the repointed swap file ADDRHSTN is
      *             written indexed on the same key; a repointed
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 MA-SENTIDO                     PIC X(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 MA-IMAGEM                      PIC X(492).

       FD  CM-JOURNAL.
           COPY CMJRNL.
       77 WS-AHISTN-STATUS      PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-ALTA-CHAVE                      PIC 9(06) VALUE 999999.
       77 WS-IMAGEM-ANTES                    PIC X(492) VALUE SPACES.
       77 WS-PAGTOS-STATUS                   PIC X(02) VALUE '00'.
       77 WS-SOBREVIVENTE                    PIC 9(06) VALUE ZEROS.
       77 WS-DUPLICADO                       PIC 9(06) VALUE ZEROS.
