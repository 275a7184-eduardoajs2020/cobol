      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Record images widened to 492 bytes for CUSTMAST's
      *             foreign-customer fields; the foreign tax ID
      *             (CM-ID-FISCAL-EXT) is masked to a synthetic value
      *             drawn from the customer number.
      * 15/10/2026  Record images widened to 429 bytes for CUSTMAST's
      *             CM-COD-EMPRESA.
      * 15/10/2026  Record images widened to 427 bytes for CUSTMAST's
      *             billing address.
      * 15/10/2026  Record images widened to 327 bytes for CUSTMAST's
      *             CNPJ registration status.
      * 15/10/2026  Record images widened to 317 bytes for CUSTMAST's
      *             CM-COD-VENDEDOR.
      * 22/08/2026  First cut. All masking is deterministic from the
      *             customer number, so two extracts of the same
      *             master agree and key distributions stay intact;
           COPY CUSTMAST.

       FD  MASKED-OUT.
       01  MASKED-OUT-REC                     PIC X(492).
       01  MASKED-OUT-TRAILER REDEFINES MASKED-OUT-REC.
           COPY TRLCTL.

               PERFORM P300-MASCARAR-DOCUMENTO
               PERFORM P400-MASCARAR-EMAIL
               PERFORM P500-MASCARAR-TELEFONE
               PERFORM P600-MASCARAR-ID-EXTERIOR
           END-IF

           MOVE CUSTOMER-MASTER-REC TO MASKED-OUT-REC
           END-IF
           .

      ******************************************************************
      * P600-MASCARAR-ID-EXTERIOR
      * Identificacao fiscal estrangeira nao tem digito verificador
      * comum a conferir: sai um valor sintetico do numero do cliente.
      * Em branco fica em branco, como o documento.
      ******************************************************************
       P600-MASCARAR-ID-EXTERIOR.

           IF CM-ID-FISCAL-EXT NOT = SPACES
               MOVE SPACES TO CM-ID-FISCAL-EXT
               STRING 'TESTE'          DELIMITED BY SIZE
                      CM-NUM-CLIENTE   DELIMITED BY SIZE
                   INTO CM-ID-FISCAL-EXT
               END-STRING
           END-IF
           .

       P800-GRAVAR-TRAILER.

           MOVE SPACES              TO MASKED-OUT-REC
