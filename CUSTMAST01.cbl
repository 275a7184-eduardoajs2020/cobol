      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  CUSTOUT detail widened to 273 bytes: country, postal
      *             code, region and foreign tax ID of customers abroad
      *             go onto the master, the tax ID marking the document
      *             type as foreign.
      * 03/09/2026  The name leg of the duplicate check now filters
      *             candidates by the FONKEY01 phonetic key instead
      *             of byte-equal names, so spelling variants of the
           03 CD-CEP                         PIC X(08).
           03 CD-DOC                         PIC X(14).
           03 CD-NUM-CLIENTE                 PIC 9(06).
           03 CD-COD-PAIS                    PIC X(02).
           03 CD-COD-POSTAL                  PIC X(10).
           03 CD-REGIAO                      PIC X(30).
           03 CD-ID-FISCAL-EXT               PIC X(20).

       01  CUSTOMER-DET-TRAILER REDEFINES CUSTOMER-DET-REC.
           COPY TRLCTL.
           MOVE CD-CIDADE                     TO CM-CIDADE
           MOVE CD-CEP                        TO CM-CEP
           MOVE CD-DOC                        TO CM-DOCUMENTO
           MOVE CD-COD-PAIS                   TO CM-COD-PAIS
           MOVE CD-COD-POSTAL                 TO CM-COD-POSTAL
           MOVE CD-REGIAO                     TO CM-REGIAO
           MOVE CD-ID-FISCAL-EXT              TO CM-ID-FISCAL-EXT
           IF CD-ID-FISCAL-EXT NOT = SPACES
               SET CM-DOC-EXTERIOR            TO TRUE
           ELSE
               SET CM-DOC-NACIONAL            TO TRUE
           END-IF
           SET CM-ATIVO                       TO TRUE
           MOVE ZEROS                         TO CM-CLIENTE-SUCESSOR

