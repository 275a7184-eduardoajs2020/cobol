      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Field list raised to 20 entries; callers built for
      *             10 still pass their own shorter table.
      * 09/08/2026  First cut. Replaces a whole new hardcoded FORMA
      *             block in STRING_01 whenever a source system shows
      *             up with a different field separator: the
           03 WS-STRCAT-SAIDA                PIC X(200).
           03 WS-STRCAT-TRUNCOU              PIC X(01).
              88 STRCAT-TRUNCADO                 VALUE 'S' FALSE 'N'.
           03 WS-STRCAT-CAMPOS OCCURS 1 TO 20 TIMES
                                DEPENDING ON WS-STRCAT-QTD-CAMPOS
                                INDEXED BY WS-STRCAT-IDX
                                           PIC X(40).
