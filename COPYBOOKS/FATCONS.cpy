      ******************************************************************
      * Copybook: FATCONS
      * Purpose:  Consolidated-billing option per customer, kept by
      *           the commercial area like CREDLIM. A customer marked
      *           here has every ordinary billing line of the month
      *           parked on the FATACUM accumulation by FATURA01
      *           instead of issued, and CONSFAT01 turns them into a
      *           single invoice at the cycle close -- one boleto, one
      *           NFS-e and one bank fee instead of one per line. A
      *           month whose total stays under CF-VALOR-MINIMO rolls
      *           forward to the next cycle. CF-PRAZO-DIAS, when
      *           filled, is the payment term of the consolidated
      *           invoice. Indexed, keyed by CF-NUM-CLIENTE.
      * Tectonics: COPY FATCONS.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  FATURA-CONS-REC.
           03 CF-NUM-CLIENTE                 PIC 9(06).
           03 CF-CONSOLIDA                   PIC X(01).
              88 CF-CONSOLIDADO                  VALUE 'S'.
           03 CF-VALOR-MINIMO                PIC 9(07)V99.
           03 CF-PRAZO-DIAS                  PIC 9(03).
