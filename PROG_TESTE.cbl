      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next
      *             morning works on the right business day.
      * 09/08/2026  Replaced the hardcoded 12/03/2021 literal with a
      *             real run-date stamp pulled from ACCEPT FROM DATE,
      *             formatted into DD/MM/YYYY and validated through

       COPY DTVPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM
           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-SISTEMA

           MOVE WS-SIS-DIA    TO WS-DATA(01:02)
           MOVE "/"           TO WS-DATA(03:01)
