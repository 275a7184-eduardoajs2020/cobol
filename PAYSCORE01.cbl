      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 03/09/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
              05 WS-CLI-PIOR-ATRASO         PIC S9(05).
              05 WS-CLI-QTD                 PIC 9(05).

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETROS
           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-TRANSICAO
           OPEN INPUT  FATURA-MASTER
           OPEN OUTPUT PAYMENT-SCORE

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE-INT)

