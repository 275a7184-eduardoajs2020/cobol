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
           03 WS-LIDAS                       PIC 9(07) VALUE ZEROS.
           03 WS-MARCADOS                    PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           OPEN INPUT  RETURNED-MAIL
           OPEN I-O    CONTATO-PREF
           OPEN EXTEND ADDRESS-REVIEW
                   MOVE 'S' TO CP-ACEITA-MALA
                   MOVE 'S' TO CP-ACEITA-EMAIL
                   MOVE 'S' TO CP-ACEITA-TELEFONE
                   MOVE WS-DTP-DATA-ATUAL
                     TO CP-DATA-EFETIVA
               NOT INVALID KEY
                   MOVE 'S' TO WS-PREF-EXISTE
           MOVE SPACES          TO ADDRESS-REVIEW-REC
           MOVE RT-NUM-CLIENTE  TO AR-NUM-CLIENTE
           MOVE WS-MOTIVO-ATUAL TO AR-MOTIVO
           MOVE WS-DTP-DATA-ATUAL TO AR-DATA
           WRITE ADDRESS-REVIEW-REC

           PERFORM P110-LER-DEVOLUCAO
