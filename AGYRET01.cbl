      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The generated PAGTOIN transaction carries the
      *             collection channel (PI-CANAL 'AG') for the daily
      *             cash receipts report.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 03/09/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 PI-ACAO                         PIC X(01).
           03 PI-VALOR-PAGO                   PIC 9(07)V99.
           03 PI-DATA-PAGTO                   PIC X(10).
           03 PI-CANAL                        PIC X(02).
           03 PI-BANCO                        PIC 9(03).

       01  PAGAMENTO-IN-HEADER.
           COPY HDRCTL.
           03 WS-COBRADOS                    PIC 9(07) VALUE ZEROS.
           03 WS-INCOBRAVEIS                 PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-RETORNO
               UNTIL FIM-DE-ARQUIVO

           MOVE SPACES                      TO PAGAMENTO-IN-HEADER
           MOVE 'HEADER'                    TO HDR-INDICADOR
           MOVE WS-DTP-DATA-ATUAL TO HDR-DATA-ARQUIVO
           MOVE 'AGENCIA'                   TO HDR-SISTEMA-ORIGEM
           MOVE WS-PROXIMA-GERACAO          TO HDR-GERACAO

                   MOVE 'C'            TO PI-ACAO
                   MOVE AR-VALOR       TO PI-VALOR-PAGO
                   MOVE AR-DATA        TO PI-DATA-PAGTO
                   MOVE 'AG'           TO PI-CANAL
                   MOVE ZEROS          TO PI-BANCO
                   WRITE PAGAMENTO-IN-REC
                   ADD 1 TO WS-COBRADOS
               WHEN AR-INCOBRAVEL
