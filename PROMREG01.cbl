      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  Every promise registered is also logged on PROMHIST
      *             with the collector who took it, for the collector
      *             performance report.
      * 03/09/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      RECORD KEY IS PM-CHAVE
                                      FILE STATUS IS WS-PROM-STATUS.

           SELECT OPTIONAL PROMESSA-HIST
                                      ASSIGN TO "PROMHIST"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMESSA-IN.
       FD  PROMESSA-FILE.
           COPY PROMFILE.

       FD  PROMESSA-HIST.
           COPY PROMHIST.

       WORKING-STORAGE SECTION.
       77 WS-PROM-STATUS                     PIC X(02) VALUE '00'.

           03 WS-CANCELADAS                  PIC 9(07) VALUE ZEROS.
           03 WS-RECUSADAS                   PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-TRANSACAO
               UNTIL FIM-DE-ARQUIVO

           OPEN INPUT PROMESSA-IN
           OPEN I-O   PROMESSA-FILE
           OPEN EXTEND PROMESSA-HIST

           PERFORM P110-LER-PROXIMA
           .
           MOVE PN-VALOR         TO PM-VALOR
           MOVE PN-DATA-PROMESSA TO PM-DATA-PROMESSA
           MOVE PN-COLETOR       TO PM-COLETOR
           MOVE WS-DTP-DATA-ATUAL TO PM-DATA-REGISTRO
           SET PM-VIGENTE        TO TRUE

           WRITE PROMESSA-REC
               INVALID KEY
                           ADD 1 TO WS-RECUSADAS
                       NOT INVALID KEY
                           ADD 1 TO WS-INCLUIDAS
                           PERFORM P400-REGISTRAR-HISTORICO
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-INCLUIDAS
                   PERFORM P400-REGISTRAR-HISTORICO
           END-WRITE
           .

      * A promessa tomada entra no historico de promessas com o
      * coletor que a tomou.
       P400-REGISTRAR-HISTORICO.

           MOVE PM-NUM-CLIENTE   TO PR-NUM-CLIENTE
           MOVE PM-NUM-FATURA    TO PR-NUM-FATURA
           SET PR-REGISTRADA     TO TRUE
           MOVE PM-DATA-REGISTRO TO PR-DATA-EVENTO
           MOVE PM-COLETOR       TO PR-COLETOR
           MOVE PM-VALOR         TO PR-VALOR
           MOVE PM-DATA-PROMESSA TO PR-DATA-PROMESSA

           WRITE PROMESSA-HIST-REC
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE PROMESSA-IN
           CLOSE PROMESSA-FILE
           CLOSE PROMESSA-HIST

           DISPLAY 'PROMREG01 - TRANSACOES LIDAS.: ' WS-LIDAS
           DISPLAY 'PROMREG01 - PROMESSAS INCLUIDAS: ' WS-INCLUIDAS
