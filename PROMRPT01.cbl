      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  Each outcome is logged once on PROMHIST: a kept
      *             promise when it is retired, a broken one the first
      *             day it is found (marked on PM-SITUACAO so the daily
      *             report does not log it again). A promise kept after
      *             it broke is retired without counting as kept.
      * 03/09/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      RECORD KEY IS PS-CHAVE
                                      FILE STATUS IS WS-PAGTOS-STATUS.

           SELECT OPTIONAL PROMESSA-HIST
                                      ASSIGN TO "PROMHIST"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROMESSA-RPT       ASSIGN TO "PROMRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       FD  PAGAMENTO-STATUS.
           COPY PAGTOSTS.

       FD  PROMESSA-HIST.
           COPY PROMHIST.

       FD  PROMESSA-RPT.
       01  PROMESSA-RPT-REC                   PIC X(132).

           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-COLETOR                    PIC X(08).

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-PROMESSA
               UNTIL FIM-DE-ARQUIVO

           OPEN I-O    PROMESSA-FILE
           OPEN INPUT  PAGAMENTO-STATUS
           OPEN EXTEND PROMESSA-HIST
           OPEN OUTPUT PROMESSA-RPT

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           PERFORM P450-IMPRIMIR-CABECALHO

      * P200-PROCESSA-PROMESSA
      * Fatura quitada retira a promessa como cumprida; promessa com
      * data passada e fatura em aberto e quebrada e sai no
      * relatorio; o resto segue vigente. Cada desfecho vai uma vez
      * para o PROMHIST: a quebra no primeiro dia em que e vista
      * (marcada em PM-SITUACAO), o cumprimento na retirada -- uma
      * promessa ja quebrada que a fatura quita depois sai do
      * arquivo sem contar como cumprida.
      ******************************************************************
       P200-PROCESSA-PROMESSA.

           EVALUATE TRUE
               WHEN FATURA-QUITADA
                   ADD 1 TO WS-CUMPRIDAS
                   IF NOT PM-QUEBRADA
                       SET PR-CUMPRIDA TO TRUE
                       PERFORM P500-REGISTRAR-HISTORICO
                   END-IF
                   DELETE PROMESSA-FILE
                       INVALID KEY
                           DISPLAY 'PROMRPT01 - FALHA AO RETIRAR '
               WHEN PM-DATA-PROMESSA < WS-DATA-HOJE-INT
                   ADD 1 TO WS-QUEBRADAS
                   PERFORM P400-IMPRIMIR-QUEBRADA
                   IF NOT PM-QUEBRADA
                       SET PR-QUEBRADA TO TRUE
                       PERFORM P500-REGISTRAR-HISTORICO
                       SET PM-QUEBRADA TO TRUE
                       REWRITE PROMESSA-REC
                           INVALID KEY
                               DISPLAY 'PROMRPT01 - FALHA AO MARCAR '
                                       'PROMESSA: ' PM-CHAVE
                       END-REWRITE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-VIGENTES
           END-EVALUATE
           WRITE PROMESSA-RPT-REC
           .

       P500-REGISTRAR-HISTORICO.

           MOVE PM-NUM-CLIENTE    TO PR-NUM-CLIENTE
           MOVE PM-NUM-FATURA     TO PR-NUM-FATURA
           MOVE WS-DATA-HOJE-INT  TO PR-DATA-EVENTO
           MOVE PM-COLETOR        TO PR-COLETOR
           MOVE PM-VALOR          TO PR-VALOR
           MOVE PM-DATA-PROMESSA  TO PR-DATA-PROMESSA

           WRITE PROMESSA-HIST-REC
           .

       P450-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA

           CLOSE PROMESSA-FILE
           CLOSE PAGAMENTO-STATUS
           CLOSE PROMESSA-HIST
           CLOSE PROMESSA-RPT

           DISPLAY 'PROMRPT01 - PROMESSAS LIDAS..: ' WS-LIDAS
