      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The header date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a report
      *             produced past midnight or on a rerun carries the
      *             business day it covers.
      * 09/08/2026  First cut, shared by MAT_ALTER_01's new CALCRPT
      *             control-total report.
      ******************************************************************
       WORKING-STORAGE SECTION.
       77 WS-DATA-ATUAL                  PIC 9(08).

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       LINKAGE SECTION.
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA         PIC X(12).

       P000-MONTAR-CABECALHO.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           MOVE SPACES TO WS-RPTFMT-LINHA-CAB1
                          WS-RPTFMT-LINHA-CAB2

           MOVE WS-RPTFMT-PAGINA TO WS-RPTFMT-LINHA-CAB1 (100:4)
           MOVE 'PAGINA:' TO WS-RPTFMT-LINHA-CAB1 (91:7)

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-ATUAL

           STRING 'DATA DE EXECUCAO: '    DELIMITED BY SIZE
                  WS-DATA-ATUAL (5:2)     DELIMITED BY SIZE
