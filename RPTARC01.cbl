      * Purpose: RPTARC01 - report repository capture: after the
      *          nightly chain, each print file people cite in
      *          meetings (AGERPT, CUSTRPT, RECONRPT, MORNRPT,
      *          STMTRPT, CAIXRPT) is copied into a dated repository
      *          member named report.generation, and the RPTINDEX index
      *          gains a line with report name, run date, CTRLFILE
      *          generation, line and page counts and the member
      *          name. "The aging report from the 14th" stops meaning
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  CAIXRPT (the daily cash receipts report, CAIXRPT01)
      *             added to the reports captured each run.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 03/09/2026  First cut. Pages are counted by the RPTFMT01
      *             header signature (PAGINA: in column 91), which
      *             every report in the shop prints.

      * Os relatorios capturados por execucao; acrescentar um novo e
      * acrescentar uma entrada aqui.
       77 WS-TOT-RELATORIOS     PIC 9(02) VALUE 6.
       77 WS-IDX-REL            PIC 9(02) VALUE ZEROS.
       01 WS-TAB-RELATORIOS.
           03 FILLER            PIC X(08) VALUE 'AGERPT'.
           03 FILLER            PIC X(08) VALUE 'RECONRPT'.
           03 FILLER            PIC X(08) VALUE 'MORNRPT'.
           03 FILLER            PIC X(08) VALUE 'STMTRPT'.
           03 FILLER            PIC X(08) VALUE 'CAIXRPT'.
       01 FILLER REDEFINES WS-TAB-RELATORIOS.
           03 WS-RELATORIO      PIC X(08) OCCURS 6 TIMES.

       01 WS-SWITCHES.
           03 WS-EOF            PIC X(01) VALUE 'N'.
           03 WS-CAPTURADOS     PIC 9(02) VALUE ZEROS.
           03 WS-AUSENTES       PIC 9(02) VALUE ZEROS.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P0GL-LER-GERACAO-LOG
           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           OPEN EXTEND REPORT-INDEX

