      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: FEEDRPT01 - monthly feed-arrival report: for the
      *          FRPARM month (aaaamm, default the current one) reads
      *          the FEEDLOG records DRIVER_01 writes in its pre-flight
      *          check and prints, per source and input file, the
      *          nights the file was on time, late or missing, with
      *          the on-time percentage, subtotals per source and the
      *          grand total -- the numbers to hold the bank and the
      *          vendors to their delivery SLAs. When a night was run
      *          more than once (a rerun after a failure), the last
      *          check of the night is the one that counts. Page
      *          header through RPTFMT01.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDRPT-PARM       ASSIGN TO "FRPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL FEED-LOG  ASSIGN TO "FEEDLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEED-RPT           ASSIGN TO "FEEDRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEED-SORT          ASSIGN TO "SRTWORKL".

       DATA DIVISION.
       FILE SECTION.
       FD  FEEDRPT-PARM.
       01  FEEDRPT-PARM-REC.
           03 FP-ANO-MES                      PIC 9(06).

       FD  FEED-LOG.
           COPY FEEDLOG.

       FD  FEED-RPT.
       01  FEED-RPT-REC                       PIC X(132).

      * Conferencias do mes por origem, arquivo e noite, na ordem das
      * execucoes da noite.
       SD  FEED-SORT.
       01  FEED-SORT-REC.
           03 SR-ORIGEM                       PIC X(08).
           03 SR-ARQUIVO                      PIC X(08).
           03 SR-DATA                         PIC 9(08).
           03 SR-GERACAO                      PIC 9(06).
           03 SR-RESULTADO                    PIC X(01).
              88 SR-NO-PRAZO                      VALUE 'N'.
              88 SR-ATRASADO                      VALUE 'A'.
              88 SR-FALTANTE                      VALUE 'F'.

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-ANO-MES-PEDIDO                  PIC 9(06) VALUE ZEROS.
       77 WS-ANO-MES-LOG                     PIC 9(06) VALUE ZEROS.
       77 WS-ORIGEM-ATUAL                    PIC X(08) VALUE SPACES.
       77 WS-ARQUIVO-ATUAL                   PIC X(08) VALUE SPACES.
       77 WS-DATA-ATUAL                      PIC 9(08) VALUE ZEROS.
       77 WS-RESULTADO-NOITE                 PIC X(01) VALUE SPACE.
       77 WS-PERCENTUAL                      PIC 9(03)V99 VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-LOG-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-FEEDLOG                      VALUE 'S' FALSE 'N'.
           03 WS-SORT-EOF                    PIC X(01) VALUE 'N'.
              88 FIM-SORT                         VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LOG-LIDOS                   PIC 9(07) VALUE ZEROS.
           03 WS-LOG-DO-MES                  PIC 9(07) VALUE ZEROS.

      * Acumuladores das noites: do arquivo, da origem e geral.
       01 WS-TOTAIS-ARQUIVO.
           03 WS-ARQ-NO-PRAZO                PIC 9(05) VALUE ZEROS.
           03 WS-ARQ-ATRASADO                PIC 9(05) VALUE ZEROS.
           03 WS-ARQ-FALTANTE                PIC 9(05) VALUE ZEROS.
       01 WS-TOTAIS-ORIGEM.
           03 WS-ORI-NO-PRAZO                PIC 9(05) VALUE ZEROS.
           03 WS-ORI-ATRASADO                PIC 9(05) VALUE ZEROS.
           03 WS-ORI-FALTANTE                PIC 9(05) VALUE ZEROS.
       01 WS-TOTAIS-GERAL.
           03 WS-GER-NO-PRAZO                PIC 9(05) VALUE ZEROS.
           03 WS-GER-ATRASADO                PIC 9(05) VALUE ZEROS.
           03 WS-GER-FALTANTE                PIC 9(05) VALUE ZEROS.

      * Linha a imprimir: os contadores da vez, copiados do nivel
      * (arquivo, origem ou geral) que esta sendo impresso.
       01 WS-TOTAIS-LINHA.
           03 WS-LIN-NO-PRAZO                PIC 9(05) VALUE ZEROS.
           03 WS-LIN-ATRASADO                PIC 9(05) VALUE ZEROS.
           03 WS-LIN-FALTANTE                PIC 9(05) VALUE ZEROS.
       77 WS-LIN-NOITES                      PIC 9(05) VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'FEEDRPT01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'CHEGADA DOS FEEDS NO MES'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.
       77 WS-LINHAS-PAGINA                   PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS                      PIC 9(02) VALUE 50.

       01 WS-LINHA-MES.
           03 FILLER                         PIC X(18)
                                       VALUE 'MES DE REFERENCIA:'.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 LM-MES                         PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 LM-ANO                         PIC 9(04).

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(10)
                                       VALUE 'ORIGEM'.
           03 FILLER                         PIC X(20)
                                       VALUE 'ARQUIVO'.
           03 FILLER                         PIC X(08)
                                       VALUE '  NOITES'.
           03 FILLER                         PIC X(10)
                                       VALUE '  NO PRAZO'.
           03 FILLER                         PIC X(10)
                                       VALUE ' ATRASADOS'.
           03 FILLER                         PIC X(10)
                                       VALUE ' FALTANTES'.
           03 FILLER                         PIC X(10)
                                       VALUE '  % PRAZO'.

       01 WS-LINHA-DETALHE.
           03 DET-ORIGEM                     PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-ARQUIVO                    PIC X(18).
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-NOITES                     PIC ZZ,ZZ9.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-NO-PRAZO                   PIC ZZ,ZZ9.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-ATRASADO                   PIC ZZ,ZZ9.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-FALTANTE                   PIC ZZ,ZZ9.
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-PERCENTUAL                 PIC ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETRO

           SORT FEED-SORT
               ON ASCENDING KEY SR-ORIGEM SR-ARQUIVO
                                SR-DATA SR-GERACAO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS P100-LIBERAR-CONFERENCIAS
               OUTPUT PROCEDURE IS P300-IMPRIMIR-RELATORIO

           DISPLAY 'FEEDRPT01 - CONFERENCIAS LIDAS: ' WS-LOG-LIDOS
           DISPLAY 'FEEDRPT01 - DO MES............: ' WS-LOG-DO-MES

           GOBACK.

       P050-LER-PARAMETRO.

           OPEN INPUT FEEDRPT-PARM
           IF WS-PARM-STATUS = '00'
               READ FEEDRPT-PARM
                   NOT AT END
                       MOVE FP-ANO-MES TO WS-ANO-MES-PEDIDO
               END-READ
               CLOSE FEEDRPT-PARM
           END-IF

           IF WS-ANO-MES-PEDIDO = ZEROS
               MOVE WS-DTP-DATA-ATUAL (1:6)
                 TO WS-ANO-MES-PEDIDO
           END-IF
           .

       P100-LIBERAR-CONFERENCIAS.

           OPEN INPUT FEED-LOG

           PERFORM P110-LER-CONFERENCIA
               UNTIL FIM-FEEDLOG

           CLOSE FEED-LOG
           .

       P110-LER-CONFERENCIA.

           READ FEED-LOG
               AT END
                   SET FIM-FEEDLOG TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOG-LIDOS
                   COMPUTE WS-ANO-MES-LOG = FL-DATA / 100
                   IF WS-ANO-MES-LOG = WS-ANO-MES-PEDIDO
                       MOVE FL-ORIGEM    TO SR-ORIGEM
                       MOVE FL-ARQUIVO   TO SR-ARQUIVO
                       MOVE FL-DATA      TO SR-DATA
                       MOVE FL-GERACAO   TO SR-GERACAO
                       MOVE FL-RESULTADO TO SR-RESULTADO
                       RELEASE FEED-SORT-REC
                       ADD 1 TO WS-LOG-DO-MES
                   END-IF
           END-READ
           .

      ******************************************************************
      * P300-IMPRIMIR-RELATORIO
      * Tres niveis de quebra: a noite (fica o resultado da ultima
      * conferencia), o arquivo (uma linha) e a origem (subtotal).
      ******************************************************************
       P300-IMPRIMIR-RELATORIO.

           OPEN OUTPUT FEED-RPT

           PERFORM P550-IMPRIMIR-CABECALHO

           PERFORM P310-RETORNAR-CONFERENCIA
           IF NOT FIM-SORT
               MOVE SR-ORIGEM  TO WS-ORIGEM-ATUAL
               MOVE SR-ARQUIVO TO WS-ARQUIVO-ATUAL
               MOVE SR-DATA    TO WS-DATA-ATUAL
           END-IF

           PERFORM P400-PROCESSAR-CONFERENCIA
               UNTIL FIM-SORT

           IF WS-LOG-DO-MES > 0
               PERFORM P410-FECHAR-NOITE
               PERFORM P600-TOTAL-ARQUIVO
               PERFORM P650-TOTAL-ORIGEM
           END-IF

           PERFORM P700-TOTAL-GERAL

           CLOSE FEED-RPT
           .

       P310-RETORNAR-CONFERENCIA.

           RETURN FEED-SORT
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN
           .

       P400-PROCESSAR-CONFERENCIA.

           EVALUATE TRUE
               WHEN SR-ORIGEM NOT = WS-ORIGEM-ATUAL
                   PERFORM P410-FECHAR-NOITE
                   PERFORM P600-TOTAL-ARQUIVO
                   PERFORM P650-TOTAL-ORIGEM
               WHEN SR-ARQUIVO NOT = WS-ARQUIVO-ATUAL
                   PERFORM P410-FECHAR-NOITE
                   PERFORM P600-TOTAL-ARQUIVO
               WHEN SR-DATA NOT = WS-DATA-ATUAL
                   PERFORM P410-FECHAR-NOITE
           END-EVALUATE

           MOVE SR-ORIGEM    TO WS-ORIGEM-ATUAL
           MOVE SR-ARQUIVO   TO WS-ARQUIVO-ATUAL
           MOVE SR-DATA      TO WS-DATA-ATUAL
           MOVE SR-RESULTADO TO WS-RESULTADO-NOITE

           PERFORM P310-RETORNAR-CONFERENCIA
           .

       P410-FECHAR-NOITE.

           EVALUATE WS-RESULTADO-NOITE
               WHEN 'N'
                   ADD 1 TO WS-ARQ-NO-PRAZO
               WHEN 'A'
                   ADD 1 TO WS-ARQ-ATRASADO
               WHEN OTHER
                   ADD 1 TO WS-ARQ-FALTANTE
           END-EVALUATE
           .

       P600-TOTAL-ARQUIVO.

           MOVE WS-TOTAIS-ARQUIVO TO WS-TOTAIS-LINHA
           MOVE WS-ORIGEM-ATUAL   TO DET-ORIGEM
           MOVE WS-ARQUIVO-ATUAL  TO DET-ARQUIVO
           PERFORM P500-IMPRIMIR-LINHA

           ADD WS-ARQ-NO-PRAZO TO WS-ORI-NO-PRAZO
           ADD WS-ARQ-ATRASADO TO WS-ORI-ATRASADO
           ADD WS-ARQ-FALTANTE TO WS-ORI-FALTANTE
           MOVE ZEROS TO WS-ARQ-NO-PRAZO
                         WS-ARQ-ATRASADO
                         WS-ARQ-FALTANTE
           .

       P650-TOTAL-ORIGEM.

           MOVE WS-TOTAIS-ORIGEM   TO WS-TOTAIS-LINHA
           MOVE SPACES             TO DET-ORIGEM
           MOVE 'TOTAL DA ORIGEM'  TO DET-ARQUIVO
           PERFORM P500-IMPRIMIR-LINHA

           MOVE SPACES TO FEED-RPT-REC
           WRITE FEED-RPT-REC
           ADD 1 TO WS-LINHAS-PAGINA

           ADD WS-ORI-NO-PRAZO TO WS-GER-NO-PRAZO
           ADD WS-ORI-ATRASADO TO WS-GER-ATRASADO
           ADD WS-ORI-FALTANTE TO WS-GER-FALTANTE
           MOVE ZEROS TO WS-ORI-NO-PRAZO
                         WS-ORI-ATRASADO
                         WS-ORI-FALTANTE
           .

       P700-TOTAL-GERAL.

           MOVE WS-TOTAIS-GERAL    TO WS-TOTAIS-LINHA
           MOVE SPACES             TO DET-ORIGEM
           MOVE 'TOTAL GERAL'      TO DET-ARQUIVO
           PERFORM P500-IMPRIMIR-LINHA
           .

       P500-IMPRIMIR-LINHA.

           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM P550-IMPRIMIR-CABECALHO
           END-IF

           COMPUTE WS-LIN-NOITES =
               WS-LIN-NO-PRAZO + WS-LIN-ATRASADO + WS-LIN-FALTANTE
           IF WS-LIN-NOITES > 0
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-LIN-NO-PRAZO * 100 / WS-LIN-NOITES
           ELSE
               MOVE ZEROS TO WS-PERCENTUAL
           END-IF

           MOVE WS-LIN-NOITES   TO DET-NOITES
           MOVE WS-LIN-NO-PRAZO TO DET-NO-PRAZO
           MOVE WS-LIN-ATRASADO TO DET-ATRASADO
           MOVE WS-LIN-FALTANTE TO DET-FALTANTE
           MOVE WS-PERCENTUAL   TO DET-PERCENTUAL

           MOVE WS-LINHA-DETALHE TO FEED-RPT-REC
           WRITE FEED-RPT-REC
           ADD 1 TO WS-LINHAS-PAGINA
           .

       P550-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA

           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO FEED-RPT-REC
           WRITE FEED-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO FEED-RPT-REC
           WRITE FEED-RPT-REC

           MOVE WS-ANO-MES-PEDIDO (5:2) TO LM-MES
           MOVE WS-ANO-MES-PEDIDO (1:4) TO LM-ANO
           MOVE WS-LINHA-MES TO FEED-RPT-REC
           WRITE FEED-RPT-REC

           MOVE SPACES TO FEED-RPT-REC
           WRITE FEED-RPT-REC
           MOVE WS-LINHA-CAB3 TO FEED-RPT-REC
           WRITE FEED-RPT-REC

           MOVE ZEROS TO WS-LINHAS-PAGINA
           .

       END PROGRAM FEEDRPT01.
