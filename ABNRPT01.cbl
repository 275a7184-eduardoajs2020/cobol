      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: ABNRPT01 - monthly report of the interest and penalty
      *          charges waived: for the ABRPARM month (aaaamm, default
      *          the current one) every waiver on ABONOS applied in
      *          the month -- suppressed by JURFAT01 before billing or
      *          credited by ABONO01 against the interest invoice --
      *          listed by requesting collector and reason code, with
      *          subtotals per reason and per collector, the grand
      *          total and a closing summary by reason across all
      *          collectors. Shows who is giving away the interest
      *          revenue, and why. Page header through RPTFMT01.
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
       PROGRAM-ID. ABNRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABNRPT-PARM        ASSIGN TO "ABRPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL ABONO-FILE
                                      ASSIGN TO "ABONOS"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS AB-NUM-FATURA
                                      FILE STATUS IS WS-ABONO-STATUS.

           SELECT ABONO-RPT          ASSIGN TO "ABNRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ABONO-SORT         ASSIGN TO "SRTWORKK".

       DATA DIVISION.
       FILE SECTION.
       FD  ABNRPT-PARM.
       01  ABNRPT-PARM-REC.
           03 AP-ANO-MES                      PIC 9(06).

       FD  ABONO-FILE.
           COPY ABONO.

       FD  ABONO-RPT.
       01  ABONO-RPT-REC                      PIC X(132).

      * Abonos aplicados no mes, por coletor, motivo e fatura.
       SD  ABONO-SORT.
       01  ABONO-SORT-REC.
           03 SR-COLETOR                      PIC X(08).
           03 SR-MOTIVO                       PIC X(02).
           03 SR-NUM-FATURA                   PIC 9(06).
           03 SR-NUM-CLIENTE                  PIC 9(06).
           03 SR-TIPO                         PIC X(01).
           03 SR-SITUACAO                     PIC X(01).
              88 SR-SUPRIMIDO                     VALUE 'S'.
           03 SR-APROVADOR                    PIC X(08).
           03 SR-DATA-APLICACAO               PIC 9(08).
           03 SR-FATURA-JUROS                 PIC 9(06).
           03 SR-VALOR-ABONADO                PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-ABONO-STATUS                    PIC X(02) VALUE '00'.
       77 WS-ANO-MES-PEDIDO                  PIC 9(06) VALUE ZEROS.
       77 WS-ANO-MES-APLICACAO               PIC 9(06) VALUE ZEROS.
       77 WS-COLETOR-ATUAL                   PIC X(08) VALUE SPACES.
       77 WS-MOTIVO-ATUAL                    PIC X(02) VALUE SPACES.

       01 WS-SWITCHES.
           03 WS-ABN-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-ABONOS                       VALUE 'S' FALSE 'N'.
           03 WS-SORT-EOF                    PIC X(01) VALUE 'N'.
              88 FIM-SORT                         VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-ABONOS-LIDOS                PIC 9(07) VALUE ZEROS.
           03 WS-ABONOS-DO-MES               PIC 9(07) VALUE ZEROS.

       01 WS-TOTAIS.
           03 WS-QTD-MOTIVO                  PIC 9(05) VALUE ZEROS.
           03 WS-VLR-MOTIVO                  PIC 9(09)V99 VALUE ZEROS.
           03 WS-QTD-COLETOR                 PIC 9(05) VALUE ZEROS.
           03 WS-VLR-COLETOR                 PIC 9(09)V99 VALUE ZEROS.
           03 WS-QTD-GERAL                   PIC 9(07) VALUE ZEROS.
           03 WS-VLR-GERAL                   PIC 9(11)V99 VALUE ZEROS.

      * Resumo final por motivo, somando todos os coletores.
       77 WS-TOT-RES                         PIC 9(02) VALUE ZEROS.
       77 WS-POS-RES                         PIC 9(02) VALUE ZEROS.
       77 WS-IDX-RES                         PIC 9(02) VALUE ZEROS.
       01 WS-TAB-RESUMO.
           03 WS-RES-ENTRADA OCCURS 0 TO 20 TIMES
                             DEPENDING ON WS-TOT-RES.
              05 WS-RES-MOTIVO              PIC X(02).
              05 WS-RES-QTDE                PIC 9(05).
              05 WS-RES-VALOR               PIC 9(09)V99.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'ABNRPT01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'ABONOS DE JUROS E MULTA NO MES'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.
       77 WS-LINHAS-PAGINA                   PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS                      PIC 9(02) VALUE 50.

       01 WS-LINHA-MES.
           03 FILLER                         PIC X(16)
                                       VALUE 'MES DE APLICACAO'.
           03 FILLER                         PIC X(02) VALUE ': '.
           03 LM-MES                         PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 LM-ANO                         PIC 9(04).

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(10)
                                       VALUE 'COLETOR'.
           03 FILLER                         PIC X(05)
                                       VALUE 'MOT'.
           03 FILLER                         PIC X(08)
                                       VALUE 'FATURA'.
           03 FILLER                         PIC X(09)
                                       VALUE 'CLIENTE'.
           03 FILLER                         PIC X(09)
                                       VALUE 'TIPO'.
           03 FILLER                         PIC X(12)
                                       VALUE 'APLICACAO'.
           03 FILLER                         PIC X(12)
                                       VALUE 'FAT.JUROS'.
           03 FILLER                         PIC X(10)
                                       VALUE 'APROVADOR'.
           03 FILLER                         PIC X(12)
                                       VALUE 'DATA'.
           03 FILLER                         PIC X(14)
                                       VALUE '       ABONADO'.

       01 WS-LINHA-DETALHE.
           03 DET-COLETOR                    PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-MOTIVO                     PIC X(02).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-NUM-FATURA                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-NUM-CLIENTE                PIC 9(06).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-TIPO                       PIC X(07).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-APLICACAO                  PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-FATURA-JUROS               PIC X(06).
           03 FILLER                         PIC X(06) VALUE SPACES.
           03 DET-APROVADOR                  PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-DATA.
              05 DET-DATA-DD                 PIC 9(02).
              05 FILLER                      PIC X(01) VALUE '/'.
              05 DET-DATA-MM                 PIC 9(02).
              05 FILLER                      PIC X(01) VALUE '/'.
              05 DET-DATA-AA                 PIC 9(04).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-VALOR                      PIC ZZ,ZZZ,ZZ9.99.

       01 WS-LINHA-TOTAL.
           03 FILLER                         PIC X(10) VALUE SPACES.
           03 TOT-TITULO                     PIC X(40).
           03 TOT-QTDE                       PIC ZZZ,ZZ9.
           03 FILLER                         PIC X(08)
                                       VALUE ' ABONOS '.
           03 FILLER                         PIC X(38) VALUE SPACES.
           03 TOT-VALOR                      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETRO

           SORT ABONO-SORT
               ON ASCENDING KEY SR-COLETOR SR-MOTIVO SR-NUM-FATURA
               INPUT PROCEDURE IS P100-LIBERAR-ABONOS
               OUTPUT PROCEDURE IS P300-IMPRIMIR-RELATORIO

           DISPLAY 'ABNRPT01 - ABONOS LIDOS......: ' WS-ABONOS-LIDOS
           DISPLAY 'ABNRPT01 - APLICADOS NO MES..: ' WS-ABONOS-DO-MES
           DISPLAY 'ABNRPT01 - VALOR ABONADO.....: ' WS-VLR-GERAL

           GOBACK.

       P050-LER-PARAMETRO.

           OPEN INPUT ABNRPT-PARM
           IF WS-PARM-STATUS = '00'
               READ ABNRPT-PARM
                   NOT AT END
                       MOVE AP-ANO-MES TO WS-ANO-MES-PEDIDO
               END-READ
               CLOSE ABNRPT-PARM
           END-IF

           IF WS-ANO-MES-PEDIDO = ZEROS
               MOVE WS-DTP-DATA-ATUAL (1:6)
                 TO WS-ANO-MES-PEDIDO
           END-IF
           .

      ******************************************************************
      * P100-LIBERAR-ABONOS
      * Entram no relatorio os abonos suprimidos ou creditados com
      * data de aplicacao no mes pedido; pendentes, recusados e
      * aprovados ainda nao aplicados ficam de fora.
      ******************************************************************
       P100-LIBERAR-ABONOS.

           OPEN INPUT ABONO-FILE

           PERFORM P110-LER-ABONO
           PERFORM P120-LIBERAR-UM-ABONO
               UNTIL FIM-ABONOS

           CLOSE ABONO-FILE
           .

       P110-LER-ABONO.

           READ ABONO-FILE NEXT RECORD
               AT END
                   SET FIM-ABONOS TO TRUE
               NOT AT END
                   ADD 1 TO WS-ABONOS-LIDOS
           END-READ
           .

       P120-LIBERAR-UM-ABONO.

           IF AB-SUPRIMIDO OR AB-CREDITADO
               COMPUTE WS-ANO-MES-APLICACAO = AB-DATA-APLICACAO / 100
               IF WS-ANO-MES-APLICACAO = WS-ANO-MES-PEDIDO
                   MOVE AB-COLETOR          TO SR-COLETOR
                   MOVE AB-MOTIVO           TO SR-MOTIVO
                   MOVE AB-NUM-FATURA       TO SR-NUM-FATURA
                   MOVE AB-NUM-CLIENTE      TO SR-NUM-CLIENTE
                   MOVE AB-TIPO             TO SR-TIPO
                   MOVE AB-SITUACAO         TO SR-SITUACAO
                   MOVE AB-APROVADOR        TO SR-APROVADOR
                   MOVE AB-DATA-APLICACAO   TO SR-DATA-APLICACAO
                   MOVE AB-FATURA-JUROS     TO SR-FATURA-JUROS
                   MOVE AB-VALOR-ABONADO    TO SR-VALOR-ABONADO
                   RELEASE ABONO-SORT-REC
                   ADD 1 TO WS-ABONOS-DO-MES
               END-IF
           END-IF

           PERFORM P110-LER-ABONO
           .

      ******************************************************************
      * P300-IMPRIMIR-RELATORIO
      * Quebra por motivo dentro do coletor e por coletor; no fim o
      * total geral e o resumo por motivo.
      ******************************************************************
       P300-IMPRIMIR-RELATORIO.

           OPEN OUTPUT ABONO-RPT

           PERFORM P550-IMPRIMIR-CABECALHO

           PERFORM P310-RETORNAR-ABONO
           IF NOT FIM-SORT
               MOVE SR-COLETOR TO WS-COLETOR-ATUAL
               MOVE SR-MOTIVO  TO WS-MOTIVO-ATUAL
           END-IF

           PERFORM P400-PROCESSAR-ABONO
               UNTIL FIM-SORT

           IF WS-QTD-GERAL > 0
               PERFORM P600-TOTAL-MOTIVO
               PERFORM P650-TOTAL-COLETOR
           END-IF

           PERFORM P700-TOTAL-GERAL
           PERFORM P750-RESUMO-MOTIVOS

           CLOSE ABONO-RPT
           .

       P310-RETORNAR-ABONO.

           RETURN ABONO-SORT
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN
           .

       P400-PROCESSAR-ABONO.

           IF SR-COLETOR NOT = WS-COLETOR-ATUAL
               PERFORM P600-TOTAL-MOTIVO
               PERFORM P650-TOTAL-COLETOR
               MOVE SR-COLETOR TO WS-COLETOR-ATUAL
               MOVE SR-MOTIVO  TO WS-MOTIVO-ATUAL
           ELSE
               IF SR-MOTIVO NOT = WS-MOTIVO-ATUAL
                   PERFORM P600-TOTAL-MOTIVO
                   MOVE SR-MOTIVO TO WS-MOTIVO-ATUAL
               END-IF
           END-IF

           PERFORM P500-IMPRIMIR-DETALHE

           ADD 1                TO WS-QTD-MOTIVO
                                   WS-QTD-COLETOR
                                   WS-QTD-GERAL
           ADD SR-VALOR-ABONADO TO WS-VLR-MOTIVO
                                   WS-VLR-COLETOR
                                   WS-VLR-GERAL
           PERFORM P450-ACUMULAR-RESUMO

           PERFORM P310-RETORNAR-ABONO
           .

       P450-ACUMULAR-RESUMO.

           MOVE ZEROS TO WS-POS-RES
           PERFORM P455-COMPARAR-MOTIVO
               VARYING WS-IDX-RES FROM 1 BY 1
                 UNTIL WS-IDX-RES > WS-TOT-RES
                    OR WS-POS-RES NOT = ZEROS

           IF WS-POS-RES = ZEROS AND WS-TOT-RES < 20
               ADD 1 TO WS-TOT-RES
               MOVE WS-TOT-RES TO WS-POS-RES
               MOVE SR-MOTIVO  TO WS-RES-MOTIVO (WS-POS-RES)
               MOVE ZEROS      TO WS-RES-QTDE (WS-POS-RES)
                                  WS-RES-VALOR (WS-POS-RES)
           END-IF

           IF WS-POS-RES NOT = ZEROS
               ADD 1                TO WS-RES-QTDE (WS-POS-RES)
               ADD SR-VALOR-ABONADO TO WS-RES-VALOR (WS-POS-RES)
           END-IF
           .

       P455-COMPARAR-MOTIVO.

           IF WS-RES-MOTIVO (WS-IDX-RES) = SR-MOTIVO
               MOVE WS-IDX-RES TO WS-POS-RES
           END-IF
           .

       P500-IMPRIMIR-DETALHE.

           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM P550-IMPRIMIR-CABECALHO
           END-IF

           MOVE SR-COLETOR           TO DET-COLETOR
           MOVE SR-MOTIVO            TO DET-MOTIVO
           MOVE SR-NUM-FATURA        TO DET-NUM-FATURA
           MOVE SR-NUM-CLIENTE       TO DET-NUM-CLIENTE
           IF SR-TIPO = 'T'
               MOVE 'TOTAL'          TO DET-TIPO
           ELSE
               MOVE 'PARCIAL'        TO DET-TIPO
           END-IF
           IF SR-SUPRIMIDO
               MOVE 'SUPRIMIDO'      TO DET-APLICACAO
               MOVE SPACES           TO DET-FATURA-JUROS
           ELSE
               MOVE 'NOTA CRED.'     TO DET-APLICACAO
               MOVE SR-FATURA-JUROS  TO DET-FATURA-JUROS
           END-IF
           MOVE SR-APROVADOR         TO DET-APROVADOR
           MOVE SR-DATA-APLICACAO (7:2) TO DET-DATA-DD
           MOVE SR-DATA-APLICACAO (5:2) TO DET-DATA-MM
           MOVE SR-DATA-APLICACAO (1:4) TO DET-DATA-AA
           MOVE SR-VALOR-ABONADO     TO DET-VALOR

           MOVE WS-LINHA-DETALHE TO ABONO-RPT-REC
           PERFORM P590-GRAVAR-LINHA
           .

       P550-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA

           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO ABONO-RPT-REC
           WRITE ABONO-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO ABONO-RPT-REC
           WRITE ABONO-RPT-REC

           MOVE WS-ANO-MES-PEDIDO (5:2) TO LM-MES
           MOVE WS-ANO-MES-PEDIDO (1:4) TO LM-ANO
           MOVE WS-LINHA-MES TO ABONO-RPT-REC
           WRITE ABONO-RPT-REC

           MOVE SPACES TO ABONO-RPT-REC
           WRITE ABONO-RPT-REC
           MOVE WS-LINHA-CAB3 TO ABONO-RPT-REC
           WRITE ABONO-RPT-REC

           MOVE ZEROS TO WS-LINHAS-PAGINA
           .

       P590-GRAVAR-LINHA.

           WRITE ABONO-RPT-REC
           ADD 1 TO WS-LINHAS-PAGINA
           .

       P600-TOTAL-MOTIVO.

           MOVE SPACES TO TOT-TITULO
           STRING 'TOTAL DO MOTIVO ' WS-MOTIVO-ATUAL
                  DELIMITED BY SIZE INTO TOT-TITULO
           MOVE WS-QTD-MOTIVO TO TOT-QTDE
           MOVE WS-VLR-MOTIVO TO TOT-VALOR
           MOVE WS-LINHA-TOTAL TO ABONO-RPT-REC
           PERFORM P590-GRAVAR-LINHA

           MOVE ZEROS TO WS-QTD-MOTIVO
                         WS-VLR-MOTIVO
           .

       P650-TOTAL-COLETOR.

           MOVE SPACES TO TOT-TITULO
           STRING 'TOTAL DO COLETOR ' WS-COLETOR-ATUAL
                  DELIMITED BY SIZE INTO TOT-TITULO
           MOVE WS-QTD-COLETOR TO TOT-QTDE
           MOVE WS-VLR-COLETOR TO TOT-VALOR
           MOVE WS-LINHA-TOTAL TO ABONO-RPT-REC
           PERFORM P590-GRAVAR-LINHA

           MOVE SPACES TO ABONO-RPT-REC
           PERFORM P590-GRAVAR-LINHA

           MOVE ZEROS TO WS-QTD-COLETOR
                         WS-VLR-COLETOR
           .

       P700-TOTAL-GERAL.

           MOVE SPACES TO ABONO-RPT-REC
           PERFORM P590-GRAVAR-LINHA

           MOVE 'TOTAL GERAL DO MES' TO TOT-TITULO
           MOVE WS-QTD-GERAL TO TOT-QTDE
           MOVE WS-VLR-GERAL TO TOT-VALOR
           MOVE WS-LINHA-TOTAL TO ABONO-RPT-REC
           PERFORM P590-GRAVAR-LINHA
           .

      ******************************************************************
      * P750-RESUMO-MOTIVOS
      * Quanto foi abonado por cada motivo, todos os coletores
      * somados, na ordem em que os motivos apareceram.
      ******************************************************************
       P750-RESUMO-MOTIVOS.

           MOVE SPACES TO ABONO-RPT-REC
           PERFORM P590-GRAVAR-LINHA
           MOVE 'RESUMO POR MOTIVO' TO ABONO-RPT-REC
           PERFORM P590-GRAVAR-LINHA

           PERFORM P760-IMPRIMIR-UM-MOTIVO
               VARYING WS-IDX-RES FROM 1 BY 1
                 UNTIL WS-IDX-RES > WS-TOT-RES
           .

       P760-IMPRIMIR-UM-MOTIVO.

           MOVE SPACES TO TOT-TITULO
           STRING 'MOTIVO ' WS-RES-MOTIVO (WS-IDX-RES)
                  DELIMITED BY SIZE INTO TOT-TITULO
           MOVE WS-RES-QTDE (WS-IDX-RES)  TO TOT-QTDE
           MOVE WS-RES-VALOR (WS-IDX-RES) TO TOT-VALOR
           MOVE WS-LINHA-TOTAL TO ABONO-RPT-REC
           PERFORM P590-GRAVAR-LINHA
           .

       END PROGRAM ABNRPT01.
