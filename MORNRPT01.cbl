      *             generation now print after the step summary, so
      *             PERFORM-01's per-section timings reach the
      *             morning page too.
      * 15/10/2026  FILCAP01's capacity warnings of the current
      *             generation (FILEGROW entries past the CAPPARM
      *             warning percentage) now print after the totals.
      * 15/10/2026  Record images widened for customers abroad: CUSTOUT
      *             273 and CUSTREJ 350 bytes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORNRPT01.
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL FILE-GROWTH
                                      ASSIGN TO "FILEGROW"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MORNING-RPT        ASSIGN TO "MORNRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       01  INV-LOG-REC                        PIC X(142).

       FD  CUSTOMER-OUT.
       01  CUSTOMER-OUT-REC                   PIC X(273).
       01  CUSTOMER-OUT-TRAILER REDEFINES CUSTOMER-OUT-REC.
           COPY TRLCTL.

           COPY TRLCTL.

       FD  CUSTOMER-REJ.
       01  CUSTOMER-REJ-REC                   PIC X(350).

       FD  CUSTOMER-REVIEW.
       01  CUSTOMER-REVIEW-REC                PIC X(64).
           COPY TRLCTL.
           03 FILLER                         PIC X(246).

       FD  FILE-GROWTH.
           COPY FILEGROW.

       FD  MORNING-RPT.
       01  MORNING-RPT-REC                    PIC X(132).

           03 LTO-ROTULO                     PIC X(34).
           03 LTO-VALOR                      PIC ZZZ,ZZ9.

       01 WS-LINHA-CAPACIDADE.
           03 FILLER                         PIC X(11)
                                       VALUE 'CAPACIDADE '.
           03 LCA-ARQUIVO                    PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LCA-PCT-USO                    PIC ZZ9.
           03 FILLER                         PIC X(11)
                                       VALUE '% DO TETO ('.
           03 LCA-REGISTROS                  PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                         PIC X(11)
                                       VALUE ' REGISTROS)'.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM P300-LER-TRAILERS
           PERFORM P400-CONTAR-FILAS
           PERFORM P800-GRAVAR-TOTAIS
           PERFORM P500-RESUMIR-CAPACIDADE

           CLOSE MORNING-RPT

           END-READ
           .

      ******************************************************************
      * P500-RESUMIR-CAPACIDADE
      * Avisos de capacidade da geracao corrente: cada arquivo que o
      * FILCAP01 encontrou acima do percentual de alerta do CAPPARM.
      ******************************************************************
       P500-RESUMIR-CAPACIDADE.

           MOVE SPACES TO MORNING-RPT-REC
           WRITE MORNING-RPT-REC

           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT FILE-GROWTH

           PERFORM P510-LER-CAPACIDADE
               UNTIL FIM-DE-ARQUIVO

           CLOSE FILE-GROWTH
           .

       P510-LER-CAPACIDADE.

           READ FILE-GROWTH
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   IF FG-GERACAO = WS-GERACAO-ATUAL
                      AND FG-ACIMA-DO-ALERTA
                       MOVE FG-ARQUIVO    TO LCA-ARQUIVO
                       MOVE FG-PCT-USO    TO LCA-PCT-USO
                       MOVE FG-REGISTROS  TO LCA-REGISTROS
                       MOVE SPACES        TO MORNING-RPT-REC
                       MOVE WS-LINHA-CAPACIDADE TO MORNING-RPT-REC
                       WRITE MORNING-RPT-REC
                   END-IF
           END-READ
           .

       P800-GRAVAR-TOTAIS.

           MOVE 'CUSTOUT (TRAILER)'           TO LTO-ROTULO
