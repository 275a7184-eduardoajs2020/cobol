      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: DTPROC01 - processing-date service subprogram: returns
      *          the business date the nightly chain is processing,
      *          read from the DATAPROC control record DRIVER_01
      *          advances from the HOLCAL calendar -- current, previous
      *          and next business dates and the month-end flag. Every
      *          program takes "today" from here instead of the system
      *          clock. Without a control record (a program run by
      *          hand, outside the chain) the date falls back to the
      *          system clock, with the neighbouring business dates
      *          counted over weekends only.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTPROC01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DATA-PROC  ASSIGN TO "DATAPROC"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-PROC.
           COPY DATAPROC.

       WORKING-STORAGE SECTION.
       77 WS-DIAS-ATUAL                      PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-VIZINHO                    PIC 9(07) VALUE ZEROS.
       77 WS-DIA-SEMANA                      PIC 9(01) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-ACHOU-SW                    PIC X(01) VALUE 'N'.
              88 CONTROLE-LIDO                    VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
           COPY DTPPARM.

       PROCEDURE DIVISION USING WS-DTPROC-PARM.

      ******************************************************************
      * P000-DEVOLVER-DATA
      * O registro de controle e relido a cada chamada -- e um so
      * registro, e o DRIVER_01 o avanca entre as datas de uma mesma
      * execucao de recuperacao.
      ******************************************************************
       P000-DEVOLVER-DATA.

           SET CONTROLE-LIDO TO FALSE

           OPEN INPUT DATA-PROC

           READ DATA-PROC
               AT END
                   CONTINUE
               NOT AT END
                   IF DP-DATA-ATUAL IS NUMERIC
                      AND DP-DATA-ATUAL > 0
                       SET CONTROLE-LIDO TO TRUE
                   END-IF
           END-READ

           CLOSE DATA-PROC

           IF CONTROLE-LIDO
               MOVE DP-DATA-ATUAL    TO WS-DTP-DATA-ATUAL
               MOVE DP-DATA-ANTERIOR TO WS-DTP-DATA-ANTERIOR
               MOVE DP-DATA-PROXIMA  TO WS-DTP-DATA-PROXIMA
               MOVE DP-FIM-MES       TO WS-DTP-FIM-MES
               IF DP-REPROCESSAMENTO
                   SET DTP-REPROCESSAMENTO TO TRUE
               ELSE
                   SET DTP-CALENDARIO TO TRUE
               END-IF
           ELSE
               PERFORM P100-DATA-DO-RELOGIO
           END-IF

           GOBACK.

      ******************************************************************
      * P100-DATA-DO-RELOGIO
      * Fora da cadeia: a data do sistema, com o dia util anterior e
      * o seguinte contados so sobre fins de semana (sem o HOLCAL);
      * fim de mes quando o proximo dia util ja e do outro mes.
      ******************************************************************
       P100-DATA-DO-RELOGIO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DTP-DATA-ATUAL
           SET DTP-RELOGIO TO TRUE

           COMPUTE WS-DIAS-ATUAL =
               FUNCTION INTEGER-OF-DATE (WS-DTP-DATA-ATUAL)

           COMPUTE WS-DIAS-VIZINHO = WS-DIAS-ATUAL - 1
           PERFORM P110-RECUAR-FIM-DE-SEMANA
           COMPUTE WS-DTP-DATA-ANTERIOR =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-VIZINHO)

           COMPUTE WS-DIAS-VIZINHO = WS-DIAS-ATUAL + 1
           PERFORM P120-AVANCAR-FIM-DE-SEMANA
           COMPUTE WS-DTP-DATA-PROXIMA =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-VIZINHO)

           IF WS-DTP-DATA-PROXIMA (1:6) NOT = WS-DTP-DATA-ATUAL (1:6)
               MOVE 'S' TO WS-DTP-FIM-MES
           ELSE
               MOVE 'N' TO WS-DTP-FIM-MES
           END-IF
           .

       P110-RECUAR-FIM-DE-SEMANA.

           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD (WS-DIAS-VIZINHO - 1, 7) + 1

           EVALUATE WS-DIA-SEMANA
               WHEN 6
                   SUBTRACT 1 FROM WS-DIAS-VIZINHO
               WHEN 7
                   SUBTRACT 2 FROM WS-DIAS-VIZINHO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       P120-AVANCAR-FIM-DE-SEMANA.

           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD (WS-DIAS-VIZINHO - 1, 7) + 1

           EVALUATE WS-DIA-SEMANA
               WHEN 6
                   ADD 2 TO WS-DIAS-VIZINHO
               WHEN 7
                   ADD 1 TO WS-DIAS-VIZINHO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       END PROGRAM DTPROC01.
