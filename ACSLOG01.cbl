      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: ACSLOG01 - read-access trail subprogram: every
      *          inquiry program (CUSTCON01, CUSTINQ01, ADDRQRY01,
      *          PAGQRY01, FATLKP01, CONTQRY01, JRNQRY01, LGPDACC01)
      *          calls it for each customer whose data it shows, with
      *          the operator who asked and the category of data.
      *          The access is appended to ACSLOG with the clock
      *          time, so LGPD questions of who looked at a person's
      *          data have an answer. An inquiry with no operator is
      *          not logged and comes back refused (rc 40).
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACSLOG01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCESS-LOG
                                      ASSIGN TO "ACSLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG.
           COPY ACSLOG.

       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
           COPY ACSPARM.

       PROCEDURE DIVISION USING WS-ACSLOG-PARM.

       P000-DESPACHAR.

           IF WS-ACS-OPERADOR = SPACES
               MOVE 40 TO WS-ACS-RETORNO
           ELSE
               PERFORM P400-GRAVAR-LOG
               MOVE 00 TO WS-ACS-RETORNO
           END-IF

           GOBACK.

      ******************************************************************
      * P400-GRAVAR-LOG
      * Hora do relogio, nao a data de processamento: o que interessa
      * e quando o operador de fato viu o dado.
      ******************************************************************
       P400-GRAVAR-LOG.

           OPEN EXTEND ACCESS-LOG

           MOVE FUNCTION CURRENT-DATE TO AX-DATA-HORA
           MOVE WS-ACS-OPERADOR       TO AX-OPERADOR
           MOVE WS-ACS-PROGRAMA       TO AX-PROGRAMA
           MOVE WS-ACS-NUM-CLIENTE    TO AX-NUM-CLIENTE
           MOVE WS-ACS-CATEGORIA      TO AX-CATEGORIA
           WRITE ACCESS-LOG-REC

           CLOSE ACCESS-LOG
           .

       END PROGRAM ACSLOG01.
