      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: PERCHK01 - accounting-period control subprogram:
      *          keeps the open/closed situation of every accounting
      *          period (aaaamm) in PERCTL and answers, for any
      *          posting program, whether a date still falls in an
      *          open period. Function 'V' verifies a date without
      *          touching the file; 'F' closes the period of the
      *          date (ARFECH01 after a clean close, or the PERMNT01
      *          re-close); 'R' reopens it (APPROV01, only after the
      *          second-person approval of a PERMNT01 request). Every
      *          close and reopen is appended to the PERLOG trail
      *          with the calling program and the operator.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  First cut. A period with no PERCTL entry is open.
      *             Closing a period already closed, or reopening
      *             one that is not closed, changes nothing (rc 10
      *             and rc 20 respectively); a date whose month is
      *             not 01-12 is invalid (rc 20).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCHK01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIOD-CONTROL
                                      ASSIGN TO "PERCTL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PERIOD-LOG
                                      ASSIGN TO "PERLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Um registro por periodo contabil ja fechado alguma vez:
      * situacao 'A' (reaberto) ou 'F' (fechado), com a data e o
      * operador da ultima mudanca.
       FD  PERIOD-CONTROL.
       01  PERIOD-CONTROL-REC.
           03 PC-PERIODO                     PIC 9(06).
           03 PC-SITUACAO                    PIC X(01).
              88 PC-ABERTO                       VALUE 'A'.
              88 PC-FECHADO                      VALUE 'F'.
           03 PC-DATA                        PIC 9(08).
           03 PC-OPERADOR                    PIC X(08).

       FD  PERIOD-LOG.
       01  PERIOD-LOG-REC.
           03 PL-DATA-HORA                   PIC X(21).
           03 PL-PERIODO                     PIC 9(06).
           03 PL-ACAO                        PIC X(01).
           03 PL-PROGRAMA                    PIC X(08).
           03 PL-OPERADOR                    PIC X(08).

       WORKING-STORAGE SECTION.
       77 WS-PERIODO                         PIC 9(06) VALUE ZEROS.
       77 WS-MES                             PIC 9(02) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-PERIODO-SW                  PIC X(01) VALUE 'N'.
              88 PERIODO-ACHADO                   VALUE 'S' FALSE 'N'.

      * Tabela de periodos, recarregada de PERCTL a cada chamada --
      * o arquivo e pequeno (um registro por mes fechado).
       77 WS-TOT-PERIODOS                    PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHADO                      PIC 9(03) VALUE ZEROS.
       01 WS-TAB-PERIODOS.
           03 WS-PER-ENTRADA OCCURS 0 TO 600 TIMES
                            DEPENDING ON WS-TOT-PERIODOS
                            INDEXED BY WS-IDX-PER.
              05 WS-TAB-PERIODO             PIC 9(06).
              05 WS-TAB-SITUACAO            PIC X(01).
              05 WS-TAB-DATA                PIC 9(08).
              05 WS-TAB-OPERADOR            PIC X(08).

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       LINKAGE SECTION.
           COPY PERPARM.

       PROCEDURE DIVISION USING WS-PERCHK-PARM.

       P000-DESPACHAR.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           MOVE WS-PER-DATA (1:6) TO WS-PERIODO
           MOVE WS-PER-DATA (5:2) TO WS-MES

           IF WS-MES < 1 OR WS-MES > 12
               MOVE 20 TO WS-PER-RETORNO
               GOBACK
           END-IF

           PERFORM P100-CARREGAR-TABELA
           PERFORM P200-PROCURAR-PERIODO

           EVALUATE TRUE
               WHEN PER-VERIFICAR
                   PERFORM P300-VERIFICAR-PERIODO
               WHEN PER-FECHAR
                   PERFORM P400-FECHAR-PERIODO
               WHEN PER-REABRIR
                   PERFORM P500-REABRIR-PERIODO
               WHEN OTHER
                   MOVE 20 TO WS-PER-RETORNO
           END-EVALUATE

           GOBACK.

       P100-CARREGAR-TABELA.

           MOVE ZEROS TO WS-TOT-PERIODOS
           SET FIM-DE-ARQUIVO TO FALSE

           OPEN INPUT PERIOD-CONTROL

           PERFORM P110-LER-PERCTL
               UNTIL FIM-DE-ARQUIVO

           CLOSE PERIOD-CONTROL
           .

       P110-LER-PERCTL.

           READ PERIOD-CONTROL
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   IF WS-TOT-PERIODOS < 600
                       ADD 1 TO WS-TOT-PERIODOS
                       SET WS-IDX-PER TO WS-TOT-PERIODOS
                       MOVE PC-PERIODO  TO WS-TAB-PERIODO
                                              (WS-IDX-PER)
                       MOVE PC-SITUACAO TO WS-TAB-SITUACAO
                                              (WS-IDX-PER)
                       MOVE PC-DATA     TO WS-TAB-DATA
                                              (WS-IDX-PER)
                       MOVE PC-OPERADOR TO WS-TAB-OPERADOR
                                              (WS-IDX-PER)
                   END-IF
           END-READ
           .

       P200-PROCURAR-PERIODO.

           SET PERIODO-ACHADO TO FALSE
           MOVE ZEROS TO WS-IDX-ACHADO

           PERFORM P210-COMPARAR-PERIODO
               VARYING WS-IDX-PER FROM 1 BY 1
                 UNTIL WS-IDX-PER > WS-TOT-PERIODOS
                    OR PERIODO-ACHADO
           .

       P210-COMPARAR-PERIODO.

           IF WS-TAB-PERIODO (WS-IDX-PER) = WS-PERIODO
               SET PERIODO-ACHADO TO TRUE
               SET WS-IDX-ACHADO TO WS-IDX-PER
           END-IF
           .

      ******************************************************************
      * P300-VERIFICAR-PERIODO
      * Periodo sem registro em PERCTL, ou reaberto, aceita
      * lancamento; so o fechado recusa.
      ******************************************************************
       P300-VERIFICAR-PERIODO.

           MOVE 00 TO WS-PER-RETORNO

           IF PERIODO-ACHADO
               IF WS-TAB-SITUACAO (WS-IDX-ACHADO) = 'F'
                   MOVE 10 TO WS-PER-RETORNO
               END-IF
           END-IF
           .

      ******************************************************************
      * P400-FECHAR-PERIODO
      * Fecha (ou refecha, depois de uma reabertura) o periodo da
      * data e registra em PERLOG; periodo ja fechado nao muda.
      ******************************************************************
       P400-FECHAR-PERIODO.

           IF PERIODO-ACHADO
               IF WS-TAB-SITUACAO (WS-IDX-ACHADO) = 'F'
                   MOVE 10 TO WS-PER-RETORNO
               ELSE
                   PERFORM P600-ATUALIZAR-SITUACAO
               END-IF
           ELSE
               IF WS-TOT-PERIODOS < 600
                   ADD 1 TO WS-TOT-PERIODOS
                   MOVE WS-TOT-PERIODOS TO WS-IDX-ACHADO
                   MOVE WS-PERIODO TO WS-TAB-PERIODO (WS-IDX-ACHADO)
                   PERFORM P600-ATUALIZAR-SITUACAO
               ELSE
                   MOVE 20 TO WS-PER-RETORNO
               END-IF
           END-IF
           .

      ******************************************************************
      * P500-REABRIR-PERIODO
      * So reabre periodo fechado; a aprovacao de segunda pessoa ja
      * foi exigida pelo APPROV01 antes desta chamada.
      ******************************************************************
       P500-REABRIR-PERIODO.

           IF PERIODO-ACHADO
               IF WS-TAB-SITUACAO (WS-IDX-ACHADO) = 'F'
                   PERFORM P600-ATUALIZAR-SITUACAO
               ELSE
                   MOVE 20 TO WS-PER-RETORNO
               END-IF
           ELSE
               MOVE 20 TO WS-PER-RETORNO
           END-IF
           .

      ******************************************************************
      * P600-ATUALIZAR-SITUACAO
      * Regrava PERCTL inteiro com a nova situacao do periodo e
      * acrescenta a mudanca ao PERLOG.
      ******************************************************************
       P600-ATUALIZAR-SITUACAO.

           IF PER-FECHAR
               MOVE 'F' TO WS-TAB-SITUACAO (WS-IDX-ACHADO)
           ELSE
               MOVE 'A' TO WS-TAB-SITUACAO (WS-IDX-ACHADO)
           END-IF
           MOVE WS-DTP-DATA-ATUAL
             TO WS-TAB-DATA (WS-IDX-ACHADO)
           MOVE WS-PER-OPERADOR TO WS-TAB-OPERADOR (WS-IDX-ACHADO)

           OPEN OUTPUT PERIOD-CONTROL

           PERFORM P610-GRAVAR-PERIODO
               VARYING WS-IDX-PER FROM 1 BY 1
                 UNTIL WS-IDX-PER > WS-TOT-PERIODOS

           CLOSE PERIOD-CONTROL

           OPEN EXTEND PERIOD-LOG
           MOVE FUNCTION CURRENT-DATE TO PL-DATA-HORA
           MOVE WS-PERIODO            TO PL-PERIODO
           MOVE WS-PER-FUNCAO         TO PL-ACAO
           MOVE WS-PER-PROGRAMA       TO PL-PROGRAMA
           MOVE WS-PER-OPERADOR       TO PL-OPERADOR
           WRITE PERIOD-LOG-REC
           CLOSE PERIOD-LOG

           MOVE 00 TO WS-PER-RETORNO
           .

       P610-GRAVAR-PERIODO.

           MOVE WS-TAB-PERIODO  (WS-IDX-PER) TO PC-PERIODO
           MOVE WS-TAB-SITUACAO (WS-IDX-PER) TO PC-SITUACAO
           MOVE WS-TAB-DATA     (WS-IDX-PER) TO PC-DATA
           MOVE WS-TAB-OPERADOR (WS-IDX-PER) TO PC-OPERADOR
           WRITE PERIOD-CONTROL-REC
           .

       END PROGRAM PERCHK01.
