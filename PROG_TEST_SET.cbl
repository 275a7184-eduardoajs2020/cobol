      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  CTRLFILE records after the first (the per-company
      *             invoice sequences FATURA01 keeps) are carried over
      *             unchanged when the file is rewritten.
      * 22/08/2026  Changed STOP RUN to GOBACK: the nightly chain
      *             now runs as CALLed steps under DRIVER_01's
      *             SCHEDULE, and a STOP RUN from a called program
       FD  CONTROL-FILE.
       01  CONTROL-FILE-REC.
           03 CTRL-ULTIMO-NUMERO              PIC 9(07).
           03 CTRL-COD-EMPRESA                PIC X(02).

       FD  SET-AUDIT-LOG.
           COPY SETAUD.
       77 WS-NUM-1              PIC 9(07) VALUE 0.
       77 WS-NUM-2              PIC 9(07) VALUE 0.

      * Registros seguintes do CTRLFILE (sequencias das empresas
      * emissoras do FATURA01), guardados para a regravacao.
       77 WS-TOT-TRILHAS        PIC 9(02) VALUE 0.
       77 WS-IDX-TRILHA         PIC 9(02) VALUE 0.
       01 WS-TAB-TRILHAS.
           03 WS-TRILHA OCCURS 0 TO 99 TIMES
                        DEPENDING ON WS-TOT-TRILHAS
                                PIC X(09).
       01 WS-CTRL-FLAGS.
           03 WS-CTRL-EOF       PIC X(01) VALUE 'N'.
              88 FIM-CTRLFILE        VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      * P100-LER-ULTIMO-NUMERO
      * Se CTRLFILE ja existir de uma execucao anterior, le o ultimo
      * numero de controle emitido; caso contrario parte de zero.
      * Os registros que seguem o primeiro sao guardados como estao.
      ******************************************************************
       P100-LER-ULTIMO-NUMERO.

           MOVE 0 TO WS-TOT-TRILHAS
           SET FIM-CTRLFILE TO FALSE

           OPEN INPUT CONTROL-FILE
           IF WS-CTRL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       SET FIM-CTRLFILE TO TRUE
                   NOT AT END
                       MOVE CTRL-ULTIMO-NUMERO TO WS-NUM-1
               END-READ
               PERFORM P110-GUARDAR-TRILHA
                   UNTIL FIM-CTRLFILE
               CLOSE CONTROL-FILE
           END-IF
           .

       P110-GUARDAR-TRILHA.

           READ CONTROL-FILE
               AT END
                   SET FIM-CTRLFILE TO TRUE
               NOT AT END
                   IF WS-TOT-TRILHAS < 99
                       ADD 1 TO WS-TOT-TRILHAS
                       MOVE CONTROL-FILE-REC
                         TO WS-TRILHA (WS-TOT-TRILHAS)
                   END-IF
           END-READ
           .

      ******************************************************************
      * P150-GRAVAR-AUDITORIA-SET
      * Grava em SETAUDIT o valor de WS-NUM-2 antes e depois do SET
       P200-GRAVAR-NOVO-NUMERO.

           MOVE WS-NUM-2 TO CTRL-ULTIMO-NUMERO
           MOVE SPACES   TO CTRL-COD-EMPRESA
           OPEN OUTPUT CONTROL-FILE
           WRITE CONTROL-FILE-REC

           PERFORM P210-REGRAVAR-TRILHA
               VARYING WS-IDX-TRILHA FROM 1 BY 1
                 UNTIL WS-IDX-TRILHA > WS-TOT-TRILHAS

           CLOSE CONTROL-FILE
           .

       P210-REGRAVAR-TRILHA.

           MOVE WS-TRILHA (WS-IDX-TRILHA) TO CONTROL-FILE-REC
           WRITE CONTROL-FILE-REC
           .

       END PROGRAM PROG_TEST_SET.

