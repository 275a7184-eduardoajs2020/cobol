      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: PERMNT01 - accounting-period maintenance from PERIN
      *          transactions, in the CATMNT01 mold: 'F' closes (or
      *          re-closes) a period straight through PERCHK01; 'R'
      *          requests the reopening of a closed period, which is
      *          never applied here -- the request goes to the
      *          PENDAPRV queue (period in PA-NUM-CLIENTE, field
      *          'PERIODO', the reason in PA-VALOR-NOVO) and only
      *          APPROV01, with a DIFFERENT operator's decision,
      *          reopens it. Rejected transactions are listed on
      *          PERRPT; PERCHK01 logs every close and reopen on
      *          PERLOG.
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
       PROGRAM-ID. PERMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO-TRANS      ASSIGN TO "PERIN"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PENDING-APPROVAL
                                      ASSIGN TO "PENDAPRV"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERIODO-RPT        ASSIGN TO "PERRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODO-TRANS.
       01  PERIODO-TRANS-REC.
           03 PN-ACAO                        PIC X(01).
              88 PN-ACAO-FECHAR                   VALUE 'F'.
              88 PN-ACAO-REABRIR                  VALUE 'R'.
           03 PN-PERIODO                     PIC 9(06).
           03 PN-OPERADOR                    PIC X(08).
           03 PN-MOTIVO                      PIC X(30).

       FD  PENDING-APPROVAL.
           COPY PENDAPRV.

       FD  PERIODO-RPT.
       01  PERIODO-RPT-REC.
           03 PR-ACAO                        PIC X(01).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 PR-PERIODO                     PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 PR-OPERADOR                    PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 PR-MOTIVO                      PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-MOTIVO-ATUAL                    PIC X(40) VALUE SPACES.
       77 WS-MES                             PIC 9(02) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(05) VALUE ZEROS.
           03 WS-FECHADOS                    PIC 9(05) VALUE ZEROS.
           03 WS-PEDIDOS-REABERTURA          PIC 9(05) VALUE ZEROS.
           03 WS-REJEITADAS                  PIC 9(05) VALUE ZEROS.

      * Parametro para o CALL do PERCHK01 (controle de periodos
      * contabeis).
           COPY PERPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           OPEN INPUT  PERIODO-TRANS
           OPEN EXTEND PENDING-APPROVAL
           OPEN OUTPUT PERIODO-RPT

           PERFORM P110-LER-PROXIMA
           PERFORM P200-PROCESSA-TRANSACAO
               UNTIL FIM-DE-ARQUIVO

           CLOSE PERIODO-TRANS
           CLOSE PENDING-APPROVAL
           CLOSE PERIODO-RPT

           DISPLAY 'PERMNT01 - TRANSACOES LIDAS.: ' WS-LIDAS
           DISPLAY 'PERMNT01 - PERIODOS FECHADOS: ' WS-FECHADOS
           DISPLAY 'PERMNT01 - REABERTURAS PEDID: '
                   WS-PEDIDOS-REABERTURA
           DISPLAY 'PERMNT01 - REJEITADAS.......: ' WS-REJEITADAS

           GOBACK.

       P110-LER-PROXIMA.

           READ PERIODO-TRANS
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDAS
           END-READ
           .

       P200-PROCESSA-TRANSACAO.

           PERFORM P250-VALIDAR-TRANSACAO

           IF WS-MOTIVO-ATUAL = SPACES
               EVALUATE TRUE
                   WHEN PN-ACAO-FECHAR
                       PERFORM P300-FECHAR-PERIODO
                   WHEN PN-ACAO-REABRIR
                       PERFORM P400-PEDIR-REABERTURA
               END-EVALUATE
           END-IF

           IF WS-MOTIVO-ATUAL NOT = SPACES
               PERFORM P800-REJEITAR-TRANSACAO
           END-IF

           PERFORM P110-LER-PROXIMA
           .

      ******************************************************************
      * P250-VALIDAR-TRANSACAO
      * Periodo aaaamm valido, operador identificado e acao
      * conhecida; o pedido de reabertura exige o motivo -- e o que
      * o aprovador vai ler antes de assinar.
      ******************************************************************
       P250-VALIDAR-TRANSACAO.

           MOVE SPACES TO WS-MOTIVO-ATUAL
           MOVE ZEROS  TO WS-MES

           IF PN-PERIODO IS NUMERIC
               MOVE PN-PERIODO (5:2) TO WS-MES
           END-IF

           EVALUATE TRUE
               WHEN WS-MES < 1 OR WS-MES > 12
                   MOVE 'PERIODO AAAAMM INVALIDO'
                                             TO WS-MOTIVO-ATUAL
               WHEN PN-OPERADOR = SPACES
                   MOVE 'OPERADOR NAO IDENTIFICADO'
                                             TO WS-MOTIVO-ATUAL
               WHEN PN-ACAO-FECHAR
                   CONTINUE
               WHEN PN-ACAO-REABRIR
                   IF PN-MOTIVO = SPACES
                       MOVE 'MOTIVO DA REABERTURA EM BRANCO'
                                             TO WS-MOTIVO-ATUAL
                   END-IF
               WHEN OTHER
                   MOVE 'CODIGO DE ACAO INVALIDO'
                                             TO WS-MOTIVO-ATUAL
           END-EVALUATE
           .

       P300-FECHAR-PERIODO.

           MOVE 'F'         TO WS-PER-FUNCAO
           COMPUTE WS-PER-DATA = PN-PERIODO * 100 + 1
           MOVE 'PERMNT01'  TO WS-PER-PROGRAMA
           MOVE PN-OPERADOR TO WS-PER-OPERADOR
           CALL 'PERCHK01' USING WS-PERCHK-PARM

           EVALUATE TRUE
               WHEN PER-OK
                   ADD 1 TO WS-FECHADOS
               WHEN PER-FECHADO
                   MOVE 'PERIODO JA ESTA FECHADO' TO WS-MOTIVO-ATUAL
               WHEN OTHER
                   MOVE 'PERIODO RECUSADO PELO CONTROLE'
                                             TO WS-MOTIVO-ATUAL
           END-EVALUATE
           .

      ******************************************************************
      * P400-PEDIR-REABERTURA
      * So periodo fechado pode ser reaberto; o pedido vai para a
      * fila de aprovacao de segunda pessoa em vez de ser aplicado.
      ******************************************************************
       P400-PEDIR-REABERTURA.

           MOVE 'V'         TO WS-PER-FUNCAO
           COMPUTE WS-PER-DATA = PN-PERIODO * 100 + 1
           MOVE 'PERMNT01'  TO WS-PER-PROGRAMA
           MOVE PN-OPERADOR TO WS-PER-OPERADOR
           CALL 'PERCHK01' USING WS-PERCHK-PARM

           IF PER-FECHADO
               MOVE PN-PERIODO  TO PA-NUM-CLIENTE
               MOVE 'PERIODO'   TO PA-CAMPO
               MOVE PN-MOTIVO   TO PA-VALOR-NOVO
               MOVE PN-OPERADOR TO PA-OPERADOR
               MOVE WS-DTP-DATA-ATUAL TO PA-DATA
               WRITE PENDING-APPROVAL-REC
               ADD 1 TO WS-PEDIDOS-REABERTURA
           ELSE
               MOVE 'PERIODO NAO ESTA FECHADO' TO WS-MOTIVO-ATUAL
           END-IF
           .

       P800-REJEITAR-TRANSACAO.

           MOVE SPACES          TO PERIODO-RPT-REC
           MOVE PN-ACAO         TO PR-ACAO
           MOVE PN-PERIODO      TO PR-PERIODO
           MOVE PN-OPERADOR     TO PR-OPERADOR
           MOVE WS-MOTIVO-ATUAL TO PR-MOTIVO
           WRITE PERIODO-RPT-REC
           ADD 1 TO WS-REJEITADAS
           .

       END PROGRAM PERMNT01.
