      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Invoice before image widened to 241 bytes for
      *             FATURA's FT-COD-EMPRESA.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  WRTDEC carries the requesting operator; every
      *             write-off goes through the AUTCHK01 authority check
      *             (OPRAUT type BAIXA, the open remainder against the
      *             limit), and one outside the deciding operator's
      *             authority goes to WRTREJ with the reason.
      * 15/10/2026  Every invoice written off is journaled on FTJRNL
      *             with its before and after images, under the deciding
      *             operator.
      * 15/10/2026  Closed-period guard: with the accounting period of
      *             the run date closed in PERCTL (PERCHK01), every
      *             decision goes to the new WRTREJ reject file as
      *             PERIODO CONTABIL FECHADO instead of posting.
      * 03/09/2026  Every write-off posted is also appended to the
      *             ARMOVS movement ledger as a credit, feeding
      *             ARPOST01's incremental posting.
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WRITEOFF-REJECT    ASSIGN TO "WRTREJ"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AR-MOVEMENTS
                                      ASSIGN TO "ARMOVS"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FATURA-JOURNAL
                                      ASSIGN TO "FTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WRITEOFF-DECISIONS.
       01  WRITEOFF-DECISIONS-REC.
           03 WD-NUM-FATURA                   PIC 9(06).
           03 WD-OPERADOR                     PIC X(08).
           03 WD-SOLICITANTE                  PIC X(08).

       FD  FATURA-MASTER.
           COPY FATURA.
       01  LOG-CONTROL-FILE-REC.
           03 LCF-ULTIMO-NUMERO              PIC 9(07).

      * Decisoes recusadas por periodo contabil fechado, com o
      * motivo.
       FD  WRITEOFF-REJECT.
       01  WRITEOFF-REJECT-REC.
           03 WJ-NUM-FATURA                  PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WJ-OPERADOR                    PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WJ-MOTIVO                      PIC X(40).

       FD  AR-MOVEMENTS.
           COPY ARMOVS.

       FD  FATURA-JOURNAL.
           COPY FTJRNL.

       WORKING-STORAGE SECTION.
      * Imagem da fatura antes da alteracao, para o diario FTJRNL.
       77 WS-FT-IMAGEM-ANTES                 PIC X(241) VALUE SPACES.

      * Geracao (numero de controle do CTRLFILE) carimbada em cada
      * registro de log desta execucao.
       77 WS-GERACAO-LOG        PIC 9(06) VALUE ZEROS.
       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S'.
           03 WS-PERIODO-SW                  PIC X(01) VALUE 'N'.
              88 PERIODO-FECHADO                  VALUE 'S'.

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(07) VALUE ZEROS.
           03 WS-BAIXADAS                    PIC 9(07) VALUE ZEROS.
           03 WS-RECUSADAS                   PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do PERCHK01 (controle de periodos
      * contabeis).
           COPY PERPARM.

      * Parametro para o CALL do AUTCHK01 (alcada do operador que
      * decide).
           COPY AUTPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-DECISAO
               UNTIL FIM-DE-ARQUIVO
           OPEN INPUT  PAGAMENTO-STATUS
           PERFORM P0GL-LER-GERACAO-LOG
           OPEN EXTEND WRITEOFF-LOG
           OPEN OUTPUT WRITEOFF-REJECT
           OPEN EXTEND AR-MOVEMENTS
           OPEN EXTEND FATURA-JOURNAL

           PERFORM P120-VERIFICAR-PERIODO

           PERFORM P110-LER-PROXIMA
           .
           END-READ
           .

      ******************************************************************
      * P120-VERIFICAR-PERIODO
      * A baixa e lancada com a data da execucao; com o periodo
      * contabil dela ja fechado (PERCHK01), nenhuma decisao do lote
      * posta -- todas saem em WRTREJ com o motivo.
      ******************************************************************
       P120-VERIFICAR-PERIODO.

           MOVE 'V'         TO WS-PER-FUNCAO
           MOVE WS-DTP-DATA-ATUAL TO WS-PER-DATA
           MOVE 'WRTOFF01'  TO WS-PER-PROGRAMA
           MOVE SPACES      TO WS-PER-OPERADOR
           CALL 'PERCHK01' USING WS-PERCHK-PARM

           IF PER-FECHADO
               SET PERIODO-FECHADO TO TRUE
               DISPLAY 'WRTOFF01 - PERIODO CONTABIL '
                       WS-PER-DATA (1:6) ' FECHADO - BAIXAS RECUSADAS'
           END-IF
           .

      ******************************************************************
      * P200-PROCESSA-DECISAO
      * Uma baixa aprovada por decisao: a fatura precisa existir e
      ******************************************************************
       P200-PROCESSA-DECISAO.

           IF PERIODO-FECHADO
               PERFORM P800-REJEITAR-PERIODO-FECHADO
           ELSE
               IF WD-OPERADOR = SPACES
                   DISPLAY 'WRTOFF01 - DECISAO SEM OPERADOR RECUSADA: '
                           WD-NUM-FATURA
                   ADD 1 TO WS-RECUSADAS
               ELSE
                   MOVE WD-NUM-FATURA TO FT-NUM-FATURA
                   READ FATURA-MASTER
                       INVALID KEY
                           DISPLAY 'WRTOFF01 - FATURA NAO ENCONTRADA: '
                                   WD-NUM-FATURA
                           ADD 1 TO WS-RECUSADAS
                       NOT INVALID KEY
                           PERFORM P300-BAIXAR-FATURA
                   END-READ
               END-IF
           END-IF

           PERFORM P110-LER-PROXIMA
               ADD 1 TO WS-RECUSADAS
           ELSE
               PERFORM P400-CALCULAR-ABERTO
               IF WS-VALOR-ABERTO > 0
                   PERFORM P450-VERIFICAR-ALCADA
               END-IF
               EVALUATE TRUE
                   WHEN WS-VALOR-ABERTO <= 0
                       DISPLAY 'WRTOFF01 - FATURA SEM SALDO EM ABERTO: '
                               FT-NUM-FATURA
                       ADD 1 TO WS-RECUSADAS
                   WHEN NOT AUT-OK
                       PERFORM P810-REJEITAR-FORA-ALCADA
                   WHEN OTHER
                       MOVE FATURA-REC TO WS-FT-IMAGEM-ANTES
                       SET FT-BAIXADA TO TRUE
                       MOVE WS-VALOR-ABERTO TO FT-VALOR-BAIXADO

                       REWRITE FATURA-REC
                           INVALID KEY
                               DISPLAY 'WRTOFF01 - FALHA AO REGRAVAR '
                                       'FATURA: ' FT-NUM-FATURA
                           NOT INVALID KEY
                               ADD 1 TO WS-BAIXADAS
                               PERFORM P500-GRAVAR-LOG
                               MOVE 'REGRAVACAO' TO FJ-OPERACAO
                               PERFORM P0FJ-GRAVAR-JORNAL-FATURA
                               PERFORM P550-GRAVAR-MOVIMENTO
                       END-REWRITE
               END-EVALUATE
           END-IF
           .

           END-READ
           .

      ******************************************************************
      * P450-VERIFICAR-ALCADA
      * O saldo a baixar precisa caber na alcada BAIXA do operador que
      * decidiu, e quem decide nao pode ser quem pediu a baixa.
      ******************************************************************
       P450-VERIFICAR-ALCADA.

           MOVE 'WRTOFF01'      TO WS-AUT-PROGRAMA
           MOVE 'BAIXA'         TO WS-AUT-TIPO
           SET AUT-APROVACAO    TO TRUE
           MOVE FT-NUM-FATURA   TO WS-AUT-CHAVE
           MOVE WD-OPERADOR     TO WS-AUT-APROVADOR
           MOVE WD-SOLICITANTE  TO WS-AUT-SOLICITANTE
           MOVE WS-VALOR-ABERTO TO WS-AUT-VALOR
           CALL 'AUTCHK01' USING WS-AUTCHK-PARM
           .

       P550-GRAVAR-MOVIMENTO.

           MOVE FT-NUM-CLIENTE   TO MV-NUM-CLIENTE
           SET MV-CREDITO        TO TRUE
           MOVE FT-VALOR-BAIXADO TO MV-VALOR
           MOVE WS-DTP-DATA-ATUAL TO MV-DATA
           MOVE 'WRTOFF01'       TO MV-ORIGEM

           WRITE AR-MOVIMENTO-REC
           WRITE WRITEOFF-LOG-REC
           .

       P800-REJEITAR-PERIODO-FECHADO.

           MOVE SPACES          TO WRITEOFF-REJECT-REC
           MOVE WD-NUM-FATURA   TO WJ-NUM-FATURA
           MOVE WD-OPERADOR     TO WJ-OPERADOR
           STRING 'PERIODO CONTABIL FECHADO ('
                  WS-PER-DATA (1:6) ')'
                  DELIMITED BY SIZE INTO WJ-MOTIVO
           WRITE WRITEOFF-REJECT-REC
           ADD 1 TO WS-RECUSADAS
           .

       P810-REJEITAR-FORA-ALCADA.

           MOVE SPACES          TO WRITEOFF-REJECT-REC
           MOVE WD-NUM-FATURA   TO WJ-NUM-FATURA
           MOVE WD-OPERADOR     TO WJ-OPERADOR
           MOVE WS-AUT-MOTIVO   TO WJ-MOTIVO
           WRITE WRITEOFF-REJECT-REC
           ADD 1 TO WS-RECUSADAS
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE WRITEOFF-DECISIONS
           CLOSE FATURA-MASTER
           CLOSE PAGAMENTO-STATUS
           CLOSE WRITEOFF-LOG
           CLOSE WRITEOFF-REJECT
           CLOSE AR-MOVEMENTS
           CLOSE FATURA-JOURNAL

           DISPLAY 'WRTOFF01 - DECISOES LIDAS....: ' WS-LIDAS
           DISPLAY 'WRTOFF01 - FATURAS BAIXADAS..: ' WS-BAIXADAS
           DISPLAY 'WRTOFF01 - DECISOES RECUSADAS: ' WS-RECUSADAS
           .

      ******************************************************************
      * P0FJ-GRAVAR-JORNAL-FATURA
      * Acrescenta ao FTJRNL a alteracao recem aplicada a fatura:
      * FJ-OPERACAO vem do chamador, a imagem-antes foi guardada em
      * WS-FT-IMAGEM-ANTES antes da alteracao.
      ******************************************************************
       P0FJ-GRAVAR-JORNAL-FATURA.

           MOVE 'WRTOFF01'             TO FJ-PROGRAMA
           MOVE FT-NUM-FATURA          TO FJ-NUM-FATURA
           MOVE FUNCTION CURRENT-DATE  TO FJ-DATA-HORA
           MOVE WS-FT-IMAGEM-ANTES     TO FJ-IMAGEM-ANTES
           MOVE FATURA-REC             TO FJ-IMAGEM-DEPOIS
           MOVE WD-OPERADOR            TO FJ-OPERADOR
           MOVE WS-GERACAO-LOG         TO FJ-NUM-CONTROLE

           WRITE FATURA-JOURNAL-REC
           .

      ******************************************************************
      * P0GL-LER-GERACAO-LOG
      * O identificador de geracao dos logs e o ultimo numero de
