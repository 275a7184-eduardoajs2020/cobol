      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The advance of the CTRLFILE sequence (numbers before
      *             and after) is written to SETAUDIT as FATURA01 does,
      *             so agreement and parcel numbers can be traced by the
      *             invoice-number audit (NUMAUD01).
      * 15/10/2026  Agreement parcels carry the customer's issuing
      *             company (FT-COD-EMPRESA) and still number from the
      *             shared CTRLFILE sequence; the per-company sequence
      *             records after the first CTRLFILE record are
      *             rewritten unchanged. Invoice before image at 241
      *             bytes.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  Agreement originals closed or reinstated and parcels
      *             issued are journaled on the new FTJRNL invoice
      *             journal with before and after images.
      * 15/10/2026  Closed-period guard: with the accounting period of
      *             the run date closed in PERCTL (PERCHK01), new
      *             agreements go to the new AGRREJ reject file as
      *             PERIODO CONTABIL FECHADO and the verification pass
      *             waits for an open period.
      * 03/09/2026  Every agreement movement (items closed, parcels
      *             issued, reinstatements) is also appended to the
      *             ARMOVS movement ledger, feeding ARPOST01's
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-CTRL-STATUS.

           SELECT OPTIONAL SET-AUDIT-LOG
                                      ASSIGN TO "SETAUDIT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACORDO-REJECT      ASSIGN TO "AGRREJ"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AR-MOVEMENTS
                                      ASSIGN TO "ARMOVS"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FATURA-JOURNAL
                                      ASSIGN TO "FTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACORDO-IN.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-REC.
           03 CTRL-ULTIMO-NUMERO              PIC 9(07).
           03 CTRL-COD-EMPRESA                PIC X(02).

       FD  SET-AUDIT-LOG.
           COPY SETAUD.

      * Transacoes recusadas por periodo contabil fechado, com o
      * motivo.
       FD  ACORDO-REJECT.
       01  ACORDO-REJECT-REC.
           03 AJ-NUM-CLIENTE                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 AJ-QTD-PARCELAS                PIC 9(02).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 AJ-CARENCIA-DIAS               PIC 9(03).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 AJ-MOTIVO                      PIC X(40).

       FD  AR-MOVEMENTS.
           COPY ARMOVS.

       FD  FATURA-JOURNAL.
           COPY FTJRNL.

       WORKING-STORAGE SECTION.
      * Imagem da fatura antes da alteracao, para o diario FTJRNL.
       77 WS-FT-IMAGEM-ANTES                 PIC X(241) VALUE SPACES.

       77 WS-ACORDO-STATUS                   PIC X(02) VALUE '00'.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PAGTOS-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CTRL-STATUS                     PIC X(02) VALUE '00'.
       77 WS-NUM-CONTROLE                    PIC 9(07) VALUE ZEROS.
       77 WS-GERACAO-LOG                     PIC 9(06) VALUE ZEROS.
       77 WS-NUM-CONTROLE-ANTES              PIC 9(07) VALUE ZEROS.
       77 WS-NUM-ACORDO                      PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-ABERTO                    PIC S9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-ACORDO                    PIC 9(09)V99 VALUE ZEROS.
       77 WS-MOV-TIPO                        PIC X(01) VALUE SPACE.
       77 WS-MOV-VALOR                       PIC S9(09)V99 VALUE ZEROS.

      * Registros seguintes do CTRLFILE (sequencias das empresas
      * emissoras do FATURA01), guardados para a regravacao.
       77 WS-TOT-TRILHAS                     PIC 9(02) VALUE ZEROS.
       77 WS-IDX-TRILHA                      PIC 9(02) VALUE ZEROS.
       01 WS-TAB-TRILHAS.
           03 WS-TRILHA OCCURS 0 TO 99 TIMES
                        DEPENDING ON WS-TOT-TRILHAS
                                             PIC X(09).

       01 WS-DATA-VENCTO-AUX.
           03 WS-VCT-DD                      PIC 9(02).
           03 FILLER                         PIC X(01).
              88 FIM-ACORDOS                      VALUE 'S' FALSE 'N'.
           03 WS-QUEBRA-SW                   PIC X(01) VALUE 'N'.
              88 ACORDO-QUEBRADO                  VALUE 'S' FALSE 'N'.
           03 WS-PERIODO-SW                  PIC X(01) VALUE 'N'.
              88 PERIODO-FECHADO                  VALUE 'S' FALSE 'N'.
           03 WS-EOF-CTRL                    PIC X(01) VALUE 'N'.
              88 FIM-CTRLFILE                     VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-ACORDOS-NOVOS               PIC 9(05) VALUE ZEROS.
      * Parametro para o CALL do DUEDATE01 (calculo de vencimento).
       COPY DDTPARM.

      * Parametro para o CALL do PERCHK01 (controle de periodos
      * contabeis).
       COPY PERPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-TRANSACAO
               UNTIL FIM-TRANSACOES
           IF PERIODO-FECHADO
               DISPLAY 'RENEG01 - PERIODO CONTABIL FECHADO - '
                       'VERIFICACAO DOS ACORDOS ADIADA'
           ELSE
               PERFORM P600-VERIFICAR-ACORDOS
           END-IF
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.
           OPEN I-O   FATURA-MASTER
           OPEN INPUT PAGAMENTO-STATUS
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT ACORDO-REJECT
           OPEN EXTEND AR-MOVEMENTS
           OPEN EXTEND FATURA-JOURNAL

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE-INT)

           MOVE WS-DATA-HOJE-INT (1:4) TO WS-EMI-AA

           PERFORM P120-LER-ULTIMO-NUMERO
           PERFORM P140-VERIFICAR-PERIODO

           PERFORM P110-LER-TRANSACAO
           .
      ******************************************************************
      * P120-LER-ULTIMO-NUMERO / P130-GRAVAR-NOVO-NUMERO
      * A mesma sequencia CTRLFILE de todo o shop numera acordos e
      * parcelas; regravada no fim quando algo foi emitido. As
      * sequencias das outras empresas emissoras, nos registros
      * seguintes, voltam como estavam.
      ******************************************************************
       P120-LER-ULTIMO-NUMERO.

           MOVE ZEROS TO WS-TOT-TRILHAS
           SET FIM-CTRLFILE TO FALSE

           OPEN INPUT CONTROL-FILE
           IF WS-CTRL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       SET FIM-CTRLFILE TO TRUE
                   NOT AT END
                       MOVE CTRL-ULTIMO-NUMERO TO WS-NUM-CONTROLE
               END-READ
               PERFORM P125-GUARDAR-TRILHA
                   UNTIL FIM-CTRLFILE
               CLOSE CONTROL-FILE
           END-IF
           MOVE WS-NUM-CONTROLE TO WS-GERACAO-LOG
           MOVE WS-NUM-CONTROLE TO WS-NUM-CONTROLE-ANTES
           .

       P125-GUARDAR-TRILHA.

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

      * Grava em SETAUDIT o avanco da sequencia (antes e depois), como
      * o FATURA01, para que os numeros sacados para acordos e
      * parcelas sejam rastreaveis ate a execucao que os sacou.
       P128-GRAVAR-AUDITORIA-SET.

           OPEN EXTEND SET-AUDIT-LOG

           MOVE WS-NUM-CONTROLE         TO WS-SETAUD-GERACAO
           MOVE 'RENEG01'               TO WS-SETAUD-PROGRAMA
           MOVE 'WS-NUM-CONTROLE'       TO WS-SETAUD-CAMPO
           MOVE SPACES                  TO WS-SETAUD-CHAVE
           MOVE WS-NUM-CONTROLE-ANTES   TO WS-SETAUD-VALOR-ANTES
           MOVE WS-NUM-CONTROLE         TO WS-SETAUD-VALOR-DEPOIS
           MOVE FUNCTION CURRENT-DATE   TO WS-SETAUD-DATA-HORA
           WRITE WS-SETAUD-REGISTRO

           CLOSE SET-AUDIT-LOG
           .

       P130-GRAVAR-NOVO-NUMERO.

           MOVE WS-NUM-CONTROLE TO CTRL-ULTIMO-NUMERO
           MOVE SPACES          TO CTRL-COD-EMPRESA
           OPEN OUTPUT CONTROL-FILE
           WRITE CONTROL-FILE-REC

           PERFORM P135-REGRAVAR-TRILHA
               VARYING WS-IDX-TRILHA FROM 1 BY 1
                 UNTIL WS-IDX-TRILHA > WS-TOT-TRILHAS

           CLOSE CONTROL-FILE
           .

       P135-REGRAVAR-TRILHA.

           MOVE WS-TRILHA (WS-IDX-TRILHA) TO CONTROL-FILE-REC
           WRITE CONTROL-FILE-REC
           .

      ******************************************************************
      * P140-VERIFICAR-PERIODO
      * Acordos, parcelas e reincidencias sao lancados com a data da
      * execucao; com o periodo contabil dela ja fechado (PERCHK01),
      * nenhum acordo novo e montado -- as transacoes saem em AGRREJ
      * com o motivo -- e a verificacao dos acordos fica para a
      * primeira execucao em periodo aberto.
      ******************************************************************
       P140-VERIFICAR-PERIODO.

           MOVE 'V'              TO WS-PER-FUNCAO
           MOVE WS-DATA-HOJE-INT TO WS-PER-DATA
           MOVE 'RENEG01'        TO WS-PER-PROGRAMA
           MOVE SPACES           TO WS-PER-OPERADOR
           CALL 'PERCHK01' USING WS-PERCHK-PARM

           IF PER-FECHADO
               SET PERIODO-FECHADO TO TRUE
           END-IF
           .

      ******************************************************************
      * P200-PROCESSA-TRANSACAO
      * Um acordo novo por registro: o cliente precisa existir e ter
      ******************************************************************
       P200-PROCESSA-TRANSACAO.

           IF PERIODO-FECHADO
               PERFORM P850-REJEITAR-PERIODO-FECHADO
           ELSE
               MOVE AG-NUM-CLIENTE TO CM-NUM-CLIENTE

               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY 'RENEG01 - CLIENTE INEXISTENTE: '
                               AG-NUM-CLIENTE
                       ADD 1 TO WS-RECUSADOS
                   NOT INVALID KEY
                       PERFORM P300-MONTAR-ACORDO
               END-READ
           END-IF

           PERFORM P110-LER-TRANSACAO
           .
           IF WS-DIAS-VENCTO < WS-DIAS-HOJE
               PERFORM P340-CALCULAR-ABERTO
               IF WS-VALOR-ABERTO > 0
                   MOVE FATURA-REC      TO WS-FT-IMAGEM-ANTES
                   MOVE WS-VALOR-ABERTO TO FT-VALOR-RENEGOCIADO
                   MOVE WS-NUM-ACORDO   TO FT-NUM-ACORDO
                   SET FT-RENEGOCIADA   TO TRUE
                           DISPLAY 'RENEG01 - FALHA AO FECHAR '
                                   'ORIGINAL: ' FT-NUM-FATURA
                       NOT INVALID KEY
                           MOVE 'REGRAVACAO' TO FJ-OPERACAO
                           PERFORM P0FJ-GRAVAR-JORNAL-FATURA
                           ADD 1 TO WS-QTD-ORIGINAIS
                           ADD WS-VALOR-ABERTO TO WS-TOTAL-ACORDO
                           MOVE 'C' TO WS-MOV-TIPO
           MOVE WS-PARCELA      TO FT-PARCELA-NUM
           MOVE AG-QTD-PARCELAS TO FT-PARCELA-TOTAL
           MOVE WS-NUM-ACORDO   TO FT-NUM-ACORDO
           MOVE CM-COD-EMPRESA  TO FT-COD-EMPRESA
           IF FT-COD-EMPRESA = ZEROS
               MOVE 1 TO FT-COD-EMPRESA
           END-IF

           MOVE WS-DATA-EMISSAO TO WS-DDT-DATA-BASE
           COMPUTE WS-DDT-PRAZO-DIAS = 30 * WS-PARCELA
                   DISPLAY 'RENEG01 - PARCELA DUPLICADA: '
                           FT-NUM-FATURA
               NOT INVALID KEY
                   MOVE SPACES     TO WS-FT-IMAGEM-ANTES
                   MOVE 'GRAVACAO' TO FJ-OPERACAO
                   PERFORM P0FJ-GRAVAR-JORNAL-FATURA
                   MOVE 'D' TO WS-MOV-TIPO
                   MOVE FT-VALOR TO WS-MOV-VALOR
                   PERFORM P800-GRAVAR-MOVIMENTO
                   SET FIM-VARREDURA TO TRUE
               NOT AT END
                   IF FT-NUM-ACORDO = WS-ACORDO-ALVO
                       MOVE FATURA-REC TO WS-FT-IMAGEM-ANTES
                       EVALUATE TRUE
                           WHEN FT-RENEGOCIADA
                               MOVE 'D' TO WS-MOV-TIPO
                               MOVE ZEROS
                                 TO FT-VALOR-RENEGOCIADO
                               REWRITE FATURA-REC
                                   NOT INVALID KEY
                                       MOVE 'REGRAVACAO'
                                         TO FJ-OPERACAO
                                       PERFORM
                                         P0FJ-GRAVAR-JORNAL-FATURA
                               END-REWRITE
                           WHEN FT-ABERTA
                               PERFORM P340-CALCULAR-ABERTO
                               END-IF
                               SET FT-RENEGOCIADA TO TRUE
                               REWRITE FATURA-REC
                                   NOT INVALID KEY
                                       MOVE 'REGRAVACAO'
                                         TO FJ-OPERACAO
                                       PERFORM
                                         P0FJ-GRAVAR-JORNAL-FATURA
                               END-REWRITE
                           WHEN OTHER
                               CONTINUE
           END-READ
           .

      ******************************************************************
      * P0FJ-GRAVAR-JORNAL-FATURA
      * Acrescenta ao FTJRNL a alteracao recem aplicada a fatura:
      * FJ-OPERACAO vem do chamador, a imagem-antes foi guardada em
      * WS-FT-IMAGEM-ANTES antes da alteracao.
      ******************************************************************
       P0FJ-GRAVAR-JORNAL-FATURA.

           MOVE 'RENEG01'              TO FJ-PROGRAMA
           MOVE FT-NUM-FATURA          TO FJ-NUM-FATURA
           MOVE FUNCTION CURRENT-DATE  TO FJ-DATA-HORA
           MOVE WS-FT-IMAGEM-ANTES     TO FJ-IMAGEM-ANTES
           MOVE FATURA-REC             TO FJ-IMAGEM-DEPOIS
           MOVE 'RENEG01'              TO FJ-OPERADOR
           MOVE WS-GERACAO-LOG         TO FJ-NUM-CONTROLE

           WRITE FATURA-JOURNAL-REC
           .

      ******************************************************************
      * P800-GRAVAR-MOVIMENTO
      * Movimento do acordo no razao ARMOVS: credito pelo item
           WRITE AR-MOVIMENTO-REC
           .

       P850-REJEITAR-PERIODO-FECHADO.

           MOVE SPACES           TO ACORDO-REJECT-REC
           MOVE AG-NUM-CLIENTE   TO AJ-NUM-CLIENTE
           MOVE AG-QTD-PARCELAS  TO AJ-QTD-PARCELAS
           MOVE AG-CARENCIA-DIAS TO AJ-CARENCIA-DIAS
           STRING 'PERIODO CONTABIL FECHADO ('
                  WS-PER-DATA (1:6) ')'
                  DELIMITED BY SIZE INTO AJ-MOTIVO
           WRITE ACORDO-REJECT-REC
           ADD 1 TO WS-RECUSADOS
           .

       P900-ENCERRAR-ARQUIVOS.

           IF WS-ACORDOS-NOVOS > 0
               PERFORM P128-GRAVAR-AUDITORIA-SET
               PERFORM P130-GRAVAR-NOVO-NUMERO
           END-IF

           CLOSE FATURA-MASTER
           CLOSE PAGAMENTO-STATUS
           CLOSE CUSTOMER-MASTER
           CLOSE ACORDO-REJECT
           CLOSE AR-MOVEMENTS
           CLOSE FATURA-JOURNAL

           DISPLAY 'RENEG01 - ACORDOS NOVOS......: '
                   WS-ACORDOS-NOVOS
