      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Record images widened to 492 bytes for CUSTMAST's
      *             foreign-customer fields. An approved 'ID FISCAL'
      *             sets CM-ID-FISCAL-EXT and marks the document type
      *             as foreign.
      * 15/10/2026  An approval for a customer with an open REVCAD
      *             review case (ALTRSP01) stays on the queue, counted
      *             and shown on the console, until the case is closed;
      *             refusals go through as before.
      * 15/10/2026  Record images widened to 429 bytes for CUSTMAST's
      *             CM-COD-EMPRESA.
      * 15/10/2026  Record images widened to 427 bytes for CUSTMAST's
      *             billing address.
      * 15/10/2026  Record images widened to 327 bytes for CUSTMAST's
      *             CNPJ registration status.
      * 15/10/2026  Every decision goes through the AUTCHK01 authority
      *             check (OPRAUT types CADASTRO and PERIODO); a
      *             decision by an operator without authority stays on
      *             the queue with the reason on the console.
      * 15/10/2026  A PERIODO entry on the queue (PERMNT01 reopen
      *             request, period aaaamm in PA-NUM-CLIENTE) is applied
      *             by reopening the period through PERCHK01 in the
      *             approver's name instead of touching CUSTMAST.
      * 15/10/2026  Record images widened to 317 bytes for CUSTMAST's
      *             CM-COD-VENDEDOR.
      * 03/09/2026  First cut. Honors the CMLOCK update-window lock
      *             around the I-O open of CUSTMAST, like every
      *             other updater.
                                      ASSIGN TO "CMJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REVISAO-CADASTRO
                                      ASSIGN TO "REVCAD"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS RVC-NUM-CLIENTE
                                      FILE STATUS IS WS-REVCAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-DECISIONS.
       FD  CM-JOURNAL.
           COPY CMJRNL.

       FD  REVISAO-CADASTRO.
           COPY REVCAD.

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-REVCAD-STATUS                   PIC X(02) VALUE '00'.
       77 WS-IMAGEM-ANTES                    PIC X(492) VALUE SPACES.

       01 WS-SWITCHES.
           03 WS-EOF-DEC                     PIC X(01) VALUE 'N'.
              88 FIM-FILA                         VALUE 'S' FALSE 'N'.
           03 WS-DEC-SITUACAO                PIC X(01) VALUE 'N'.
              88 DECISAO-ACHADA                   VALUE 'S' FALSE 'N'.
           03 WS-BLOQUEIO-SW                 PIC X(01) VALUE 'N'.
              88 CADASTRO-BLOQUEADO               VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-PENDENTES-LIDAS             PIC 9(05) VALUE ZEROS.
           03 WS-APLICADAS                   PIC 9(05) VALUE ZEROS.
           03 WS-RECUSADAS                   PIC 9(05) VALUE ZEROS.
           03 WS-MESMO-OPERADOR              PIC 9(05) VALUE ZEROS.
           03 WS-FORA-ALCADA                 PIC 9(05) VALUE ZEROS.
           03 WS-MANTIDAS-FILA               PIC 9(05) VALUE ZEROS.
           03 WS-BLOQUEADAS                  PIC 9(05) VALUE ZEROS.

      * Parametro para o CALL do CMLOCK01 (trava de atualizacao do
      * mestre de clientes).
           COPY LCKPARM.

      * Parametro para o CALL do PERCHK01 (reabertura de periodo
      * contabil aprovada).
           COPY PERPARM.

      * Parametro para o CALL do AUTCHK01 (alcada do operador que
      * decide).
           COPY AUTPARM.

      * Tabela de decisoes do aprovador, carregada na abertura.
       77 WS-TOT-DECISOES                    PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHADA                      PIC 9(03) VALUE ZEROS.
           OPEN OUTPUT PENDING-APPROVAL-N
           OPEN I-O    CUSTOMER-MASTER
           OPEN EXTEND CM-JOURNAL
           OPEN INPUT  REVISAO-CADASTRO

           PERFORM P110-LER-DECISAO
           PERFORM P120-LER-FILA
      * P300-PROCESSAR-FILA
      * Pendencia com decisao do MESMO operador que propos nao conta
      * como decidida: fica na fila e sai no console -- a aprovacao e
      * de segunda pessoa ou nao e aprovacao. Decisao de operador sem
      * alcada no tipo (OPRAUT, pelo AUTCHK01) tambem fica na fila,
      * com o motivo no console. Aprovacao de cliente com caso de
      * revisao aberto no REVCAD fica na fila ate o caso encerrar;
      * a recusa passa normalmente.
      ******************************************************************
       P300-PROCESSAR-FILA.

           PERFORM P400-PROCURAR-DECISAO

           IF DECISAO-ACHADA
               PERFORM P450-VERIFICAR-ALCADA
               PERFORM P460-VERIFICAR-BLOQUEIO
           END-IF

           EVALUATE TRUE
               WHEN NOT DECISAO-ACHADA
                   MOVE PENDING-APPROVAL-REC
                     TO PENDING-APPROVAL-N-REC
                   WRITE PENDING-APPROVAL-N-REC
                   ADD 1 TO WS-MANTIDAS-FILA
               WHEN AUT-MESMO-OPERADOR
                   DISPLAY 'APPROV01 - DECISAO DO PROPRIO '
                           'PROPONENTE RECUSADA: ' PA-NUM-CLIENTE
                           ' ' PA-CAMPO
                   MOVE PENDING-APPROVAL-REC
                     TO PENDING-APPROVAL-N-REC
                   WRITE PENDING-APPROVAL-N-REC
               WHEN NOT AUT-OK
                   DISPLAY 'APPROV01 - DECISAO RECUSADA: '
                           PA-NUM-CLIENTE ' ' PA-CAMPO ' - '
                           WS-AUT-MOTIVO
                   ADD 1 TO WS-FORA-ALCADA
                   MOVE PENDING-APPROVAL-REC
                     TO PENDING-APPROVAL-N-REC
                   WRITE PENDING-APPROVAL-N-REC
               WHEN WS-DEC-ACAO (WS-IDX-ACHADA) = 'A'
                AND CADASTRO-BLOQUEADO
                   DISPLAY 'APPROV01 - CADASTRO BLOQUEADO EM '
                           'REVISAO: ' PA-NUM-CLIENTE ' ' PA-CAMPO
                   ADD 1 TO WS-BLOQUEADAS
                   MOVE PENDING-APPROVAL-REC
                     TO PENDING-APPROVAL-N-REC
                   WRITE PENDING-APPROVAL-N-REC
               WHEN WS-DEC-ACAO (WS-IDX-ACHADA) = 'A'
                AND PA-CAMPO = 'PERIODO'
                   PERFORM P700-REABRIR-PERIODO
               WHEN WS-DEC-ACAO (WS-IDX-ACHADA) = 'A'
                   PERFORM P500-APLICAR-MUDANCA
               WHEN OTHER
           END-IF
           .

      ******************************************************************
      * P450-VERIFICAR-ALCADA
      * O operador da decisao precisa de alcada CADASTRO (ou PERIODO,
      * para a reabertura de periodo contabil) e nao pode ser quem
      * propos a mudanca. Mudanca de cadastro nao tem valor.
      ******************************************************************
       P450-VERIFICAR-ALCADA.

           MOVE 'APPROV01'     TO WS-AUT-PROGRAMA
           IF PA-CAMPO = 'PERIODO'
               MOVE 'PERIODO'  TO WS-AUT-TIPO
           ELSE
               MOVE 'CADASTRO' TO WS-AUT-TIPO
           END-IF
           IF WS-DEC-ACAO (WS-IDX-ACHADA) = 'A'
               SET AUT-APROVACAO TO TRUE
           ELSE
               SET AUT-RECUSA    TO TRUE
           END-IF
           MOVE SPACES         TO WS-AUT-CHAVE
           STRING PA-NUM-CLIENTE ' ' PA-CAMPO
               DELIMITED BY SIZE INTO WS-AUT-CHAVE
           END-STRING
           MOVE WS-DEC-OPERADOR (WS-IDX-ACHADA) TO WS-AUT-APROVADOR
           MOVE PA-OPERADOR    TO WS-AUT-SOLICITANTE
           MOVE ZEROS          TO WS-AUT-VALOR
           CALL 'AUTCHK01' USING WS-AUTCHK-PARM
           .

      ******************************************************************
      * P460-VERIFICAR-BLOQUEIO
      * Caso de revisao aberto pelo ALTRSP01 (aviso de alteracao
      * devolvido ou nao reconhecido) congela o cadastro do cliente.
      * Pendencia de PERIODO nao e cliente e nao passa por aqui.
      ******************************************************************
       P460-VERIFICAR-BLOQUEIO.

           SET CADASTRO-BLOQUEADO TO FALSE

           IF PA-CAMPO NOT = 'PERIODO'
               MOVE PA-NUM-CLIENTE TO RVC-NUM-CLIENTE
               READ REVISAO-CADASTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RVC-ABERTO
                           SET CADASTRO-BLOQUEADO TO TRUE
                       END-IF
               END-READ
           END-IF
           .

      ******************************************************************
      * P500-APLICAR-MUDANCA
      * Aplica no mestre o campo aprovado e grava o CMJRNL com as
                             TO CM-NOME-FORMATADO
                       WHEN 'STATUS'
                           MOVE PA-VALOR-NOVO (1:1) TO CM-STATUS
                       WHEN 'ID FISCAL'
                           MOVE PA-VALOR-NOVO (1:20)
                             TO CM-ID-FISCAL-EXT
                           SET CM-DOC-EXTERIOR TO TRUE
                       WHEN OTHER
                           DISPLAY 'APPROV01 - CAMPO PENDENTE '
                                   'DESCONHECIDO: ' PA-CAMPO
           WRITE CM-JOURNAL-REC
           .

      ******************************************************************
      * P700-REABRIR-PERIODO
      * Pedido de reabertura de periodo contabil (PERMNT01): o
      * periodo aaaamm vem em PA-NUM-CLIENTE e a reabertura sai pelo
      * PERCHK01 em nome do APROVADOR, que fica no PERLOG.
      ******************************************************************
       P700-REABRIR-PERIODO.

           MOVE 'R'               TO WS-PER-FUNCAO
           COMPUTE WS-PER-DATA = PA-NUM-CLIENTE * 100 + 1
           MOVE 'APPROV01'        TO WS-PER-PROGRAMA
           MOVE WS-DEC-OPERADOR (WS-IDX-ACHADA) TO WS-PER-OPERADOR
           CALL 'PERCHK01' USING WS-PERCHK-PARM

           IF PER-OK
               ADD 1 TO WS-APLICADAS
               DISPLAY 'APPROV01 - PERIODO REABERTO: '
                       PA-NUM-CLIENTE
           ELSE
               ADD 1 TO WS-RECUSADAS
               DISPLAY 'APPROV01 - PERIODO NAO REABERTO (RC='
                       WS-PER-RETORNO '): ' PA-NUM-CLIENTE
           END-IF
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE APPROVAL-DECISIONS
           CLOSE PENDING-APPROVAL-N
           CLOSE CUSTOMER-MASTER
           CLOSE CM-JOURNAL
           CLOSE REVISAO-CADASTRO

           MOVE 'L' TO WS-LCK-FUNCAO
           CALL 'CMLOCK01' USING WS-CMLOCK-PARM
           DISPLAY 'APPROV01 - RECUSADAS.........: ' WS-RECUSADAS
           DISPLAY 'APPROV01 - MESMO OPERADOR....: '
                   WS-MESMO-OPERADOR
           DISPLAY 'APPROV01 - FORA DA ALCADA....: '
                   WS-FORA-ALCADA
           DISPLAY 'APPROV01 - MANTIDAS NA FILA..: '
                   WS-MANTIDAS-FILA
           DISPLAY 'APPROV01 - BLOQUEADAS REVISAO: '
                   WS-BLOQUEADAS
           .

       END PROGRAM APPROV01.
