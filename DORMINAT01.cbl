      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: DORMINAT01 - turns the dormant customers approved on
      *          the DORMPROP01 proposal (DORMDEC: customer, decision,
      *          operator) into CUSTMAINT01 retire transactions on
      *          DORMMNT, in the MAINTIN layout, so the inactivation
      *          goes through the normal maintenance path -- the
      *          second-person approval queue and the CMJRNL journal
      *          -- instead of being written to the master here. Each
      *          approved customer is checked again first: still on
      *          the master and active, still not the CM-CLIENTE-PAI
      *          of an active branch, and still with a zero ARBAL
      *          balance; the ones that fail are listed on DORMREJ
      *          with the reason.
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
       PROGRAM-ID. DORMINAT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DORM-DECISIONS     ASSIGN TO "DORMDEC"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL SALDO-CLIENTE
                                      ASSIGN TO "ARBAL"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CB-NUM-CLIENTE
                                      FILE STATUS IS WS-SALDO-STATUS.

           SELECT OPTIONAL GEN-CONTROL
                                      ASSIGN TO "GENCTL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DORM-MAINT         ASSIGN TO "DORMMNT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DORM-REJECT        ASSIGN TO "DORMREJ"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Decisao sobre cada cliente da proposta: 'A' aprova a
      * inativacao, 'R' a recusa (o cliente continua ativo).
       FD  DORM-DECISIONS.
       01  DORM-DECISIONS-REC.
           03 DD-NUM-CLIENTE                  PIC 9(06).
           03 DD-ACAO                         PIC X(01).
              88 DD-APROVAR                       VALUE 'A'.
              88 DD-RECUSAR                       VALUE 'R'.
           03 DD-OPERADOR                     PIC X(08).

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  SALDO-CLIENTE.
           COPY ARBAL.

       FD  GEN-CONTROL.
       01  GEN-CONTROL-REC.
           03 GC-FEED                        PIC X(08).
           03 GC-GERACAO                     PIC 9(06).

      * Transacoes de exclusao no layout MAINTIN do CUSTMAINT01.
       FD  DORM-MAINT.
       01  DORM-MAINT-REC.
           03 MT-ACAO                        PIC X(01).
           03 MT-NUM-CLIENTE                 PIC 9(06).
           03 MT-NOME-COMPLETO               PIC X(30).
           03 MT-ENDERECO                    PIC X(60).
           03 MT-TELEFONE                    PIC X(20).
           03 MT-EMAIL                       PIC X(50).
           03 MT-CIDADE                      PIC X(30).
           03 MT-ESTADO                      PIC X(30).
           03 MT-CEP                         PIC X(08).
           03 MT-CLIENTE-PAI                 PIC 9(06).
           03 MT-SITUACAO-LEGAL              PIC X(01).
           03 MT-LEGAL-PROCESSO              PIC X(20).
           03 MT-DOCUMENTO                   PIC X(14).
           03 MT-CLASSE-RISCO                PIC X(01).
           03 MT-COD-VENDEDOR                PIC X(04).
           03 MT-COBRANCA-ACAO               PIC X(01).
           03 MT-END-COBRANCA                PIC X(60).
           03 MT-CIDADE-COBRANCA             PIC X(30).
           03 MT-ESTADO-COBRANCA             PIC X(30).
           03 MT-CEP-COBRANCA                PIC X(08).

       01  DORM-MAINT-HEADER REDEFINES DORM-MAINT-REC.
           COPY HDRCTL.
           03 HDR-OPERADOR                   PIC X(08).
           03 HDR-NUM-CONTROLE               PIC 9(06).

       FD  DORM-REJECT.
       01  DORM-REJECT-REC.
           03 DJ-NUM-CLIENTE                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DJ-OPERADOR                    PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DJ-MOTIVO                      PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-SALDO-STATUS                    PIC X(02) VALUE '00'.
       77 WS-CLIENTE-BUSCA                   PIC 9(06) VALUE ZEROS.
       77 WS-IDX-ACHADA                      PIC 9(03) VALUE ZEROS.

      * Proxima geracao do feed MAINTIN, lida de GENCTL para o
      * cabecalho do lote (o revisor completa o operador e o numero
      * de controle antes de submeter).
       77 WS-PROXIMA-GERACAO                 PIC 9(06) VALUE 1.

       01 WS-SWITCHES.
           03 WS-EOF-DECISOES                PIC X(01) VALUE 'N'.
              88 FIM-DECISOES                     VALUE 'S' FALSE 'N'.
           03 WS-EOF-MESTRE                  PIC X(01) VALUE 'N'.
              88 FIM-MESTRE                       VALUE 'S' FALSE 'N'.
           03 WS-EOF-GEN                     PIC X(01) VALUE 'N'.
              88 FIM-GENCTL                       VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(05) VALUE ZEROS.
           03 WS-RECUSADAS                   PIC 9(05) VALUE ZEROS.
           03 WS-GERADAS                     PIC 9(05) VALUE ZEROS.
           03 WS-REJEITADAS                  PIC 9(05) VALUE ZEROS.

      * Inativacoes aprovadas, carregadas na abertura e conferidas
      * contra o mestre numa unica passada.
       77 WS-TOT-DECISOES                    PIC 9(03) VALUE ZEROS.
       01 WS-TAB-DECISOES.
           03 WS-DECISAO OCCURS 0 TO 999 TIMES
                         DEPENDING ON WS-TOT-DECISOES
                         INDEXED BY WS-IDX-DEC.
              05 WS-DEC-CLIENTE              PIC 9(06).
              05 WS-DEC-OPERADOR             PIC X(08).
              05 WS-DEC-NO-MESTRE            PIC X(01).
                 88 WS-DEC-LOCALIZADA            VALUE 'S'.
              05 WS-DEC-MOTIVO               PIC X(40).

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-CARREGAR-DECISAO
               UNTIL FIM-DECISOES
           PERFORM P300-CONFERIR-MESTRE
               UNTIL FIM-MESTRE
           PERFORM P400-GERAR-TRANSACAO
               VARYING WS-IDX-DEC FROM 1 BY 1
                 UNTIL WS-IDX-DEC > WS-TOT-DECISOES
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  DORM-DECISIONS
           OPEN INPUT  CUSTOMER-MASTER
           OPEN INPUT  SALDO-CLIENTE
           OPEN OUTPUT DORM-MAINT
           OPEN OUTPUT DORM-REJECT

           PERFORM P150-GRAVAR-CABECALHO

           PERFORM P110-LER-DECISAO
           PERFORM P120-LER-MESTRE
           .

       P110-LER-DECISAO.

           READ DORM-DECISIONS
               AT END
                   SET FIM-DECISOES TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDAS
           END-READ
           .

       P120-LER-MESTRE.

           READ CUSTOMER-MASTER
               AT END
                   SET FIM-MESTRE TO TRUE
           END-READ
           .

      ******************************************************************
      * P150-GRAVAR-CABECALHO
      * O DORMMNT comeca com o cabecalho de lote que o CUSTMAINT01
      * exige, montado como no CEPCHK01: a proxima geracao do feed
      * MAINTIN e operador e numero de controle em branco para quem
      * submete o lote assinar.
      ******************************************************************
       P150-GRAVAR-CABECALHO.

           PERFORM P160-LER-GERACAO

           MOVE SPACES                      TO DORM-MAINT-HEADER
           MOVE 'HEADER'                    TO HDR-INDICADOR
           MOVE WS-DTP-DATA-ATUAL TO HDR-DATA-ARQUIVO
           MOVE 'DORMINAT'                  TO HDR-SISTEMA-ORIGEM
           MOVE WS-PROXIMA-GERACAO          TO HDR-GERACAO
           MOVE ZEROS                       TO HDR-NUM-CONTROLE

           WRITE DORM-MAINT-HEADER
           .

       P160-LER-GERACAO.

           OPEN INPUT GEN-CONTROL

           PERFORM P165-LER-UMA-LINHA
               UNTIL FIM-GENCTL

           CLOSE GEN-CONTROL
           .

       P165-LER-UMA-LINHA.

           READ GEN-CONTROL
               AT END
                   SET FIM-GENCTL TO TRUE
               NOT AT END
                   IF GC-FEED = 'MAINTIN'
                       COMPUTE WS-PROXIMA-GERACAO = GC-GERACAO + 1
                   END-IF
           END-READ
           .

      ******************************************************************
      * P200-CARREGAR-DECISAO
      * So a aprovacao entra na tabela; a recusa apenas se conta.
      ******************************************************************
       P200-CARREGAR-DECISAO.

           EVALUATE TRUE
               WHEN DD-RECUSAR
                   ADD 1 TO WS-RECUSADAS
               WHEN DD-APROVAR AND WS-TOT-DECISOES < 999
                   ADD 1 TO WS-TOT-DECISOES
                   MOVE DD-NUM-CLIENTE
                     TO WS-DEC-CLIENTE (WS-TOT-DECISOES)
                   MOVE DD-OPERADOR
                     TO WS-DEC-OPERADOR (WS-TOT-DECISOES)
                   MOVE 'N'    TO WS-DEC-NO-MESTRE (WS-TOT-DECISOES)
                   MOVE SPACES TO WS-DEC-MOTIVO (WS-TOT-DECISOES)
               WHEN DD-APROVAR
                   DISPLAY 'DORMINAT01 - TABELA DE DECISOES CHEIA, '
                           'IGNORADO: ' DD-NUM-CLIENTE
               WHEN OTHER
                   MOVE SPACES         TO DORM-REJECT-REC
                   MOVE DD-NUM-CLIENTE TO DJ-NUM-CLIENTE
                   MOVE DD-OPERADOR    TO DJ-OPERADOR
                   MOVE 'DECISAO INVALIDA' TO DJ-MOTIVO
                   WRITE DORM-REJECT-REC
                   ADD 1 TO WS-REJEITADAS
           END-EVALUATE

           PERFORM P110-LER-DECISAO
           .

      ******************************************************************
      * P300-CONFERIR-MESTRE
      * Uma passada pelo mestre: o cliente aprovado precisa estar la
      * e ativo, e uma filial ativa que aponte para ele como matriz
      * derruba a aprovacao.
      ******************************************************************
       P300-CONFERIR-MESTRE.

           IF CM-NUM-CLIENTE NOT = 999999
               MOVE CM-NUM-CLIENTE TO WS-CLIENTE-BUSCA
               PERFORM P310-PROCURAR-DECISAO
               IF WS-IDX-ACHADA NOT = ZEROS
                   MOVE 'S' TO WS-DEC-NO-MESTRE (WS-IDX-ACHADA)
                   IF NOT CM-ATIVO
                       MOVE 'CLIENTE JA INATIVO'
                         TO WS-DEC-MOTIVO (WS-IDX-ACHADA)
                   END-IF
               END-IF

               IF CM-ATIVO AND CM-CLIENTE-PAI NOT = ZEROS
                   MOVE CM-CLIENTE-PAI TO WS-CLIENTE-BUSCA
                   PERFORM P310-PROCURAR-DECISAO
                   IF WS-IDX-ACHADA NOT = ZEROS
                       MOVE 'MATRIZ DE FILIAL ATIVA'
                         TO WS-DEC-MOTIVO (WS-IDX-ACHADA)
                   END-IF
               END-IF
           END-IF

           PERFORM P120-LER-MESTRE
           .

       P310-PROCURAR-DECISAO.

           MOVE ZEROS TO WS-IDX-ACHADA

           PERFORM P320-COMPARAR-DECISAO
               VARYING WS-IDX-DEC FROM 1 BY 1
                 UNTIL WS-IDX-DEC > WS-TOT-DECISOES
                    OR WS-IDX-ACHADA NOT = ZEROS
           .

       P320-COMPARAR-DECISAO.

           IF WS-DEC-CLIENTE (WS-IDX-DEC) = WS-CLIENTE-BUSCA
               SET WS-IDX-ACHADA TO WS-IDX-DEC
           END-IF
           .

      ******************************************************************
      * P400-GERAR-TRANSACAO
      * Aprovacao que passou na conferencia do mestre ainda precisa
      * de saldo zero no ARBAL (sem registro: zero); passou, vira a
      * exclusao do CUSTMAINT01 (CM-INATIVO pela fila de aprovacao).
      ******************************************************************
       P400-GERAR-TRANSACAO.

           IF NOT WS-DEC-LOCALIZADA (WS-IDX-DEC)
               MOVE 'CLIENTE NAO ENCONTRADO NO MESTRE'
                 TO WS-DEC-MOTIVO (WS-IDX-DEC)
           END-IF

           IF WS-DEC-MOTIVO (WS-IDX-DEC) = SPACES
               MOVE WS-DEC-CLIENTE (WS-IDX-DEC) TO CB-NUM-CLIENTE
               READ SALDO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CB-SALDO NOT = ZEROS
                           MOVE 'SALDO NO ARBAL DIFERENTE DE ZERO'
                             TO WS-DEC-MOTIVO (WS-IDX-DEC)
                       END-IF
               END-READ
           END-IF

           IF WS-DEC-MOTIVO (WS-IDX-DEC) = SPACES
               MOVE SPACES                      TO DORM-MAINT-REC
               MOVE 'D'                         TO MT-ACAO
               MOVE WS-DEC-CLIENTE (WS-IDX-DEC) TO MT-NUM-CLIENTE
               MOVE ZEROS                       TO MT-CLIENTE-PAI
               WRITE DORM-MAINT-REC
               ADD 1 TO WS-GERADAS
           ELSE
               MOVE SPACES                       TO DORM-REJECT-REC
               MOVE WS-DEC-CLIENTE (WS-IDX-DEC)  TO DJ-NUM-CLIENTE
               MOVE WS-DEC-OPERADOR (WS-IDX-DEC) TO DJ-OPERADOR
               MOVE WS-DEC-MOTIVO (WS-IDX-DEC)   TO DJ-MOTIVO
               WRITE DORM-REJECT-REC
               ADD 1 TO WS-REJEITADAS
           END-IF
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE DORM-DECISIONS
           CLOSE CUSTOMER-MASTER
           CLOSE SALDO-CLIENTE
           CLOSE DORM-MAINT
           CLOSE DORM-REJECT

           DISPLAY 'DORMINAT01 - DECISOES LIDAS...: ' WS-LIDAS
           DISPLAY 'DORMINAT01 - RECUSADAS........: ' WS-RECUSADAS
           DISPLAY 'DORMINAT01 - EXCLUSOES GERADAS: ' WS-GERADAS
           DISPLAY 'DORMINAT01 - REJEITADAS.......: ' WS-REJEITADAS
           .

       END PROGRAM DORMINAT01.
