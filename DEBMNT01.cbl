      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: DEBMNT01 - maintains the DEBAUT automatic-debit
      *          enrollment file from DEBIN transactions, in the
      *          CONTPRF01 mold: 'A' enrolls a customer with the bank,
      *          branch and checking account authorized and the
      *          authorization date (re-enrolling a cancelled one),
      *          'C' changes the account on an active enrollment, 'X'
      *          cancels it with the cancellation date. Every applied
      *          action goes to the DEBAUD audit with before and after
      *          images and a timestamp; rejected transactions are
      *          listed on DEBRPT with the reason.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut. The date comes on the transaction as
      *             DD/MM/AAAA and is validated through DTVALID01; the
      *             customer must exist on CUSTMAST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEBITO-TRANS       ASSIGN TO "DEBIN"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DEBITO-AUTO
                                      ASSIGN TO "DEBAUT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS DA-NUM-CLIENTE
                                      FILE STATUS IS WS-DEBAUT-STATUS.

           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL DEBITO-AUDIT
                                      ASSIGN TO "DEBAUD"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEBITO-RPT         ASSIGN TO "DEBRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Transacao de adesao: acao, cliente, conta autorizada e a data
      * (autorizacao na adesao e na alteracao, cancelamento no 'X').
       FD  DEBITO-TRANS.
       01  DEBITO-TRANS-REC.
           03 DI-ACAO                        PIC X(01).
              88 DI-ACAO-ADERIR                   VALUE 'A'.
              88 DI-ACAO-ALTERAR                  VALUE 'C'.
              88 DI-ACAO-CANCELAR                 VALUE 'X'.
           03 DI-NUM-CLIENTE                 PIC 9(06).
           03 DI-BANCO                       PIC X(03).
           03 DI-AGENCIA                     PIC X(05).
           03 DI-CONTA                       PIC X(12).
           03 DI-DATA                        PIC X(10).

       FD  DEBITO-AUTO.
           COPY DEBAUT.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  DEBITO-AUDIT.
       01  DEBITO-AUDIT-REC.
           03 DU-PROGRAMA                    PIC X(10).
           03 DU-OPERACAO                    PIC X(10).
           03 DU-NUM-CLIENTE                 PIC 9(06).
           03 DU-DATA-HORA                   PIC X(21).
           03 DU-IMAGEM-ANTES                PIC X(43).
           03 DU-IMAGEM-DEPOIS               PIC X(43).

       FD  DEBITO-RPT.
       01  DEBITO-RPT-REC.
           03 DR-ACAO                        PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DR-NUM-CLIENTE                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DR-MOTIVO                      PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-DEBAUT-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MOTIVO-ATUAL                    PIC X(40) VALUE SPACES.
       77 WS-IMAGEM-ANTES                    PIC X(43) VALUE SPACES.
       77 WS-DATA-INT                        PIC 9(08) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(05) VALUE ZEROS.
           03 WS-ADESOES                     PIC 9(05) VALUE ZEROS.
           03 WS-ALTERADAS                   PIC 9(05) VALUE ZEROS.
           03 WS-CANCELADAS                  PIC 9(05) VALUE ZEROS.
           03 WS-REJEITADAS                  PIC 9(05) VALUE ZEROS.

           COPY DTVPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           OPEN INPUT  DEBITO-TRANS
           OPEN I-O    DEBITO-AUTO
           OPEN INPUT  CUSTOMER-MASTER
           OPEN EXTEND DEBITO-AUDIT
           OPEN OUTPUT DEBITO-RPT

           PERFORM P110-LER-PROXIMA
           PERFORM P200-PROCESSA-TRANSACAO
               UNTIL FIM-DE-ARQUIVO

           CLOSE DEBITO-TRANS
           CLOSE DEBITO-AUTO
           CLOSE CUSTOMER-MASTER
           CLOSE DEBITO-AUDIT
           CLOSE DEBITO-RPT

           DISPLAY 'DEBMNT01 - TRANSACOES LIDAS: ' WS-LIDAS
           DISPLAY 'DEBMNT01 - ADESOES.........: ' WS-ADESOES
           DISPLAY 'DEBMNT01 - ALTERADAS.......: ' WS-ALTERADAS
           DISPLAY 'DEBMNT01 - CANCELADAS......: ' WS-CANCELADAS
           DISPLAY 'DEBMNT01 - REJEITADAS......: ' WS-REJEITADAS

           GOBACK.

       P110-LER-PROXIMA.

           READ DEBITO-TRANS
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
                   WHEN DI-ACAO-ADERIR
                       PERFORM P300-ADERIR
                   WHEN DI-ACAO-ALTERAR
                       PERFORM P400-ALTERAR-CONTA
                   WHEN DI-ACAO-CANCELAR
                       PERFORM P500-CANCELAR-ADESAO
               END-EVALUATE
           ELSE
               PERFORM P800-REJEITAR-TRANSACAO
           END-IF

           PERFORM P110-LER-PROXIMA
           .

      ******************************************************************
      * P250-VALIDAR-TRANSACAO
      * Acao conhecida, cliente no mestre, data valida (DTVALID01);
      * adesao e alteracao exigem banco e agencia numericos e a
      * conta preenchida -- o cancelamento so carrega a data.
      ******************************************************************
       P250-VALIDAR-TRANSACAO.

           MOVE SPACES TO WS-MOTIVO-ATUAL

           EVALUATE TRUE
               WHEN DI-ACAO-CANCELAR
                   PERFORM P255-VALIDAR-CLIENTE
               WHEN DI-ACAO-ADERIR
               WHEN DI-ACAO-ALTERAR
                   IF DI-BANCO IS NOT NUMERIC
                      OR DI-AGENCIA IS NOT NUMERIC
                      OR DI-CONTA = SPACES
                       MOVE 'BANCO, AGENCIA OU CONTA INVALIDOS'
                                             TO WS-MOTIVO-ATUAL
                   ELSE
                       PERFORM P255-VALIDAR-CLIENTE
                   END-IF
               WHEN OTHER
                   MOVE 'CODIGO DE ACAO INVALIDO'
                                             TO WS-MOTIVO-ATUAL
           END-EVALUATE

           IF WS-MOTIVO-ATUAL = SPACES
               PERFORM P260-VALIDAR-DATA
           END-IF
           .

       P255-VALIDAR-CLIENTE.

           MOVE DI-NUM-CLIENTE TO CM-NUM-CLIENTE

           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO NO MESTRE'
                                             TO WS-MOTIVO-ATUAL
           END-READ
           .

       P260-VALIDAR-DATA.

           MOVE DI-DATA TO WS-DTV-DATA
           CALL 'DTVALID01' USING WS-DTVALID-PARM

           IF DTV-DATA-VALIDA
               MOVE DI-DATA (7:4) TO WS-DATA-INT (1:4)
               MOVE DI-DATA (4:2) TO WS-DATA-INT (5:2)
               MOVE DI-DATA (1:2) TO WS-DATA-INT (7:2)
           ELSE
               MOVE 'DATA INVALIDA' TO WS-MOTIVO-ATUAL
           END-IF
           .

      ******************************************************************
      * P300-ADERIR
      * Adesao nova grava o registro; um cliente que ja teve adesao
      * cancelada e reativado com a conta e a data novas. Adesao que
      * ja esta ativa e rejeitada -- troca de conta e a acao 'C'.
      ******************************************************************
       P300-ADERIR.

           MOVE DI-NUM-CLIENTE TO DA-NUM-CLIENTE

           READ DEBITO-AUTO
               INVALID KEY
                   MOVE SPACES TO WS-IMAGEM-ANTES
                   PERFORM P310-MONTAR-ADESAO
                   WRITE DEBITO-AUTO-REC
                       INVALID KEY
                           MOVE 'FALHA AO GRAVAR ADESAO'
                                             TO WS-MOTIVO-ATUAL
                           PERFORM P800-REJEITAR-TRANSACAO
                       NOT INVALID KEY
                           ADD 1 TO WS-ADESOES
                           MOVE 'GRAVACAO' TO DU-OPERACAO
                           PERFORM P850-GRAVAR-AUDITORIA
                   END-WRITE
               NOT INVALID KEY
                   IF DA-ADESAO-ATIVA
                       MOVE 'ADESAO JA ATIVA' TO WS-MOTIVO-ATUAL
                       PERFORM P800-REJEITAR-TRANSACAO
                   ELSE
                       MOVE DEBITO-AUTO-REC TO WS-IMAGEM-ANTES
                       PERFORM P310-MONTAR-ADESAO
                       PERFORM P700-REGRAVAR-ADESAO
                       IF WS-MOTIVO-ATUAL = SPACES
                           ADD 1 TO WS-ADESOES
                       END-IF
                   END-IF
           END-READ
           .

       P310-MONTAR-ADESAO.

           MOVE DI-NUM-CLIENTE TO DA-NUM-CLIENTE
           MOVE DI-BANCO       TO DA-BANCO
           MOVE DI-AGENCIA     TO DA-AGENCIA
           MOVE DI-CONTA       TO DA-CONTA
           MOVE WS-DATA-INT    TO DA-DATA-AUTORIZACAO
           MOVE ZEROS          TO DA-DATA-CANCELAMENTO
           SET DA-ADESAO-ATIVA TO TRUE
           .

       P400-ALTERAR-CONTA.

           MOVE DI-NUM-CLIENTE TO DA-NUM-CLIENTE

           READ DEBITO-AUTO
               INVALID KEY
                   MOVE 'ADESAO NAO ENCONTRADA' TO WS-MOTIVO-ATUAL
                   PERFORM P800-REJEITAR-TRANSACAO
               NOT INVALID KEY
                   IF NOT DA-ADESAO-ATIVA
                       MOVE 'ADESAO CANCELADA -- USE NOVA ADESAO'
                                             TO WS-MOTIVO-ATUAL
                       PERFORM P800-REJEITAR-TRANSACAO
                   ELSE
                       MOVE DEBITO-AUTO-REC TO WS-IMAGEM-ANTES
                       PERFORM P310-MONTAR-ADESAO
                       PERFORM P700-REGRAVAR-ADESAO
                       IF WS-MOTIVO-ATUAL = SPACES
                           ADD 1 TO WS-ALTERADAS
                       END-IF
                   END-IF
           END-READ
           .

       P500-CANCELAR-ADESAO.

           MOVE DI-NUM-CLIENTE TO DA-NUM-CLIENTE

           READ DEBITO-AUTO
               INVALID KEY
                   MOVE 'ADESAO NAO ENCONTRADA' TO WS-MOTIVO-ATUAL
                   PERFORM P800-REJEITAR-TRANSACAO
               NOT INVALID KEY
                   IF DA-ADESAO-CANCELADA
                       MOVE 'ADESAO JA CANCELADA' TO WS-MOTIVO-ATUAL
                       PERFORM P800-REJEITAR-TRANSACAO
                   ELSE
                       MOVE DEBITO-AUTO-REC TO WS-IMAGEM-ANTES
                       MOVE WS-DATA-INT     TO DA-DATA-CANCELAMENTO
                       SET DA-ADESAO-CANCELADA TO TRUE
                       PERFORM P700-REGRAVAR-ADESAO
                       IF WS-MOTIVO-ATUAL = SPACES
                           ADD 1 TO WS-CANCELADAS
                       END-IF
                   END-IF
           END-READ
           .

       P700-REGRAVAR-ADESAO.

           REWRITE DEBITO-AUTO-REC
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR ALTERACAO'
                                             TO WS-MOTIVO-ATUAL
                   PERFORM P800-REJEITAR-TRANSACAO
               NOT INVALID KEY
                   MOVE 'REGRAVACAO' TO DU-OPERACAO
                   PERFORM P850-GRAVAR-AUDITORIA
           END-REWRITE
           .

       P800-REJEITAR-TRANSACAO.

           MOVE SPACES            TO DEBITO-RPT-REC
           MOVE 'REJEITADA'       TO DR-ACAO
           MOVE DI-NUM-CLIENTE    TO DR-NUM-CLIENTE
           MOVE WS-MOTIVO-ATUAL   TO DR-MOTIVO

           WRITE DEBITO-RPT-REC
           ADD 1 TO WS-REJEITADAS
           .

      ******************************************************************
      * P850-GRAVAR-AUDITORIA
      * Auditoria da acao aplicada: operacao, imagem antes (em branco
      * numa adesao nova) e imagem depois, com o instante da mudanca.
      ******************************************************************
       P850-GRAVAR-AUDITORIA.

           MOVE 'DEBMNT01'             TO DU-PROGRAMA
           MOVE DI-NUM-CLIENTE         TO DU-NUM-CLIENTE
           MOVE FUNCTION CURRENT-DATE  TO DU-DATA-HORA
           MOVE WS-IMAGEM-ANTES        TO DU-IMAGEM-ANTES
           MOVE DEBITO-AUTO-REC        TO DU-IMAGEM-DEPOIS

           WRITE DEBITO-AUDIT-REC
           .

       END PROGRAM DEBMNT01.
