      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: CRDMNT01 - maintains the CREDPREF credit-balance
      *          preference file from CRDIN transactions, in the
      *          DEBMNT01 mold: 'A' records that the customer wants a
      *          credit balance applied to the invoices issued next,
      *          'R' that the customer wants it refunded, each with
      *          the date the choice takes effect. The first choice
      *          writes the record, a change rewrites it. Every
      *          applied action goes to the CRDAUD audit with before
      *          and after images and a timestamp; rejected
      *          transactions are listed on CRDRPT with the reason.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut. The date comes on the transaction as
      *             DD/MM/AAAA and is validated through DTVALID01; the
      *             customer must exist on CUSTMAST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDITO-TRANS      ASSIGN TO "CRDIN"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CREDITO-PREF
                                      ASSIGN TO "CREDPREF"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS CR-NUM-CLIENTE
                                      FILE STATUS IS WS-CREDPREF-STATUS.

           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL CREDITO-AUDIT
                                      ASSIGN TO "CRDAUD"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CREDITO-RPT        ASSIGN TO "CRDRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Transacao de preferencia: acao (aplicar ou reembolsar), cliente
      * e a data a partir da qual a escolha vale.
       FD  CREDITO-TRANS.
       01  CREDITO-TRANS-REC.
           03 CI-ACAO                        PIC X(01).
              88 CI-ACAO-APLICAR                  VALUE 'A'.
              88 CI-ACAO-REEMBOLSAR               VALUE 'R'.
           03 CI-NUM-CLIENTE                 PIC 9(06).
           03 CI-DATA                        PIC X(10).

       FD  CREDITO-PREF.
           COPY CREDPREF.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CREDITO-AUDIT.
       01  CREDITO-AUDIT-REC.
           03 CU-PROGRAMA                    PIC X(10).
           03 CU-OPERACAO                    PIC X(10).
           03 CU-NUM-CLIENTE                 PIC 9(06).
           03 CU-DATA-HORA                   PIC X(21).
           03 CU-IMAGEM-ANTES                PIC X(15).
           03 CU-IMAGEM-DEPOIS               PIC X(15).

       FD  CREDITO-RPT.
       01  CREDITO-RPT-REC.
           03 CP-ACAO                        PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 CP-NUM-CLIENTE                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 CP-MOTIVO                      PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-CREDPREF-STATUS                 PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MOTIVO-ATUAL                    PIC X(40) VALUE SPACES.
       77 WS-IMAGEM-ANTES                    PIC X(15) VALUE SPACES.
       77 WS-DATA-INT                        PIC 9(08) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(05) VALUE ZEROS.
           03 WS-APLICAR                     PIC 9(05) VALUE ZEROS.
           03 WS-REEMBOLSAR                  PIC 9(05) VALUE ZEROS.
           03 WS-REJEITADAS                  PIC 9(05) VALUE ZEROS.

           COPY DTVPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           OPEN INPUT  CREDITO-TRANS
           OPEN I-O    CREDITO-PREF
           OPEN INPUT  CUSTOMER-MASTER
           OPEN EXTEND CREDITO-AUDIT
           OPEN OUTPUT CREDITO-RPT

           PERFORM P110-LER-PROXIMA
           PERFORM P200-PROCESSA-TRANSACAO
               UNTIL FIM-DE-ARQUIVO

           CLOSE CREDITO-TRANS
           CLOSE CREDITO-PREF
           CLOSE CUSTOMER-MASTER
           CLOSE CREDITO-AUDIT
           CLOSE CREDITO-RPT

           DISPLAY 'CRDMNT01 - TRANSACOES LIDAS: ' WS-LIDAS
           DISPLAY 'CRDMNT01 - PARA APLICAR....: ' WS-APLICAR
           DISPLAY 'CRDMNT01 - PARA REEMBOLSAR.: ' WS-REEMBOLSAR
           DISPLAY 'CRDMNT01 - REJEITADAS......: ' WS-REJEITADAS

           GOBACK.

       P110-LER-PROXIMA.

           READ CREDITO-TRANS
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDAS
           END-READ
           .

       P200-PROCESSA-TRANSACAO.

           PERFORM P250-VALIDAR-TRANSACAO

           IF WS-MOTIVO-ATUAL = SPACES
               PERFORM P300-REGISTRAR-PREFERENCIA
           ELSE
               PERFORM P800-REJEITAR-TRANSACAO
           END-IF

           PERFORM P110-LER-PROXIMA
           .

      ******************************************************************
      * P250-VALIDAR-TRANSACAO
      * Acao conhecida, cliente no mestre e data valida (DTVALID01).
      ******************************************************************
       P250-VALIDAR-TRANSACAO.

           MOVE SPACES TO WS-MOTIVO-ATUAL

           IF CI-ACAO-APLICAR OR CI-ACAO-REEMBOLSAR
               PERFORM P255-VALIDAR-CLIENTE
           ELSE
               MOVE 'CODIGO DE ACAO INVALIDO' TO WS-MOTIVO-ATUAL
           END-IF

           IF WS-MOTIVO-ATUAL = SPACES
               PERFORM P260-VALIDAR-DATA
           END-IF
           .

       P255-VALIDAR-CLIENTE.

           MOVE CI-NUM-CLIENTE TO CM-NUM-CLIENTE

           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO NO MESTRE'
                                             TO WS-MOTIVO-ATUAL
           END-READ
           .

       P260-VALIDAR-DATA.

           MOVE CI-DATA TO WS-DTV-DATA
           CALL 'DTVALID01' USING WS-DTVALID-PARM

           IF DTV-DATA-VALIDA
               MOVE CI-DATA (7:4) TO WS-DATA-INT (1:4)
               MOVE CI-DATA (4:2) TO WS-DATA-INT (5:2)
               MOVE CI-DATA (1:2) TO WS-DATA-INT (7:2)
           ELSE
               MOVE 'DATA INVALIDA' TO WS-MOTIVO-ATUAL
           END-IF
           .

      ******************************************************************
      * P300-REGISTRAR-PREFERENCIA
      * A primeira escolha do cliente grava o registro; uma troca
      * regrava com o destino e a data novos. Repetir a escolha que
      * ja esta em vigor e rejeitado.
      ******************************************************************
       P300-REGISTRAR-PREFERENCIA.

           MOVE CI-NUM-CLIENTE TO CR-NUM-CLIENTE

           READ CREDITO-PREF
               INVALID KEY
                   MOVE SPACES TO WS-IMAGEM-ANTES
                   PERFORM P310-MONTAR-PREFERENCIA
                   WRITE CREDITO-PREF-REC
                       INVALID KEY
                           MOVE 'FALHA AO GRAVAR PREFERENCIA'
                                             TO WS-MOTIVO-ATUAL
                           PERFORM P800-REJEITAR-TRANSACAO
                       NOT INVALID KEY
                           PERFORM P320-CONTAR-PREFERENCIA
                           MOVE 'GRAVACAO' TO CU-OPERACAO
                           PERFORM P850-GRAVAR-AUDITORIA
                   END-WRITE
               NOT INVALID KEY
                   IF CR-DESTINO = CI-ACAO
                       MOVE 'PREFERENCIA JA EM VIGOR'
                                             TO WS-MOTIVO-ATUAL
                       PERFORM P800-REJEITAR-TRANSACAO
                   ELSE
                       MOVE CREDITO-PREF-REC TO WS-IMAGEM-ANTES
                       PERFORM P310-MONTAR-PREFERENCIA
                       PERFORM P700-REGRAVAR-PREFERENCIA
                       IF WS-MOTIVO-ATUAL = SPACES
                           PERFORM P320-CONTAR-PREFERENCIA
                       END-IF
                   END-IF
           END-READ
           .

       P310-MONTAR-PREFERENCIA.

           MOVE CI-NUM-CLIENTE TO CR-NUM-CLIENTE
           MOVE CI-ACAO        TO CR-DESTINO
           MOVE WS-DATA-INT    TO CR-DATA-EFETIVA
           .

       P320-CONTAR-PREFERENCIA.

           IF CR-APLICAR
               ADD 1 TO WS-APLICAR
           ELSE
               ADD 1 TO WS-REEMBOLSAR
           END-IF
           .

       P700-REGRAVAR-PREFERENCIA.

           REWRITE CREDITO-PREF-REC
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR ALTERACAO'
                                             TO WS-MOTIVO-ATUAL
                   PERFORM P800-REJEITAR-TRANSACAO
               NOT INVALID KEY
                   MOVE 'REGRAVACAO' TO CU-OPERACAO
                   PERFORM P850-GRAVAR-AUDITORIA
           END-REWRITE
           .

       P800-REJEITAR-TRANSACAO.

           MOVE SPACES            TO CREDITO-RPT-REC
           MOVE 'REJEITADA'       TO CP-ACAO
           MOVE CI-NUM-CLIENTE    TO CP-NUM-CLIENTE
           MOVE WS-MOTIVO-ATUAL   TO CP-MOTIVO

           WRITE CREDITO-RPT-REC
           ADD 1 TO WS-REJEITADAS
           .

      ******************************************************************
      * P850-GRAVAR-AUDITORIA
      * Auditoria da acao aplicada: operacao, imagem antes (em branco
      * na primeira escolha) e imagem depois, com o instante da
      * mudanca.
      ******************************************************************
       P850-GRAVAR-AUDITORIA.

           MOVE 'CRDMNT01'             TO CU-PROGRAMA
           MOVE CI-NUM-CLIENTE         TO CU-NUM-CLIENTE
           MOVE FUNCTION CURRENT-DATE  TO CU-DATA-HORA
           MOVE WS-IMAGEM-ANTES        TO CU-IMAGEM-ANTES
           MOVE CREDITO-PREF-REC       TO CU-IMAGEM-DEPOIS

           WRITE CREDITO-AUDIT-REC
           .

       END PROGRAM CRDMNT01.
