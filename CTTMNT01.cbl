      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: CTTMNT01 - maintains the CLICONT customer contact file
      *          from CTTIN transactions, in the CONTPRF01 mold: 'A'
      *          records the contact of one role (C cobranca,
      *          F financeiro, J juridico, T tecnico) for a customer,
      *          'C' changes it (including inactivating it), 'D'
      *          removes it -- the outbound programs then fall back to
      *          the master's CM-EMAIL / CM-TELEFONE for that role.
      *          Every applied action is written to the CTTAUD audit
      *          with before and after images and a timestamp;
      *          rejects go to CTTRPT with the reason.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  First cut. The customer must exist on CUSTMAST; a
      *             contact needs a name and at least an email or a
      *             phone, and an email must carry exactly one '@'.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTTMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATO-TRANS      ASSIGN TO "CTTIN"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL CLIENTE-CONTATO
                                      ASSIGN TO "CLICONT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS CC-CHAVE
                                      FILE STATUS IS WS-CONT-STATUS.

           SELECT OPTIONAL CONTATO-AUDIT
                                      ASSIGN TO "CTTAUD"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTATO-RPT        ASSIGN TO "CTTRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTATO-TRANS.
       01  CONTATO-TRANS-REC.
           03 TC-ACAO                        PIC X(01).
              88 TC-ACAO-INCLUIR                  VALUE 'A'.
              88 TC-ACAO-ALTERAR                  VALUE 'C'.
              88 TC-ACAO-EXCLUIR                  VALUE 'D'.
           03 TC-NUM-CLIENTE                 PIC 9(06).
           03 TC-PAPEL                       PIC X(01).
           03 TC-NOME                        PIC X(40).
           03 TC-EMAIL                       PIC X(50).
           03 TC-TELEFONE                    PIC X(20).
           03 TC-SITUACAO                    PIC X(01).

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CLIENTE-CONTATO.
           COPY CLICONT.

       FD  CONTATO-AUDIT.
       01  CONTATO-AUDIT-REC.
           03 TA-PROGRAMA                    PIC X(10).
           03 TA-OPERACAO                    PIC X(10).
           03 TA-NUM-CLIENTE                 PIC 9(06).
           03 TA-PAPEL                       PIC X(01).
           03 TA-DATA-HORA                   PIC X(21).
           03 TA-IMAGEM-ANTES                PIC X(126).
           03 TA-IMAGEM-DEPOIS               PIC X(126).

       FD  CONTATO-RPT.
       01  CONTATO-RPT-REC.
           03 TR-ACAO                        PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 TR-NUM-CLIENTE                 PIC 9(06).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 TR-PAPEL                       PIC X(01).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 TR-MOTIVO                      PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CONT-STATUS                     PIC X(02) VALUE '00'.
       77 WS-MOTIVO-ATUAL                    PIC X(40) VALUE SPACES.
       77 WS-IMAGEM-ANTES                    PIC X(126) VALUE SPACES.
       77 WS-QTD-ARROBA                      PIC 9(02) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(05) VALUE ZEROS.
           03 WS-INCLUIDAS                   PIC 9(05) VALUE ZEROS.
           03 WS-ALTERADAS                   PIC 9(05) VALUE ZEROS.
           03 WS-EXCLUIDAS                   PIC 9(05) VALUE ZEROS.
           03 WS-REJEITADAS                  PIC 9(05) VALUE ZEROS.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           OPEN INPUT  CONTATO-TRANS
           OPEN INPUT  CUSTOMER-MASTER
           OPEN I-O    CLIENTE-CONTATO
           OPEN EXTEND CONTATO-AUDIT
           OPEN OUTPUT CONTATO-RPT

           PERFORM P110-LER-PROXIMA
           PERFORM P200-PROCESSA-TRANSACAO
               UNTIL FIM-DE-ARQUIVO

           CLOSE CONTATO-TRANS
           CLOSE CUSTOMER-MASTER
           CLOSE CLIENTE-CONTATO
           CLOSE CONTATO-AUDIT
           CLOSE CONTATO-RPT

           DISPLAY 'CTTMNT01 - TRANSACOES LIDAS: ' WS-LIDAS
           DISPLAY 'CTTMNT01 - INCLUIDAS.......: ' WS-INCLUIDAS
           DISPLAY 'CTTMNT01 - ALTERADAS.......: ' WS-ALTERADAS
           DISPLAY 'CTTMNT01 - EXCLUIDAS.......: ' WS-EXCLUIDAS
           DISPLAY 'CTTMNT01 - REJEITADAS......: ' WS-REJEITADAS

           GOBACK.

       P110-LER-PROXIMA.

           READ CONTATO-TRANS
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
                   WHEN TC-ACAO-INCLUIR
                       PERFORM P300-INCLUIR-CONTATO
                   WHEN TC-ACAO-ALTERAR
                       PERFORM P400-ALTERAR-CONTATO
                   WHEN TC-ACAO-EXCLUIR
                       PERFORM P500-EXCLUIR-CONTATO
               END-EVALUATE
           ELSE
               PERFORM P800-REJEITAR-TRANSACAO
           END-IF

           PERFORM P110-LER-PROXIMA
           .

      ******************************************************************
      * P250-VALIDAR-TRANSACAO
      * Acao e papel conhecidos e cliente existente no mestre; a
      * inclusao e a alteracao ainda exigem nome, um email ou um
      * telefone, email com uma unica '@' e situacao A ou I (em
      * branco vale A). A exclusao so precisa da chave.
      ******************************************************************
       P250-VALIDAR-TRANSACAO.

           MOVE SPACES TO WS-MOTIVO-ATUAL

           IF NOT TC-ACAO-INCLUIR
              AND NOT TC-ACAO-ALTERAR
              AND NOT TC-ACAO-EXCLUIR
               MOVE 'CODIGO DE ACAO INVALIDO' TO WS-MOTIVO-ATUAL
           END-IF

           IF WS-MOTIVO-ATUAL = SPACES
               MOVE TC-PAPEL TO CC-PAPEL
               IF NOT CC-PAPEL-VALIDO
                   MOVE 'PAPEL INVALIDO (USE C, F, J OU T)'
                                             TO WS-MOTIVO-ATUAL
               END-IF
           END-IF

           IF WS-MOTIVO-ATUAL = SPACES
               MOVE TC-NUM-CLIENTE TO CM-NUM-CLIENTE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'CLIENTE NAO ENCONTRADO NO MESTRE'
                                             TO WS-MOTIVO-ATUAL
               END-READ
           END-IF

           IF WS-MOTIVO-ATUAL = SPACES
              AND NOT TC-ACAO-EXCLUIR
               PERFORM P260-VALIDAR-DADOS
           END-IF
           .

       P260-VALIDAR-DADOS.

           IF TC-SITUACAO = SPACES
               MOVE 'A' TO TC-SITUACAO
           END-IF

           MOVE ZEROS TO WS-QTD-ARROBA
           INSPECT TC-EMAIL TALLYING WS-QTD-ARROBA FOR ALL '@'

           EVALUATE TRUE
               WHEN TC-NOME = SPACES
                   MOVE 'NOME DO CONTATO EM BRANCO'
                                             TO WS-MOTIVO-ATUAL
               WHEN TC-EMAIL = SPACES AND TC-TELEFONE = SPACES
                   MOVE 'CONTATO SEM EMAIL E SEM TELEFONE'
                                             TO WS-MOTIVO-ATUAL
               WHEN TC-EMAIL NOT = SPACES AND WS-QTD-ARROBA NOT = 1
                   MOVE 'EMAIL INVALIDO' TO WS-MOTIVO-ATUAL
               WHEN TC-SITUACAO NOT = 'A' AND TC-SITUACAO NOT = 'I'
                   MOVE 'SITUACAO INVALIDA (USE A OU I)'
                                             TO WS-MOTIVO-ATUAL
           END-EVALUATE
           .

       P300-INCLUIR-CONTATO.

           MOVE TC-NUM-CLIENTE      TO CC-NUM-CLIENTE
           MOVE TC-PAPEL            TO CC-PAPEL
           PERFORM P350-MOVER-DADOS

           WRITE CLIENTE-CONTATO-REC
               INVALID KEY
                   MOVE 'CONTATO DO PAPEL JA EXISTE' TO WS-MOTIVO-ATUAL
                   PERFORM P800-REJEITAR-TRANSACAO
               NOT INVALID KEY
                   ADD 1 TO WS-INCLUIDAS
                   MOVE SPACES     TO WS-IMAGEM-ANTES
                   MOVE 'GRAVACAO' TO TA-OPERACAO
                   PERFORM P850-GRAVAR-AUDITORIA
           END-WRITE
           .

       P350-MOVER-DADOS.

           MOVE TC-NOME             TO CC-NOME
           MOVE TC-EMAIL            TO CC-EMAIL
           MOVE TC-TELEFONE         TO CC-TELEFONE
           MOVE TC-SITUACAO         TO CC-SITUACAO
           MOVE WS-DTP-DATA-ATUAL TO CC-DATA-ATUALIZACAO
           .

       P400-ALTERAR-CONTATO.

           MOVE TC-NUM-CLIENTE TO CC-NUM-CLIENTE
           MOVE TC-PAPEL       TO CC-PAPEL

           READ CLIENTE-CONTATO
               INVALID KEY
                   MOVE 'CONTATO NAO ENCONTRADO' TO WS-MOTIVO-ATUAL
                   PERFORM P800-REJEITAR-TRANSACAO
               NOT INVALID KEY
                   MOVE CLIENTE-CONTATO-REC TO WS-IMAGEM-ANTES
                   PERFORM P350-MOVER-DADOS

                   REWRITE CLIENTE-CONTATO-REC
                       INVALID KEY
                           MOVE 'FALHA AO GRAVAR ALTERACAO'
                                             TO WS-MOTIVO-ATUAL
                           PERFORM P800-REJEITAR-TRANSACAO
                       NOT INVALID KEY
                           ADD 1 TO WS-ALTERADAS
                           MOVE 'REGRAVACAO' TO TA-OPERACAO
                           PERFORM P850-GRAVAR-AUDITORIA
                   END-REWRITE
           END-READ
           .

       P500-EXCLUIR-CONTATO.

           MOVE TC-NUM-CLIENTE TO CC-NUM-CLIENTE
           MOVE TC-PAPEL       TO CC-PAPEL

           READ CLIENTE-CONTATO
               INVALID KEY
                   MOVE 'CONTATO NAO ENCONTRADO' TO WS-MOTIVO-ATUAL
                   PERFORM P800-REJEITAR-TRANSACAO
               NOT INVALID KEY
                   MOVE CLIENTE-CONTATO-REC TO WS-IMAGEM-ANTES

                   DELETE CLIENTE-CONTATO
                       INVALID KEY
                           MOVE 'FALHA AO EXCLUIR CONTATO'
                                             TO WS-MOTIVO-ATUAL
                           PERFORM P800-REJEITAR-TRANSACAO
                       NOT INVALID KEY
                           ADD 1 TO WS-EXCLUIDAS
                           MOVE 'EXCLUSAO' TO TA-OPERACAO
                           MOVE SPACES TO CLIENTE-CONTATO-REC
                           PERFORM P850-GRAVAR-AUDITORIA
                   END-DELETE
           END-READ
           .

       P800-REJEITAR-TRANSACAO.

           MOVE SPACES            TO CONTATO-RPT-REC
           MOVE 'REJEITADA'       TO TR-ACAO
           MOVE TC-NUM-CLIENTE    TO TR-NUM-CLIENTE
           MOVE TC-PAPEL          TO TR-PAPEL
           MOVE WS-MOTIVO-ATUAL   TO TR-MOTIVO

           WRITE CONTATO-RPT-REC
           ADD 1 TO WS-REJEITADAS
           .

      ******************************************************************
      * P850-GRAVAR-AUDITORIA
      * Auditoria completa da acao aplicada: operacao, imagem antes
      * (em branco numa inclusao) e imagem depois (em branco numa
      * exclusao), com o instante da mudanca.
      ******************************************************************
       P850-GRAVAR-AUDITORIA.

           MOVE 'CTTMNT01'             TO TA-PROGRAMA
           MOVE TC-NUM-CLIENTE         TO TA-NUM-CLIENTE
           MOVE TC-PAPEL               TO TA-PAPEL
           MOVE FUNCTION CURRENT-DATE  TO TA-DATA-HORA
           MOVE WS-IMAGEM-ANTES        TO TA-IMAGEM-ANTES
           MOVE CLIENTE-CONTATO-REC    TO TA-IMAGEM-DEPOIS

           WRITE CONTATO-AUDIT-REC
           .

       END PROGRAM CTTMNT01.
