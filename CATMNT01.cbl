      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: CATMNT01 - maintains the SVCCAT service catalog from
      *          CATIN transactions, in the CONTPRF01 mold: 'A' adds
      *          an item (code, description, unit price, unit of
      *          measure, revenue category, municipal service code),
      *          'C' changes an item's data, 'X' inactivates it. An
      *          item is never deleted: billed lines keep pointing at
      *          it. Every applied action goes to the CATAUD audit
      *          with before and after images and a timestamp;
      *          rejected transactions are listed on CATRPT.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut. A change ('C') to an inactive item
      *             reactivates it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-TRANS     ASSIGN TO "CATIN"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CATALOGO
                                      ASSIGN TO "SVCCAT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS SV-COD-ITEM
                                      FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT OPTIONAL CATALOGO-AUDIT
                                      ASSIGN TO "CATAUD"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOGO-RPT       ASSIGN TO "CATRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-TRANS.
       01  CATALOGO-TRANS-REC.
           03 CI-ACAO                        PIC X(01).
              88 CI-ACAO-INCLUIR                  VALUE 'A'.
              88 CI-ACAO-ALTERAR                  VALUE 'C'.
              88 CI-ACAO-INATIVAR                 VALUE 'X'.
           03 CI-COD-ITEM                    PIC X(08).
           03 CI-DESCRICAO                   PIC X(30).
           03 CI-PRECO-UNITARIO              PIC 9(07)V99.
           03 CI-UNIDADE                     PIC X(03).
           03 CI-CATEGORIA                   PIC X(10).
           03 CI-COD-SERVICO-ISS             PIC X(05).

       FD  CATALOGO.
           COPY SVCCAT.

       FD  CATALOGO-AUDIT.
       01  CATALOGO-AUDIT-REC.
           03 CU-PROGRAMA                    PIC X(10).
           03 CU-OPERACAO                    PIC X(10).
           03 CU-COD-ITEM                    PIC X(08).
           03 CU-DATA-HORA                   PIC X(21).
           03 CU-IMAGEM-ANTES                PIC X(66).
           03 CU-IMAGEM-DEPOIS               PIC X(66).

       FD  CATALOGO-RPT.
       01  CATALOGO-RPT-REC.
           03 CR-ACAO                        PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 CR-COD-ITEM                    PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 CR-MOTIVO                      PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-CATALOGO-STATUS                 PIC X(02) VALUE '00'.
       77 WS-MOTIVO-ATUAL                    PIC X(40) VALUE SPACES.
       77 WS-IMAGEM-ANTES                    PIC X(66) VALUE SPACES.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(05) VALUE ZEROS.
           03 WS-INCLUIDAS                   PIC 9(05) VALUE ZEROS.
           03 WS-ALTERADAS                   PIC 9(05) VALUE ZEROS.
           03 WS-INATIVADAS                  PIC 9(05) VALUE ZEROS.
           03 WS-REJEITADAS                  PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           OPEN INPUT  CATALOGO-TRANS
           OPEN I-O    CATALOGO
           OPEN EXTEND CATALOGO-AUDIT
           OPEN OUTPUT CATALOGO-RPT

           PERFORM P110-LER-PROXIMA
           PERFORM P200-PROCESSA-TRANSACAO
               UNTIL FIM-DE-ARQUIVO

           CLOSE CATALOGO-TRANS
           CLOSE CATALOGO
           CLOSE CATALOGO-AUDIT
           CLOSE CATALOGO-RPT

           DISPLAY 'CATMNT01 - TRANSACOES LIDAS: ' WS-LIDAS
           DISPLAY 'CATMNT01 - INCLUIDAS.......: ' WS-INCLUIDAS
           DISPLAY 'CATMNT01 - ALTERADAS.......: ' WS-ALTERADAS
           DISPLAY 'CATMNT01 - INATIVADAS......: ' WS-INATIVADAS
           DISPLAY 'CATMNT01 - REJEITADAS......: ' WS-REJEITADAS

           GOBACK.

       P110-LER-PROXIMA.

           READ CATALOGO-TRANS
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
                   WHEN CI-ACAO-INCLUIR
                       PERFORM P300-INCLUIR-ITEM
                   WHEN CI-ACAO-ALTERAR
                       PERFORM P400-ALTERAR-ITEM
                   WHEN CI-ACAO-INATIVAR
                       PERFORM P500-INATIVAR-ITEM
               END-EVALUATE
           ELSE
               PERFORM P800-REJEITAR-TRANSACAO
           END-IF

           PERFORM P110-LER-PROXIMA
           .

      ******************************************************************
      * P250-VALIDAR-TRANSACAO
      * Codigo preenchido e acao conhecida; inclusao e alteracao
      * exigem descricao, preco unitario numerico acima de zero,
      * unidade e categoria -- o relatorio de receita agrupa por ela.
      ******************************************************************
       P250-VALIDAR-TRANSACAO.

           MOVE SPACES TO WS-MOTIVO-ATUAL

           EVALUATE TRUE
               WHEN CI-COD-ITEM = SPACES
                   MOVE 'CODIGO DO ITEM EM BRANCO'
                                             TO WS-MOTIVO-ATUAL
               WHEN CI-ACAO-INATIVAR
                   CONTINUE
               WHEN CI-ACAO-INCLUIR
               WHEN CI-ACAO-ALTERAR
                   EVALUATE TRUE
                       WHEN CI-DESCRICAO = SPACES
                           MOVE 'DESCRICAO EM BRANCO'
                                             TO WS-MOTIVO-ATUAL
                       WHEN CI-PRECO-UNITARIO IS NOT NUMERIC
                       WHEN CI-PRECO-UNITARIO = ZEROS
                           MOVE 'PRECO UNITARIO INVALIDO'
                                             TO WS-MOTIVO-ATUAL
                       WHEN CI-UNIDADE = SPACES
                           MOVE 'UNIDADE DE MEDIDA EM BRANCO'
                                             TO WS-MOTIVO-ATUAL
                       WHEN CI-CATEGORIA = SPACES
                           MOVE 'CATEGORIA DE RECEITA EM BRANCO'
                                             TO WS-MOTIVO-ATUAL
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'CODIGO DE ACAO INVALIDO'
                                             TO WS-MOTIVO-ATUAL
           END-EVALUATE
           .

       P300-INCLUIR-ITEM.

           PERFORM P310-MONTAR-ITEM

           WRITE CATALOGO-REC
               INVALID KEY
                   MOVE 'ITEM JA EXISTE' TO WS-MOTIVO-ATUAL
                   PERFORM P800-REJEITAR-TRANSACAO
               NOT INVALID KEY
                   ADD 1 TO WS-INCLUIDAS
                   MOVE SPACES     TO WS-IMAGEM-ANTES
                   MOVE 'GRAVACAO' TO CU-OPERACAO
                   PERFORM P850-GRAVAR-AUDITORIA
           END-WRITE
           .

       P310-MONTAR-ITEM.

           MOVE CI-COD-ITEM         TO SV-COD-ITEM
           MOVE CI-DESCRICAO        TO SV-DESCRICAO
           MOVE CI-PRECO-UNITARIO   TO SV-PRECO-UNITARIO
           MOVE CI-UNIDADE          TO SV-UNIDADE
           MOVE CI-CATEGORIA        TO SV-CATEGORIA
           MOVE CI-COD-SERVICO-ISS  TO SV-COD-SERVICO-ISS
           SET SV-ITEM-ATIVO        TO TRUE
           .

       P400-ALTERAR-ITEM.

           MOVE CI-COD-ITEM TO SV-COD-ITEM

           READ CATALOGO
               INVALID KEY
                   MOVE 'ITEM NAO ENCONTRADO' TO WS-MOTIVO-ATUAL
                   PERFORM P800-REJEITAR-TRANSACAO
               NOT INVALID KEY
                   MOVE CATALOGO-REC TO WS-IMAGEM-ANTES
                   PERFORM P310-MONTAR-ITEM
                   PERFORM P700-REGRAVAR-ITEM
                   IF WS-MOTIVO-ATUAL = SPACES
                       ADD 1 TO WS-ALTERADAS
                   END-IF
           END-READ
           .

       P500-INATIVAR-ITEM.

           MOVE CI-COD-ITEM TO SV-COD-ITEM

           READ CATALOGO
               INVALID KEY
                   MOVE 'ITEM NAO ENCONTRADO' TO WS-MOTIVO-ATUAL
                   PERFORM P800-REJEITAR-TRANSACAO
               NOT INVALID KEY
                   IF SV-ITEM-INATIVO
                       MOVE 'ITEM JA INATIVO' TO WS-MOTIVO-ATUAL
                       PERFORM P800-REJEITAR-TRANSACAO
                   ELSE
                       MOVE CATALOGO-REC TO WS-IMAGEM-ANTES
                       SET SV-ITEM-INATIVO TO TRUE
                       PERFORM P700-REGRAVAR-ITEM
                       IF WS-MOTIVO-ATUAL = SPACES
                           ADD 1 TO WS-INATIVADAS
                       END-IF
                   END-IF
           END-READ
           .

       P700-REGRAVAR-ITEM.

           REWRITE CATALOGO-REC
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

           MOVE SPACES            TO CATALOGO-RPT-REC
           MOVE 'REJEITADA'       TO CR-ACAO
           MOVE CI-COD-ITEM       TO CR-COD-ITEM
           MOVE WS-MOTIVO-ATUAL   TO CR-MOTIVO

           WRITE CATALOGO-RPT-REC
           ADD 1 TO WS-REJEITADAS
           .

      ******************************************************************
      * P850-GRAVAR-AUDITORIA
      * Auditoria da acao aplicada: operacao, imagem antes (em branco
      * numa inclusao) e imagem depois, com o instante da mudanca --
      * uma mudanca de preco fica rastreavel ate a transacao.
      ******************************************************************
       P850-GRAVAR-AUDITORIA.

           MOVE 'CATMNT01'             TO CU-PROGRAMA
           MOVE CI-COD-ITEM            TO CU-COD-ITEM
           MOVE FUNCTION CURRENT-DATE  TO CU-DATA-HORA
           MOVE WS-IMAGEM-ANTES        TO CU-IMAGEM-ANTES
           MOVE CATALOGO-REC           TO CU-IMAGEM-DEPOIS

           WRITE CATALOGO-AUDIT-REC
           .

       END PROGRAM CATMNT01.
