      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: MODMNT01 - maintains the CARTAMOD correspondence
      *          templates from MODIN transactions, in the CATMNT01
      *          mold: 'A' adds a template line (letter type, stage,
      *          effective date, line number within the letter's
      *          limit on MODTIPOS, text), 'C' changes a line's
      *          text, 'X' removes a line. Only a
      *          version not yet in force -- effective date after the
      *          processing date -- can be touched: a version already
      *          in force is what went out to customers, and new
      *          wording is a new version with its own effective
      *          date, proofed on MODPRV01 before that date comes.
      *          Type, stage and placeholders are checked by MODMRG01
      *          against the letters it knows. Every applied action
      *          goes to the MODAUD audit with before and after images
      *          and a timestamp; rejected transactions are listed on
      *          MODRPT.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODELO-TRANS       ASSIGN TO "MODIN"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CARTA-MODELO
                                      ASSIGN TO "CARTAMOD"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS CA-CHAVE
                                      FILE STATUS IS WS-MODELO-STATUS.

           SELECT OPTIONAL MODELO-AUDIT
                                      ASSIGN TO "MODAUD"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MODELO-RPT         ASSIGN TO "MODRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MODELO-TRANS.
       01  MODELO-TRANS-REC.
           03 MI-ACAO                        PIC X(01).
              88 MI-ACAO-INCLUIR                  VALUE 'A'.
              88 MI-ACAO-ALTERAR                  VALUE 'C'.
              88 MI-ACAO-EXCLUIR                  VALUE 'X'.
           03 MI-TIPO-CARTA                  PIC X(08).
           03 MI-ESTAGIO                     PIC 9(02).
           03 MI-DATA-VIGENCIA               PIC 9(08).
           03 MI-LINHA                       PIC 9(02).
           03 MI-TEXTO                       PIC X(120).

       FD  CARTA-MODELO.
           COPY CARTAMOD.

       FD  MODELO-AUDIT.
       01  MODELO-AUDIT-REC.
           03 MU-PROGRAMA                    PIC X(10).
           03 MU-OPERACAO                    PIC X(10).
           03 MU-CHAVE                       PIC X(20).
           03 MU-DATA-HORA                   PIC X(21).
           03 MU-IMAGEM-ANTES                PIC X(140).
           03 MU-IMAGEM-DEPOIS               PIC X(140).

       FD  MODELO-RPT.
       01  MODELO-RPT-REC.
           03 MR-ACAO                        PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 MR-TIPO-CARTA                  PIC X(08).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 MR-ESTAGIO                     PIC X(02).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 MR-DATA-VIGENCIA               PIC X(08).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 MR-LINHA                       PIC X(02).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 MR-MOTIVO                      PIC X(50).

       WORKING-STORAGE SECTION.
       77 WS-MODELO-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MOTIVO-ATUAL                    PIC X(50) VALUE SPACES.
       77 WS-IMAGEM-ANTES                    PIC X(140) VALUE SPACES.

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

      * Parametro para o CALL do MODMRG01 (validacao do texto).
           COPY MODPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           OPEN INPUT  MODELO-TRANS
           OPEN I-O    CARTA-MODELO
           OPEN EXTEND MODELO-AUDIT
           OPEN OUTPUT MODELO-RPT

           PERFORM P110-LER-PROXIMA
           PERFORM P200-PROCESSA-TRANSACAO
               UNTIL FIM-DE-ARQUIVO

           CLOSE MODELO-TRANS
           CLOSE CARTA-MODELO
           CLOSE MODELO-AUDIT
           CLOSE MODELO-RPT

           DISPLAY 'MODMNT01 - TRANSACOES LIDAS: ' WS-LIDAS
           DISPLAY 'MODMNT01 - INCLUIDAS.......: ' WS-INCLUIDAS
           DISPLAY 'MODMNT01 - ALTERADAS.......: ' WS-ALTERADAS
           DISPLAY 'MODMNT01 - EXCLUIDAS.......: ' WS-EXCLUIDAS
           DISPLAY 'MODMNT01 - REJEITADAS......: ' WS-REJEITADAS

           GOBACK.

       P110-LER-PROXIMA.

           READ MODELO-TRANS
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
                   WHEN MI-ACAO-INCLUIR
                       PERFORM P300-INCLUIR-LINHA
                   WHEN MI-ACAO-ALTERAR
                       PERFORM P400-ALTERAR-LINHA
                   WHEN MI-ACAO-EXCLUIR
                       PERFORM P500-EXCLUIR-LINHA
               END-EVALUATE
           ELSE
               PERFORM P800-REJEITAR-TRANSACAO
           END-IF

           PERFORM P110-LER-PROXIMA
           .

      ******************************************************************
      * P250-VALIDAR-TRANSACAO
      * Acao conhecida; tipo e estagio de carta conhecidos do
      * MODMRG01; vigencia uma data valida posterior a data de
      * processamento (versao em vigor nao muda); linha de 1 ate o
      * limite da carta no MODTIPOS (a ressalva da quitacao tem uma).
      * Inclusao e alteracao exigem texto, com marcadores conhecidos.
      ******************************************************************
       P250-VALIDAR-TRANSACAO.

           MOVE SPACES TO WS-MOTIVO-ATUAL

           INITIALIZE WS-MODMRG-PARM
           SET MOD-VALIDAR       TO TRUE
           MOVE MI-TIPO-CARTA    TO WS-MOD-TIPO-CARTA
           IF MI-ESTAGIO IS NUMERIC
               MOVE MI-ESTAGIO   TO WS-MOD-ESTAGIO
           END-IF
           MOVE MI-TEXTO         TO WS-MOD-TEXTO
           CALL 'MODMRG01' USING WS-MODMRG-PARM

           EVALUATE TRUE
               WHEN NOT MI-ACAO-INCLUIR
                AND NOT MI-ACAO-ALTERAR
                AND NOT MI-ACAO-EXCLUIR
                   MOVE 'CODIGO DE ACAO INVALIDO'
                                             TO WS-MOTIVO-ATUAL
               WHEN MI-ESTAGIO IS NOT NUMERIC
               WHEN MOD-TIPO-INVALIDO
                   MOVE 'TIPO OU ESTAGIO DE CARTA INVALIDO'
                                             TO WS-MOTIVO-ATUAL
               WHEN MI-DATA-VIGENCIA IS NOT NUMERIC
                   MOVE 'DATA DE VIGENCIA INVALIDA'
                                             TO WS-MOTIVO-ATUAL
               WHEN FUNCTION TEST-DATE-YYYYMMDD (MI-DATA-VIGENCIA)
                    NOT = 0
                   MOVE 'DATA DE VIGENCIA INVALIDA'
                                             TO WS-MOTIVO-ATUAL
               WHEN MI-DATA-VIGENCIA NOT > WS-DTP-DATA-ATUAL
                   MOVE 'VERSAO JA EM VIGOR - USE NOVA VIGENCIA'
                                             TO WS-MOTIVO-ATUAL
               WHEN MI-LINHA IS NOT NUMERIC
               WHEN MI-LINHA < 1
               WHEN MI-LINHA > WS-MOD-MAX-LINHAS
                   MOVE 'NUMERO DE LINHA FORA DO LIMITE DA CARTA'
                                             TO WS-MOTIVO-ATUAL
               WHEN MI-ACAO-EXCLUIR
                   CONTINUE
               WHEN MI-TEXTO = SPACES
                   MOVE 'TEXTO EM BRANCO'    TO WS-MOTIVO-ATUAL
               WHEN MOD-MARCADOR-INVALIDO
                   STRING 'MARCADOR DESCONHECIDO: {'
                          FUNCTION TRIM (WS-MOD-CAMPO-ERRO)
                          '}'
                       DELIMITED BY SIZE INTO WS-MOTIVO-ATUAL
                   END-STRING
           END-EVALUATE
           .

       P300-INCLUIR-LINHA.

           PERFORM P310-MONTAR-CHAVE
           MOVE MI-TEXTO TO CA-TEXTO

           WRITE CARTA-MODELO-REC
               INVALID KEY
                   MOVE 'LINHA JA EXISTE' TO WS-MOTIVO-ATUAL
                   PERFORM P800-REJEITAR-TRANSACAO
               NOT INVALID KEY
                   ADD 1 TO WS-INCLUIDAS
                   MOVE SPACES     TO WS-IMAGEM-ANTES
                   MOVE 'GRAVACAO' TO MU-OPERACAO
                   MOVE CARTA-MODELO-REC TO MU-IMAGEM-DEPOIS
                   PERFORM P850-GRAVAR-AUDITORIA
           END-WRITE
           .

       P310-MONTAR-CHAVE.

           MOVE MI-TIPO-CARTA    TO CA-TIPO-CARTA
           MOVE MI-ESTAGIO       TO CA-ESTAGIO
           MOVE MI-DATA-VIGENCIA TO CA-DATA-VIGENCIA
           MOVE MI-LINHA         TO CA-LINHA
           .

       P400-ALTERAR-LINHA.

           PERFORM P310-MONTAR-CHAVE

           READ CARTA-MODELO
               INVALID KEY
                   MOVE 'LINHA NAO ENCONTRADA' TO WS-MOTIVO-ATUAL
                   PERFORM P800-REJEITAR-TRANSACAO
               NOT INVALID KEY
                   MOVE CARTA-MODELO-REC TO WS-IMAGEM-ANTES
                   MOVE MI-TEXTO         TO CA-TEXTO
                   PERFORM P700-REGRAVAR-LINHA
                   IF WS-MOTIVO-ATUAL = SPACES
                       ADD 1 TO WS-ALTERADAS
                   END-IF
           END-READ
           .

       P500-EXCLUIR-LINHA.

           PERFORM P310-MONTAR-CHAVE

           READ CARTA-MODELO
               INVALID KEY
                   MOVE 'LINHA NAO ENCONTRADA' TO WS-MOTIVO-ATUAL
                   PERFORM P800-REJEITAR-TRANSACAO
               NOT INVALID KEY
                   MOVE CARTA-MODELO-REC TO WS-IMAGEM-ANTES
                   DELETE CARTA-MODELO
                       INVALID KEY
                           MOVE 'FALHA AO EXCLUIR LINHA'
                                             TO WS-MOTIVO-ATUAL
                           PERFORM P800-REJEITAR-TRANSACAO
                       NOT INVALID KEY
                           ADD 1 TO WS-EXCLUIDAS
                           MOVE 'EXCLUSAO' TO MU-OPERACAO
                           MOVE SPACES     TO MU-IMAGEM-DEPOIS
                           PERFORM P850-GRAVAR-AUDITORIA
                   END-DELETE
           END-READ
           .

       P700-REGRAVAR-LINHA.

           REWRITE CARTA-MODELO-REC
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR ALTERACAO'
                                             TO WS-MOTIVO-ATUAL
                   PERFORM P800-REJEITAR-TRANSACAO
               NOT INVALID KEY
                   MOVE 'REGRAVACAO' TO MU-OPERACAO
                   MOVE CARTA-MODELO-REC TO MU-IMAGEM-DEPOIS
                   PERFORM P850-GRAVAR-AUDITORIA
           END-REWRITE
           .

       P800-REJEITAR-TRANSACAO.

           MOVE SPACES            TO MODELO-RPT-REC
           MOVE 'REJEITADA'       TO MR-ACAO
           MOVE MI-TIPO-CARTA     TO MR-TIPO-CARTA
           MOVE MI-ESTAGIO        TO MR-ESTAGIO
           MOVE MI-DATA-VIGENCIA  TO MR-DATA-VIGENCIA
           MOVE MI-LINHA          TO MR-LINHA
           MOVE WS-MOTIVO-ATUAL   TO MR-MOTIVO

           WRITE MODELO-RPT-REC
           ADD 1 TO WS-REJEITADAS
           .

      ******************************************************************
      * P850-GRAVAR-AUDITORIA
      * Auditoria da acao aplicada: operacao, imagem antes (em branco
      * numa inclusao) e imagem depois (em branco numa exclusao), com
      * o instante da mudanca -- o texto que o juridico aprovou fica
      * rastreavel ate a transacao que o gravou.
      ******************************************************************
       P850-GRAVAR-AUDITORIA.

           MOVE 'MODMNT01'             TO MU-PROGRAMA
           MOVE CA-CHAVE               TO MU-CHAVE
           MOVE FUNCTION CURRENT-DATE  TO MU-DATA-HORA
           MOVE WS-IMAGEM-ANTES        TO MU-IMAGEM-ANTES

           WRITE MODELO-AUDIT-REC
           .

       END PROGRAM MODMNT01.
