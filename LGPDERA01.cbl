      *          operator), proves the customer carries no open ARBAL
      *          balance, anonymizes the personal fields everywhere
      *          they live -- the CUSTMAST record, every ADDRHIST
      *          snapshot, every CLICONT contact, and the before/after
      *          images on CMJRNL
      *          (rewritten to the CMJRNLN swap file, never in place)
      *          -- while preserving the numeric keys and amounts the
      *          accounting trail needs, and appends an operator-
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The rewritten journal record now takes the CMJRNL
      *             layout itself instead of a fixed-width area, so the
      *             longer images and trailer fields are not cut off.
      * 15/10/2026  The foreign postal code, region and tax ID of a
      *             customer abroad are erased with the rest of the
      *             registration data; the country code stays, like the
      *             UF.
      * 15/10/2026  Erasure also blanks the customer's billing address
      *             (CM-ENDERECO-COBRANCA).
      * 15/10/2026  Erasure also anonymizes the customer's CLICONT
      *             contacts (name, email and phone cleared, contact
      *             inactivated, key kept) and certifies the count.
      * 03/09/2026  The journal-scrub PERFORM now names the THRU
      *             exit: the early GO TO on a run with nothing
      *             erased left the PERFORM range and fell through
                                      RECORD KEY IS AH-CHAVE
                                      FILE STATUS IS WS-AHIST-STATUS.

           SELECT OPTIONAL CLIENTE-CONTATO
                                      ASSIGN TO "CLICONT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS CC-CHAVE
                                      FILE STATUS IS WS-CONT-STATUS.

           SELECT OPTIONAL CM-JOURNAL
                                      ASSIGN TO "CMJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       FD  ADDR-HIST.
           COPY ADDRHIST.

       FD  CLIENTE-CONTATO.
           COPY CLICONT.

       FD  CM-JOURNAL.
           COPY CMJRNL.

       FD  CM-JOURNAL-N.
           COPY CMJRNL REPLACING ==CM-JOURNAL-REC==
                              BY ==CM-JOURNAL-N-REC==
                         LEADING ==JN== BY ==JW==.

      * Certificado de anonimizacao: uma linha por arquivo tocado,
      * com protocolo, operador, contagem e instante -- a prova que a
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-SALDO-STATUS                    PIC X(02) VALUE '00'.
       77 WS-AHIST-STATUS                    PIC X(02) VALUE '00'.
       77 WS-CONT-STATUS                     PIC X(02) VALUE '00'.
       77 WS-QTD-ARQUIVO                     PIC 9(05) VALUE ZEROS.

       01 WS-SWITCHES.
              88 FIM-PEDIDOS                      VALUE 'S' FALSE 'N'.
           03 WS-EOF-HIST                    PIC X(01) VALUE 'N'.
              88 FIM-HISTORICO                    VALUE 'S' FALSE 'N'.
           03 WS-EOF-CONT                    PIC X(01) VALUE 'N'.
              88 FIM-CONTATOS                     VALUE 'S' FALSE 'N'.
           03 WS-EOF-JRNL                    PIC X(01) VALUE 'N'.
              88 FIM-JORNAL                       VALUE 'S' FALSE 'N'.
           03 WS-SALDO-SW                    PIC X(01) VALUE 'N'.
           OPEN I-O    CUSTOMER-MASTER
           OPEN INPUT  SALDO-CLIENTE
           OPEN I-O    ADDR-HIST
           OPEN I-O    CLIENTE-CONTATO
           OPEN EXTEND CERTIFICATE

           PERFORM P110-LER-PEDIDO
           CLOSE CUSTOMER-MASTER
           CLOSE SALDO-CLIENTE
           CLOSE ADDR-HIST
           CLOSE CLIENTE-CONTATO

           PERFORM P600-ANONIMIZAR-JORNAL THRU P600-SAIDA

      * telefone, email, documento, cidade, CEP, processo legal --
      * preservando o numero, o status (retirado) e os vinculos
      * numericos que a trilha contabil usa; depois o historico de
      * enderecos do cliente, instantaneo a instantaneo, e os
      * contatos por papel do CLICONT.
      ******************************************************************
       P300-APAGAR-CLIENTE.

           MOVE SPACES         TO CM-EMAIL
           MOVE SPACES         TO CM-CIDADE
           MOVE SPACES         TO CM-CEP
           MOVE SPACES         TO CM-ENDERECO-COBRANCA
           MOVE SPACES         TO CM-DOCUMENTO
           MOVE SPACES         TO CM-END-EXTERIOR
           MOVE SPACES         TO CM-ID-FISCAL-EXT
           MOVE SPACES         TO CM-LEGAL-PROCESSO
           SET CM-INATIVO      TO TRUE

                   MOVE 'ANONIMIZADO' TO CE-RESULTADO
                   PERFORM P800-CERTIFICAR
                   PERFORM P400-APAGAR-ENDERECOS
                   PERFORM P450-APAGAR-CONTATOS
           END-REWRITE
           .

           END-READ
           .

      ******************************************************************
      * P450-APAGAR-CONTATOS
      * Cada contato do cliente no CLICONT perde nome, email e
      * telefone e fica inativo; a chave (cliente e papel) fica.
      ******************************************************************
       P450-APAGAR-CONTATOS.

           MOVE ZEROS TO WS-QTD-ARQUIVO
           SET FIM-CONTATOS TO FALSE

           MOVE LR-NUM-CLIENTE TO CC-NUM-CLIENTE
           MOVE LOW-VALUES     TO CC-PAPEL

           START CLIENTE-CONTATO KEY >= CC-CHAVE
               INVALID KEY
                   SET FIM-CONTATOS TO TRUE
           END-START

           PERFORM P460-APAGAR-UM-CONTATO
               UNTIL FIM-CONTATOS

           MOVE 'CLICONT' TO CE-ARQUIVO
           MOVE 'ANONIMIZADO' TO CE-RESULTADO
           PERFORM P800-CERTIFICAR
           .

       P460-APAGAR-UM-CONTATO.

           READ CLIENTE-CONTATO NEXT RECORD
               AT END
                   SET FIM-CONTATOS TO TRUE
               NOT AT END
                   IF CC-NUM-CLIENTE NOT = LR-NUM-CLIENTE
                       SET FIM-CONTATOS TO TRUE
                   ELSE
                       MOVE 'REMOVIDO - LGPD' TO CC-NOME
                       MOVE SPACES TO CC-EMAIL
                       MOVE SPACES TO CC-TELEFONE
                       SET CC-INATIVO TO TRUE
                       REWRITE CLIENTE-CONTATO-REC
                           INVALID KEY
                               DISPLAY 'LGPDERA01 - FALHA NOS '
                                       'CONTATOS: ' CC-CHAVE
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-ARQUIVO
                       END-REWRITE
                   END-IF
           END-READ
           .

      ******************************************************************
      * P600-ANONIMIZAR-JORNAL
      * Uma passada unica pelo CMJRNL reescrevendo-o como CMJRNLN
