      *          per source -- the CUSTMAST record, the ADDRHIST
      *          address timeline, the invoices on FATURA, the
      *          payment statuses on PAGTOSTS, the PAGTHIST status
      *          transitions, the CONTPREF consent flags, the
      *          DUNLOG collection letters and the CLICONT contacts
      *          per role. The fifteen-day clock
      *          answered by one run instead of a week of five
      *          people's time.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The registration section also shows the country,
      *             region and postal code of a customer abroad and the
      *             foreign tax ID when there is one.
      * 15/10/2026  LGPDAREQ carries the operator asking (AQ-OPERADOR);
      *             every disclosure produced goes to the ACSLOG
      *             read-access trail through ACSLOG01 (ACSCLI01 prints
      *             the holder's accesses to attach to it), and a
      *             request with no operator is refused.
      * 15/10/2026  The cadastral section lists the billing address when
      *             the customer has one.
      * 15/10/2026  New section 8 lists the holder's CLICONT contacts
      *             per role (name, email, phone, status); the cover
      *             lists the category.
      * 03/09/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      RECORD KEY IS CP-NUM-CLIENTE
                                      FILE STATUS IS WS-PREF-STATUS.

           SELECT OPTIONAL CLIENTE-CONTATO
                                      ASSIGN TO "CLICONT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS CC-CHAVE
                                      FILE STATUS IS WS-CONT-STATUS.

           SELECT OPTIONAL DUNNING-LOG
                                      ASSIGN TO "DUNLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.
              88 AQ-POR-NUMERO                    VALUE 'N'.
              88 AQ-POR-DOCUMENTO                 VALUE 'D'.
           03 AQ-VALOR                        PIC X(14).
           03 AQ-OPERADOR                     PIC X(08).

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
       FD  CONTATO-PREF.
           COPY CONTPREF.

       FD  CLIENTE-CONTATO.
           COPY CLICONT.

       FD  DUNNING-LOG.
       01  DUNNING-LOG-REC.
           03 DG-NUM-CLIENTE                  PIC 9(06).
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PAGTOS-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PREF-STATUS                     PIC X(02) VALUE '00'.
       77 WS-CONT-STATUS                     PIC X(02) VALUE '00'.
       77 WS-CLIENTE-ALVO                    PIC 9(06) VALUE ZEROS.
       77 WS-EDIT-VALOR                      PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-CONTADORES.
           03 WS-PEDIDOS                     PIC 9(05) VALUE ZEROS.
           03 WS-RELATORIOS                  PIC 9(05) VALUE ZEROS.
           03 WS-RECUSADOS                   PIC 9(05) VALUE ZEROS.

      * Parametro para o CALL do ACSLOG01 (trilha de acesso LGPD).
           COPY ACSPARM.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           OPEN INPUT  FATURA-MASTER
           OPEN INPUT  PAGAMENTO-STATUS
           OPEN INPUT  CONTATO-PREF
           OPEN INPUT  CLIENTE-CONTATO
           OPEN OUTPUT ACCESS-RPT

           PERFORM P110-LER-PEDIDO
           CLOSE FATURA-MASTER
           CLOSE PAGAMENTO-STATUS
           CLOSE CONTATO-PREF
           CLOSE CLIENTE-CONTATO
           CLOSE ACCESS-RPT

           DISPLAY 'LGPDACC01 - PEDIDOS LIDOS....: ' WS-PEDIDOS
           DISPLAY 'LGPDACC01 - RELATORIOS GERADOS: ' WS-RELATORIOS
           DISPLAY 'LGPDACC01 - SEM OPERADOR.....: ' WS-RECUSADOS

           GOBACK.

           SET TITULAR-ACHADO TO FALSE

           EVALUATE TRUE
               WHEN AQ-OPERADOR = SPACES
                   ADD 1 TO WS-RECUSADOS
               WHEN AQ-POR-NUMERO
                   MOVE FUNCTION NUMVAL (AQ-VALOR (1:6))
                     TO CM-NUM-CLIENTE
               PERFORM P700-SECAO-TRANSICOES
               PERFORM P750-SECAO-PREFERENCIAS
               PERFORM P780-SECAO-CARTAS
               PERFORM P800-SECAO-CONTATOS
               ADD 1 TO WS-RELATORIOS

               MOVE 'LGPDACC01'     TO WS-ACS-PROGRAMA
               MOVE AQ-OPERADOR     TO WS-ACS-OPERADOR
               MOVE WS-CLIENTE-ALVO TO WS-ACS-NUM-CLIENTE
               MOVE 'LGPD'          TO WS-ACS-CATEGORIA
               CALL 'ACSLOG01' USING WS-ACSLOG-PARM
           ELSE
               MOVE SPACES TO ACCESS-RPT-REC
               IF AQ-OPERADOR = SPACES
                   STRING 'PEDIDO SEM OPERADOR IDENTIFICADO: '
                          AQ-VALOR
                       DELIMITED BY SIZE INTO ACCESS-RPT-REC
                   END-STRING
               ELSE
                   STRING 'TITULAR NAO ENCONTRADO: ' AQ-VALOR
                       DELIMITED BY SIZE INTO ACCESS-RPT-REC
                   END-STRING
               END-IF
               WRITE ACCESS-RPT-REC
           END-IF

           MOVE '  - COMUNICACOES DE COBRANCA ENVIADAS'
             TO ACCESS-RPT-REC
           WRITE ACCESS-RPT-REC
           MOVE '  - CONTATOS DA EMPRESA POR PAPEL (NOME, EMAIL, TELEFO
      -         'NE)' TO ACCESS-RPT-REC
           WRITE ACCESS-RPT-REC
           .

       P400-SECAO-CADASTRO.
           END-STRING
           WRITE ACCESS-RPT-REC

           IF NOT CM-PAIS-BRASIL
               MOVE SPACES TO ACCESS-RPT-REC
               STRING '  PAIS.....: ' CM-COD-PAIS ' ' CM-REGIAO
                      ' ' CM-COD-POSTAL
                   DELIMITED BY SIZE INTO ACCESS-RPT-REC
               END-STRING
               WRITE ACCESS-RPT-REC
           END-IF

           IF CM-COB-ENDERECO NOT = SPACES
               MOVE SPACES TO ACCESS-RPT-REC
               STRING '  END.COBR.: ' CM-COB-ENDERECO
                   DELIMITED BY SIZE INTO ACCESS-RPT-REC
               END-STRING
               WRITE ACCESS-RPT-REC

               MOVE SPACES TO ACCESS-RPT-REC
               STRING '  CID.COBR.: ' CM-COB-CIDADE ' ' CM-COB-UF
                      ' ' CM-COB-CEP
                   DELIMITED BY SIZE INTO ACCESS-RPT-REC
               END-STRING
               WRITE ACCESS-RPT-REC
           END-IF

           MOVE SPACES TO ACCESS-RPT-REC
           STRING '  TELEFONE.: ' CM-TELEFONE
               DELIMITED BY SIZE INTO ACCESS-RPT-REC
               DELIMITED BY SIZE INTO ACCESS-RPT-REC
           END-STRING
           WRITE ACCESS-RPT-REC

           IF CM-ID-FISCAL-EXT NOT = SPACES
               MOVE SPACES TO ACCESS-RPT-REC
               STRING '  ID FISCAL: ' CM-ID-FISCAL-EXT
                   DELIMITED BY SIZE INTO ACCESS-RPT-REC
               END-STRING
               WRITE ACCESS-RPT-REC
           END-IF
           .

       P500-SECAO-ENDERECOS.
           END-READ
           .

       P800-SECAO-CONTATOS.

           PERFORM P890-LINHA-BRANCA
           MOVE 'SECAO 8 - CONTATOS POR PAPEL (CLICONT)'
             TO ACCESS-RPT-REC
           WRITE ACCESS-RPT-REC

           SET FIM-SECAO TO FALSE
           MOVE WS-CLIENTE-ALVO TO CC-NUM-CLIENTE
           MOVE LOW-VALUES      TO CC-PAPEL
           START CLIENTE-CONTATO KEY >= CC-CHAVE
               INVALID KEY
                   SET FIM-SECAO TO TRUE
           END-START

           PERFORM P810-LISTAR-CONTATO
               UNTIL FIM-SECAO
           .

       P810-LISTAR-CONTATO.

           READ CLIENTE-CONTATO NEXT RECORD
               AT END
                   SET FIM-SECAO TO TRUE
               NOT AT END
                   IF CC-NUM-CLIENTE NOT = WS-CLIENTE-ALVO
                       SET FIM-SECAO TO TRUE
                   ELSE
                       MOVE SPACES TO ACCESS-RPT-REC
                       STRING '  PAPEL ' CC-PAPEL ' '
                              CC-NOME ' ' CC-EMAIL ' '
                              CC-TELEFONE ' SIT ' CC-SITUACAO
                           DELIMITED BY SIZE INTO ACCESS-RPT-REC
                       END-STRING
                       WRITE ACCESS-RPT-REC
                   END-IF
           END-READ
           .

       P890-LINHA-BRANCA.

           MOVE SPACES TO ACCESS-RPT-REC
