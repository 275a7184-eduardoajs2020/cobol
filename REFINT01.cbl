      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: REFINT01 - weekly referential-integrity scan of the
      *          secondary customer files: DUNSTG, PROMFILE, CONTRACT,
      *          PAYSCORE, CONTPREF, ACORDO, CREDLIM and PENDAPRV are
      *          read end to end and every customer number in them is
      *          checked against CUSTMAST -- missing customer, customer
      *          merged into a CM-CLIENTE-SUCESSOR and not repointed,
      *          customer anonymized by LGPDERA01 still carrying data,
      *          inactive customer with a live item (active contract
      *          or agreement, open promise, dunning stage, pending
      *          change, credit limit) -- and every promise against
      *          FATURA (invoice missing, already settled, or billed to
      *          another customer). Each finding is listed on INTEGRPT
      *          by file and kind, closed by a per-file scorecard.
      *          RECONC01 keeps the customer/invoice/payment match.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut. PENDAPRV entries for an accounting
      *             period reopen (PA-CAMPO 'PERIODO') carry a period,
      *             not a customer, and are skipped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFINT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL FATURA-MASTER
                                      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL DUNNING-STAGE
                                      ASSIGN TO "DUNSTG"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS DS-NUM-CLIENTE
                                      FILE STATUS IS WS-STAGE-STATUS.

           SELECT OPTIONAL PROMESSA-FILE
                                      ASSIGN TO "PROMFILE"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS PM-CHAVE
                                      FILE STATUS IS WS-PROM-STATUS.

           SELECT OPTIONAL CONTRATO-FILE
                                      ASSIGN TO "CONTRACT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS CT-NUM-CONTRATO
                                      FILE STATUS IS WS-CONTR-STATUS.

           SELECT OPTIONAL PAYMENT-SCORE
                                      ASSIGN TO "PAYSCORE"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS PC-NUM-CLIENTE
                                      FILE STATUS IS WS-SCORE-STATUS.

           SELECT OPTIONAL CONTATO-PREF
                                      ASSIGN TO "CONTPREF"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS CP-NUM-CLIENTE
                                      FILE STATUS IS WS-PREF-STATUS.

           SELECT OPTIONAL ACORDO-FILE
                                      ASSIGN TO "ACORDO"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS AC-NUM-ACORDO
                                      FILE STATUS IS WS-ACORDO-STATUS.

           SELECT OPTIONAL CREDIT-LIMIT
                                      ASSIGN TO "CREDLIM"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS CL-NUM-CLIENTE
                                      FILE STATUS IS WS-CREDLIM-STATUS.

           SELECT OPTIONAL PENDING-APPROVAL
                                      ASSIGN TO "PENDAPRV"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INTEGRITY-RPT      ASSIGN TO "INTEGRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  FATURA-MASTER.
           COPY FATURA.

       FD  DUNNING-STAGE.
           COPY DUNSTG.

       FD  PROMESSA-FILE.
           COPY PROMFILE.

       FD  CONTRATO-FILE.
           COPY CONTRACT.

       FD  PAYMENT-SCORE.
           COPY PAYSCORE.

       FD  CONTATO-PREF.
           COPY CONTPREF.

       FD  ACORDO-FILE.
           COPY ACORDO.

       FD  CREDIT-LIMIT.
       01  CREDIT-LIMIT-REC.
           03 CL-NUM-CLIENTE                  PIC 9(06).
           03 CL-LIMITE                       PIC 9(09)V99.

       FD  PENDING-APPROVAL.
           COPY PENDAPRV.

       FD  INTEGRITY-RPT.
       01  INTEGRITY-RPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-STAGE-STATUS                    PIC X(02) VALUE '00'.
       77 WS-PROM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-CONTR-STATUS                    PIC X(02) VALUE '00'.
       77 WS-SCORE-STATUS                    PIC X(02) VALUE '00'.
       77 WS-PREF-STATUS                     PIC X(02) VALUE '00'.
       77 WS-ACORDO-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CREDLIM-STATUS                  PIC X(02) VALUE '00'.

      * Nome que o LGPDERA01 grava no mestre do titular apagado.
       77 WS-NOME-ANONIMIZADO                PIC X(30)
                                 VALUE 'TITULAR REMOVIDO - LGPD'.

      * Referencia em exame: arquivo (indice no placar), cliente,
      * chave propria do registro para a listagem, e se o item esta
      * vivo (contrato ou acordo ativo, promessa vigente, estagio de
      * cobranca, alteracao pendente, limite de credito) ou e
      * historico guardado pela trilha contabil.
       77 WS-IDX-ARQ                         PIC 9(01) VALUE ZEROS.
       77 WS-REF-CLIENTE                     PIC 9(06) VALUE ZEROS.
       77 WS-REF-CHAVE                       PIC X(20) VALUE SPACES.
       01 WS-FLAGS-REFERENCIA.
           03 WS-REF-ATIVA-SW                PIC X(01) VALUE 'N'.
              88 REF-ATIVA                        VALUE 'S' FALSE 'N'.
           03 WS-REF-HIST-SW                 PIC X(01) VALUE 'N'.
              88 REF-HISTORICA                    VALUE 'S' FALSE 'N'.

      * Tipo da ocorrencia em registro: coluna do placar e texto.
       77 WS-IDX-TIPO                        PIC 9(01) VALUE ZEROS.
       77 WS-OCOR-TIPO                       PIC X(30) VALUE SPACES.
       77 WS-OCOR-DETALHE                    PIC X(40) VALUE SPACES.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.

      * Placar: por arquivo, registros lidos e ocorrencias por tipo
      * (1 cliente inexistente, 2 fundido nao reapontado,
      * 3 anonimizado, 4 inativo com item vivo, 5 fatura da promessa).
       77 WS-IDX-PLACAR                      PIC 9(01) VALUE ZEROS.
       01 WS-TAB-PLACAR.
           03 WS-PLC-ARQUIVO OCCURS 8 TIMES.
              05 WS-PLC-NOME                PIC X(08).
              05 WS-PLC-LIDOS               PIC 9(07).
              05 WS-PLC-TIPO                PIC 9(07) OCCURS 5 TIMES.
              05 WS-PLC-TOTAL               PIC 9(07).
       77 WS-TOTAL-OCORRENCIAS               PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'REFINT01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                                VALUE 'INTEGRIDADE ARQ. DE CLIENTES'.
           03 WS-RPTFMT-PAGINA                PIC 9(04) VALUE 1.
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       01 WS-LINHA-CAB-DET.
           03 FILLER                         PIC X(10) VALUE 'ARQUIVO'.
           03 FILLER                         PIC X(09) VALUE 'CLIENTE'.
           03 FILLER                         PIC X(22) VALUE 'CHAVE'.
           03 FILLER                         PIC X(32)
                                       VALUE 'OCORRENCIA'.
           03 FILLER                         PIC X(40) VALUE 'DETALHE'.

       01 WS-LINHA-DET.
           03 LDT-ARQUIVO                    PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LDT-CLIENTE                    PIC 9(06).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 LDT-CHAVE                      PIC X(20).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LDT-TIPO                       PIC X(30).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LDT-DETALHE                    PIC X(40).

       01 WS-LINHA-CAB-PLC1.
           03 FILLER                         PIC X(40)
                        VALUE 'PLACAR POR ARQUIVO'.
       01 WS-LINHA-CAB-PLC2.
           03 FILLER                         PIC X(10) VALUE 'ARQUIVO'.
           03 FILLER                         PIC X(10)
                                       VALUE '    LIDOS'.
           03 FILLER                         PIC X(10)
                                       VALUE '  INEXIST'.
           03 FILLER                         PIC X(10)
                                       VALUE '  FUNDIDO'.
           03 FILLER                         PIC X(10)
                                       VALUE '   ANONIM'.
           03 FILLER                         PIC X(10)
                                       VALUE '  INATIVO'.
           03 FILLER                         PIC X(10)
                                       VALUE '   FATURA'.
           03 FILLER                         PIC X(10)
                                       VALUE '    TOTAL'.

       01 WS-LINHA-PLC.
           03 LPL-ARQUIVO                    PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LPL-LIDOS                      PIC Z(08)9.
           03 LPL-TIPOS OCCURS 5 TIMES.
              05 FILLER                     PIC X(01) VALUE SPACES.
              05 LPL-TIPO                   PIC Z(08)9.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 LPL-TOTAL                      PIC Z(08)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P100-ABRIR-ARQUIVOS

           IF RETURN-CODE = 0
               PERFORM P200-VARRER-DUNSTG
               PERFORM P210-VARRER-PROMESSAS
               PERFORM P220-VARRER-CONTRATOS
               PERFORM P230-VARRER-PAYSCORE
               PERFORM P240-VARRER-CONTPREF
               PERFORM P250-VARRER-ACORDOS
               PERFORM P260-VARRER-CREDLIM
               PERFORM P270-VARRER-PENDAPRV
               PERFORM P800-IMPRIMIR-PLACAR
               PERFORM P900-ENCERRAR-ARQUIVOS
           END-IF

           GOBACK.

      ******************************************************************
      * P100-ABRIR-ARQUIVOS
      * Sem o mestre de clientes nao ha contra o que conferir.
      ******************************************************************
       P100-ABRIR-ARQUIVOS.

           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'REFINT01 - CUSTMAST NAO ABRIU, STATUS '
                       WS-MASTER-STATUS
               MOVE 9001 TO RETURN-CODE
           ELSE
               OPEN INPUT  FATURA-MASTER
               OPEN OUTPUT INTEGRITY-RPT

               INITIALIZE WS-TAB-PLACAR
               MOVE 'DUNSTG'   TO WS-PLC-NOME (1)
               MOVE 'PROMFILE' TO WS-PLC-NOME (2)
               MOVE 'CONTRACT' TO WS-PLC-NOME (3)
               MOVE 'PAYSCORE' TO WS-PLC-NOME (4)
               MOVE 'CONTPREF' TO WS-PLC-NOME (5)
               MOVE 'ACORDO'   TO WS-PLC-NOME (6)
               MOVE 'CREDLIM'  TO WS-PLC-NOME (7)
               MOVE 'PENDAPRV' TO WS-PLC-NOME (8)

               CALL 'RPTFMT01' USING WS-RPTFMT-PARM
               MOVE WS-RPTFMT-LINHA-CAB1 TO INTEGRITY-RPT-REC
               WRITE INTEGRITY-RPT-REC
               MOVE WS-RPTFMT-LINHA-CAB2 TO INTEGRITY-RPT-REC
               WRITE INTEGRITY-RPT-REC
               MOVE WS-LINHA-CAB-DET TO INTEGRITY-RPT-REC
               WRITE INTEGRITY-RPT-REC
           END-IF
           .

      ******************************************************************
      * P200..P270 - uma varredura por arquivo secundario: cada
      * registro lido entrega a P700 o cliente, a chave propria e se
      * o item esta vivo.
      ******************************************************************
       P200-VARRER-DUNSTG.

           MOVE 1 TO WS-IDX-ARQ
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT DUNNING-STAGE
           PERFORM P205-LER-DUNSTG
               UNTIL FIM-DE-ARQUIVO
           CLOSE DUNNING-STAGE
           .

       P205-LER-DUNSTG.

           READ DUNNING-STAGE
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   MOVE DS-NUM-CLIENTE TO WS-REF-CLIENTE
                   MOVE SPACES         TO WS-REF-CHAVE
                   STRING 'ESTAGIO ' DS-ESTAGIO
                       DELIMITED BY SIZE INTO WS-REF-CHAVE
                   END-STRING
                   SET REF-HISTORICA TO FALSE
                   IF DS-ESTAGIO > 0
                       SET REF-ATIVA TO TRUE
                   ELSE
                       SET REF-ATIVA TO FALSE
                   END-IF
                   PERFORM P700-VALIDAR-CLIENTE
           END-READ
           .

       P210-VARRER-PROMESSAS.

           MOVE 2 TO WS-IDX-ARQ
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT PROMESSA-FILE
           PERFORM P215-LER-PROMESSA
               UNTIL FIM-DE-ARQUIVO
           CLOSE PROMESSA-FILE
           .

       P215-LER-PROMESSA.

           READ PROMESSA-FILE
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   MOVE PM-NUM-CLIENTE TO WS-REF-CLIENTE
                   MOVE SPACES         TO WS-REF-CHAVE
                   STRING 'FATURA ' PM-NUM-FATURA
                       DELIMITED BY SIZE INTO WS-REF-CHAVE
                   END-STRING
                   IF PM-VIGENTE
                       SET REF-ATIVA      TO TRUE
                       SET REF-HISTORICA  TO FALSE
                   ELSE
                       SET REF-ATIVA      TO FALSE
                       SET REF-HISTORICA  TO TRUE
                   END-IF
                   PERFORM P700-VALIDAR-CLIENTE
                   IF PM-VIGENTE
                       PERFORM P750-VALIDAR-FATURA-PROMESSA
                   END-IF
           END-READ
           .

       P220-VARRER-CONTRATOS.

           MOVE 3 TO WS-IDX-ARQ
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT CONTRATO-FILE
           PERFORM P225-LER-CONTRATO
               UNTIL FIM-DE-ARQUIVO
           CLOSE CONTRATO-FILE
           .

       P225-LER-CONTRATO.

           READ CONTRATO-FILE
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   MOVE CT-NUM-CLIENTE TO WS-REF-CLIENTE
                   MOVE SPACES         TO WS-REF-CHAVE
                   STRING 'CONTRATO ' CT-NUM-CONTRATO
                       DELIMITED BY SIZE INTO WS-REF-CHAVE
                   END-STRING
                   IF CT-CONTRATO-ATIVO
                       SET REF-ATIVA      TO TRUE
                       SET REF-HISTORICA  TO FALSE
                   ELSE
                       SET REF-ATIVA      TO FALSE
                       SET REF-HISTORICA  TO TRUE
                   END-IF
                   PERFORM P700-VALIDAR-CLIENTE
           END-READ
           .

       P230-VARRER-PAYSCORE.

           MOVE 4 TO WS-IDX-ARQ
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT PAYMENT-SCORE
           PERFORM P235-LER-PAYSCORE
               UNTIL FIM-DE-ARQUIVO
           CLOSE PAYMENT-SCORE
           .

       P235-LER-PAYSCORE.

           READ PAYMENT-SCORE
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   MOVE PC-NUM-CLIENTE TO WS-REF-CLIENTE
                   MOVE SPACES         TO WS-REF-CHAVE
                   SET REF-ATIVA      TO FALSE
                   SET REF-HISTORICA  TO FALSE
                   PERFORM P700-VALIDAR-CLIENTE
           END-READ
           .

       P240-VARRER-CONTPREF.

           MOVE 5 TO WS-IDX-ARQ
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT CONTATO-PREF
           PERFORM P245-LER-CONTPREF
               UNTIL FIM-DE-ARQUIVO
           CLOSE CONTATO-PREF
           .

       P245-LER-CONTPREF.

           READ CONTATO-PREF
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   MOVE CP-NUM-CLIENTE TO WS-REF-CLIENTE
                   MOVE SPACES         TO WS-REF-CHAVE
                   SET REF-ATIVA      TO FALSE
                   SET REF-HISTORICA  TO FALSE
                   PERFORM P700-VALIDAR-CLIENTE
           END-READ
           .

       P250-VARRER-ACORDOS.

           MOVE 6 TO WS-IDX-ARQ
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT ACORDO-FILE
           PERFORM P255-LER-ACORDO
               UNTIL FIM-DE-ARQUIVO
           CLOSE ACORDO-FILE
           .

       P255-LER-ACORDO.

           READ ACORDO-FILE
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   MOVE AC-NUM-CLIENTE TO WS-REF-CLIENTE
                   MOVE SPACES         TO WS-REF-CHAVE
                   STRING 'ACORDO ' AC-NUM-ACORDO
                       DELIMITED BY SIZE INTO WS-REF-CHAVE
                   END-STRING
                   IF AC-ATIVO
                       SET REF-ATIVA      TO TRUE
                       SET REF-HISTORICA  TO FALSE
                   ELSE
                       SET REF-ATIVA      TO FALSE
                       SET REF-HISTORICA  TO TRUE
                   END-IF
                   PERFORM P700-VALIDAR-CLIENTE
           END-READ
           .

       P260-VARRER-CREDLIM.

           MOVE 7 TO WS-IDX-ARQ
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT CREDIT-LIMIT
           PERFORM P265-LER-CREDLIM
               UNTIL FIM-DE-ARQUIVO
           CLOSE CREDIT-LIMIT
           .

       P265-LER-CREDLIM.

           READ CREDIT-LIMIT
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   MOVE CL-NUM-CLIENTE TO WS-REF-CLIENTE
                   MOVE SPACES         TO WS-REF-CHAVE
                   SET REF-ATIVA      TO TRUE
                   SET REF-HISTORICA  TO FALSE
                   PERFORM P700-VALIDAR-CLIENTE
           END-READ
           .

       P270-VARRER-PENDAPRV.

           MOVE 8 TO WS-IDX-ARQ
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT PENDING-APPROVAL
           PERFORM P275-LER-PENDAPRV
               UNTIL FIM-DE-ARQUIVO
           CLOSE PENDING-APPROVAL
           .

       P275-LER-PENDAPRV.

           READ PENDING-APPROVAL
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   IF PA-CAMPO NOT = 'PERIODO'
                       MOVE PA-NUM-CLIENTE TO WS-REF-CLIENTE
                       MOVE SPACES         TO WS-REF-CHAVE
                       STRING 'CAMPO ' PA-CAMPO
                           DELIMITED BY SIZE INTO WS-REF-CHAVE
                       END-STRING
                       SET REF-ATIVA      TO TRUE
                       SET REF-HISTORICA  TO FALSE
                       PERFORM P700-VALIDAR-CLIENTE
                   END-IF
           END-READ
           .

      ******************************************************************
      * P700-VALIDAR-CLIENTE
      * Cliente inexistente e cliente fundido (a fusao do CUSTMRG01
      * so reaponta PAGTOSTS e ADDRHIST) valem para qualquer
      * registro. Titular anonimizado pelo LGPDERA01 so pode seguir
      * no historico que a trilha contabil guarda (acordo, contrato e
      * promessa encerrados). Cliente inativo so e ocorrencia quando
      * o item ainda esta vivo.
      ******************************************************************
       P700-VALIDAR-CLIENTE.

           ADD 1 TO WS-PLC-LIDOS (WS-IDX-ARQ)

           MOVE WS-REF-CLIENTE TO CM-NUM-CLIENTE
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 1 TO WS-IDX-TIPO
                   MOVE 'CLIENTE INEXISTENTE' TO WS-OCOR-TIPO
                   MOVE 'NUMERO AUSENTE DO CUSTMAST'
                     TO WS-OCOR-DETALHE
                   PERFORM P790-REGISTRAR-OCORRENCIA
               NOT INVALID KEY
                   PERFORM P710-CLASSIFICAR-CLIENTE
           END-READ
           .

       P710-CLASSIFICAR-CLIENTE.

           MOVE SPACES TO WS-OCOR-DETALHE

           EVALUATE TRUE
               WHEN CM-INATIVO AND CM-CLIENTE-SUCESSOR > ZEROS
                   MOVE 2 TO WS-IDX-TIPO
                   MOVE 'FUNDIDO NAO REAPONTADO' TO WS-OCOR-TIPO
                   STRING 'SUCESSOR ' CM-CLIENTE-SUCESSOR
                       DELIMITED BY SIZE INTO WS-OCOR-DETALHE
                   END-STRING
                   PERFORM P790-REGISTRAR-OCORRENCIA
               WHEN CM-NOME-FORMATADO = WS-NOME-ANONIMIZADO
                   IF NOT REF-HISTORICA
                       MOVE 3 TO WS-IDX-TIPO
                       MOVE 'TITULAR ANONIMIZADO (LGPD)'
                         TO WS-OCOR-TIPO
                       MOVE 'DADO NAO APAGADO NA ELIMINACAO'
                         TO WS-OCOR-DETALHE
                       PERFORM P790-REGISTRAR-OCORRENCIA
                   END-IF
               WHEN CM-INATIVO AND REF-ATIVA
                   MOVE 4 TO WS-IDX-TIPO
                   MOVE 'CLIENTE INATIVO COM ITEM VIVO'
                     TO WS-OCOR-TIPO
                   MOVE 'ITEM AINDA ATIVO PARA CLIENTE RETIRADO'
                     TO WS-OCOR-DETALHE
                   PERFORM P790-REGISTRAR-OCORRENCIA
           END-EVALUATE
           .

      ******************************************************************
      * P750-VALIDAR-FATURA-PROMESSA
      * Promessa vigente precisa apontar uma fatura existente, do
      * proprio cliente e ainda em aberto.
      ******************************************************************
       P750-VALIDAR-FATURA-PROMESSA.

           MOVE 5 TO WS-IDX-TIPO
           MOVE PM-NUM-FATURA TO FT-NUM-FATURA
           READ FATURA-MASTER
               INVALID KEY
                   MOVE 'PROMESSA SEM FATURA' TO WS-OCOR-TIPO
                   MOVE 'FATURA AUSENTE DO MESTRE'
                     TO WS-OCOR-DETALHE
                   PERFORM P790-REGISTRAR-OCORRENCIA
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN FT-NUM-CLIENTE NOT = PM-NUM-CLIENTE
                           MOVE 'PROMESSA EM FATURA DE OUTRO'
                             TO WS-OCOR-TIPO
                           MOVE SPACES TO WS-OCOR-DETALHE
                           STRING 'FATURA DO CLIENTE ' FT-NUM-CLIENTE
                               DELIMITED BY SIZE INTO WS-OCOR-DETALHE
                           END-STRING
                           PERFORM P790-REGISTRAR-OCORRENCIA
                       WHEN NOT FT-ABERTA
                           MOVE 'PROMESSA EM FATURA QUITADA'
                             TO WS-OCOR-TIPO
                           MOVE SPACES TO WS-OCOR-DETALHE
                           STRING 'SITUACAO DA FATURA ' FT-STATUS
                               DELIMITED BY SIZE INTO WS-OCOR-DETALHE
                           END-STRING
                           PERFORM P790-REGISTRAR-OCORRENCIA
                   END-EVALUATE
           END-READ
           .

       P790-REGISTRAR-OCORRENCIA.

           ADD 1 TO WS-PLC-TIPO (WS-IDX-ARQ WS-IDX-TIPO)
           ADD 1 TO WS-PLC-TOTAL (WS-IDX-ARQ)
           ADD 1 TO WS-TOTAL-OCORRENCIAS

           MOVE WS-PLC-NOME (WS-IDX-ARQ) TO LDT-ARQUIVO
           MOVE WS-REF-CLIENTE           TO LDT-CLIENTE
           MOVE WS-REF-CHAVE             TO LDT-CHAVE
           MOVE WS-OCOR-TIPO             TO LDT-TIPO
           MOVE WS-OCOR-DETALHE          TO LDT-DETALHE
           MOVE WS-LINHA-DET TO INTEGRITY-RPT-REC
           WRITE INTEGRITY-RPT-REC
           .

      ******************************************************************
      * P800-IMPRIMIR-PLACAR
      * Placar por arquivo ao fim da listagem.
      ******************************************************************
       P800-IMPRIMIR-PLACAR.

           MOVE SPACES TO INTEGRITY-RPT-REC
           WRITE INTEGRITY-RPT-REC
           MOVE WS-LINHA-CAB-PLC1 TO INTEGRITY-RPT-REC
           WRITE INTEGRITY-RPT-REC
           MOVE WS-LINHA-CAB-PLC2 TO INTEGRITY-RPT-REC
           WRITE INTEGRITY-RPT-REC

           PERFORM P810-IMPRIMIR-LINHA-PLACAR
               VARYING WS-IDX-PLACAR FROM 1 BY 1
                 UNTIL WS-IDX-PLACAR > 8

           DISPLAY 'REFINT01 - OCORRENCIAS........: '
                   WS-TOTAL-OCORRENCIAS
           .

       P810-IMPRIMIR-LINHA-PLACAR.

           MOVE WS-PLC-NOME  (WS-IDX-PLACAR) TO LPL-ARQUIVO
           MOVE WS-PLC-LIDOS (WS-IDX-PLACAR) TO LPL-LIDOS
           PERFORM P815-MOVER-TIPO
               VARYING WS-IDX-TIPO FROM 1 BY 1
                 UNTIL WS-IDX-TIPO > 5
           MOVE WS-PLC-TOTAL (WS-IDX-PLACAR) TO LPL-TOTAL
           MOVE WS-LINHA-PLC TO INTEGRITY-RPT-REC
           WRITE INTEGRITY-RPT-REC

           DISPLAY 'REFINT01 - ' WS-PLC-NOME (WS-IDX-PLACAR)
                   ' LIDOS ' WS-PLC-LIDOS (WS-IDX-PLACAR)
                   ' OCORRENCIAS ' WS-PLC-TOTAL (WS-IDX-PLACAR)
           .

       P815-MOVER-TIPO.

           MOVE WS-PLC-TIPO (WS-IDX-PLACAR WS-IDX-TIPO)
             TO LPL-TIPO (WS-IDX-TIPO)
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE CUSTOMER-MASTER
           CLOSE FATURA-MASTER
           CLOSE INTEGRITY-RPT
           .

       END PROGRAM REFINT01.
