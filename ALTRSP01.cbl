      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: ALTRSP01 - responses to the change-confirmation
      *          notices (ALTAVS01) and the review cases they open.
      *          ALTRESP carries, per customer, 'D' when the notice
      *          came back undeliverable (returned letter or bounced
      *          email), 'N' when the customer answered that the
      *          change was not theirs, and 'E' when the cadastro
      *          team closes a case after review. 'D' and 'N' open a
      *          REVCAD case from the customer's latest notice on
      *          AVISALT -- freezing every further change to the
      *          customer in CUSTMAINT01 and APPROV01 until it is
      *          closed -- or add to the case already open. 'E'
      *          needs the reviewer's conclusion and passes through
      *          AUTCHK01 (type CADASTRO): the operator who made the
      *          change cannot clear it. The report (ALTRRPT) lists
      *          every response with its outcome and ends with the
      *          cases still open.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTRSP01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESPOSTA-AVISO
                                      ASSIGN TO "ALTRESP"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AVISO-ALTERACAO
                                      ASSIGN TO "AVISALT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS AV-NUM-CLIENTE
                                      FILE STATUS IS WS-AVISO-STATUS.

           SELECT OPTIONAL REVISAO-CADASTRO
                                      ASSIGN TO "REVCAD"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS RVC-NUM-CLIENTE
                                      FILE STATUS IS WS-REVCAD-STATUS.

           SELECT OPTIONAL CUSTOMER-MASTER
                                      ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT RESPOSTA-RPT       ASSIGN TO "ALTRRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Resposta ao aviso: devolucao do correio ou do servidor de
      * email, "nao fui eu" do atendimento, ou o encerramento do caso
      * pelo cadastro com o parecer da revisao.
       FD  RESPOSTA-AVISO.
       01  RESPOSTA-AVISO-REC.
           03 RP-NUM-CLIENTE                  PIC 9(06).
           03 RP-TIPO                         PIC X(01).
              88 RP-DEVOLVIDO                     VALUE 'D'.
              88 RP-NAO-RECONHECIDO               VALUE 'N'.
              88 RP-ENCERRAR                      VALUE 'E'.
           03 RP-OPERADOR                     PIC X(08).
           03 RP-PARECER                      PIC X(40).

       FD  AVISO-ALTERACAO.
           COPY AVISALT.

       FD  REVISAO-CADASTRO.
           COPY REVCAD.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  RESPOSTA-RPT.
       01  RESPOSTA-RPT-REC                   PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-AVISO-STATUS                    PIC X(02) VALUE '00'.
       77 WS-REVCAD-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MOTIVO-ATUAL                    PIC X(50) VALUE SPACES.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-RESPOSTAS                    VALUE 'S' FALSE 'N'.
           03 WS-EOF-CASOS                   PIC X(01) VALUE 'N'.
              88 FIM-CASOS                        VALUE 'S' FALSE 'N'.
           03 WS-CASO-SW                     PIC X(01) VALUE 'N'.
              88 CASO-EXISTE                      VALUE 'S' FALSE 'N'.
           03 WS-VALIDA-SW                   PIC X(01) VALUE 'N'.
              88 RESPOSTA-VALIDA                  VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-RESPOSTAS-LIDAS             PIC 9(05) VALUE ZEROS.
           03 WS-CASOS-ABERTOS               PIC 9(05) VALUE ZEROS.
           03 WS-CASOS-REABERTOS             PIC 9(05) VALUE ZEROS.
           03 WS-RESPOSTAS-SOMADAS           PIC 9(05) VALUE ZEROS.
           03 WS-CASOS-ENCERRADOS            PIC 9(05) VALUE ZEROS.
           03 WS-REJEITADAS                  PIC 9(05) VALUE ZEROS.
           03 WS-CASOS-PENDENTES             PIC 9(05) VALUE ZEROS.

      * Datas aaaammdd impressas dd/mm/aaaa.
       01 WS-DATA-AUX                        PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           03 WS-DAX-AAAA                    PIC 9(04).
           03 WS-DAX-MM                      PIC 9(02).
           03 WS-DAX-DD                      PIC 9(02).
       01 WS-DATA-FMT.
           03 WS-DFM-DD                      PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-DFM-MM                      PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-DFM-AAAA                    PIC 9(04).

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'ALTRSP01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'RESPOSTAS AOS AVISOS/REVISAO'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       01 WS-LINHA-RESPOSTA.
           03 RSP-CLIENTE                    PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 RSP-TIPO                       PIC X(16).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 RSP-OPERADOR                   PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 RSP-RESULTADO                  PIC X(62).

       01 WS-LINHA-TITULO-CASOS.
           03 FILLER                         PIC X(27)
                                 VALUE 'CASOS EM ABERTO - CADASTRO '.
           03 FILLER                         PIC X(30)
                                 VALUE 'BLOQUEADO ATE O ENCERRAMENTO'.

       01 WS-LINHA-CASO.
           03 CSO-CLIENTE                    PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 CSO-MOTIVO                     PIC X(16).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(08) VALUE 'ABERTO '.
           03 CSO-DATA-ABERTURA              PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 CSO-RESPOSTAS                  PIC ZZ9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 CSO-PROGRAMA                   PIC X(10).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 CSO-OPERADOR                   PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 CSO-CAMPOS                     PIC X(60).

      * Parametro para o CALL do AUTCHK01 (alcada de quem encerra).
           COPY AUTPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS

           PERFORM P200-PROCESSAR-RESPOSTA
               UNTIL FIM-RESPOSTAS

           PERFORM P700-LISTAR-CASOS-ABERTOS
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  RESPOSTA-AVISO
           OPEN INPUT  AVISO-ALTERACAO
           OPEN I-O    REVISAO-CADASTRO
           OPEN INPUT  CUSTOMER-MASTER
           OPEN OUTPUT RESPOSTA-RPT

           MOVE 1 TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM
           MOVE WS-RPTFMT-LINHA-CAB1 TO RESPOSTA-RPT-REC
           WRITE RESPOSTA-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO RESPOSTA-RPT-REC
           WRITE RESPOSTA-RPT-REC

           PERFORM P110-LER-RESPOSTA
           .

       P110-LER-RESPOSTA.

           READ RESPOSTA-AVISO
               AT END
                   SET FIM-RESPOSTAS TO TRUE
               NOT AT END
                   ADD 1 TO WS-RESPOSTAS-LIDAS
           END-READ
           .

      ******************************************************************
      * P200-PROCESSAR-RESPOSTA
      * Devolucao e "nao fui eu" abrem (ou somam ao) caso; o
      * encerramento fecha. Qualquer outro tipo e recusado.
      ******************************************************************
       P200-PROCESSAR-RESPOSTA.

           MOVE SPACES TO WS-MOTIVO-ATUAL

           EVALUATE TRUE
               WHEN RP-DEVOLVIDO
                   MOVE 'DEVOLVIDO'        TO RSP-TIPO
                   PERFORM P300-ABRIR-CASO
               WHEN RP-NAO-RECONHECIDO
                   MOVE 'NAO RECONHECIDO'  TO RSP-TIPO
                   PERFORM P300-ABRIR-CASO
               WHEN RP-ENCERRAR
                   MOVE 'ENCERRAMENTO'     TO RSP-TIPO
                   PERFORM P400-ENCERRAR-CASO
               WHEN OTHER
                   MOVE RP-TIPO            TO RSP-TIPO
                   MOVE 'TIPO DE RESPOSTA INVALIDO' TO WS-MOTIVO-ATUAL
                   PERFORM P800-REJEITAR-RESPOSTA
           END-EVALUATE

           PERFORM P110-LER-RESPOSTA
           .

      ******************************************************************
      * P300-ABRIR-CASO
      * O cliente precisa existir e ter recebido aviso de alteracao
      * -- um numero digitado errado nao congela o cadastro de
      * outro. Caso ja aberto so soma a resposta; caso encerrado e
      * reaberto com o aviso mais recente.
      ******************************************************************
       P300-ABRIR-CASO.

           SET RESPOSTA-VALIDA TO TRUE

           MOVE RP-NUM-CLIENTE TO CM-NUM-CLIENTE
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WS-MOTIVO-ATUAL
                   SET RESPOSTA-VALIDA TO FALSE
           END-READ

           IF RESPOSTA-VALIDA
               MOVE RP-NUM-CLIENTE TO AV-NUM-CLIENTE
               READ AVISO-ALTERACAO
                   INVALID KEY
                       MOVE 'CLIENTE SEM AVISO DE ALTERACAO'
                                             TO WS-MOTIVO-ATUAL
                       SET RESPOSTA-VALIDA TO FALSE
               END-READ
           END-IF

           IF RESPOSTA-VALIDA
               PERFORM P310-LER-CASO
               EVALUATE TRUE
                   WHEN CASO-EXISTE AND RVC-ABERTO
                       ADD 1 TO RVC-QTD-RESPOSTAS
                       PERFORM P330-REGRAVAR-CASO
                       ADD 1 TO WS-RESPOSTAS-SOMADAS
                       MOVE 'CASO JA ABERTO - RESPOSTA SOMADA'
                                             TO WS-MOTIVO-ATUAL
                   WHEN CASO-EXISTE
                       PERFORM P320-MONTAR-CASO
                       PERFORM P330-REGRAVAR-CASO
                       ADD 1 TO WS-CASOS-REABERTOS
                       MOVE 'CASO REABERTO - CADASTRO BLOQUEADO'
                                             TO WS-MOTIVO-ATUAL
                   WHEN OTHER
                       PERFORM P320-MONTAR-CASO
                       WRITE REVISAO-CADASTRO-REC
                           INVALID KEY
                               DISPLAY 'ALTRSP01 - FALHA AO GRAVAR '
                                       'REVCAD: ' RP-NUM-CLIENTE
                       END-WRITE
                       ADD 1 TO WS-CASOS-ABERTOS
                       MOVE 'CASO ABERTO - CADASTRO BLOQUEADO'
                                             TO WS-MOTIVO-ATUAL
               END-EVALUATE
               PERFORM P810-IMPRIMIR-RESPOSTA
           ELSE
               PERFORM P800-REJEITAR-RESPOSTA
           END-IF
           .

       P310-LER-CASO.

           MOVE RP-NUM-CLIENTE TO RVC-NUM-CLIENTE
           READ REVISAO-CADASTRO
               INVALID KEY
                   SET CASO-EXISTE TO FALSE
               NOT INVALID KEY
                   SET CASO-EXISTE TO TRUE
           END-READ
           .

       P320-MONTAR-CASO.

           INITIALIZE REVISAO-CADASTRO-REC
           MOVE RP-NUM-CLIENTE        TO RVC-NUM-CLIENTE
           SET RVC-ABERTO             TO TRUE
           MOVE RP-TIPO               TO RVC-MOTIVO
           MOVE WS-DTP-DATA-ATUAL     TO RVC-DATA-ABERTURA
           MOVE 1                     TO RVC-QTD-RESPOSTAS
           MOVE AV-DATA-AVISO         TO RVC-DATA-AVISO
           MOVE AV-CANAL              TO RVC-CANAL
           MOVE AV-DATA-HORA-ALTER    TO RVC-DATA-HORA-ALTER
           MOVE AV-PROGRAMA           TO RVC-PROGRAMA
           MOVE AV-OPERADOR           TO RVC-OPERADOR-ALTER
           MOVE AV-CAMPOS             TO RVC-CAMPOS
           .

       P330-REGRAVAR-CASO.

           REWRITE REVISAO-CADASTRO-REC
               INVALID KEY
                   DISPLAY 'ALTRSP01 - FALHA AO REGRAVAR REVCAD: '
                           RVC-NUM-CLIENTE
           END-REWRITE
           .

      ******************************************************************
      * P400-ENCERRAR-CASO
      * So um caso aberto se encerra, com o parecer da revisao e por
      * operador com alcada CADASTRO que nao seja quem fez a
      * alteracao (AUTCHK01). Encerrado, o cadastro volta a aceitar
      * alteracoes -- inclusive a correcao de uma alteracao indevida.
      ******************************************************************
       P400-ENCERRAR-CASO.

           PERFORM P310-LER-CASO

           EVALUATE TRUE
               WHEN NOT CASO-EXISTE
                 OR NOT RVC-ABERTO
                   MOVE 'NAO HA CASO ABERTO PARA O CLIENTE'
                                             TO WS-MOTIVO-ATUAL
                   PERFORM P800-REJEITAR-RESPOSTA
               WHEN RP-PARECER = SPACES
                   MOVE 'ENCERRAMENTO SEM PARECER DA REVISAO'
                                             TO WS-MOTIVO-ATUAL
                   PERFORM P800-REJEITAR-RESPOSTA
               WHEN OTHER
                   PERFORM P410-VERIFICAR-ALCADA
                   IF AUT-OK
                       SET RVC-ENCERRADO        TO TRUE
                       MOVE WS-DTP-DATA-ATUAL   TO RVC-DATA-ENCERRAMENTO
                       MOVE RP-OPERADOR         TO RVC-OPERADOR-ENCERR
                       MOVE RP-PARECER          TO RVC-PARECER
                       PERFORM P330-REGRAVAR-CASO
                       ADD 1 TO WS-CASOS-ENCERRADOS
                       MOVE 'CASO ENCERRADO - CADASTRO LIBERADO'
                                             TO WS-MOTIVO-ATUAL
                       PERFORM P810-IMPRIMIR-RESPOSTA
                   ELSE
                       MOVE WS-AUT-MOTIVO TO WS-MOTIVO-ATUAL
                       PERFORM P800-REJEITAR-RESPOSTA
                   END-IF
           END-EVALUATE
           .

       P410-VERIFICAR-ALCADA.

           MOVE 'ALTRSP01'         TO WS-AUT-PROGRAMA
           MOVE 'CADASTRO'         TO WS-AUT-TIPO
           SET AUT-APROVACAO       TO TRUE
           MOVE SPACES             TO WS-AUT-CHAVE
           STRING RP-NUM-CLIENTE ' REVISAO'
               DELIMITED BY SIZE INTO WS-AUT-CHAVE
           END-STRING
           MOVE RP-OPERADOR        TO WS-AUT-APROVADOR
           MOVE RVC-OPERADOR-ALTER TO WS-AUT-SOLICITANTE
           MOVE ZEROS              TO WS-AUT-VALOR
           CALL 'AUTCHK01' USING WS-AUTCHK-PARM
           .

      ******************************************************************
      * P700-LISTAR-CASOS-ABERTOS
      * Fila de trabalho da revisao: todo caso ainda aberto, com a
      * alteracao que o originou.
      ******************************************************************
       P700-LISTAR-CASOS-ABERTOS.

           MOVE SPACES TO RESPOSTA-RPT-REC
           WRITE RESPOSTA-RPT-REC
           MOVE WS-LINHA-TITULO-CASOS TO RESPOSTA-RPT-REC
           WRITE RESPOSTA-RPT-REC

           MOVE ZEROS TO RVC-NUM-CLIENTE
           START REVISAO-CADASTRO KEY IS NOT LESS THAN RVC-NUM-CLIENTE
               INVALID KEY
                   SET FIM-CASOS TO TRUE
           END-START

           PERFORM P710-LER-CASO-ABERTO
               UNTIL FIM-CASOS
           .

       P710-LER-CASO-ABERTO.

           READ REVISAO-CADASTRO NEXT RECORD
               AT END
                   SET FIM-CASOS TO TRUE
               NOT AT END
                   IF RVC-ABERTO
                       PERFORM P720-IMPRIMIR-CASO
                   END-IF
           END-READ
           .

       P720-IMPRIMIR-CASO.

           MOVE RVC-NUM-CLIENTE       TO CSO-CLIENTE
           IF RVC-DEVOLVIDO
               MOVE 'DEVOLVIDO'       TO CSO-MOTIVO
           ELSE
               MOVE 'NAO RECONHECIDO' TO CSO-MOTIVO
           END-IF
           MOVE RVC-DATA-ABERTURA     TO WS-DATA-AUX
           PERFORM P460-FORMATAR-DATA
           MOVE WS-DATA-FMT           TO CSO-DATA-ABERTURA
           MOVE RVC-QTD-RESPOSTAS     TO CSO-RESPOSTAS
           MOVE RVC-PROGRAMA          TO CSO-PROGRAMA
           MOVE RVC-OPERADOR-ALTER    TO CSO-OPERADOR
           MOVE RVC-CAMPOS            TO CSO-CAMPOS

           MOVE WS-LINHA-CASO TO RESPOSTA-RPT-REC
           WRITE RESPOSTA-RPT-REC
           ADD 1 TO WS-CASOS-PENDENTES
           .

       P460-FORMATAR-DATA.

           MOVE WS-DAX-DD   TO WS-DFM-DD
           MOVE WS-DAX-MM   TO WS-DFM-MM
           MOVE WS-DAX-AAAA TO WS-DFM-AAAA
           .

      ******************************************************************
      * P800-REJEITAR-RESPOSTA
      * Resposta recusada sai no relatorio com o motivo corrente
      * (WS-MOTIVO-ATUAL), sem interromper o lote.
      ******************************************************************
       P800-REJEITAR-RESPOSTA.

           ADD 1 TO WS-REJEITADAS
           MOVE SPACES TO RSP-RESULTADO
           STRING 'REJEITADA: ' WS-MOTIVO-ATUAL
               DELIMITED BY SIZE INTO RSP-RESULTADO
           END-STRING
           PERFORM P820-GRAVAR-LINHA
           .

       P810-IMPRIMIR-RESPOSTA.

           MOVE WS-MOTIVO-ATUAL TO RSP-RESULTADO
           PERFORM P820-GRAVAR-LINHA
           .

       P820-GRAVAR-LINHA.

           MOVE RP-NUM-CLIENTE  TO RSP-CLIENTE
           MOVE RP-OPERADOR     TO RSP-OPERADOR
           MOVE WS-LINHA-RESPOSTA TO RESPOSTA-RPT-REC
           WRITE RESPOSTA-RPT-REC
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE RESPOSTA-AVISO
           CLOSE AVISO-ALTERACAO
           CLOSE REVISAO-CADASTRO
           CLOSE CUSTOMER-MASTER
           CLOSE RESPOSTA-RPT

           DISPLAY 'ALTRSP01 - RESPOSTAS LIDAS...: ' WS-RESPOSTAS-LIDAS
           DISPLAY 'ALTRSP01 - CASOS ABERTOS.....: ' WS-CASOS-ABERTOS
           DISPLAY 'ALTRSP01 - CASOS REABERTOS...: ' WS-CASOS-REABERTOS
           DISPLAY 'ALTRSP01 - RESPOSTAS SOMADAS.: '
                   WS-RESPOSTAS-SOMADAS
           DISPLAY 'ALTRSP01 - CASOS ENCERRADOS..: '
                   WS-CASOS-ENCERRADOS
           DISPLAY 'ALTRSP01 - REJEITADAS........: ' WS-REJEITADAS
           DISPLAY 'ALTRSP01 - CASOS EM ABERTO...: ' WS-CASOS-PENDENTES
           .

       END PROGRAM ALTRSP01.
