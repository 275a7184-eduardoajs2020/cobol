      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: ABNPROP01 - interest and penalty waiver (abono)
      *          proposal: loads the waiver requests the collectors
      *          key in (ABONOIN: customer, original invoice, total or
      *          partial waiver, reason and the requesting collector)
      *          onto the ABONOS keyed file as pending, and prints the
      *          proposal listing of every pending waiver that
      *          management decides through ABNDEC (ABONO01). Waiving
      *          the charges stops being a phone call to billing and
      *          becomes a decision with a name on it. Rejected
      *          requests are listed on ABNREJ with the reason.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  First cut. The invoice must exist for the customer
      *             and must not itself be an interest invoice; a
      *             request replaces only a refused one for the same
      *             invoice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABNPROP01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABONO-IN           ASSIGN TO "ABONOIN"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ABONO-FILE
                                      ASSIGN TO "ABONOS"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS AB-NUM-FATURA
                                      FILE STATUS IS WS-ABONO-STATUS.

           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT ABONO-REJECT       ASSIGN TO "ABNREJ"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROPOSAL-RPT       ASSIGN TO "ABNPROP"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Pedido de abono digitado pelo coletor: no abono total o valor
      * e ignorado (abona-se todo o encargo da fatura).
       FD  ABONO-IN.
       01  ABONO-IN-REC.
           03 AI-NUM-CLIENTE                 PIC 9(06).
           03 AI-NUM-FATURA                  PIC 9(06).
           03 AI-TIPO                        PIC X(01).
           03 AI-VALOR                       PIC 9(07)V99.
           03 AI-MOTIVO                      PIC X(02).
           03 AI-TEXTO                       PIC X(60).
           03 AI-COLETOR                     PIC X(08).

       FD  ABONO-FILE.
           COPY ABONO.

       FD  FATURA-MASTER.
           COPY FATURA.

       FD  ABONO-REJECT.
       01  ABONO-REJECT-REC.
           03 AJ-NUM-FATURA                  PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 AJ-NUM-CLIENTE                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 AJ-COLETOR                     PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 AJ-MOTIVO                      PIC X(40).

       FD  PROPOSAL-RPT.
       01  PROPOSAL-RPT-REC                   PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-ABONO-STATUS                    PIC X(02) VALUE '00'.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MOTIVO-ATUAL                    PIC X(40) VALUE SPACES.
       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-ABN-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-ABONOS                       VALUE 'S' FALSE 'N'.
           03 WS-EXISTE-SW                   PIC X(01) VALUE 'N'.
              88 ABONO-EXISTENTE                  VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDOS                       PIC 9(05) VALUE ZEROS.
           03 WS-REGISTRADOS                 PIC 9(05) VALUE ZEROS.
           03 WS-REJEITADOS                  PIC 9(05) VALUE ZEROS.
           03 WS-PENDENTES                   PIC 9(05) VALUE ZEROS.

       77 WS-TOTAL-PARCIAL                   PIC 9(09)V99 VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'ABNPROP01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'PROPOSTA DE ABONOS DE JUROS'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(08)
                                       VALUE 'FATURA'.
           03 FILLER                         PIC X(09)
                                       VALUE 'CLIENTE'.
           03 FILLER                         PIC X(09)
                                       VALUE 'TIPO'.
           03 FILLER                         PIC X(16)
                                       VALUE '    VALOR PEDIDO'.
           03 FILLER                         PIC X(06)
                                       VALUE '  MOT'.
           03 FILLER                         PIC X(10)
                                       VALUE 'COLETOR'.
           03 FILLER                         PIC X(12)
                                       VALUE 'PEDIDO EM'.
           03 FILLER                         PIC X(60)
                                       VALUE 'JUSTIFICATIVA'.

       01 WS-LINHA-DETALHE.
           03 DET-NUM-FATURA                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-NUM-CLIENTE                PIC 9(06).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-TIPO                       PIC X(07).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-VALOR                      PIC X(14).
           03 DET-VALOR-NUM REDEFINES DET-VALOR
                                             PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-MOTIVO                     PIC X(02).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-COLETOR                    PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-DATA-PEDIDO.
              05 DET-PED-DD                  PIC 9(02).
              05 FILLER                      PIC X(01) VALUE '/'.
              05 DET-PED-MM                  PIC 9(02).
              05 FILLER                      PIC X(01) VALUE '/'.
              05 DET-PED-AA                  PIC 9(04).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-TEXTO                      PIC X(60).

       01 WS-LINHA-RODAPE.
           03 ROD-TITULO                     PIC X(30).
           03 ROD-QTDE                       PIC ZZZ,ZZ9.

       01 WS-LINHA-RODAPE-VALOR.
           03 FILLER                         PIC X(30)
                               VALUE 'TOTAL PEDIDO EM PARCIAIS....: '.
           03 ROD-VALOR                      PIC ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           OPEN INPUT  ABONO-IN
           OPEN I-O    ABONO-FILE
           OPEN INPUT  FATURA-MASTER
           OPEN OUTPUT ABONO-REJECT
           OPEN OUTPUT PROPOSAL-RPT

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           PERFORM P110-LER-PROXIMO
           PERFORM P200-PROCESSA-PEDIDO
               UNTIL FIM-DE-ARQUIVO

           PERFORM P500-IMPRIMIR-PROPOSTA

           CLOSE ABONO-IN
           CLOSE ABONO-FILE
           CLOSE FATURA-MASTER
           CLOSE ABONO-REJECT
           CLOSE PROPOSAL-RPT

           DISPLAY 'ABNPROP01 - PEDIDOS LIDOS....: ' WS-LIDOS
           DISPLAY 'ABNPROP01 - REGISTRADOS......: ' WS-REGISTRADOS
           DISPLAY 'ABNPROP01 - REJEITADOS.......: ' WS-REJEITADOS
           DISPLAY 'ABNPROP01 - PENDENTES........: ' WS-PENDENTES

           GOBACK.

       P110-LER-PROXIMO.

           READ ABONO-IN
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

       P200-PROCESSA-PEDIDO.

           PERFORM P250-VALIDAR-PEDIDO

           IF WS-MOTIVO-ATUAL = SPACES
               PERFORM P300-GRAVAR-ABONO
           ELSE
               PERFORM P800-REJEITAR-PEDIDO
           END-IF

           PERFORM P110-LER-PROXIMO
           .

      ******************************************************************
      * P250-VALIDAR-PEDIDO
      * Coletor informado, tipo e motivo conhecidos, valor positivo no
      * abono parcial, fatura original do proprio cliente (nao uma
      * fatura de encargos) e nenhum abono em andamento ou ja aplicado
      * para ela -- so um abono recusado pode ser pedido de novo.
      ******************************************************************
       P250-VALIDAR-PEDIDO.

           MOVE SPACES     TO WS-MOTIVO-ATUAL
           MOVE AI-TIPO    TO AB-TIPO
           MOVE AI-MOTIVO  TO AB-MOTIVO

           EVALUATE TRUE
               WHEN AI-COLETOR = SPACES
                   MOVE 'COLETOR NAO INFORMADO' TO WS-MOTIVO-ATUAL
               WHEN NOT AB-TIPO-VALIDO
                   MOVE 'TIPO DE ABONO INVALIDO' TO WS-MOTIVO-ATUAL
               WHEN NOT AB-MOTIVO-VALIDO
                   MOVE 'MOTIVO DE ABONO INVALIDO' TO WS-MOTIVO-ATUAL
               WHEN AB-PARCIAL
                AND (AI-VALOR IS NOT NUMERIC OR AI-VALOR = ZEROS)
                   MOVE 'VALOR DO ABONO PARCIAL INVALIDO'
                                             TO WS-MOTIVO-ATUAL
               WHEN OTHER
                   PERFORM P260-VALIDAR-FATURA
           END-EVALUATE

           IF WS-MOTIVO-ATUAL = SPACES
               PERFORM P270-VERIFICAR-EXISTENTE
           END-IF
           .

       P260-VALIDAR-FATURA.

           MOVE AI-NUM-FATURA TO FT-NUM-FATURA

           READ FATURA-MASTER
               INVALID KEY
                   MOVE 'FATURA NAO ENCONTRADA' TO WS-MOTIVO-ATUAL
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN FT-NUM-CLIENTE NOT = AI-NUM-CLIENTE
                           MOVE 'FATURA DE OUTRO CLIENTE'
                                             TO WS-MOTIVO-ATUAL
                       WHEN FT-FATURA-ORIGEM NOT = ZEROS
                           MOVE 'FATURA DE ENCARGOS - PEDIR PELA ORIGEM'
                                             TO WS-MOTIVO-ATUAL
                   END-EVALUATE
           END-READ
           .

       P270-VERIFICAR-EXISTENTE.

           SET ABONO-EXISTENTE TO FALSE
           MOVE AI-NUM-FATURA TO AB-NUM-FATURA

           READ ABONO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ABONO-EXISTENTE TO TRUE
                   IF NOT AB-RECUSADO
                       MOVE 'ABONO JA REGISTRADO PARA A FATURA'
                                             TO WS-MOTIVO-ATUAL
                   END-IF
           END-READ
           .

      ******************************************************************
      * P300-GRAVAR-ABONO
      * O pedido entra pendente; sobre um abono recusado da mesma
      * fatura, a decisao anterior e apagada e o pedido volta a fila.
      ******************************************************************
       P300-GRAVAR-ABONO.

           MOVE SPACES               TO ABONO-REC
           MOVE AI-NUM-FATURA        TO AB-NUM-FATURA
           MOVE AI-NUM-CLIENTE       TO AB-NUM-CLIENTE
           MOVE AI-TIPO              TO AB-TIPO
           IF AB-PARCIAL
               MOVE AI-VALOR         TO AB-VALOR-SOLICITADO
           ELSE
               MOVE ZEROS            TO AB-VALOR-SOLICITADO
           END-IF
           MOVE AI-MOTIVO            TO AB-MOTIVO
           MOVE AI-TEXTO             TO AB-TEXTO
           MOVE AI-COLETOR           TO AB-COLETOR
           MOVE WS-DATA-HOJE-INT     TO AB-DATA-SOLICITACAO
           SET AB-PENDENTE           TO TRUE
           MOVE ZEROS                TO AB-DATA-DECISAO
                                        AB-VALOR-ABONADO
                                        AB-DATA-APLICACAO
                                        AB-FATURA-JUROS

           IF ABONO-EXISTENTE
               REWRITE ABONO-REC
                   INVALID KEY
                       MOVE 'FALHA AO REGRAVAR ABONO'
                                             TO WS-MOTIVO-ATUAL
               END-REWRITE
           ELSE
               WRITE ABONO-REC
                   INVALID KEY
                       MOVE 'FALHA AO GRAVAR ABONO'
                                             TO WS-MOTIVO-ATUAL
               END-WRITE
           END-IF

           IF WS-MOTIVO-ATUAL = SPACES
               ADD 1 TO WS-REGISTRADOS
           ELSE
               PERFORM P800-REJEITAR-PEDIDO
           END-IF
           .

      ******************************************************************
      * P500-IMPRIMIR-PROPOSTA
      * Todos os abonos pendentes do arquivo (os de hoje e os que
      * ainda esperam decisao de execucoes anteriores), por fatura.
      ******************************************************************
       P500-IMPRIMIR-PROPOSTA.

           PERFORM P550-IMPRIMIR-CABECALHO

           MOVE ZEROS TO AB-NUM-FATURA
           START ABONO-FILE KEY IS NOT LESS THAN AB-NUM-FATURA
               INVALID KEY
                   SET FIM-ABONOS TO TRUE
           END-START

           IF NOT FIM-ABONOS
               PERFORM P510-LER-ABONO
           END-IF
           PERFORM P520-LISTAR-ABONO
               UNTIL FIM-ABONOS

           MOVE SPACES TO PROPOSAL-RPT-REC
           WRITE PROPOSAL-RPT-REC
           MOVE 'ABONOS PENDENTES............: ' TO ROD-TITULO
           MOVE WS-PENDENTES                      TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO PROPOSAL-RPT-REC
           WRITE PROPOSAL-RPT-REC
           MOVE WS-TOTAL-PARCIAL TO ROD-VALOR
           MOVE WS-LINHA-RODAPE-VALOR TO PROPOSAL-RPT-REC
           WRITE PROPOSAL-RPT-REC
           .

       P510-LER-ABONO.

           READ ABONO-FILE NEXT RECORD
               AT END
                   SET FIM-ABONOS TO TRUE
           END-READ
           .

       P520-LISTAR-ABONO.

           IF AB-PENDENTE
               MOVE AB-NUM-FATURA        TO DET-NUM-FATURA
               MOVE AB-NUM-CLIENTE       TO DET-NUM-CLIENTE
               IF AB-TOTAL
                   MOVE 'TOTAL'          TO DET-TIPO
                   MOVE '         TODO' TO DET-VALOR
               ELSE
                   MOVE 'PARCIAL'        TO DET-TIPO
                   MOVE AB-VALOR-SOLICITADO TO DET-VALOR-NUM
                   ADD AB-VALOR-SOLICITADO TO WS-TOTAL-PARCIAL
               END-IF
               MOVE AB-MOTIVO            TO DET-MOTIVO
               MOVE AB-COLETOR           TO DET-COLETOR
               MOVE AB-DATA-SOLICITACAO (7:2) TO DET-PED-DD
               MOVE AB-DATA-SOLICITACAO (5:2) TO DET-PED-MM
               MOVE AB-DATA-SOLICITACAO (1:4) TO DET-PED-AA
               MOVE AB-TEXTO             TO DET-TEXTO

               MOVE WS-LINHA-DETALHE TO PROPOSAL-RPT-REC
               WRITE PROPOSAL-RPT-REC
               ADD 1 TO WS-PENDENTES
           END-IF

           PERFORM P510-LER-ABONO
           .

       P550-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA

           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO PROPOSAL-RPT-REC
           WRITE PROPOSAL-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO PROPOSAL-RPT-REC
           WRITE PROPOSAL-RPT-REC
           MOVE SPACES TO PROPOSAL-RPT-REC
           WRITE PROPOSAL-RPT-REC
           MOVE WS-LINHA-CAB3 TO PROPOSAL-RPT-REC
           WRITE PROPOSAL-RPT-REC
           .

       P800-REJEITAR-PEDIDO.

           MOVE SPACES            TO ABONO-REJECT-REC
           MOVE AI-NUM-FATURA     TO AJ-NUM-FATURA
           MOVE AI-NUM-CLIENTE    TO AJ-NUM-CLIENTE
           MOVE AI-COLETOR        TO AJ-COLETOR
           MOVE WS-MOTIVO-ATUAL   TO AJ-MOTIVO

           WRITE ABONO-REJECT-REC
           ADD 1 TO WS-REJEITADOS
           .

       END PROGRAM ABNPROP01.
