      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: CONTEXP01 - monthly report for the sales manager of
      *          the contracts that expired without renewal: every
      *          CONTRACT whose end date falls in the EXPPARM month
      *          and is already past, with the customer, the last
      *          monthly value billed and whether it was ended by
      *          hand (CONTMNT01) or simply ran out -- a lapsed
      *          customer shows up here instead of in the revenue
      *          drop. Page headers through RPTFMT01.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTEXP01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTRATO-FILE
                                      ASSIGN TO "CONTRACT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS CT-NUM-CONTRATO
                                      FILE STATUS IS WS-CONTR-STATUS.

           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT EXP-PARM           ASSIGN TO "EXPPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT EXP-RPT            ASSIGN TO "EXPRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATO-FILE.
           COPY CONTRACT.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  EXP-PARM.
       01  EXP-PARM-REC.
           03 EP-ANO-MES                      PIC 9(06).

       FD  EXP-RPT.
       01  EXP-RPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-CONTR-STATUS                    PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-ANO-MES-PEDIDO                  PIC 9(06) VALUE ZEROS.
       77 WS-ANO-MES-FIM                     PIC 9(06) VALUE ZEROS.
       77 WS-DATA-HOJE                       PIC 9(08) VALUE ZEROS.
       77 WS-TOTAL-MENSAL                    PIC 9(09)V99 VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDOS                       PIC 9(07) VALUE ZEROS.
           03 WS-EXPIRADOS                   PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'CONTEXP01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'CONTRATOS VENCIDOS SEM RENOV.'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(09)
                                       VALUE 'CONTRATO'.
           03 FILLER                         PIC X(08)
                                       VALUE 'CLIENTE'.
           03 FILLER                         PIC X(31)
                                       VALUE 'NOME'.
           03 FILLER                         PIC X(10)
                                       VALUE 'INICIO'.
           03 FILLER                         PIC X(10)
                                       VALUE 'FIM'.
           03 FILLER                         PIC X(15)
                                       VALUE '   ULTIMO VALOR'.
           03 FILLER                         PIC X(20)
                                       VALUE '  SITUACAO'.

       01 WS-LINHA-DETALHE.
           03 DET-NUM-CONTRATO               PIC 9(06).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-NUM-CLIENTE                PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-NOME                       PIC X(30).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-DATA-INICIO                PIC 9(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-DATA-FIM                   PIC 9(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-VALOR                      PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-SITUACAO                   PIC X(20).

       01 WS-LINHA-TOTAL.
           03 FILLER                         PIC X(20)
                                       VALUE 'CONTRATOS VENCIDOS: '.
           03 TOT-QUANTIDADE                 PIC ZZZ,ZZ9.
           03 FILLER                         PIC X(26)
                               VALUE '  RECEITA MENSAL PERDIDA: '.
           03 TOT-VALOR                      PIC ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETRO
           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-CONTRATO
               UNTIL FIM-DE-ARQUIVO
           PERFORM P800-IMPRIMIR-TOTAL
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

       P050-LER-PARAMETRO.

           OPEN INPUT EXP-PARM
           IF WS-PARM-STATUS = '00'
               READ EXP-PARM
                   NOT AT END
                       MOVE EP-ANO-MES TO WS-ANO-MES-PEDIDO
               END-READ
               CLOSE EXP-PARM
           END-IF

           IF WS-ANO-MES-PEDIDO = ZEROS
               MOVE WS-DTP-DATA-ATUAL (1:6)
                 TO WS-ANO-MES-PEDIDO
           END-IF

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE
           .

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  CONTRATO-FILE
           OPEN INPUT  CUSTOMER-MASTER
           OPEN OUTPUT EXP-RPT

           MOVE 1 TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO EXP-RPT-REC
           WRITE EXP-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO EXP-RPT-REC
           WRITE EXP-RPT-REC

           MOVE SPACES TO EXP-RPT-REC
           STRING 'COMPETENCIA: ' WS-ANO-MES-PEDIDO
               DELIMITED BY SIZE INTO EXP-RPT-REC
           END-STRING
           WRITE EXP-RPT-REC

           MOVE WS-LINHA-CAB3 TO EXP-RPT-REC
           WRITE EXP-RPT-REC

           PERFORM P110-LER-CONTRATO
           .

       P110-LER-CONTRATO.

           READ CONTRATO-FILE NEXT RECORD
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

      ******************************************************************
      * P200-PROCESSA-CONTRATO
      * Fim no mes pedido e ja passado: a renovacao (automatica ou
      * por alteracao no CONTMNT01) teria empurrado a data de fim
      * para a frente, entao o que sobra aqui nao foi renovado.
      ******************************************************************
       P200-PROCESSA-CONTRATO.

           IF CT-DATA-FIM NOT = ZEROS
               COMPUTE WS-ANO-MES-FIM = CT-DATA-FIM / 100
               IF WS-ANO-MES-FIM = WS-ANO-MES-PEDIDO
                  AND CT-DATA-FIM < WS-DATA-HOJE
                   PERFORM P300-IMPRIMIR-CONTRATO
               END-IF
           END-IF

           PERFORM P110-LER-CONTRATO
           .

       P300-IMPRIMIR-CONTRATO.

           MOVE SPACES TO WS-LINHA-DETALHE
           MOVE CT-NUM-CONTRATO TO DET-NUM-CONTRATO
           MOVE CT-NUM-CLIENTE  TO DET-NUM-CLIENTE
           MOVE CT-DATA-INICIO  TO DET-DATA-INICIO
           MOVE CT-DATA-FIM     TO DET-DATA-FIM
           MOVE CT-VALOR        TO DET-VALOR

           MOVE CT-NUM-CLIENTE TO CM-NUM-CLIENTE
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO DET-NOME
               NOT INVALID KEY
                   MOVE CM-NOME-FORMATADO TO DET-NOME
           END-READ

           IF CT-CONTRATO-ENCERRADO
               MOVE 'ENCERRADO'          TO DET-SITUACAO
           ELSE
               MOVE 'EXPIROU'            TO DET-SITUACAO
           END-IF

           MOVE WS-LINHA-DETALHE TO EXP-RPT-REC
           WRITE EXP-RPT-REC

           ADD 1        TO WS-EXPIRADOS
           ADD CT-VALOR TO WS-TOTAL-MENSAL
           .

       P800-IMPRIMIR-TOTAL.

           MOVE SPACES TO EXP-RPT-REC
           WRITE EXP-RPT-REC

           MOVE WS-EXPIRADOS    TO TOT-QUANTIDADE
           MOVE WS-TOTAL-MENSAL TO TOT-VALOR
           MOVE WS-LINHA-TOTAL  TO EXP-RPT-REC
           WRITE EXP-RPT-REC
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE CONTRATO-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE EXP-RPT

           DISPLAY 'CONTEXP01 - CONTRATOS LIDOS..: ' WS-LIDOS
           DISPLAY 'CONTEXP01 - VENCIDOS NO MES..: ' WS-EXPIRADOS
           .

       END PROGRAM CONTEXP01.
