      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: NOTAREG01 - loads the call notes the collectors key
      *          in during the day (NOTAIN) onto the NOTACOB keyed
      *          file (customer plus instant of the call): collector,
      *          contact outcome code, free text and an optional
      *          follow-up date. Everything a collector learns on a
      *          call -- who is away until when, which line is being
      *          disputed, a wrong number -- goes on the account
      *          instead of into a personal notebook; CUSTCON01 shows
      *          the latest notes and WORKLST01 the latest outcome and
      *          follow-up. Rejected notes are listed on NOTARPT with
      *          the reason.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  First cut. The follow-up date comes as DD/MM/AAAA
      *             and is validated through DTVALID01; the customer
      *             must exist on CUSTMAST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAREG01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTA-IN            ASSIGN TO "NOTAIN"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL NOTA-COBRANCA
                                      ASSIGN TO "NOTACOB"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS NC-CHAVE
                                      FILE STATUS IS WS-NOTA-STATUS.

           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT NOTA-RPT           ASSIGN TO "NOTARPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Nota digitada pelo coletor: instante da ligacao aaaammddhhmmss
      * (em branco: o instante da carga), resultado do contato, data
      * de retorno DD/MM/AAAA opcional e o texto livre.
       FD  NOTA-IN.
       01  NOTA-IN-REC.
           03 NI-NUM-CLIENTE                 PIC 9(06).
           03 NI-COLETOR                     PIC X(08).
           03 NI-DATA-HORA                   PIC X(14).
           03 NI-RESULTADO                   PIC X(02).
           03 NI-DATA-RETORNO                PIC X(10).
           03 NI-TEXTO                       PIC X(100).

       FD  NOTA-COBRANCA.
           COPY NOTACOB.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  NOTA-RPT.
       01  NOTA-RPT-REC.
           03 NR-ACAO                        PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 NR-NUM-CLIENTE                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 NR-COLETOR                     PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 NR-MOTIVO                      PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-NOTA-STATUS                     PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MOTIVO-ATUAL                    PIC X(40) VALUE SPACES.
       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-DATA-RETORNO                    PIC 9(08) VALUE ZEROS.
       77 WS-TENTATIVAS                      PIC 9(02) VALUE ZEROS.

      * Notas do mesmo cliente no mesmo centesimo de segundo (carga
      * sem instante informado) desempatam somando um centesimo, ate
      * este limite.
       77 WS-MAX-TENTATIVAS                  PIC 9(02) VALUE 50.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-GRAVOU-SW                   PIC X(01) VALUE 'N'.
              88 NOTA-GRAVADA                     VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(05) VALUE ZEROS.
           03 WS-GRAVADAS                    PIC 9(05) VALUE ZEROS.
           03 WS-COM-RETORNO                 PIC 9(05) VALUE ZEROS.
           03 WS-REJEITADAS                  PIC 9(05) VALUE ZEROS.

           COPY DTVPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           OPEN INPUT  NOTA-IN
           OPEN I-O    NOTA-COBRANCA
           OPEN INPUT  CUSTOMER-MASTER
           OPEN OUTPUT NOTA-RPT

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           PERFORM P110-LER-PROXIMA
           PERFORM P200-PROCESSA-NOTA
               UNTIL FIM-DE-ARQUIVO

           CLOSE NOTA-IN
           CLOSE NOTA-COBRANCA
           CLOSE CUSTOMER-MASTER
           CLOSE NOTA-RPT

           DISPLAY 'NOTAREG01 - NOTAS LIDAS......: ' WS-LIDAS
           DISPLAY 'NOTAREG01 - NOTAS GRAVADAS...: ' WS-GRAVADAS
           DISPLAY 'NOTAREG01 - COM RETORNO......: ' WS-COM-RETORNO
           DISPLAY 'NOTAREG01 - REJEITADAS.......: ' WS-REJEITADAS

           GOBACK.

       P110-LER-PROXIMA.

           READ NOTA-IN
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDAS
           END-READ
           .

       P200-PROCESSA-NOTA.

           PERFORM P250-VALIDAR-NOTA

           IF WS-MOTIVO-ATUAL = SPACES
               PERFORM P300-GRAVAR-NOTA
           ELSE
               PERFORM P800-REJEITAR-NOTA
           END-IF

           PERFORM P110-LER-PROXIMA
           .

      ******************************************************************
      * P250-VALIDAR-NOTA
      * Coletor informado, resultado de contato conhecido, cliente no
      * mestre, instante da ligacao numerico quando vier e data de
      * retorno valida (DTVALID01) e nao anterior a hoje quando vier.
      ******************************************************************
       P250-VALIDAR-NOTA.

           MOVE SPACES TO WS-MOTIVO-ATUAL
           MOVE ZEROS  TO WS-DATA-RETORNO
           MOVE NI-RESULTADO TO NC-RESULTADO

           EVALUATE TRUE
               WHEN NI-COLETOR = SPACES
                   MOVE 'COLETOR NAO INFORMADO' TO WS-MOTIVO-ATUAL
               WHEN NOT NC-RESULTADO-VALIDO
                   MOVE 'RESULTADO DE CONTATO INVALIDO'
                                             TO WS-MOTIVO-ATUAL
               WHEN NI-DATA-HORA NOT = SPACES
                AND NI-DATA-HORA IS NOT NUMERIC
                   MOVE 'INSTANTE DA LIGACAO INVALIDO'
                                             TO WS-MOTIVO-ATUAL
               WHEN OTHER
                   PERFORM P255-VALIDAR-CLIENTE
           END-EVALUATE

           IF WS-MOTIVO-ATUAL = SPACES
              AND NI-DATA-RETORNO NOT = SPACES
               PERFORM P260-VALIDAR-RETORNO
           END-IF
           .

       P255-VALIDAR-CLIENTE.

           MOVE NI-NUM-CLIENTE TO CM-NUM-CLIENTE

           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO NO MESTRE'
                                             TO WS-MOTIVO-ATUAL
           END-READ
           .

       P260-VALIDAR-RETORNO.

           MOVE NI-DATA-RETORNO TO WS-DTV-DATA
           CALL 'DTVALID01' USING WS-DTVALID-PARM

           IF DTV-DATA-VALIDA
               MOVE NI-DATA-RETORNO (7:4) TO WS-DATA-RETORNO (1:4)
               MOVE NI-DATA-RETORNO (4:2) TO WS-DATA-RETORNO (5:2)
               MOVE NI-DATA-RETORNO (1:2) TO WS-DATA-RETORNO (7:2)
               IF WS-DATA-RETORNO < WS-DATA-HOJE-INT
                   MOVE 'DATA DE RETORNO JA PASSOU'
                                             TO WS-MOTIVO-ATUAL
               END-IF
           ELSE
               MOVE 'DATA DE RETORNO INVALIDA' TO WS-MOTIVO-ATUAL
           END-IF
           .

      ******************************************************************
      * P300-GRAVAR-NOTA
      * A nota nunca substitui outra: chave ja ocupada (duas notas do
      * mesmo cliente no mesmo instante) avanca um centesimo e tenta
      * de novo.
      ******************************************************************
       P300-GRAVAR-NOTA.

           MOVE NI-NUM-CLIENTE       TO NC-NUM-CLIENTE
           IF NI-DATA-HORA = SPACES
               MOVE FUNCTION CURRENT-DATE (1:16) TO NC-DATA-HORA
           ELSE
               MOVE NI-DATA-HORA     TO NC-DATA-HORA (1:14)
               MOVE ZEROS            TO NC-DATA-HORA (15:2)
           END-IF
           MOVE NI-COLETOR           TO NC-COLETOR
           MOVE NI-RESULTADO         TO NC-RESULTADO
           MOVE WS-DATA-RETORNO      TO NC-DATA-RETORNO
           MOVE NI-TEXTO             TO NC-TEXTO
           MOVE WS-DATA-HOJE-INT     TO NC-DATA-REGISTRO

           SET NOTA-GRAVADA TO FALSE
           MOVE ZEROS TO WS-TENTATIVAS

           PERFORM P310-TENTAR-GRAVACAO
               UNTIL NOTA-GRAVADA
                  OR WS-TENTATIVAS >= WS-MAX-TENTATIVAS

           IF NOTA-GRAVADA
               ADD 1 TO WS-GRAVADAS
               IF NC-DATA-RETORNO NOT = ZEROS
                   ADD 1 TO WS-COM-RETORNO
               END-IF
           ELSE
               MOVE 'FALHA AO GRAVAR NOTA' TO WS-MOTIVO-ATUAL
               PERFORM P800-REJEITAR-NOTA
           END-IF
           .

       P310-TENTAR-GRAVACAO.

           ADD 1 TO WS-TENTATIVAS

           WRITE NOTA-COBRANCA-REC
               INVALID KEY
                   ADD 1 TO NC-DATA-HORA
               NOT INVALID KEY
                   SET NOTA-GRAVADA TO TRUE
           END-WRITE
           .

       P800-REJEITAR-NOTA.

           MOVE SPACES            TO NOTA-RPT-REC
           MOVE 'REJEITADA'       TO NR-ACAO
           MOVE NI-NUM-CLIENTE    TO NR-NUM-CLIENTE
           MOVE NI-COLETOR        TO NR-COLETOR
           MOVE WS-MOTIVO-ATUAL   TO NR-MOTIVO

           WRITE NOTA-RPT-REC
           ADD 1 TO WS-REJEITADAS
           .

       END PROGRAM NOTAREG01.
