      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: ACSCLI01 - per-customer read-access report (LGPD):
      *          for each holder asked for on LGPDAREQ -- the same
      *          requests LGPDACC01 answers, by customer number or
      *          CM-DOCUMENTO -- lists from the ACSLOG trail every
      *          time an operator looked at the holder's data: date
      *          and time, operator, inquiry program and category of
      *          data. One page per holder on ACSCLIR, to attach to
      *          the LGPDACC01 disclosure; a holder nobody consulted
      *          gets a page saying so.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACSCLI01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-REQ         ASSIGN TO "LGPDAREQ"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL ACCESS-LOG
                                      ASSIGN TO "ACSLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCESS-SORT        ASSIGN TO "SRTWORKS".

           SELECT ACCESS-RPT         ASSIGN TO "ACSCLIR"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-REQ.
       01  ACCESS-REQ-REC.
           03 AQ-TIPO                         PIC X(01).
              88 AQ-POR-NUMERO                    VALUE 'N'.
              88 AQ-POR-DOCUMENTO                 VALUE 'D'.
           03 AQ-VALOR                        PIC X(14).
           03 AQ-OPERADOR                     PIC X(08).

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ACCESS-LOG.
           COPY ACSLOG.

      * Acessos dos titulares pedidos, por titular e instante.
       SD  ACCESS-SORT.
       01  ACCESS-SORT-REC.
           03 SR-NUM-CLIENTE                  PIC 9(06).
           03 SR-DATA                         PIC 9(08).
           03 SR-HORA                         PIC 9(06).
           03 SR-OPERADOR                     PIC X(08).
           03 SR-PROGRAMA                     PIC X(10).
           03 SR-CATEGORIA                    PIC X(10).

       FD  ACCESS-RPT.
       01  ACCESS-RPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CLIENTE-ATUAL                   PIC 9(06) VALUE ZEROS.
       77 WS-ACESSOS-TITULAR                 PIC 9(07) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF-REQ                     PIC X(01) VALUE 'N'.
              88 FIM-PEDIDOS                      VALUE 'S' FALSE 'N'.
           03 WS-EOF-LOG                     PIC X(01) VALUE 'N'.
              88 FIM-LOG                          VALUE 'S' FALSE 'N'.
           03 WS-EOF-SORT                    PIC X(01) VALUE 'N'.
              88 FIM-SORT                         VALUE 'S' FALSE 'N'.
           03 WS-ACH-SW                      PIC X(01) VALUE 'N'.
              88 TITULAR-ACHADO                   VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-PEDIDOS                     PIC 9(05) VALUE ZEROS.
           03 WS-NAO-ACHADOS                 PIC 9(05) VALUE ZEROS.
           03 WS-LOG-LIDOS                   PIC 9(09) VALUE ZEROS.
           03 WS-ACESSOS-LISTADOS            PIC 9(07) VALUE ZEROS.

      * Titulares pedidos, na ordem do LGPDAREQ; titular pedido duas
      * vezes entra uma so.
       77 WS-TOT-TITULARES                   PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHADO                      PIC 9(03) VALUE ZEROS.
       01 WS-TAB-TITULARES.
           03 WS-TITULAR OCCURS 0 TO 500 TIMES
                         DEPENDING ON WS-TOT-TITULARES
                         INDEXED BY WS-IDX-TIT.
              05 WS-TIT-CLIENTE              PIC 9(06).
              05 WS-TIT-NOME                 PIC X(30).
              05 WS-TIT-ACESSOS              PIC 9(07).

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'ACSCLI01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'ACESSOS AOS DADOS - LGPD'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(22)
                                       VALUE 'DATA       HORA'.
           03 FILLER                         PIC X(10) VALUE 'OPERADOR'.
           03 FILLER                         PIC X(12) VALUE 'PROGRAMA'.
           03 FILLER                         PIC X(10) VALUE 'DADOS'.

       01 WS-LINHA-DETALHE.
           03 DET-DATA                       PIC X(10).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-HORA                       PIC X(08).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-OPERADOR                   PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-PROGRAMA                   PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-CATEGORIA                  PIC X(10).

       01 WS-LINHA-TOTAL.
           03 FILLER                         PIC X(30)
                               VALUE 'TOTAL DE ACESSOS............: '.
           03 TOT-ACESSOS                    PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P100-CARREGAR-TITULARES

           OPEN OUTPUT ACCESS-RPT

           SORT ACCESS-SORT
               ON ASCENDING KEY SR-NUM-CLIENTE
                                SR-DATA
                                SR-HORA
               INPUT PROCEDURE IS P200-SELECIONAR-ACESSOS
               OUTPUT PROCEDURE IS P300-LISTAR-ACESSOS

           PERFORM P500-LISTAR-SEM-ACESSO
               VARYING WS-IDX-TIT FROM 1 BY 1
                 UNTIL WS-IDX-TIT > WS-TOT-TITULARES

           CLOSE ACCESS-RPT

           DISPLAY 'ACSCLI01 - PEDIDOS LIDOS.....: ' WS-PEDIDOS
           DISPLAY 'ACSCLI01 - TITULARES.........: ' WS-TOT-TITULARES
           DISPLAY 'ACSCLI01 - NAO ENCONTRADOS...: ' WS-NAO-ACHADOS
           DISPLAY 'ACSCLI01 - TRILHA LIDA.......: ' WS-LOG-LIDOS
           DISPLAY 'ACSCLI01 - ACESSOS LISTADOS..: ' WS-ACESSOS-LISTADOS

           GOBACK.

      ******************************************************************
      * P100-CARREGAR-TITULARES
      * Resolve cada pedido pelo numero ou pelo documento, como o
      * LGPDACC01, e guarda o titular com o nome para o cabecalho.
      ******************************************************************
       P100-CARREGAR-TITULARES.

           OPEN INPUT ACCESS-REQ
           OPEN INPUT CUSTOMER-MASTER

           PERFORM P110-LER-PEDIDO
               UNTIL FIM-PEDIDOS

           CLOSE ACCESS-REQ
           CLOSE CUSTOMER-MASTER
           .

       P110-LER-PEDIDO.

           READ ACCESS-REQ
               AT END
                   SET FIM-PEDIDOS TO TRUE
               NOT AT END
                   ADD 1 TO WS-PEDIDOS
                   PERFORM P120-RESOLVER-TITULAR
           END-READ
           .

       P120-RESOLVER-TITULAR.

           SET TITULAR-ACHADO TO FALSE

           EVALUATE TRUE
               WHEN AQ-POR-NUMERO
                   MOVE FUNCTION NUMVAL (AQ-VALOR (1:6))
                     TO CM-NUM-CLIENTE
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET TITULAR-ACHADO TO TRUE
                   END-READ
               WHEN AQ-POR-DOCUMENTO
                   MOVE AQ-VALOR TO CM-DOCUMENTO
                   READ CUSTOMER-MASTER KEY IS CM-DOCUMENTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET TITULAR-ACHADO TO TRUE
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF TITULAR-ACHADO
               MOVE CM-NUM-CLIENTE TO WS-CLIENTE-ATUAL
               PERFORM P150-PROCURAR-TITULAR
               IF WS-IDX-ACHADO = ZEROS
                   IF WS-TOT-TITULARES < 500
                       ADD 1 TO WS-TOT-TITULARES
                       SET WS-IDX-TIT TO WS-TOT-TITULARES
                       MOVE CM-NUM-CLIENTE
                         TO WS-TIT-CLIENTE (WS-IDX-TIT)
                       MOVE CM-NOME-FORMATADO
                         TO WS-TIT-NOME (WS-IDX-TIT)
                       MOVE ZEROS
                         TO WS-TIT-ACESSOS (WS-IDX-TIT)
                   ELSE
                       DISPLAY 'ACSCLI01 - TABELA DE TITULARES CHEIA, '
                               'PEDIDO IGNORADO: ' AQ-VALOR
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-NAO-ACHADOS
               DISPLAY 'ACSCLI01 - TITULAR NAO ENCONTRADO: ' AQ-VALOR
           END-IF
           .

      * Posicao do WS-CLIENTE-ATUAL na tabela de titulares; zero
      * quando nao foi pedido.
       P150-PROCURAR-TITULAR.

           MOVE ZEROS TO WS-IDX-ACHADO

           PERFORM P155-COMPARAR-TITULAR
               VARYING WS-IDX-TIT FROM 1 BY 1
                 UNTIL WS-IDX-TIT > WS-TOT-TITULARES
                    OR WS-IDX-ACHADO NOT = ZEROS
           .

       P155-COMPARAR-TITULAR.

           IF WS-TIT-CLIENTE (WS-IDX-TIT) = WS-CLIENTE-ATUAL
               SET WS-IDX-ACHADO TO WS-IDX-TIT
           END-IF
           .

      ******************************************************************
      * P200-SELECIONAR-ACESSOS
      * Uma passada pela trilha inteira: entra no sort so o acesso a
      * dados de um titular pedido.
      ******************************************************************
       P200-SELECIONAR-ACESSOS.

           OPEN INPUT ACCESS-LOG

           PERFORM P210-LER-ACESSO
               UNTIL FIM-LOG

           CLOSE ACCESS-LOG
           .

       P210-LER-ACESSO.

           READ ACCESS-LOG
               AT END
                   SET FIM-LOG TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOG-LIDOS
                   MOVE AX-NUM-CLIENTE TO WS-CLIENTE-ATUAL
                   PERFORM P150-PROCURAR-TITULAR
                   IF WS-IDX-ACHADO NOT = ZEROS
                       MOVE AX-NUM-CLIENTE TO SR-NUM-CLIENTE
                       MOVE AX-DATA        TO SR-DATA
                       MOVE AX-HORA        TO SR-HORA
                       MOVE AX-OPERADOR    TO SR-OPERADOR
                       MOVE AX-PROGRAMA    TO SR-PROGRAMA
                       MOVE AX-CATEGORIA   TO SR-CATEGORIA
                       RELEASE ACCESS-SORT-REC
                   END-IF
           END-READ
           .

      ******************************************************************
      * P300-LISTAR-ACESSOS
      * Uma pagina por titular, com os acessos em ordem de instante
      * e o total ao pe.
      ******************************************************************
       P300-LISTAR-ACESSOS.

           MOVE ZEROS TO WS-CLIENTE-ATUAL

           PERFORM P310-RETORNAR-ACESSO
               UNTIL FIM-SORT

           IF WS-CLIENTE-ATUAL NOT = ZEROS
               PERFORM P340-FECHAR-TITULAR
           END-IF
           .

       P310-RETORNAR-ACESSO.

           RETURN ACCESS-SORT
               AT END
                   SET FIM-SORT TO TRUE
               NOT AT END
                   PERFORM P320-TRATAR-ACESSO
           END-RETURN
           .

       P320-TRATAR-ACESSO.

           IF SR-NUM-CLIENTE NOT = WS-CLIENTE-ATUAL
               IF WS-CLIENTE-ATUAL NOT = ZEROS
                   PERFORM P340-FECHAR-TITULAR
               END-IF
               MOVE SR-NUM-CLIENTE TO WS-CLIENTE-ATUAL
               MOVE ZEROS          TO WS-ACESSOS-TITULAR
               PERFORM P150-PROCURAR-TITULAR
               PERFORM P400-CABECALHO-TITULAR
               MOVE WS-LINHA-CAB3 TO ACCESS-RPT-REC
               WRITE ACCESS-RPT-REC
           END-IF

           MOVE SR-DATA (7:2)     TO DET-DATA (1:2)
           MOVE '/'               TO DET-DATA (3:1)
           MOVE SR-DATA (5:2)     TO DET-DATA (4:2)
           MOVE '/'               TO DET-DATA (6:1)
           MOVE SR-DATA (1:4)     TO DET-DATA (7:4)
           MOVE SR-HORA (1:2)     TO DET-HORA (1:2)
           MOVE ':'               TO DET-HORA (3:1)
           MOVE SR-HORA (3:2)     TO DET-HORA (4:2)
           MOVE ':'               TO DET-HORA (6:1)
           MOVE SR-HORA (5:2)     TO DET-HORA (7:2)
           MOVE SR-OPERADOR       TO DET-OPERADOR
           MOVE SR-PROGRAMA       TO DET-PROGRAMA
           MOVE SR-CATEGORIA      TO DET-CATEGORIA

           MOVE WS-LINHA-DETALHE TO ACCESS-RPT-REC
           WRITE ACCESS-RPT-REC

           ADD 1 TO WS-ACESSOS-TITULAR
           ADD 1 TO WS-ACESSOS-LISTADOS
           .

       P340-FECHAR-TITULAR.

           MOVE WS-ACESSOS-TITULAR TO WS-TIT-ACESSOS (WS-IDX-ACHADO)
           MOVE WS-ACESSOS-TITULAR TO TOT-ACESSOS

           MOVE SPACES TO ACCESS-RPT-REC
           WRITE ACCESS-RPT-REC
           MOVE WS-LINHA-TOTAL TO ACCESS-RPT-REC
           WRITE ACCESS-RPT-REC
           .

      ******************************************************************
      * P400-CABECALHO-TITULAR
      * Pagina nova para o titular apontado por WS-IDX-ACHADO.
      ******************************************************************
       P400-CABECALHO-TITULAR.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO ACCESS-RPT-REC
           WRITE ACCESS-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO ACCESS-RPT-REC
           WRITE ACCESS-RPT-REC

           MOVE SPACES TO ACCESS-RPT-REC
           WRITE ACCESS-RPT-REC
           MOVE SPACES TO ACCESS-RPT-REC
           STRING 'TITULAR: ' WS-TIT-CLIENTE (WS-IDX-ACHADO) ' - '
                  WS-TIT-NOME (WS-IDX-ACHADO)
               DELIMITED BY SIZE INTO ACCESS-RPT-REC
           END-STRING
           WRITE ACCESS-RPT-REC
           MOVE SPACES TO ACCESS-RPT-REC
           WRITE ACCESS-RPT-REC
           .

      * Titular que ninguem consultou tambem ganha a sua pagina.
       P500-LISTAR-SEM-ACESSO.

           IF WS-TIT-ACESSOS (WS-IDX-TIT) = ZEROS
               SET WS-IDX-ACHADO TO WS-IDX-TIT
               PERFORM P400-CABECALHO-TITULAR
               MOVE 'NENHUM ACESSO REGISTRADO AOS DADOS DO TITULAR'
                 TO ACCESS-RPT-REC
               WRITE ACCESS-RPT-REC
           END-IF
           .

       END PROGRAM ACSCLI01.
