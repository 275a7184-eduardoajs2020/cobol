      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: ACSOPR01 - per-operator read-access volume report
      *          (LGPD): from the ACSLOG trail, for each operator and
      *          day of the period, the number of customer-data
      *          lookups and of distinct customers looked at, with
      *          the day flagged when the lookups pass the daily
      *          threshold -- the operator browsing the base instead
      *          of answering callers. Period and threshold come from
      *          ACSOPARM; without the file, or with a field zeroed,
      *          the period is the month of the processing date up to
      *          that date and the threshold is 100 lookups a day.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACSOPR01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCESS-LOG
                                      ASSIGN TO "ACSLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACS-PARM           ASSIGN TO "ACSOPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT ACCESS-SORT        ASSIGN TO "SRTWORKT".

           SELECT ACS-RPT            ASSIGN TO "ACSOPRR"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG.
           COPY ACSLOG.

       FD  ACS-PARM.
       01  ACS-PARM-REC.
           03 AO-DATA-DE                      PIC 9(08).
           03 AO-DATA-ATE                     PIC 9(08).
           03 AO-LIMITE-DIARIO                PIC 9(05).

      * Acessos do periodo por operador, dia e cliente: o cliente na
      * chave conta os clientes distintos do dia numa quebra.
       SD  ACCESS-SORT.
       01  ACCESS-SORT-REC.
           03 SR-OPERADOR                     PIC X(08).
           03 SR-DATA                         PIC 9(08).
           03 SR-NUM-CLIENTE                  PIC 9(06).

       FD  ACS-RPT.
       01  ACS-RPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-DATA-DE                         PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ATE                        PIC 9(08) VALUE ZEROS.
       77 WS-LIMITE-DIARIO                   PIC 9(05) VALUE ZEROS.
       77 WS-LIMITE-PADRAO                   PIC 9(05) VALUE 100.

      * Quebras: operador, dia e cliente correntes do sort.
       77 WS-OPERADOR-ATUAL                  PIC X(08) VALUE SPACES.
       77 WS-DATA-ATUAL                      PIC 9(08) VALUE ZEROS.
       77 WS-CLIENTE-ATUAL                   PIC 9(06) VALUE ZEROS.
       77 WS-ACESSOS-DIA                     PIC 9(07) VALUE ZEROS.
       77 WS-CLIENTES-DIA                    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-OPERADOR                   PIC 9(05) VALUE ZEROS.
       77 WS-ACESSOS-OPERADOR                PIC 9(09) VALUE ZEROS.
       77 WS-ALERTAS-OPERADOR                PIC 9(05) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF-LOG                     PIC X(01) VALUE 'N'.
              88 FIM-LOG                          VALUE 'S' FALSE 'N'.
           03 WS-EOF-SORT                    PIC X(01) VALUE 'N'.
              88 FIM-SORT                         VALUE 'S' FALSE 'N'.
           03 WS-PRIMEIRO-SW                 PIC X(01) VALUE 'S'.
              88 PRIMEIRO-ACESSO                  VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LOG-LIDOS                   PIC 9(09) VALUE ZEROS.
           03 WS-ACESSOS-PERIODO             PIC 9(09) VALUE ZEROS.
           03 WS-OPERADORES                  PIC 9(05) VALUE ZEROS.
           03 WS-DIAS-ACIMA                  PIC 9(05) VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'ACSOPR01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'CONSULTAS POR OPERADOR - LGPD'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(10) VALUE 'OPERADOR'.
           03 FILLER                         PIC X(12) VALUE 'DATA'.
           03 FILLER                         PIC X(12)
                                       VALUE '   CONSULTAS'.
           03 FILLER                         PIC X(12)
                                       VALUE '    CLIENTES'.
           03 FILLER                         PIC X(20)
                                       VALUE '  SITUACAO'.

       01 WS-LINHA-DETALHE.
           03 DET-OPERADOR                   PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-DATA                       PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-ACESSOS                    PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-CLIENTES                   PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-SITUACAO                   PIC X(20).

       01 WS-LINHA-TOTAL-OPER.
           03 FILLER                         PIC X(10) VALUE SPACES.
           03 FILLER                         PIC X(06) VALUE 'TOTAL '.
           03 TOP-DIAS                       PIC ZZ,ZZ9.
           03 FILLER                         PIC X(06) VALUE ' DIAS '.
           03 TOP-ACESSOS                    PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                         PIC X(12)
                                       VALUE ' CONSULTAS  '.
           03 TOP-ALERTAS                    PIC ZZ,ZZ9.
           03 FILLER                         PIC X(21)
                                       VALUE ' DIAS ACIMA DO LIMITE'.

       01 WS-LINHA-RODAPE.
           03 ROD-TITULO                     PIC X(30).
           03 ROD-QTDE                       PIC ZZZ,ZZZ,ZZ9.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETROS

           OPEN OUTPUT ACS-RPT
           PERFORM P450-IMPRIMIR-CABECALHO

           SORT ACCESS-SORT
               ON ASCENDING KEY SR-OPERADOR
                                SR-DATA
                                SR-NUM-CLIENTE
               INPUT PROCEDURE IS P200-SELECIONAR-ACESSOS
               OUTPUT PROCEDURE IS P300-TOTALIZAR-ACESSOS

           PERFORM P800-IMPRIMIR-RODAPE

           CLOSE ACS-RPT

           DISPLAY 'ACSOPR01 - TRILHA LIDA.......: ' WS-LOG-LIDOS
           DISPLAY 'ACSOPR01 - ACESSOS NO PERIODO: ' WS-ACESSOS-PERIODO
           DISPLAY 'ACSOPR01 - OPERADORES........: ' WS-OPERADORES
           DISPLAY 'ACSOPR01 - DIAS ACIMA LIMITE.: ' WS-DIAS-ACIMA

           GOBACK.

      ******************************************************************
      * P050-LER-PARAMETROS
      * Periodo e limite diario do ACSOPARM; campo zerado, ou sem o
      * arquivo, vale o mes da data de processamento ate ela e o
      * limite padrao.
      ******************************************************************
       P050-LER-PARAMETROS.

           OPEN INPUT ACS-PARM
           IF WS-PARM-STATUS = '00'
               READ ACS-PARM
                   NOT AT END
                       MOVE AO-DATA-DE       TO WS-DATA-DE
                       MOVE AO-DATA-ATE      TO WS-DATA-ATE
                       MOVE AO-LIMITE-DIARIO TO WS-LIMITE-DIARIO
               END-READ
               CLOSE ACS-PARM
           END-IF

           IF WS-DATA-DE = ZEROS
               MOVE WS-DTP-DATA-ATUAL TO WS-DATA-DE
               MOVE '01'              TO WS-DATA-DE (7:2)
           END-IF

           IF WS-DATA-ATE = ZEROS
               MOVE WS-DTP-DATA-ATUAL TO WS-DATA-ATE
           END-IF

           IF WS-LIMITE-DIARIO = ZEROS
               MOVE WS-LIMITE-PADRAO  TO WS-LIMITE-DIARIO
           END-IF
           .

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
                   IF AX-DATA >= WS-DATA-DE
                      AND AX-DATA <= WS-DATA-ATE
                       MOVE AX-OPERADOR    TO SR-OPERADOR
                       MOVE AX-DATA        TO SR-DATA
                       MOVE AX-NUM-CLIENTE TO SR-NUM-CLIENTE
                       RELEASE ACCESS-SORT-REC
                       ADD 1 TO WS-ACESSOS-PERIODO
                   END-IF
           END-READ
           .

      ******************************************************************
      * P300-TOTALIZAR-ACESSOS
      * Quebra por operador e dia: uma linha por dia trabalhado, o
      * dia acima do limite marcado, e o total do operador.
      ******************************************************************
       P300-TOTALIZAR-ACESSOS.

           PERFORM P310-RETORNAR-ACESSO
               UNTIL FIM-SORT

           IF NOT PRIMEIRO-ACESSO
               PERFORM P340-FECHAR-DIA
               PERFORM P360-FECHAR-OPERADOR
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

           EVALUATE TRUE
               WHEN PRIMEIRO-ACESSO
                   SET PRIMEIRO-ACESSO TO FALSE
                   PERFORM P350-ABRIR-OPERADOR
                   PERFORM P330-ABRIR-DIA
               WHEN SR-OPERADOR NOT = WS-OPERADOR-ATUAL
                   PERFORM P340-FECHAR-DIA
                   PERFORM P360-FECHAR-OPERADOR
                   PERFORM P350-ABRIR-OPERADOR
                   PERFORM P330-ABRIR-DIA
               WHEN SR-DATA NOT = WS-DATA-ATUAL
                   PERFORM P340-FECHAR-DIA
                   PERFORM P330-ABRIR-DIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           ADD 1 TO WS-ACESSOS-DIA

           IF SR-NUM-CLIENTE NOT = WS-CLIENTE-ATUAL
               ADD 1 TO WS-CLIENTES-DIA
               MOVE SR-NUM-CLIENTE TO WS-CLIENTE-ATUAL
           END-IF
           .

       P330-ABRIR-DIA.

           MOVE SR-DATA TO WS-DATA-ATUAL
           MOVE ZEROS   TO WS-ACESSOS-DIA
           MOVE ZEROS   TO WS-CLIENTES-DIA
           MOVE 999999  TO WS-CLIENTE-ATUAL
           .

       P340-FECHAR-DIA.

           MOVE SPACES                 TO WS-LINHA-DETALHE
           MOVE WS-OPERADOR-ATUAL      TO DET-OPERADOR
           MOVE WS-DATA-ATUAL (7:2)    TO DET-DATA (1:2)
           MOVE '/'                    TO DET-DATA (3:1)
           MOVE WS-DATA-ATUAL (5:2)    TO DET-DATA (4:2)
           MOVE '/'                    TO DET-DATA (6:1)
           MOVE WS-DATA-ATUAL (1:4)    TO DET-DATA (7:4)
           MOVE WS-ACESSOS-DIA         TO DET-ACESSOS
           MOVE WS-CLIENTES-DIA        TO DET-CLIENTES

           IF WS-ACESSOS-DIA > WS-LIMITE-DIARIO
               MOVE '*** ACIMA DO LIMITE' TO DET-SITUACAO
               ADD 1 TO WS-ALERTAS-OPERADOR
               ADD 1 TO WS-DIAS-ACIMA
           END-IF

           MOVE WS-LINHA-DETALHE TO ACS-RPT-REC
           WRITE ACS-RPT-REC

           ADD 1              TO WS-DIAS-OPERADOR
           ADD WS-ACESSOS-DIA TO WS-ACESSOS-OPERADOR
           .

       P350-ABRIR-OPERADOR.

           MOVE SR-OPERADOR TO WS-OPERADOR-ATUAL
           MOVE ZEROS       TO WS-DIAS-OPERADOR
           MOVE ZEROS       TO WS-ACESSOS-OPERADOR
           MOVE ZEROS       TO WS-ALERTAS-OPERADOR
           ADD 1 TO WS-OPERADORES
           .

       P360-FECHAR-OPERADOR.

           MOVE WS-DIAS-OPERADOR    TO TOP-DIAS
           MOVE WS-ACESSOS-OPERADOR TO TOP-ACESSOS
           MOVE WS-ALERTAS-OPERADOR TO TOP-ALERTAS
           MOVE WS-LINHA-TOTAL-OPER TO ACS-RPT-REC
           WRITE ACS-RPT-REC

           MOVE SPACES TO ACS-RPT-REC
           WRITE ACS-RPT-REC
           .

       P450-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO ACS-RPT-REC
           WRITE ACS-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO ACS-RPT-REC
           WRITE ACS-RPT-REC

           MOVE SPACES TO ACS-RPT-REC
           STRING 'PERIODO ' WS-DATA-DE ' A ' WS-DATA-ATE
                  '  LIMITE DIARIO ' WS-LIMITE-DIARIO ' CONSULTAS'
               DELIMITED BY SIZE INTO ACS-RPT-REC
           END-STRING
           WRITE ACS-RPT-REC

           MOVE SPACES TO ACS-RPT-REC
           WRITE ACS-RPT-REC
           MOVE WS-LINHA-CAB3 TO ACS-RPT-REC
           WRITE ACS-RPT-REC
           .

       P800-IMPRIMIR-RODAPE.

           MOVE 'CONSULTAS NO PERIODO........: ' TO ROD-TITULO
           MOVE WS-ACESSOS-PERIODO TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO ACS-RPT-REC
           WRITE ACS-RPT-REC

           MOVE 'OPERADORES..................: ' TO ROD-TITULO
           MOVE WS-OPERADORES TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO ACS-RPT-REC
           WRITE ACS-RPT-REC

           MOVE 'DIAS ACIMA DO LIMITE........: ' TO ROD-TITULO
           MOVE WS-DIAS-ACIMA TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO ACS-RPT-REC
           WRITE ACS-RPT-REC
           .

       END PROGRAM ACSOPR01.
