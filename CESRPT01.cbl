      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: CESRPT01 - monthly receivables assignment report,
      *          one line per factoring company on FACTTAB: invoices
      *          assigned in the month (count, face value and the
      *          price the factor paid, from the CESSAO ledger),
      *          collections that landed with us for the factor's
      *          invoices in the month and are owed to it (REPFACT
      *          receipts less reversals), and the assigned invoices
      *          still open at the time of the run (face value not
      *          yet received through us). The month comes from the
      *          optional CESRPARM card (aaaamm); without it, the
      *          month of the processing date.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CESRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CESRPT-PARM
                                      ASSIGN TO "CESRPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL FACTOR-TABLE
                                      ASSIGN TO "FACTTAB"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CESSAO-CREDITO
                                      ASSIGN TO "CESSAO"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS CS-NUM-FATURA
                                      FILE STATUS IS WS-CESSAO-STATUS.

           SELECT OPTIONAL REPASSE-FACTOR
                                      ASSIGN TO "REPFACT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CESSAO-MENSAL-RPT  ASSIGN TO "CESMRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CESRPT-PARM.
       01  CESRPT-PARM-REC.
           03 CR-ANO-MES                      PIC 9(06).

       FD  FACTOR-TABLE.
           COPY FACTOR.

       FD  CESSAO-CREDITO.
           COPY CESSAO.

       FD  REPASSE-FACTOR.
           COPY REPFACT.

       FD  CESSAO-MENSAL-RPT.
       01  CESSAO-MENSAL-RPT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-CESSAO-STATUS                   PIC X(02) VALUE '00'.

       77 WS-ANO-MES                         PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-ABERTO                    PIC S9(09)V99 VALUE ZEROS.

      * Factores do FACTTAB com os acumuladores do mes.
       77 WS-MAX-FACTORES                    PIC 9(04) COMP VALUE 200.
       77 WS-TOT-FACTORES                    PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-FACTOR                      PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-ACHADO                      PIC 9(04) COMP VALUE ZEROS.
       77 WS-COD-BUSCA                       PIC X(06) VALUE SPACES.

       01 WS-TABELA-FACTORES.
           03 WS-FACTOR OCCURS 200 TIMES.
              05 WS-TF-COD-FACTOR            PIC X(06).
              05 WS-TF-NOME                  PIC X(40).
              05 WS-TF-QTD-CEDIDAS           PIC 9(07).
              05 WS-TF-VALOR-CEDIDO          PIC 9(11)V99.
              05 WS-TF-VALOR-PAGO            PIC 9(11)V99.
              05 WS-TF-QTD-RECEBTOS          PIC 9(07).
              05 WS-TF-VALOR-RECEBIDO        PIC S9(11)V99.
              05 WS-TF-QTD-ABERTAS           PIC 9(07).
              05 WS-TF-VALOR-ABERTO          PIC 9(11)V99.

       01 WS-TOTAIS.
           03 WS-TOT-QTD-CEDIDAS             PIC 9(07) VALUE ZEROS.
           03 WS-TOT-VALOR-CEDIDO            PIC 9(11)V99 VALUE ZEROS.
           03 WS-TOT-VALOR-PAGO              PIC 9(11)V99 VALUE ZEROS.
           03 WS-TOT-QTD-RECEBTOS            PIC 9(07) VALUE ZEROS.
           03 WS-TOT-VALOR-RECEBIDO          PIC S9(11)V99 VALUE ZEROS.
           03 WS-TOT-QTD-ABERTAS             PIC 9(07) VALUE ZEROS.
           03 WS-TOT-VALOR-ABERTO            PIC 9(11)V99 VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-FIM-FACTOR-SW               PIC X(01) VALUE 'N'.
              88 FIM-FACTORES                     VALUE 'S' FALSE 'N'.
           03 WS-FIM-CESSAO-SW               PIC X(01) VALUE 'N'.
              88 FIM-CESSOES                      VALUE 'S' FALSE 'N'.
           03 WS-FIM-REPASSE-SW              PIC X(01) VALUE 'N'.
              88 FIM-REPASSES                     VALUE 'S' FALSE 'N'.
           03 WS-FACTOR-SW                   PIC X(01) VALUE 'N'.
              88 FACTOR-LOCALIZADO                VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-CESSOES-LIDAS               PIC 9(07) VALUE ZEROS.
           03 WS-REPASSES-LIDOS              PIC 9(07) VALUE ZEROS.
           03 WS-SEM-FACTOR                  PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'CESRPT01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'CESSOES POR FACTOR - MENSAL'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.

       01 WS-LINHA-MES.
           03 FILLER                         PIC X(16)
                                       VALUE 'MES DE REFEREN.:'.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 LM-ANO-MES                     PIC 9999/99.

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(08) VALUE 'FACTOR'.
           03 FILLER                         PIC X(32) VALUE 'NOME'.
           03 FILLER                         PIC X(34)
                       VALUE '---------- CEDIDAS NO MES --------'.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(21)
                                       VALUE '-- RECEB. P/ FACTOR -'.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(21)
                                       VALUE '----- EM ABERTO -----'.

       01 WS-LINHA-CAB4.
           03 FILLER                         PIC X(40) VALUE SPACES.
           03 FILLER                         PIC X(06) VALUE '  QTD'.
           03 FILLER                         PIC X(14)
                                       VALUE '    VALOR FACE'.
           03 FILLER                         PIC X(14)
                                       VALUE '   PRECO PAGO'.
           03 FILLER                         PIC X(08) VALUE '    QTD'.
           03 FILLER                         PIC X(16)
                                       VALUE '           VALOR'.
           03 FILLER                         PIC X(08) VALUE '    QTD'.
           03 FILLER                         PIC X(16)
                                       VALUE '     VALOR FACE'.

       01 WS-LINHA-DETALHE.
           03 DET-COD-FACTOR                 PIC X(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-NOME                       PIC X(30).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-QTD-CEDIDAS                PIC ZZZZZ9.
           03 DET-VALOR-CEDIDO               PIC ZZZ,ZZZ,ZZ9.99.
           03 DET-VALOR-PAGO                 PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-QTD-RECEBTOS               PIC ZZZZZ9.
           03 DET-VALOR-RECEBIDO             PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-QTD-ABERTAS                PIC ZZZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-VALOR-ABERTO               PIC ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETROS
           PERFORM P100-CARREGAR-FACTORES

           OPEN INPUT CESSAO-CREDITO
           PERFORM P200-LER-CESSAO
               UNTIL FIM-CESSOES
           CLOSE CESSAO-CREDITO

           OPEN INPUT REPASSE-FACTOR
           PERFORM P300-LER-REPASSE
               UNTIL FIM-REPASSES
           CLOSE REPASSE-FACTOR

           OPEN OUTPUT CESSAO-MENSAL-RPT
           PERFORM P450-IMPRIMIR-CABECALHO
           PERFORM P500-IMPRIMIR-FACTOR
               VARYING WS-IDX-FACTOR FROM 1 BY 1
                 UNTIL WS-IDX-FACTOR > WS-TOT-FACTORES
           PERFORM P700-IMPRIMIR-TOTAL
           CLOSE CESSAO-MENSAL-RPT

           DISPLAY 'CESRPT01 - MES DE REFERENCIA.: ' WS-ANO-MES
           DISPLAY 'CESRPT01 - FACTORES..........: ' WS-TOT-FACTORES
           DISPLAY 'CESRPT01 - CESSOES LIDAS.....: ' WS-CESSOES-LIDAS
           DISPLAY 'CESRPT01 - REPASSES LIDOS....: ' WS-REPASSES-LIDOS
           DISPLAY 'CESRPT01 - SEM FACTOR NO TAB.: ' WS-SEM-FACTOR

           GOBACK.

      ******************************************************************
      * P050-LER-PARAMETROS
      * Mes do CESRPARM (aaaamm); sem ele, o mes da data de
      * processamento.
      ******************************************************************
       P050-LER-PARAMETROS.

           MOVE WS-DTP-DATA-ATUAL (1:6) TO WS-ANO-MES

           OPEN INPUT CESRPT-PARM
           IF WS-PARM-STATUS = '00'
               READ CESRPT-PARM
                   NOT AT END
                       IF CR-ANO-MES NOT = ZEROS
                           MOVE CR-ANO-MES TO WS-ANO-MES
                       END-IF
               END-READ
               CLOSE CESRPT-PARM
           END-IF
           .

       P100-CARREGAR-FACTORES.

           OPEN INPUT FACTOR-TABLE
           PERFORM P110-LER-FACTOR
               UNTIL FIM-FACTORES
           CLOSE FACTOR-TABLE
           .

       P110-LER-FACTOR.

           READ FACTOR-TABLE
               AT END
                   SET FIM-FACTORES TO TRUE
               NOT AT END
                   IF WS-TOT-FACTORES < WS-MAX-FACTORES
                       ADD 1 TO WS-TOT-FACTORES
                       INITIALIZE WS-FACTOR (WS-TOT-FACTORES)
                       MOVE FC-COD-FACTOR
                         TO WS-TF-COD-FACTOR (WS-TOT-FACTORES)
                       MOVE FC-NOME
                         TO WS-TF-NOME (WS-TOT-FACTORES)
                   END-IF
           END-READ
           .

      ******************************************************************
      * P200-LER-CESSAO
      * Cessao efetivada no mes entra nas cedidas; toda cessao ainda
      * com valor de face nao recebido entra nas abertas, seja qual
      * for o mes em que foi cedida.
      ******************************************************************
       P200-LER-CESSAO.

           READ CESSAO-CREDITO NEXT RECORD
               AT END
                   SET FIM-CESSOES TO TRUE
               NOT AT END
                   IF CS-CEDIDA
                       ADD 1 TO WS-CESSOES-LIDAS
                       MOVE CS-COD-FACTOR TO WS-COD-BUSCA
                       PERFORM P400-LOCALIZAR-FACTOR
                       IF FACTOR-LOCALIZADO
                           PERFORM P210-ACUMULAR-CESSAO
                       ELSE
                           ADD 1 TO WS-SEM-FACTOR
                       END-IF
                   END-IF
           END-READ
           .

       P210-ACUMULAR-CESSAO.

           IF CS-DATA-CESSAO (1:6) = WS-ANO-MES
               ADD 1 TO WS-TF-QTD-CEDIDAS (WS-IDX-ACHADO)
               ADD CS-VALOR-FACE
                 TO WS-TF-VALOR-CEDIDO (WS-IDX-ACHADO)
               ADD CS-VALOR-CESSAO
                 TO WS-TF-VALOR-PAGO (WS-IDX-ACHADO)
           END-IF

           COMPUTE WS-VALOR-ABERTO = CS-VALOR-FACE - CS-VALOR-RECEBIDO
           IF WS-VALOR-ABERTO > 0
               ADD 1 TO WS-TF-QTD-ABERTAS (WS-IDX-ACHADO)
               ADD WS-VALOR-ABERTO
                 TO WS-TF-VALOR-ABERTO (WS-IDX-ACHADO)
           END-IF
           .

      ******************************************************************
      * P300-LER-REPASSE
      * Recebimentos repassaveis ao factor no mes, liquidos dos
      * estornos.
      ******************************************************************
       P300-LER-REPASSE.

           READ REPASSE-FACTOR
               AT END
                   SET FIM-REPASSES TO TRUE
               NOT AT END
                   IF PF-DATA (1:6) = WS-ANO-MES
                       ADD 1 TO WS-REPASSES-LIDOS
                       MOVE PF-COD-FACTOR TO WS-COD-BUSCA
                       PERFORM P400-LOCALIZAR-FACTOR
                       IF FACTOR-LOCALIZADO
                           PERFORM P310-ACUMULAR-REPASSE
                       ELSE
                           ADD 1 TO WS-SEM-FACTOR
                       END-IF
                   END-IF
           END-READ
           .

       P310-ACUMULAR-REPASSE.

           IF PF-ESTORNO
               SUBTRACT PF-VALOR
                   FROM WS-TF-VALOR-RECEBIDO (WS-IDX-ACHADO)
           ELSE
               ADD 1 TO WS-TF-QTD-RECEBTOS (WS-IDX-ACHADO)
               ADD PF-VALOR
                 TO WS-TF-VALOR-RECEBIDO (WS-IDX-ACHADO)
           END-IF
           .

       P400-LOCALIZAR-FACTOR.

           SET FACTOR-LOCALIZADO TO FALSE
           MOVE ZEROS TO WS-IDX-ACHADO

           PERFORM P410-COMPARAR-FACTOR
               VARYING WS-IDX-FACTOR FROM 1 BY 1
                 UNTIL WS-IDX-FACTOR > WS-TOT-FACTORES
                    OR FACTOR-LOCALIZADO
           .

       P410-COMPARAR-FACTOR.

           IF WS-TF-COD-FACTOR (WS-IDX-FACTOR) = WS-COD-BUSCA
               SET FACTOR-LOCALIZADO TO TRUE
               MOVE WS-IDX-FACTOR TO WS-IDX-ACHADO
           END-IF
           .

       P450-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO CESSAO-MENSAL-RPT-REC
           WRITE CESSAO-MENSAL-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO CESSAO-MENSAL-RPT-REC
           WRITE CESSAO-MENSAL-RPT-REC

           MOVE SPACES TO CESSAO-MENSAL-RPT-REC
           WRITE CESSAO-MENSAL-RPT-REC
           MOVE WS-ANO-MES TO LM-ANO-MES
           MOVE WS-LINHA-MES TO CESSAO-MENSAL-RPT-REC
           WRITE CESSAO-MENSAL-RPT-REC

           MOVE SPACES TO CESSAO-MENSAL-RPT-REC
           WRITE CESSAO-MENSAL-RPT-REC
           MOVE WS-LINHA-CAB3 TO CESSAO-MENSAL-RPT-REC
           WRITE CESSAO-MENSAL-RPT-REC
           MOVE WS-LINHA-CAB4 TO CESSAO-MENSAL-RPT-REC
           WRITE CESSAO-MENSAL-RPT-REC
           .

       P500-IMPRIMIR-FACTOR.

           MOVE WS-TF-COD-FACTOR (WS-IDX-FACTOR)   TO DET-COD-FACTOR
           MOVE WS-TF-NOME (WS-IDX-FACTOR)         TO DET-NOME
           MOVE WS-TF-QTD-CEDIDAS (WS-IDX-FACTOR)  TO DET-QTD-CEDIDAS
           MOVE WS-TF-VALOR-CEDIDO (WS-IDX-FACTOR) TO DET-VALOR-CEDIDO
           MOVE WS-TF-VALOR-PAGO (WS-IDX-FACTOR)   TO DET-VALOR-PAGO
           MOVE WS-TF-QTD-RECEBTOS (WS-IDX-FACTOR) TO DET-QTD-RECEBTOS
           MOVE WS-TF-VALOR-RECEBIDO (WS-IDX-FACTOR)
                                                  TO DET-VALOR-RECEBIDO
           MOVE WS-TF-QTD-ABERTAS (WS-IDX-FACTOR)  TO DET-QTD-ABERTAS
           MOVE WS-TF-VALOR-ABERTO (WS-IDX-FACTOR) TO DET-VALOR-ABERTO

           MOVE WS-LINHA-DETALHE TO CESSAO-MENSAL-RPT-REC
           WRITE CESSAO-MENSAL-RPT-REC

           ADD WS-TF-QTD-CEDIDAS (WS-IDX-FACTOR)
             TO WS-TOT-QTD-CEDIDAS
           ADD WS-TF-VALOR-CEDIDO (WS-IDX-FACTOR)
             TO WS-TOT-VALOR-CEDIDO
           ADD WS-TF-VALOR-PAGO (WS-IDX-FACTOR)     TO WS-TOT-VALOR-PAGO
           ADD WS-TF-QTD-RECEBTOS (WS-IDX-FACTOR)
             TO WS-TOT-QTD-RECEBTOS
           ADD WS-TF-VALOR-RECEBIDO (WS-IDX-FACTOR)
             TO WS-TOT-VALOR-RECEBIDO
           ADD WS-TF-QTD-ABERTAS (WS-IDX-FACTOR)
             TO WS-TOT-QTD-ABERTAS
           ADD WS-TF-VALOR-ABERTO (WS-IDX-FACTOR)
             TO WS-TOT-VALOR-ABERTO
           .

       P700-IMPRIMIR-TOTAL.

           MOVE SPACES TO CESSAO-MENSAL-RPT-REC
           WRITE CESSAO-MENSAL-RPT-REC

           MOVE SPACES                TO DET-COD-FACTOR
           MOVE 'TOTAL GERAL'         TO DET-NOME
           MOVE WS-TOT-QTD-CEDIDAS    TO DET-QTD-CEDIDAS
           MOVE WS-TOT-VALOR-CEDIDO   TO DET-VALOR-CEDIDO
           MOVE WS-TOT-VALOR-PAGO     TO DET-VALOR-PAGO
           MOVE WS-TOT-QTD-RECEBTOS   TO DET-QTD-RECEBTOS
           MOVE WS-TOT-VALOR-RECEBIDO TO DET-VALOR-RECEBIDO
           MOVE WS-TOT-QTD-ABERTAS    TO DET-QTD-ABERTAS
           MOVE WS-TOT-VALOR-ABERTO   TO DET-VALOR-ABERTO

           MOVE WS-LINHA-DETALHE TO CESSAO-MENSAL-RPT-REC
           WRITE CESSAO-MENSAL-RPT-REC
           .

       END PROGRAM CESRPT01.
