      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: SODRPT01 - monthly segregation-of-duties report: lists
      *          every decision AUTCHK01 checked in the month (the
      *          APRVLOG trail) with program, decision type, key,
      *          approver, requester, amount and the approver's limit
      *          for the type, accepted or refused with the reason,
      *          through the shared RPTFMT01 page headers. The month
      *          comes from SODPARM (aaaamm); without the file, or
      *          with it zeroed, the month of the run date is listed.
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
       PROGRAM-ID. SODRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPROVAL-LOG
                                      ASSIGN TO "APRVLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SOD-PARM           ASSIGN TO "SODPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT SOD-RPT            ASSIGN TO "SODRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-LOG.
           COPY APRVLOG.

       FD  SOD-PARM.
       01  SOD-PARM-REC.
           03 SP-PERIODO                      PIC 9(06).

       FD  SOD-RPT.
       01  SOD-RPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-PERIODO                         PIC 9(06) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF-LOG                     PIC X(01) VALUE 'N'.
              88 FIM-LOG                          VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDOS                       PIC 9(07) VALUE ZEROS.
           03 WS-LISTADOS                    PIC 9(07) VALUE ZEROS.
           03 WS-ACEITAS                     PIC 9(07) VALUE ZEROS.
           03 WS-RECUSADAS                   PIC 9(07) VALUE ZEROS.
           03 WS-REC-SEM-ALCADA              PIC 9(07) VALUE ZEROS.
           03 WS-REC-ACIMA-LIMITE            PIC 9(07) VALUE ZEROS.
           03 WS-REC-MESMO-OPERADOR          PIC 9(07) VALUE ZEROS.
           03 WS-REC-SEM-OPERADOR            PIC 9(07) VALUE ZEROS.

       77 WS-TOTAL-ACEITO                    PIC 9(11)V99 VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'SODRPT01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'SEGREGACAO DE FUNCOES - MES'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.
       77 WS-LINHAS-PAGINA                   PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS                      PIC 9(02) VALUE 20.

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(12) VALUE 'DATA'.
           03 FILLER                         PIC X(10) VALUE 'PROGRAMA'.
           03 FILLER                         PIC X(10) VALUE 'TIPO'.
           03 FILLER                         PIC X(03) VALUE 'AC'.
           03 FILLER                         PIC X(22) VALUE 'CHAVE'.
           03 FILLER                         PIC X(10) VALUE 'APROVADR'.
           03 FILLER                         PIC X(10) VALUE 'SOLICIT'.
           03 FILLER                         PIC X(16) VALUE 'VALOR'.
           03 FILLER                         PIC X(16) VALUE 'LIMITE'.
           03 FILLER                         PIC X(08) VALUE 'SITUACAO'.

       01 WS-LINHA-DETALHE.
           03 DET-DATA                       PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-PROGRAMA                   PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-TIPO                       PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-ACAO                       PIC X(01).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-CHAVE                      PIC X(20).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-APROVADOR                  PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-SOLICITANTE                PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-VALOR                      PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-LIMITE                     PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-SITUACAO                   PIC X(08).

      * Segunda linha da decisao recusada: o motivo devolvido pelo
      * AUTCHK01, alinhado sob a chave.
       01 WS-LINHA-MOTIVO.
           03 FILLER                         PIC X(35) VALUE SPACES.
           03 FILLER                         PIC X(08) VALUE 'MOTIVO: '.
           03 MOT-MOTIVO                     PIC X(40).

       01 WS-LINHA-RODAPE.
           03 ROD-TITULO                     PIC X(30).
           03 ROD-QTDE                       PIC Z,ZZZ,ZZ9.

       01 WS-LINHA-RODAPE-VALOR.
           03 FILLER                         PIC X(30)
                               VALUE 'VALOR TOTAL APROVADO........: '.
           03 ROD-VALOR                      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETROS
           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-LOG
               UNTIL FIM-LOG
           PERFORM P800-IMPRIMIR-RODAPE
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

      ******************************************************************
      * P050-LER-PARAMETROS
      * Le SODPARM, se existir, para o mes (aaaamm) a listar; sem o
      * arquivo, ou com o mes zerado, vale o mes da data de execucao.
      ******************************************************************
       P050-LER-PARAMETROS.

           OPEN INPUT SOD-PARM
           IF WS-PARM-STATUS = '00'
               READ SOD-PARM
                   NOT AT END
                       MOVE SP-PERIODO TO WS-PERIODO
               END-READ
               CLOSE SOD-PARM
           END-IF

           IF WS-PERIODO = ZEROS
               MOVE WS-DTP-DATA-ATUAL (1:6) TO WS-PERIODO
           END-IF
           .

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  APPROVAL-LOG
           OPEN OUTPUT SOD-RPT

           PERFORM P110-LER-LOG
           .

       P110-LER-LOG.

           READ APPROVAL-LOG
               AT END
                   SET FIM-LOG TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

      ******************************************************************
      * P200-PROCESSA-LOG
      * So entra no relatorio a verificacao feita no mes pedido; o
      * APRVLOG acumula todos os meses.
      ******************************************************************
       P200-PROCESSA-LOG.

           IF AL-DATA-HORA (1:6) = WS-PERIODO
               PERFORM P500-IMPRIMIR-DECISAO
               PERFORM P600-ACUMULAR-TOTAIS
           END-IF

           PERFORM P110-LER-LOG
           .

       P500-IMPRIMIR-DECISAO.

           IF WS-LINHAS-PAGINA = 0
              OR WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM P450-IMPRIMIR-CABECALHO
           END-IF

           MOVE SPACES          TO WS-LINHA-DETALHE
           STRING AL-DATA-HORA (7:2) '/'
                  AL-DATA-HORA (5:2) '/'
                  AL-DATA-HORA (1:4)
                  DELIMITED BY SIZE INTO DET-DATA
           MOVE AL-PROGRAMA     TO DET-PROGRAMA
           MOVE AL-TIPO         TO DET-TIPO
           MOVE AL-ACAO         TO DET-ACAO
           MOVE AL-CHAVE        TO DET-CHAVE
           MOVE AL-APROVADOR    TO DET-APROVADOR
           MOVE AL-SOLICITANTE  TO DET-SOLICITANTE
           MOVE AL-VALOR        TO DET-VALOR
           MOVE AL-LIMITE       TO DET-LIMITE
           IF AL-ACEITA
               MOVE 'ACEITA'    TO DET-SITUACAO
           ELSE
               MOVE 'RECUSADA'  TO DET-SITUACAO
           END-IF

           MOVE WS-LINHA-DETALHE TO SOD-RPT-REC
           WRITE SOD-RPT-REC
           ADD 1 TO WS-LINHAS-PAGINA

           IF NOT AL-ACEITA
               MOVE AL-MOTIVO       TO MOT-MOTIVO
               MOVE WS-LINHA-MOTIVO TO SOD-RPT-REC
               WRITE SOD-RPT-REC
               ADD 1 TO WS-LINHAS-PAGINA
           END-IF

           ADD 1 TO WS-LISTADOS
           .

       P450-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA

           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO SOD-RPT-REC
           WRITE SOD-RPT-REC

           MOVE WS-RPTFMT-LINHA-CAB2 TO SOD-RPT-REC
           WRITE SOD-RPT-REC

           MOVE SPACES TO SOD-RPT-REC
           STRING 'MES DE REFERENCIA: '
                  WS-PERIODO (5:2) '/' WS-PERIODO (1:4)
                  DELIMITED BY SIZE INTO SOD-RPT-REC
           WRITE SOD-RPT-REC

           MOVE SPACES TO SOD-RPT-REC
           WRITE SOD-RPT-REC

           MOVE WS-LINHA-CAB3 TO SOD-RPT-REC
           WRITE SOD-RPT-REC

           MOVE ZEROS TO WS-LINHAS-PAGINA
           .

      ******************************************************************
      * P600-ACUMULAR-TOTAIS
      * Aceitas somam o valor aprovado; recusadas sao contadas por
      * regra violada, na ordem em que o AUTCHK01 as verifica.
      ******************************************************************
       P600-ACUMULAR-TOTAIS.

           IF AL-ACEITA
               ADD 1        TO WS-ACEITAS
               IF AL-ACAO = 'A'
                   ADD AL-VALOR TO WS-TOTAL-ACEITO
               END-IF
           ELSE
               ADD 1 TO WS-RECUSADAS
               EVALUATE AL-RETORNO
                   WHEN 10
                       ADD 1 TO WS-REC-SEM-ALCADA
                   WHEN 20
                       ADD 1 TO WS-REC-ACIMA-LIMITE
                   WHEN 30
                       ADD 1 TO WS-REC-MESMO-OPERADOR
                   WHEN 40
                       ADD 1 TO WS-REC-SEM-OPERADOR
               END-EVALUATE
           END-IF
           .

       P800-IMPRIMIR-RODAPE.

           IF WS-PAGINA = 0
               PERFORM P450-IMPRIMIR-CABECALHO
           END-IF

           MOVE SPACES TO SOD-RPT-REC
           WRITE SOD-RPT-REC

           MOVE 'DECISOES NO MES.............: ' TO ROD-TITULO
           MOVE WS-LISTADOS           TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE 'ACEITAS.....................: ' TO ROD-TITULO
           MOVE WS-ACEITAS            TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE 'RECUSADAS...................: ' TO ROD-TITULO
           MOVE WS-RECUSADAS          TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE '  SEM ALCADA NO TIPO........: ' TO ROD-TITULO
           MOVE WS-REC-SEM-ALCADA     TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE '  ACIMA DO LIMITE...........: ' TO ROD-TITULO
           MOVE WS-REC-ACIMA-LIMITE   TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE '  APROVADOR = SOLICITANTE...: ' TO ROD-TITULO
           MOVE WS-REC-MESMO-OPERADOR TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE '  SEM OPERADOR..............: ' TO ROD-TITULO
           MOVE WS-REC-SEM-OPERADOR   TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE WS-TOTAL-ACEITO       TO ROD-VALOR
           MOVE WS-LINHA-RODAPE-VALOR TO SOD-RPT-REC
           WRITE SOD-RPT-REC
           .

       P810-GRAVAR-RODAPE.

           MOVE WS-LINHA-RODAPE TO SOD-RPT-REC
           WRITE SOD-RPT-REC
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE APPROVAL-LOG
           CLOSE SOD-RPT

           DISPLAY 'SODRPT01 - REGISTROS LIDOS...: ' WS-LIDOS
           DISPLAY 'SODRPT01 - DECISOES DO MES...: ' WS-LISTADOS
           DISPLAY 'SODRPT01 - RECUSADAS.........: ' WS-RECUSADAS
           .

       END PROGRAM SODRPT01.
