      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: TARIFA01 - month-end bank fee (tarifa bancaria)
      *          report and posting. For the TARPARM month (aaaamm,
      *          default the processing month) reads the BANKTARF
      *          ledger BANKRET01 and ACEITRET01 fill from the banks'
      *          return files and prints, per bank and fee type
      *          (registration, settlement, baixa), the quantity, the
      *          total and the average fee, with a subtotal per bank
      *          and the month's total per fee type. Each bank's total
      *          is appended to the GLJRNL journal extract of the
      *          day's ARFECH01 close as bank expense against CAIXA E
      *          BANCOS. The TARCTL control keeps the months already
      *          posted: a rerun for the same month prints the report
      *          again but does not post twice (RC 4).
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFA01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFA-PARM        ASSIGN TO "TARPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL BANK-FEE-LOG
                                      ASSIGN TO "BANKTARF"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TARIFA-CTL
                                      ASSIGN TO "TARCTL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-JOURNAL
                                      ASSIGN TO "GLJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TARIFA-RPT         ASSIGN TO "TARRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TARIFA-SORT        ASSIGN TO "SRTWORKN".

       DATA DIVISION.
       FILE SECTION.
       FD  TARIFA-PARM.
       01  TARIFA-PARM-REC.
           03 TP-ANO-MES                      PIC 9(06).

       FD  BANK-FEE-LOG.
           COPY BANKTARF.

      * Um registro por mes ja lancado no razao: a data do lancamento
      * e o total levado ao GLJRNL.
       FD  TARIFA-CTL.
       01  TARIFA-CTL-REC.
           03 TC-ANO-MES                      PIC 9(06).
           03 TC-DATA-LANCAMENTO              PIC 9(08).
           03 TC-VALOR                        PIC 9(11)V99.

      * Mesmo layout do extrato gravado pelo ARFECH01.
       FD  GL-JOURNAL.
       01  GL-JOURNAL-REC.
           03 GL-DATA                         PIC 9(08).
           03 GL-CONTA-DEBITO                 PIC X(20).
           03 GL-CONTA-CREDITO                PIC X(20).
           03 GL-VALOR                        PIC S9(11)V99
                                               SIGN LEADING SEPARATE.
           03 GL-HISTORICO                    PIC X(30).

       FD  TARIFA-RPT.
       01  TARIFA-RPT-REC                     PIC X(132).

      * Tarifas do mes por banco e tipo (1 registro, 2 liquidacao,
      * 3 baixa).
       SD  TARIFA-SORT.
       01  TARIFA-SORT-REC.
           03 SR-BANCO                        PIC 9(03).
           03 SR-ORDEM                        PIC 9(01).
           03 SR-VALOR                        PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-ANO-MES-TARIFA                  PIC 9(06) VALUE ZEROS.
       77 WS-BANCO-ATUAL                     PIC 9(03) VALUE ZEROS.
       77 WS-IDX-TIPO                        PIC 9(01) VALUE ZEROS.
       77 WS-MEDIA                           PIC 9(07)V99 VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF-TARIFA                  PIC X(01) VALUE 'N'.
              88 FIM-TARIFA                       VALUE 'S' FALSE 'N'.
           03 WS-EOF-CTL                     PIC X(01) VALUE 'N'.
              88 FIM-CONTROLE                     VALUE 'S' FALSE 'N'.
           03 WS-EOF-SORT                    PIC X(01) VALUE 'N'.
              88 FIM-SORT                         VALUE 'S' FALSE 'N'.
           03 WS-LANCADO-SW                  PIC X(01) VALUE 'N'.
              88 MES-JA-LANCADO                   VALUE 'S' FALSE 'N'.
           03 WS-PRIMEIRO-SW                 PIC X(01) VALUE 'S'.
              88 PRIMEIRO-BANCO                   VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-TARIFAS-LIDAS               PIC 9(07) VALUE ZEROS.
           03 WS-TARIFAS-DO-MES              PIC 9(07) VALUE ZEROS.
           03 WS-BANCOS                      PIC 9(07) VALUE ZEROS.
           03 WS-LANCAMENTOS-GL              PIC 9(07) VALUE ZEROS.

      * Nome de cada tipo de tarifa, na ordem do SR-ORDEM.
       01 WS-NOMES-TIPO.
           03 FILLER                         PIC X(20)
                                       VALUE 'REGISTRO'.
           03 FILLER                         PIC X(20)
                                       VALUE 'LIQUIDACAO'.
           03 FILLER                         PIC X(20)
                                       VALUE 'BAIXA'.
       01 WS-TAB-NOMES-TIPO REDEFINES WS-NOMES-TIPO.
           03 WS-NOME-TIPO OCCURS 3 TIMES    PIC X(20).

      * Acumuladores por tipo: o banco em quebra e o mes inteiro.
       01 WS-TOTAIS-BANCO.
           03 WS-BCO-TIPO OCCURS 3 TIMES.
              05 WS-BCO-QTDE                PIC 9(07).
              05 WS-BCO-VALOR               PIC 9(09)V99.
       77 WS-BCO-QTDE-TOTAL                  PIC 9(07) VALUE ZEROS.
       77 WS-BCO-VALOR-TOTAL                 PIC 9(09)V99 VALUE ZEROS.

       01 WS-TOTAIS-MES.
           03 WS-MES-TIPO OCCURS 3 TIMES.
              05 WS-MES-QTDE                PIC 9(07).
              05 WS-MES-VALOR               PIC 9(11)V99.
       77 WS-MES-QTDE-TOTAL                  PIC 9(07) VALUE ZEROS.
       77 WS-MES-VALOR-TOTAL                 PIC 9(11)V99 VALUE ZEROS.
       77 WS-VALOR-LANCADO                   PIC 9(11)V99 VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'TARIFA01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'TARIFAS BANCARIAS DO MES'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.
       77 WS-LINHAS-PAGINA                   PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS                      PIC 9(02) VALUE 50.

       01 WS-LINHA-COMPETENCIA.
           03 FILLER                         PIC X(13)
                                       VALUE 'COMPETENCIA: '.
           03 LC-MES                         PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 LC-ANO                         PIC 9(04).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 LC-SITUACAO                    PIC X(40).

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(08)
                                       VALUE 'BANCO'.
           03 FILLER                         PIC X(22)
                                       VALUE 'TIPO DE TARIFA'.
           03 FILLER                         PIC X(10)
                                       VALUE '      QTDE'.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 FILLER                         PIC X(16)
                                       VALUE '           TOTAL'.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 FILLER                         PIC X(12)
                                       VALUE '       MEDIA'.

       01 WS-LINHA-DETALHE.
           03 DET-BANCO                      PIC X(03).
           03 FILLER                         PIC X(05) VALUE SPACES.
           03 DET-TIPO                       PIC X(20).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-QTDE                       PIC ZZZ,ZZ9.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-VALOR                      PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(06) VALUE SPACES.
           03 DET-MEDIA                      PIC ZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETRO
           PERFORM P100-VERIFICAR-CONTROLE

           SORT TARIFA-SORT
               ON ASCENDING KEY SR-BANCO SR-ORDEM
               INPUT PROCEDURE IS P200-SELECIONAR-TARIFAS
               OUTPUT PROCEDURE IS P300-IMPRIMIR-RELATORIO

           IF NOT MES-JA-LANCADO
              AND WS-LANCAMENTOS-GL > ZEROS
               PERFORM P700-GRAVAR-CONTROLE
           END-IF

           DISPLAY 'TARIFA01 - COMPETENCIA........: '
                   WS-ANO-MES-TARIFA
           DISPLAY 'TARIFA01 - TARIFAS LIDAS.......: '
                   WS-TARIFAS-LIDAS
           DISPLAY 'TARIFA01 - TARIFAS DO MES......: '
                   WS-TARIFAS-DO-MES
           DISPLAY 'TARIFA01 - BANCOS..............: ' WS-BANCOS
           DISPLAY 'TARIFA01 - TOTAL DO MES........: '
                   WS-MES-VALOR-TOTAL
           DISPLAY 'TARIFA01 - LANCAMENTOS NO GL...: '
                   WS-LANCAMENTOS-GL

           IF MES-JA-LANCADO
               DISPLAY 'TARIFA01 - TARIFAS DE ' WS-ANO-MES-TARIFA
                       ' JA LANCADAS NO GLJRNL - RELATORIO '
                       'REIMPRESSO SEM LANCAMENTO'
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       P050-LER-PARAMETRO.

           OPEN INPUT TARIFA-PARM
           IF WS-PARM-STATUS = '00'
               READ TARIFA-PARM
                   NOT AT END
                       IF TP-ANO-MES IS NUMERIC
                           MOVE TP-ANO-MES TO WS-ANO-MES-TARIFA
                       END-IF
               END-READ
               CLOSE TARIFA-PARM
           END-IF

           IF WS-ANO-MES-TARIFA = ZEROS
               MOVE WS-DTP-DATA-ATUAL (1:6) TO WS-ANO-MES-TARIFA
           END-IF
           .

      ******************************************************************
      * P100-VERIFICAR-CONTROLE
      * Mes ja presente no TARCTL ja foi ao razao: o relatorio sai de
      * novo, mas sem lancamento (a despesa iria ao GL duas vezes).
      ******************************************************************
       P100-VERIFICAR-CONTROLE.

           OPEN INPUT TARIFA-CTL

           PERFORM P110-LER-CONTROLE
               UNTIL FIM-CONTROLE

           CLOSE TARIFA-CTL
           .

       P110-LER-CONTROLE.

           READ TARIFA-CTL
               AT END
                   SET FIM-CONTROLE TO TRUE
               NOT AT END
                   IF TC-ANO-MES = WS-ANO-MES-TARIFA
                       SET MES-JA-LANCADO TO TRUE
                   END-IF
           END-READ
           .

      ******************************************************************
      * P200-SELECIONAR-TARIFAS
      * Entra a tarifa registrada no mes da competencia (data de
      * processamento do retorno que a trouxe).
      ******************************************************************
       P200-SELECIONAR-TARIFAS.

           OPEN INPUT BANK-FEE-LOG

           PERFORM P210-SELECIONAR-UMA
               UNTIL FIM-TARIFA

           CLOSE BANK-FEE-LOG
           .

       P210-SELECIONAR-UMA.

           READ BANK-FEE-LOG
               AT END
                   SET FIM-TARIFA TO TRUE
               NOT AT END
                   ADD 1 TO WS-TARIFAS-LIDAS
                   IF BT-DATA-PROC (1:6) = WS-ANO-MES-TARIFA
                      AND BT-VALOR > ZEROS
                       PERFORM P220-LIBERAR-TARIFA
                   END-IF
           END-READ
           .

       P220-LIBERAR-TARIFA.

           EVALUATE TRUE
               WHEN BT-REGISTRO
                   MOVE 1 TO SR-ORDEM
               WHEN BT-BAIXA
                   MOVE 3 TO SR-ORDEM
               WHEN OTHER
                   MOVE 2 TO SR-ORDEM
           END-EVALUATE

           MOVE BT-BANCO TO SR-BANCO
           MOVE BT-VALOR TO SR-VALOR
           RELEASE TARIFA-SORT-REC
           ADD 1 TO WS-TARIFAS-DO-MES
           .

      ******************************************************************
      * P300-IMPRIMIR-RELATORIO
      * Quebra por banco: uma linha por tipo de tarifa com movimento,
      * o subtotal do banco e o lancamento dele no GLJRNL; no fim, o
      * mes por tipo de tarifa e o total geral.
      ******************************************************************
       P300-IMPRIMIR-RELATORIO.

           OPEN OUTPUT TARIFA-RPT
           IF NOT MES-JA-LANCADO
               OPEN EXTEND GL-JOURNAL
           END-IF

           INITIALIZE WS-TOTAIS-MES
           PERFORM P550-IMPRIMIR-CABECALHO
           PERFORM P320-ZERAR-BANCO

           PERFORM P330-RETORNAR-TARIFA
               UNTIL FIM-SORT

           IF NOT PRIMEIRO-BANCO
               PERFORM P400-FECHAR-BANCO
           END-IF

           PERFORM P500-IMPRIMIR-TOTAIS

           IF NOT MES-JA-LANCADO
               CLOSE GL-JOURNAL
           END-IF
           CLOSE TARIFA-RPT
           .

       P320-ZERAR-BANCO.

           INITIALIZE WS-TOTAIS-BANCO
           MOVE ZEROS TO WS-BCO-QTDE-TOTAL
                         WS-BCO-VALOR-TOTAL
           .

       P330-RETORNAR-TARIFA.

           RETURN TARIFA-SORT
               AT END
                   SET FIM-SORT TO TRUE
               NOT AT END
                   IF PRIMEIRO-BANCO
                       MOVE SR-BANCO TO WS-BANCO-ATUAL
                       SET PRIMEIRO-BANCO TO FALSE
                   END-IF
                   IF SR-BANCO NOT = WS-BANCO-ATUAL
                       PERFORM P400-FECHAR-BANCO
                       PERFORM P320-ZERAR-BANCO
                       MOVE SR-BANCO TO WS-BANCO-ATUAL
                   END-IF
                   ADD 1        TO WS-BCO-QTDE  (SR-ORDEM)
                   ADD SR-VALOR TO WS-BCO-VALOR (SR-ORDEM)
                   ADD 1        TO WS-BCO-QTDE-TOTAL
                   ADD SR-VALOR TO WS-BCO-VALOR-TOTAL
           END-RETURN
           .

       P400-FECHAR-BANCO.

           PERFORM P410-IMPRIMIR-TIPO-BANCO
               VARYING WS-IDX-TIPO FROM 1 BY 1
                 UNTIL WS-IDX-TIPO > 3

           MOVE SPACES TO WS-LINHA-DETALHE
           MOVE 'SUBTOTAL DO BANCO'  TO DET-TIPO
           MOVE WS-BCO-QTDE-TOTAL    TO DET-QTDE
           MOVE WS-BCO-VALOR-TOTAL   TO DET-VALOR
           COMPUTE WS-MEDIA ROUNDED =
               WS-BCO-VALOR-TOTAL / WS-BCO-QTDE-TOTAL
           MOVE WS-MEDIA             TO DET-MEDIA
           PERFORM P510-IMPRIMIR-LINHA
           PERFORM P520-IMPRIMIR-BRANCO

           ADD 1 TO WS-BANCOS
           ADD WS-BCO-QTDE-TOTAL  TO WS-MES-QTDE-TOTAL
           ADD WS-BCO-VALOR-TOTAL TO WS-MES-VALOR-TOTAL

           IF NOT MES-JA-LANCADO
               PERFORM P600-GRAVAR-LANCAMENTO-GL
           END-IF
           .

       P410-IMPRIMIR-TIPO-BANCO.

           IF WS-BCO-QTDE (WS-IDX-TIPO) > ZEROS
               MOVE SPACES TO WS-LINHA-DETALHE
               MOVE WS-BANCO-ATUAL              TO DET-BANCO
               MOVE WS-NOME-TIPO (WS-IDX-TIPO)  TO DET-TIPO
               MOVE WS-BCO-QTDE (WS-IDX-TIPO)   TO DET-QTDE
               MOVE WS-BCO-VALOR (WS-IDX-TIPO)  TO DET-VALOR
               COMPUTE WS-MEDIA ROUNDED =
                   WS-BCO-VALOR (WS-IDX-TIPO)
                 / WS-BCO-QTDE (WS-IDX-TIPO)
               MOVE WS-MEDIA                    TO DET-MEDIA
               PERFORM P510-IMPRIMIR-LINHA

               ADD WS-BCO-QTDE (WS-IDX-TIPO)
                 TO WS-MES-QTDE (WS-IDX-TIPO)
               ADD WS-BCO-VALOR (WS-IDX-TIPO)
                 TO WS-MES-VALOR (WS-IDX-TIPO)
           END-IF
           .

       P500-IMPRIMIR-TOTAIS.

           PERFORM P505-IMPRIMIR-TIPO-MES
               VARYING WS-IDX-TIPO FROM 1 BY 1
                 UNTIL WS-IDX-TIPO > 3

           MOVE SPACES TO WS-LINHA-DETALHE
           MOVE 'TOTAL GERAL'        TO DET-TIPO
           MOVE WS-MES-QTDE-TOTAL    TO DET-QTDE
           MOVE WS-MES-VALOR-TOTAL   TO DET-VALOR
           MOVE ZEROS                TO WS-MEDIA
           IF WS-MES-QTDE-TOTAL > ZEROS
               COMPUTE WS-MEDIA ROUNDED =
                   WS-MES-VALOR-TOTAL / WS-MES-QTDE-TOTAL
           END-IF
           MOVE WS-MEDIA             TO DET-MEDIA
           PERFORM P510-IMPRIMIR-LINHA
           .

       P505-IMPRIMIR-TIPO-MES.

           MOVE SPACES TO WS-LINHA-DETALHE
           MOVE 'MES'                       TO DET-BANCO
           MOVE WS-NOME-TIPO (WS-IDX-TIPO)  TO DET-TIPO
           MOVE WS-MES-QTDE (WS-IDX-TIPO)   TO DET-QTDE
           MOVE WS-MES-VALOR (WS-IDX-TIPO)  TO DET-VALOR
           MOVE ZEROS                       TO WS-MEDIA
           IF WS-MES-QTDE (WS-IDX-TIPO) > ZEROS
               COMPUTE WS-MEDIA ROUNDED =
                   WS-MES-VALOR (WS-IDX-TIPO)
                 / WS-MES-QTDE (WS-IDX-TIPO)
           END-IF
           MOVE WS-MEDIA                    TO DET-MEDIA
           PERFORM P510-IMPRIMIR-LINHA
           .

       P510-IMPRIMIR-LINHA.

           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM P550-IMPRIMIR-CABECALHO
           END-IF

           MOVE WS-LINHA-DETALHE TO TARIFA-RPT-REC
           WRITE TARIFA-RPT-REC
           ADD 1 TO WS-LINHAS-PAGINA
           .

       P520-IMPRIMIR-BRANCO.

           MOVE SPACES TO TARIFA-RPT-REC
           WRITE TARIFA-RPT-REC
           ADD 1 TO WS-LINHAS-PAGINA
           .

       P550-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA

           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO TARIFA-RPT-REC
           WRITE TARIFA-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO TARIFA-RPT-REC
           WRITE TARIFA-RPT-REC

           MOVE WS-ANO-MES-TARIFA (5:2) TO LC-MES
           MOVE WS-ANO-MES-TARIFA (1:4) TO LC-ANO
           IF MES-JA-LANCADO
               MOVE 'REIMPRESSAO - MES JA LANCADO NO RAZAO'
                 TO LC-SITUACAO
           ELSE
               MOVE SPACES TO LC-SITUACAO
           END-IF
           MOVE WS-LINHA-COMPETENCIA TO TARIFA-RPT-REC
           WRITE TARIFA-RPT-REC

           MOVE SPACES TO TARIFA-RPT-REC
           WRITE TARIFA-RPT-REC
           MOVE WS-LINHA-CAB3 TO TARIFA-RPT-REC
           WRITE TARIFA-RPT-REC

           MOVE ZEROS TO WS-LINHAS-PAGINA
           .

      ******************************************************************
      * P600-GRAVAR-LANCAMENTO-GL
      * Uma linha por banco no extrato do fechamento do dia: a tarifa
      * do mes vai a despesa bancaria contra a conta do banco.
      ******************************************************************
       P600-GRAVAR-LANCAMENTO-GL.

           IF WS-BCO-VALOR-TOTAL > ZEROS
               MOVE WS-DTP-DATA-ATUAL      TO GL-DATA
               MOVE 'DESPESAS BANCARIAS'   TO GL-CONTA-DEBITO
               MOVE 'CAIXA E BANCOS'       TO GL-CONTA-CREDITO
               MOVE WS-BCO-VALOR-TOTAL     TO GL-VALOR
               MOVE SPACES                 TO GL-HISTORICO
               STRING 'TARIFAS BANCO ' WS-BANCO-ATUAL
                      ' MES ' WS-ANO-MES-TARIFA
                   DELIMITED BY SIZE INTO GL-HISTORICO
               END-STRING
               WRITE GL-JOURNAL-REC
               ADD 1 TO WS-LANCAMENTOS-GL
               ADD WS-BCO-VALOR-TOTAL TO WS-VALOR-LANCADO
           END-IF
           .

       P700-GRAVAR-CONTROLE.

           OPEN EXTEND TARIFA-CTL

           MOVE WS-ANO-MES-TARIFA TO TC-ANO-MES
           MOVE WS-DTP-DATA-ATUAL TO TC-DATA-LANCAMENTO
           MOVE WS-VALOR-LANCADO  TO TC-VALOR
           WRITE TARIFA-CTL-REC

           CLOSE TARIFA-CTL
           .

       END PROGRAM TARIFA01.
