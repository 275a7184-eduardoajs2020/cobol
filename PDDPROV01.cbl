      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: PDDPROV01 - month-end provision for doubtful
      *          accounts (PDD). Ages every open FATURA item at its
      *          effective open value (the AGERPT01 arithmetic) into
      *          the current, 1-30, 31-60, 61-90 and over-90 buckets
      *          per customer and applies the PDDPARM percentage of
      *          each bucket; a customer under judicial protection
      *          (CM-PROTECAO-LEGAL) or referred to the collection
      *          agency (DUNSTG final stage, the AGYEXT01 criterion)
      *          is provisioned at 100%. The provision per customer
      *          is kept on PDDHIST and compared with the previous
      *          month's: the increase or the reversal of the total
      *          is appended to the GLJRNL journal extract of the
      *          day's ARFECH01 close, and the PDDRPT report per
      *          customer supports the entry. Runs once per month --
      *          a second run in a month that already has a
      *          provision is refused with RC 9001.
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
       PROGRAM-ID. PDDPROV01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDD-PARM           ASSIGN TO "PDDPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL PAGAMENTO-STATUS
                                      ASSIGN TO "PAGTOSTS"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS PS-CHAVE
                                      FILE STATUS IS WS-PAGTOS-STATUS.

           SELECT OPTIONAL CUSTOMER-MASTER
                                      ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL DUNNING-STAGE
                                      ASSIGN TO "DUNSTG"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS DS-NUM-CLIENTE
                                      FILE STATUS IS WS-STAGE-STATUS.

           SELECT OPTIONAL PDD-HIST  ASSIGN TO "PDDHIST"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-JOURNAL
                                      ASSIGN TO "GLJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PDD-RPT            ASSIGN TO "PDDRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ITEM-SORT          ASSIGN TO "SRTWORKF".

       DATA DIVISION.
       FILE SECTION.
      * Percentual de provisao por faixa de atraso.
       FD  PDD-PARM.
       01  PDD-PARM-REC.
           03 PP-PERC-A-VENCER                PIC 9(03)V99.
           03 PP-PERC-ATE-30                  PIC 9(03)V99.
           03 PP-PERC-ATE-60                  PIC 9(03)V99.
           03 PP-PERC-ATE-90                  PIC 9(03)V99.
           03 PP-PERC-ACIMA-90                PIC 9(03)V99.

       FD  FATURA-MASTER.
           COPY FATURA.

       FD  PAGAMENTO-STATUS.
           COPY PAGTOSTS.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  DUNNING-STAGE.
           COPY DUNSTG.

      * Provisao por cliente e mes: base da comparacao do mes
      * seguinte.
       FD  PDD-HIST.
       01  PDD-HIST-REC.
           03 PV-ANO-MES                      PIC 9(06).
           03 PV-DATA-CALCULO                 PIC 9(08).
           03 PV-NUM-CLIENTE                  PIC 9(06).
           03 PV-VALOR-ABERTO                 PIC 9(09)V99.
           03 PV-VALOR-PROVISAO               PIC 9(09)V99.
           03 PV-MOTIVO                       PIC X(01).
              88 PV-POR-FAIXA                     VALUE SPACE.
              88 PV-PROTECAO-LEGAL                VALUE 'J'.
              88 PV-AGENCIA                       VALUE 'A'.

      * Mesmo layout do extrato gravado pelo ARFECH01.
       FD  GL-JOURNAL.
       01  GL-JOURNAL-REC.
           03 GL-DATA                         PIC 9(08).
           03 GL-CONTA-DEBITO                 PIC X(20).
           03 GL-CONTA-CREDITO                PIC X(20).
           03 GL-VALOR                        PIC S9(11)V99
                                               SIGN LEADING SEPARATE.
           03 GL-HISTORICO                    PIC X(30).

       FD  PDD-RPT.
       01  PDD-RPT-REC                        PIC X(132).

       SD  ITEM-SORT.
       01  ITEM-SORT-REC.
           03 SR-NUM-CLIENTE                  PIC 9(06).
           03 SR-FAIXA                        PIC 9(01).
           03 SR-VALOR                        PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PAGTOS-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-STAGE-STATUS                    PIC X(02) VALUE '00'.

       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-ANO-MES-ATUAL                   PIC 9(06) VALUE ZEROS.
       77 WS-ANO-MES-ANTERIOR                PIC 9(06) VALUE ZEROS.
       77 WS-DIAS-HOJE                       PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-VENCTO                     PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO                     PIC S9(05) VALUE ZEROS.
       77 WS-DATA-VENCTO-INT                 PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-ABERTO                    PIC S9(07)V99 VALUE ZEROS.
       01 WS-DATA-VENCTO-AUX.
           03 WS-VCT-DD                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-VCT-MM                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-VCT-AA                      PIC 9(04).

      * Percentuais em vigor (padrao quando o PDDPARM nao existe).
       01 WS-PERCENTUAIS.
           03 WS-PERC-FAIXA OCCURS 5 TIMES   PIC 9(03)V99.
       01 WS-PERCENTUAIS-PADRAO.
           03 FILLER                         PIC 9(03)V99 VALUE 0.
           03 FILLER                         PIC 9(03)V99 VALUE 3.
           03 FILLER                         PIC 9(03)V99 VALUE 10.
           03 FILLER                         PIC 9(03)V99 VALUE 50.
           03 FILLER                         PIC 9(03)V99 VALUE 100.

      * Cliente em quebra: aberto por faixa (1 a vencer, 2 ate 30,
      * 3 ate 60, 4 ate 90, 5 acima de 90).
       77 WS-CLIENTE-ATUAL                   PIC 9(06) VALUE ZEROS.
       77 WS-IDX-FAIXA                       PIC 9(01) VALUE ZEROS.
       01 WS-CLIENTE-FAIXAS.
           03 WS-CLI-FAIXA OCCURS 5 TIMES    PIC 9(09)V99.
       77 WS-CLI-ABERTO                      PIC 9(09)V99 VALUE ZEROS.
       77 WS-CLI-PROVISAO                    PIC 9(09)V99 VALUE ZEROS.
       77 WS-PROVISAO-FAIXA                  PIC 9(09)V99 VALUE ZEROS.
       77 WS-CLI-ANTERIOR                    PIC 9(09)V99 VALUE ZEROS.
       77 WS-CLI-VARIACAO                    PIC S9(09)V99 VALUE ZEROS.
       77 WS-CLI-MOTIVO                      PIC X(01) VALUE SPACE.
          88 MOTIVO-POR-FAIXA                     VALUE SPACE.
          88 MOTIVO-PROTECAO-LEGAL                VALUE 'J'.
          88 MOTIVO-AGENCIA                       VALUE 'A'.

      * Provisao do mes anterior por cliente.
       77 WS-TOT-ANT                         PIC 9(05) VALUE ZEROS.
       77 WS-IDX-ANT                         PIC 9(05) VALUE ZEROS.
       77 WS-POS-ANT                         PIC 9(05) VALUE ZEROS.
       01 WS-TAB-ANT.
           03 WS-ANT-ENTRADA OCCURS 0 TO 20000 TIMES
                             DEPENDING ON WS-TOT-ANT.
              05 WS-ANT-CLIENTE             PIC 9(06).
              05 WS-ANT-PROVISAO            PIC 9(09)V99.
              05 WS-ANT-VISTO               PIC X(01).
                 88 ANT-VISTO                   VALUE 'S'.

       01 WS-SWITCHES.
           03 WS-EOF-FATURA                  PIC X(01) VALUE 'N'.
              88 FIM-FATURA                       VALUE 'S' FALSE 'N'.
           03 WS-EOF-SORT                    PIC X(01) VALUE 'N'.
              88 FIM-SORT                         VALUE 'S' FALSE 'N'.
           03 WS-EOF-HIST                    PIC X(01) VALUE 'N'.
              88 FIM-HISTORICO                    VALUE 'S' FALSE 'N'.
           03 WS-REPETIDO-SW                 PIC X(01) VALUE 'N'.
              88 PROVISAO-JA-FEITA                VALUE 'S' FALSE 'N'.
           03 WS-PRIMEIRO-SW                 PIC X(01) VALUE 'S'.
              88 PRIMEIRO-CLIENTE                 VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-TITULOS-ABERTOS             PIC 9(07) VALUE ZEROS.
           03 WS-CLIENTES-PROVISIONADOS      PIC 9(07) VALUE ZEROS.
           03 WS-CLIENTES-REVERTIDOS         PIC 9(07) VALUE ZEROS.
           03 WS-CLIENTES-JUDICIAL           PIC 9(07) VALUE ZEROS.
           03 WS-CLIENTES-AGENCIA            PIC 9(07) VALUE ZEROS.
           03 WS-LANCAMENTOS-GL              PIC 9(07) VALUE ZEROS.

       01 WS-TOTAIS.
           03 WS-TOT-FAIXA OCCURS 5 TIMES    PIC 9(11)V99.
           03 WS-TOT-ABERTO                  PIC 9(11)V99 VALUE ZEROS.
           03 WS-TOT-ANTERIOR                PIC 9(11)V99 VALUE ZEROS.
           03 WS-TOT-PROVISAO                PIC 9(11)V99 VALUE ZEROS.
           03 WS-TOT-VARIACAO                PIC S9(11)V99 VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'PDDPROV01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'PROVISAO PARA DEVEDORES DUVID.'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(07)
                                       VALUE 'CLIENTE'.
           03 FILLER                         PIC X(21)
                                       VALUE ' NOME'.
           03 FILLER                         PIC X(11)
                                       VALUE '   A VENCER'.
           03 FILLER                         PIC X(11)
                                       VALUE '    ATE 30'.
           03 FILLER                         PIC X(11)
                                       VALUE '    ATE 60'.
           03 FILLER                         PIC X(11)
                                       VALUE '    ATE 90'.
           03 FILLER                         PIC X(11)
                                       VALUE '  ACIMA 90'.
           03 FILLER                         PIC X(04)
                                       VALUE ' MOT'.
           03 FILLER                         PIC X(14)
                                       VALUE ' PROV.ANTERIOR'.
           03 FILLER                         PIC X(14)
                                       VALUE '    PROV.ATUAL'.
           03 FILLER                         PIC X(15)
                                       VALUE '       VARIACAO'.

       01 WS-LINHA-DETALHE.
           03 DET-CLIENTE                    PIC 9(06).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-NOME                       PIC X(20).
           03 DET-FAIXA OCCURS 5 TIMES.
              05 FILLER                      PIC X(01).
              05 DET-VALOR-FAIXA             PIC ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-MOTIVO                     PIC X(03).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-ANTERIOR                   PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-ATUAL                      PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-VARIACAO                   PIC -ZZ,ZZZ,ZZ9.99.

       01 WS-LINHA-TOTAL.
           03 TOT-DESCRICAO                  PIC X(40).
           03 TOT-VALOR                      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT
           COMPUTE WS-ANO-MES-ATUAL = WS-DATA-HOJE-INT / 100
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE-INT)

           PERFORM P050-LER-PARAMETRO
           PERFORM P100-ACHAR-MES-ANTERIOR

           IF PROVISAO-JA-FEITA
               DISPLAY 'PDDPROV01 - JA EXISTE PROVISAO DE '
                       WS-ANO-MES-ATUAL
                       ' NO PDDHIST - EXECUCAO RECUSADA'
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P150-CARREGAR-ANTERIOR

           SORT ITEM-SORT
               ON ASCENDING KEY SR-NUM-CLIENTE
               INPUT PROCEDURE IS P200-SELECIONAR-ABERTAS
               OUTPUT PROCEDURE IS P300-PROVISIONAR-CLIENTES

           PERFORM P600-GRAVAR-LANCAMENTO-GL
           PERFORM P900-EXIBIR-TOTAIS

           GOBACK.

       P050-LER-PARAMETRO.

           MOVE WS-PERCENTUAIS-PADRAO TO WS-PERCENTUAIS

           OPEN INPUT PDD-PARM
           IF WS-PARM-STATUS = '00'
               READ PDD-PARM
                   NOT AT END
                       MOVE PP-PERC-A-VENCER TO WS-PERC-FAIXA (1)
                       MOVE PP-PERC-ATE-30   TO WS-PERC-FAIXA (2)
                       MOVE PP-PERC-ATE-60   TO WS-PERC-FAIXA (3)
                       MOVE PP-PERC-ATE-90   TO WS-PERC-FAIXA (4)
                       MOVE PP-PERC-ACIMA-90 TO WS-PERC-FAIXA (5)
               END-READ
               CLOSE PDD-PARM
           END-IF
           .

      ******************************************************************
      * P100-ACHAR-MES-ANTERIOR
      * Primeira passada pelo PDDHIST: o maior mes ja provisionado
      * antes do atual e a base de comparacao; provisao ja gravada no
      * mes atual recusa a execucao (a diferenca iria ao razao duas
      * vezes).
      ******************************************************************
       P100-ACHAR-MES-ANTERIOR.

           OPEN INPUT PDD-HIST
           SET FIM-HISTORICO TO FALSE

           PERFORM P110-LER-UM-MES
               UNTIL FIM-HISTORICO

           CLOSE PDD-HIST
           .

       P110-LER-UM-MES.

           READ PDD-HIST
               AT END
                   SET FIM-HISTORICO TO TRUE
               NOT AT END
                   IF PV-ANO-MES > WS-ANO-MES-ANTERIOR
                      AND PV-ANO-MES < WS-ANO-MES-ATUAL
                       MOVE PV-ANO-MES TO WS-ANO-MES-ANTERIOR
                   END-IF
                   IF PV-ANO-MES = WS-ANO-MES-ATUAL
                       SET PROVISAO-JA-FEITA TO TRUE
                   END-IF
           END-READ
           .

      ******************************************************************
      * P150-CARREGAR-ANTERIOR
      * Segunda passada: a provisao de cada cliente no mes anterior.
      ******************************************************************
       P150-CARREGAR-ANTERIOR.

           IF WS-ANO-MES-ANTERIOR NOT = ZEROS
               OPEN INPUT PDD-HIST
               SET FIM-HISTORICO TO FALSE

               PERFORM P160-CARREGAR-UM-ANTERIOR
                   UNTIL FIM-HISTORICO

               CLOSE PDD-HIST
           END-IF
           .

       P160-CARREGAR-UM-ANTERIOR.

           READ PDD-HIST
               AT END
                   SET FIM-HISTORICO TO TRUE
               NOT AT END
                   IF PV-ANO-MES = WS-ANO-MES-ANTERIOR
                      AND PV-VALOR-PROVISAO > ZEROS
                       IF WS-TOT-ANT < 20000
                           ADD 1 TO WS-TOT-ANT
                           MOVE PV-NUM-CLIENTE
                             TO WS-ANT-CLIENTE (WS-TOT-ANT)
                           MOVE PV-VALOR-PROVISAO
                             TO WS-ANT-PROVISAO (WS-TOT-ANT)
                           MOVE 'N' TO WS-ANT-VISTO (WS-TOT-ANT)
                       END-IF
                       ADD PV-VALOR-PROVISAO TO WS-TOT-ANTERIOR
                   END-IF
           END-READ
           .

      ******************************************************************
      * P200-SELECIONAR-ABERTAS
      * Todo titulo aberto do mestre com valor efetivo em aberto,
      * classificado na faixa de atraso de hoje.
      ******************************************************************
       P200-SELECIONAR-ABERTAS.

           OPEN INPUT FATURA-MASTER
           OPEN INPUT PAGAMENTO-STATUS

           PERFORM P210-SELECIONAR-UMA
               UNTIL FIM-FATURA

           CLOSE FATURA-MASTER
           CLOSE PAGAMENTO-STATUS
           .

       P210-SELECIONAR-UMA.

           READ FATURA-MASTER NEXT RECORD
               AT END
                   SET FIM-FATURA TO TRUE
               NOT AT END
                   IF FT-ABERTA
                       PERFORM P220-LIBERAR-TITULO
                   END-IF
           END-READ
           .

      ******************************************************************
      * P220-LIBERAR-TITULO
      * O valor que envelhece e o efetivo em aberto: faturado menos as
      * notas de credito, as retencoes federais e o ja aplicado em
      * PAGTOSTS, a mesma conta do AGERPT01.
      ******************************************************************
       P220-LIBERAR-TITULO.

           COMPUTE WS-VALOR-ABERTO =
               FT-VALOR - FT-VALOR-AJUSTES - FT-VALOR-RET-FEDERAL

           MOVE FT-NUM-CLIENTE TO PS-NUM-CLIENTE
           MOVE FT-NUM-FATURA  TO PS-NUM-FATURA
           READ PAGAMENTO-STATUS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PS-PAGTO = 'S' OR PS-PAGTO = 'P'
                      OR PS-PAGTO = 'X'
                       SUBTRACT PS-VALOR-PAGO FROM WS-VALOR-ABERTO
                   END-IF
           END-READ

           IF WS-VALOR-ABERTO > ZEROS
               MOVE FT-DATA-VENCTO TO WS-DATA-VENCTO-AUX
               COMPUTE WS-DATA-VENCTO-INT =
                   WS-VCT-AA * 10000 + WS-VCT-MM * 100 + WS-VCT-DD
               COMPUTE WS-DIAS-VENCTO =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-VENCTO-INT)
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENCTO

               EVALUATE TRUE
                   WHEN WS-DIAS-ATRASO <= 0
                       MOVE 1 TO SR-FAIXA
                   WHEN WS-DIAS-ATRASO <= 30
                       MOVE 2 TO SR-FAIXA
                   WHEN WS-DIAS-ATRASO <= 60
                       MOVE 3 TO SR-FAIXA
                   WHEN WS-DIAS-ATRASO <= 90
                       MOVE 4 TO SR-FAIXA
                   WHEN OTHER
                       MOVE 5 TO SR-FAIXA
               END-EVALUATE

               MOVE FT-NUM-CLIENTE  TO SR-NUM-CLIENTE
               MOVE WS-VALOR-ABERTO TO SR-VALOR
               RELEASE ITEM-SORT-REC
               ADD 1 TO WS-TITULOS-ABERTOS
           END-IF
           .

      ******************************************************************
      * P300-PROVISIONAR-CLIENTES
      * Quebra por cliente: cada cliente com titulo aberto ganha a
      * provisao do mes; depois, os clientes provisionados no mes
      * anterior que nao tem mais aberto saem com reversao total.
      ******************************************************************
       P300-PROVISIONAR-CLIENTES.

           OPEN INPUT  CUSTOMER-MASTER
           OPEN INPUT  DUNNING-STAGE
           OPEN EXTEND PDD-HIST
           OPEN OUTPUT PDD-RPT

           PERFORM P310-IMPRIMIR-CABECALHO
           PERFORM P320-ZERAR-CLIENTE

           PERFORM P330-RETORNAR-TITULO
               UNTIL FIM-SORT

           IF NOT PRIMEIRO-CLIENTE
               PERFORM P400-FECHAR-CLIENTE
           END-IF

           PERFORM P480-REVERTER-SEM-ABERTO
               VARYING WS-IDX-ANT FROM 1 BY 1
                 UNTIL WS-IDX-ANT > WS-TOT-ANT

           PERFORM P500-IMPRIMIR-TOTAIS

           CLOSE CUSTOMER-MASTER
           CLOSE DUNNING-STAGE
           CLOSE PDD-HIST
           CLOSE PDD-RPT
           .

       P310-IMPRIMIR-CABECALHO.

           MOVE 1 TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO PDD-RPT-REC
           WRITE PDD-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO PDD-RPT-REC
           WRITE PDD-RPT-REC

           MOVE SPACES TO PDD-RPT-REC
           STRING 'COMPETENCIA: ' WS-ANO-MES-ATUAL
                  '   BASE DE COMPARACAO: ' WS-ANO-MES-ANTERIOR
               DELIMITED BY SIZE INTO PDD-RPT-REC
           END-STRING
           WRITE PDD-RPT-REC

           MOVE WS-LINHA-CAB3 TO PDD-RPT-REC
           WRITE PDD-RPT-REC
           .

       P320-ZERAR-CLIENTE.

           MOVE ZEROS TO WS-CLI-FAIXA (1) WS-CLI-FAIXA (2)
                         WS-CLI-FAIXA (3) WS-CLI-FAIXA (4)
                         WS-CLI-FAIXA (5)
                         WS-CLI-ABERTO
           .

       P330-RETORNAR-TITULO.

           RETURN ITEM-SORT
               AT END
                   SET FIM-SORT TO TRUE
               NOT AT END
                   IF PRIMEIRO-CLIENTE
                       MOVE SR-NUM-CLIENTE TO WS-CLIENTE-ATUAL
                       SET PRIMEIRO-CLIENTE TO FALSE
                   END-IF
                   IF SR-NUM-CLIENTE NOT = WS-CLIENTE-ATUAL
                       PERFORM P400-FECHAR-CLIENTE
                       PERFORM P320-ZERAR-CLIENTE
                       MOVE SR-NUM-CLIENTE TO WS-CLIENTE-ATUAL
                   END-IF
                   ADD SR-VALOR TO WS-CLI-FAIXA (SR-FAIXA)
                   ADD SR-VALOR TO WS-CLI-ABERTO
           END-RETURN
           .

      ******************************************************************
      * P400-FECHAR-CLIENTE
      * Protecao legal ou conta entregue a agencia de cobranca: 100%
      * do aberto. Demais: soma do percentual de cada faixa.
      ******************************************************************
       P400-FECHAR-CLIENTE.

           MOVE SPACES TO WS-LINHA-DETALHE
           MOVE SPACE  TO WS-CLI-MOTIVO
           MOVE ZEROS  TO WS-CLI-PROVISAO

           MOVE WS-CLIENTE-ATUAL TO CM-NUM-CLIENTE
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO DET-NOME
               NOT INVALID KEY
                   MOVE CM-NOME-FORMATADO TO DET-NOME
                   IF CM-PROTECAO-LEGAL
                       SET MOTIVO-PROTECAO-LEGAL TO TRUE
                   END-IF
           END-READ

           IF MOTIVO-POR-FAIXA
               MOVE WS-CLIENTE-ATUAL TO DS-NUM-CLIENTE
               READ DUNNING-STAGE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DS-ESTAGIO >= 4
                           SET MOTIVO-AGENCIA TO TRUE
                       END-IF
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN MOTIVO-PROTECAO-LEGAL
                   MOVE WS-CLI-ABERTO TO WS-CLI-PROVISAO
                   MOVE 'JUD' TO DET-MOTIVO
                   ADD 1 TO WS-CLIENTES-JUDICIAL
               WHEN MOTIVO-AGENCIA
                   MOVE WS-CLI-ABERTO TO WS-CLI-PROVISAO
                   MOVE 'AGE' TO DET-MOTIVO
                   ADD 1 TO WS-CLIENTES-AGENCIA
               WHEN OTHER
                   PERFORM P410-PROVISIONAR-FAIXA
                       VARYING WS-IDX-FAIXA FROM 1 BY 1
                         UNTIL WS-IDX-FAIXA > 5
           END-EVALUATE

           PERFORM P420-LOCALIZAR-ANTERIOR

           MOVE WS-CLIENTE-ATUAL TO DET-CLIENTE
           PERFORM P430-MOVER-FAIXA
               VARYING WS-IDX-FAIXA FROM 1 BY 1
                 UNTIL WS-IDX-FAIXA > 5
           PERFORM P450-IMPRIMIR-CLIENTE

           MOVE WS-ANO-MES-ATUAL  TO PV-ANO-MES
           MOVE WS-DATA-HOJE-INT  TO PV-DATA-CALCULO
           MOVE WS-CLIENTE-ATUAL  TO PV-NUM-CLIENTE
           MOVE WS-CLI-ABERTO     TO PV-VALOR-ABERTO
           MOVE WS-CLI-PROVISAO   TO PV-VALOR-PROVISAO
           MOVE WS-CLI-MOTIVO     TO PV-MOTIVO
           WRITE PDD-HIST-REC

           ADD 1 TO WS-CLIENTES-PROVISIONADOS
           ADD WS-CLI-ABERTO   TO WS-TOT-ABERTO
           ADD WS-CLI-PROVISAO TO WS-TOT-PROVISAO
           .

       P410-PROVISIONAR-FAIXA.

           COMPUTE WS-PROVISAO-FAIXA ROUNDED =
               WS-CLI-FAIXA (WS-IDX-FAIXA)
             * WS-PERC-FAIXA (WS-IDX-FAIXA) / 100
           ADD WS-PROVISAO-FAIXA TO WS-CLI-PROVISAO
           .

       P420-LOCALIZAR-ANTERIOR.

           MOVE ZEROS TO WS-CLI-ANTERIOR
           MOVE ZEROS TO WS-POS-ANT

           PERFORM P425-COMPARAR-ANTERIOR
               VARYING WS-IDX-ANT FROM 1 BY 1
                 UNTIL WS-IDX-ANT > WS-TOT-ANT
                    OR WS-POS-ANT NOT = ZEROS

           IF WS-POS-ANT NOT = ZEROS
               MOVE WS-ANT-PROVISAO (WS-POS-ANT) TO WS-CLI-ANTERIOR
               MOVE 'S' TO WS-ANT-VISTO (WS-POS-ANT)
           END-IF
           .

       P425-COMPARAR-ANTERIOR.

           IF WS-ANT-CLIENTE (WS-IDX-ANT) = WS-CLIENTE-ATUAL
               MOVE WS-IDX-ANT TO WS-POS-ANT
           END-IF
           .

       P430-MOVER-FAIXA.

           MOVE WS-CLI-FAIXA (WS-IDX-FAIXA)
             TO DET-VALOR-FAIXA (WS-IDX-FAIXA)
           ADD WS-CLI-FAIXA (WS-IDX-FAIXA)
             TO WS-TOT-FAIXA (WS-IDX-FAIXA)
           .

       P450-IMPRIMIR-CLIENTE.

           COMPUTE WS-CLI-VARIACAO = WS-CLI-PROVISAO - WS-CLI-ANTERIOR
           MOVE WS-CLI-ANTERIOR  TO DET-ANTERIOR
           MOVE WS-CLI-PROVISAO  TO DET-ATUAL
           MOVE WS-CLI-VARIACAO  TO DET-VARIACAO
           MOVE WS-LINHA-DETALHE TO PDD-RPT-REC
           WRITE PDD-RPT-REC
           .

      ******************************************************************
      * P480-REVERTER-SEM-ABERTO
      * Cliente provisionado no mes anterior sem titulo aberto hoje
      * (pagou, foi baixado ou renegociado): a provisao inteira
      * reverte.
      ******************************************************************
       P480-REVERTER-SEM-ABERTO.

           IF NOT ANT-VISTO (WS-IDX-ANT)
               MOVE SPACES TO WS-LINHA-DETALHE
               MOVE WS-ANT-CLIENTE (WS-IDX-ANT) TO DET-CLIENTE
                                                   CM-NUM-CLIENTE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'NAO CADASTRADO' TO DET-NOME
                   NOT INVALID KEY
                       MOVE CM-NOME-FORMATADO TO DET-NOME
               END-READ
               PERFORM P485-ZERAR-FAIXA-LINHA
                   VARYING WS-IDX-FAIXA FROM 1 BY 1
                     UNTIL WS-IDX-FAIXA > 5
               MOVE WS-ANT-PROVISAO (WS-IDX-ANT) TO WS-CLI-ANTERIOR
               MOVE ZEROS TO WS-CLI-PROVISAO
               PERFORM P450-IMPRIMIR-CLIENTE
               ADD 1 TO WS-CLIENTES-REVERTIDOS
           END-IF
           .

       P485-ZERAR-FAIXA-LINHA.

           MOVE ZEROS TO DET-VALOR-FAIXA (WS-IDX-FAIXA)
           .

       P500-IMPRIMIR-TOTAIS.

           MOVE SPACES TO PDD-RPT-REC
           WRITE PDD-RPT-REC

           MOVE 'TOTAL A VENCER' TO TOT-DESCRICAO
           MOVE WS-TOT-FAIXA (1) TO TOT-VALOR
           PERFORM P510-GRAVAR-TOTAL
           MOVE 'TOTAL 1 A 30 DIAS' TO TOT-DESCRICAO
           MOVE WS-TOT-FAIXA (2) TO TOT-VALOR
           PERFORM P510-GRAVAR-TOTAL
           MOVE 'TOTAL 31 A 60 DIAS' TO TOT-DESCRICAO
           MOVE WS-TOT-FAIXA (3) TO TOT-VALOR
           PERFORM P510-GRAVAR-TOTAL
           MOVE 'TOTAL 61 A 90 DIAS' TO TOT-DESCRICAO
           MOVE WS-TOT-FAIXA (4) TO TOT-VALOR
           PERFORM P510-GRAVAR-TOTAL
           MOVE 'TOTAL ACIMA DE 90 DIAS' TO TOT-DESCRICAO
           MOVE WS-TOT-FAIXA (5) TO TOT-VALOR
           PERFORM P510-GRAVAR-TOTAL
           MOVE 'TOTAL EM ABERTO' TO TOT-DESCRICAO
           MOVE WS-TOT-ABERTO TO TOT-VALOR
           PERFORM P510-GRAVAR-TOTAL

           MOVE SPACES TO PDD-RPT-REC
           WRITE PDD-RPT-REC

           COMPUTE WS-TOT-VARIACAO = WS-TOT-PROVISAO - WS-TOT-ANTERIOR

           MOVE 'PROVISAO DO MES ANTERIOR' TO TOT-DESCRICAO
           MOVE WS-TOT-ANTERIOR TO TOT-VALOR
           PERFORM P510-GRAVAR-TOTAL
           MOVE 'PROVISAO DO MES' TO TOT-DESCRICAO
           MOVE WS-TOT-PROVISAO TO TOT-VALOR
           PERFORM P510-GRAVAR-TOTAL
           IF WS-TOT-VARIACAO < ZEROS
               MOVE 'REVERSAO A LANCAR' TO TOT-DESCRICAO
           ELSE
               MOVE 'CONSTITUICAO A LANCAR' TO TOT-DESCRICAO
           END-IF
           MOVE WS-TOT-VARIACAO TO TOT-VALOR
           PERFORM P510-GRAVAR-TOTAL
           .

       P510-GRAVAR-TOTAL.

           MOVE WS-LINHA-TOTAL TO PDD-RPT-REC
           WRITE PDD-RPT-REC
           .

      ******************************************************************
      * P600-GRAVAR-LANCAMENTO-GL
      * Uma linha no extrato do fechamento do dia: a constituicao
      * (aumento da provisao) vai a despesa, a reversao (queda) volta
      * como receita; sem variacao nao ha lancamento.
      ******************************************************************
       P600-GRAVAR-LANCAMENTO-GL.

           IF WS-TOT-VARIACAO NOT = ZEROS
               OPEN EXTEND GL-JOURNAL

               MOVE WS-DATA-HOJE-INT TO GL-DATA
               IF WS-TOT-VARIACAO > ZEROS
                   MOVE 'DESPESA COM PDD'      TO GL-CONTA-DEBITO
                   MOVE 'PROVISAO PARA PDD'    TO GL-CONTA-CREDITO
                   MOVE WS-TOT-VARIACAO        TO GL-VALOR
                   MOVE 'CONSTITUICAO DE PDD DO MES'
                     TO GL-HISTORICO
               ELSE
                   MOVE 'PROVISAO PARA PDD'    TO GL-CONTA-DEBITO
                   MOVE 'REVERSAO DE PDD'      TO GL-CONTA-CREDITO
                   COMPUTE GL-VALOR = 0 - WS-TOT-VARIACAO
                   MOVE 'REVERSAO DE PDD DO MES'
                     TO GL-HISTORICO
               END-IF
               WRITE GL-JOURNAL-REC
               ADD 1 TO WS-LANCAMENTOS-GL

               CLOSE GL-JOURNAL
           END-IF
           .

       P900-EXIBIR-TOTAIS.

           DISPLAY 'PDDPROV01 - COMPETENCIA......: ' WS-ANO-MES-ATUAL
           DISPLAY 'PDDPROV01 - MES DE COMPARACAO: '
                   WS-ANO-MES-ANTERIOR
           DISPLAY 'PDDPROV01 - TITULOS ABERTOS..: ' WS-TITULOS-ABERTOS
           DISPLAY 'PDDPROV01 - CLIENTES.........: '
                   WS-CLIENTES-PROVISIONADOS
           DISPLAY 'PDDPROV01 - PROTECAO LEGAL...: '
                   WS-CLIENTES-JUDICIAL
           DISPLAY 'PDDPROV01 - AGENCIA COBRANCA.: '
                   WS-CLIENTES-AGENCIA
           DISPLAY 'PDDPROV01 - REVERSOES TOTAIS.: '
                   WS-CLIENTES-REVERTIDOS
           DISPLAY 'PDDPROV01 - PROVISAO DO MES..: ' WS-TOT-PROVISAO
           DISPLAY 'PDDPROV01 - LANCAMENTOS NO GL: ' WS-LANCAMENTOS-GL
           .

       END PROGRAM PDDPROV01.
