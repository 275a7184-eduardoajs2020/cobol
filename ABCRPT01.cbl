      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: ABCRPT01 - ABC (Pareto) revenue concentration report.
      *          For the ABCPARM month (default the current one) ranks
      *          the customers, and then the head offices with their
      *          branches rolled up through CM-CLIENTE-PAI, by billed
      *          value net of credit notes -- the month and the year
      *          to date -- with share, cumulative share and the
      *          A/B/C class from the parameter cut-offs. Invoices in
      *          the live master and in the FATARCH archive count;
      *          renegotiation parcels (RENEG01) re-bill debt already
      *          billed and stay out. Each run keeps the customers'
      *          open balance (ARBAL) and payment score (PAYSCORE) on
      *          ABCSNAP, and a class A customer whose balance or
      *          average delay worsened past the tolerances since the
      *          previous month is flagged. Page headers through
      *          RPTFMT01.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  An invoice cancelled by CANCFAT01 is not billing: it
      *             stays out of the ABC ranking, counted apart on the
      *             console.
      * 15/10/2026  The invoice archive image follows the FATURA master
      *             to 241 bytes (issuing company).
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABC-PARM           ASSIGN TO "ABCPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL FATURA-ARCH
                                      ASSIGN TO "FATARCH"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACORDO-FILE
                                      ASSIGN TO "ACORDO"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS AC-NUM-ACORDO
                                      FILE STATUS IS WS-ACORDO-STATUS.

           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL SALDO-CLIENTE
                                      ASSIGN TO "ARBAL"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CB-NUM-CLIENTE
                                      FILE STATUS IS WS-SALDO-STATUS.

           SELECT OPTIONAL PAYMENT-SCORE
                                      ASSIGN TO "PAYSCORE"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS PC-NUM-CLIENTE
                                      FILE STATUS IS WS-SCORE-STATUS.

           SELECT OPTIONAL ABC-SNAPSHOT
                                      ASSIGN TO "ABCSNAP"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ABC-RPT            ASSIGN TO "ABCRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ABC-SORT           ASSIGN TO "SRTWORKD".

       DATA DIVISION.
       FILE SECTION.
       FD  ABC-PARM.
       01  ABC-PARM-REC.
           03 AP-ANO-MES                      PIC 9(06).
           03 AP-CORTE-A                      PIC 9(03)V99.
           03 AP-CORTE-B                      PIC 9(03)V99.
           03 AP-TOLER-SALDO                  PIC 9(03)V99.
           03 AP-TOLER-DIAS                   PIC 9(03).

       FD  FATURA-MASTER.
           COPY FATURA.

       FD  FATURA-ARCH.
       01  FATURA-ARCH-REC                    PIC X(241).

       FD  ACORDO-FILE.
           COPY ACORDO.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  SALDO-CLIENTE.
           COPY ARBAL.

       FD  PAYMENT-SCORE.
           COPY PAYSCORE.

      * Fotografia mensal de saldo e pontualidade por cliente, base
      * da comparacao com o mes anterior.
       FD  ABC-SNAPSHOT.
       01  ABC-SNAPSHOT-REC.
           03 AS-ANO-MES                      PIC 9(06).
           03 AS-NUM-CLIENTE                  PIC 9(06).
           03 AS-SALDO                        PIC S9(09)V99.
           03 AS-MEDIA-ATRASO                 PIC S9(05).
           03 AS-QTD-PAGTOS                   PIC 9(05).

       FD  ABC-RPT.
       01  ABC-RPT-REC                        PIC X(132).

      * Ranking: valor decrescente, empate pelo numero do cliente.
       SD  ABC-SORT.
       01  ABC-SORT-REC.
           03 SR-VALOR                        PIC S9(11)V99.
           03 SR-NUMERO                       PIC 9(06).
           03 SR-POSICAO                      PIC 9(05).

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-ACORDO-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-SALDO-STATUS                    PIC X(02) VALUE '00'.
       77 WS-SCORE-STATUS                    PIC X(02) VALUE '00'.

       77 WS-ANO-MES-PEDIDO                  PIC 9(06) VALUE ZEROS.
       77 WS-ANO-MES-ANTERIOR                PIC 9(06) VALUE ZEROS.
       77 WS-ANO-PEDIDO                      PIC 9(04) VALUE ZEROS.
       77 WS-MES-PEDIDO                      PIC 9(02) VALUE ZEROS.
       77 WS-CORTE-A                         PIC 9(03)V99 VALUE 80.
       77 WS-CORTE-B                         PIC 9(03)V99 VALUE 95.
       77 WS-TOLER-SALDO                     PIC 9(03)V99 VALUE 10.
       77 WS-TOLER-DIAS                      PIC 9(03) VALUE 5.

      * Data de emissao da fatura (dd/mm/aaaa) como aaaammdd.
       01 WS-DATA-EMISSAO-INT                PIC 9(08) VALUE ZEROS.
       01 WS-DATA-EMISSAO-R REDEFINES WS-DATA-EMISSAO-INT.
           03 WS-EMI-ANO                     PIC 9(04).
           03 WS-EMI-MES                     PIC 9(02).
           03 WS-EMI-DIA                     PIC 9(02).

       77 WS-VALOR-LIQUIDO                   PIC S9(09)V99 VALUE ZEROS.
       77 WS-CLIENTE-BUSCA                   PIC 9(06) VALUE ZEROS.
       77 WS-POS-CLI                         PIC 9(05) VALUE ZEROS.
       77 WS-POS-GRP                         PIC 9(05) VALUE ZEROS.
       77 WS-VARIACAO                        PIC S9(07)V99 VALUE ZEROS.
       77 WS-DIF-ATRASO                      PIC S9(05) VALUE ZEROS.

      * Clientes com faturamento no ano ate o mes pedido.
       77 WS-TOT-CLI                         PIC 9(05) VALUE ZEROS.
       77 WS-IDX-CLI                         PIC 9(05) VALUE ZEROS.
       01 WS-TAB-CLI.
           03 WS-CLI-ENTRADA OCCURS 0 TO 20000 TIMES
                             DEPENDING ON WS-TOT-CLI.
              05 WS-CLI-NUMERO              PIC 9(06).
              05 WS-CLI-GRUPO               PIC 9(06).
              05 WS-CLI-NOME                PIC X(30).
              05 WS-CLI-MES                 PIC S9(11)V99.
              05 WS-CLI-ANO                 PIC S9(11)V99.
              05 WS-CLI-CLASSE-MES          PIC X(01).
              05 WS-CLI-CLASSE-ANO          PIC X(01).
              05 WS-CLI-SALDO               PIC S9(09)V99.
              05 WS-CLI-MEDIA               PIC S9(05).
              05 WS-CLI-QTD                 PIC 9(05).
              05 WS-CLI-TEM-ANTERIOR        PIC X(01).
                 88 CLI-TEM-ANTERIOR            VALUE 'S'.
              05 WS-CLI-SALDO-ANT           PIC S9(09)V99.
              05 WS-CLI-MEDIA-ANT           PIC S9(05).
              05 WS-CLI-QTD-ANT             PIC 9(05).
              05 WS-CLI-PIORA-SALDO         PIC X(01).
                 88 CLI-PIORA-SALDO             VALUE 'S'.
              05 WS-CLI-PIORA-ATRASO        PIC X(01).
                 88 CLI-PIORA-ATRASO            VALUE 'S'.

      * Matrizes: o proprio cliente quando nao tem CM-CLIENTE-PAI.
       77 WS-TOT-GRP                         PIC 9(05) VALUE ZEROS.
       77 WS-IDX-GRP                         PIC 9(05) VALUE ZEROS.
       01 WS-TAB-GRP.
           03 WS-GRP-ENTRADA OCCURS 0 TO 20000 TIMES
                             DEPENDING ON WS-TOT-GRP.
              05 WS-GRP-NUMERO              PIC 9(06).
              05 WS-GRP-NOME                PIC X(30).
              05 WS-GRP-MEMBROS             PIC 9(05).
              05 WS-GRP-MES                 PIC S9(11)V99.
              05 WS-GRP-ANO                 PIC S9(11)V99.

      * Qual ranking a passada do SORT monta.
       77 WS-MODO                            PIC 9(01) VALUE ZEROS.
          88 MODO-CLIENTE-MES                     VALUE 1.
          88 MODO-CLIENTE-ANO                     VALUE 2.
          88 MODO-GRUPO-MES                       VALUE 3.
          88 MODO-GRUPO-ANO                       VALUE 4.

       77 WS-TOTAL-MES                       PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-ANO                       PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-RANKING                   PIC S9(13)V99 VALUE ZEROS.
       77 WS-ACUMULADO                       PIC S9(13)V99 VALUE ZEROS.
       77 WS-PERC-ANTERIOR                   PIC S9(03)V9(04)
                                             VALUE ZEROS.
       77 WS-PERC-ACUMULADO                  PIC S9(03)V9(04)
                                             VALUE ZEROS.
       77 WS-PERC-ITEM                       PIC S9(03)V99 VALUE ZEROS.
       77 WS-CLASSE                          PIC X(01) VALUE SPACES.
       77 WS-POSICAO                         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CLASSE-A                    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CLASSE-B                    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CLASSE-C                    PIC 9(05) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF-FATURA                  PIC X(01) VALUE 'N'.
              88 FIM-FATURA                       VALUE 'S' FALSE 'N'.
           03 WS-EOF-ARQUIVO-MORTO           PIC X(01) VALUE 'N'.
              88 FIM-ARQUIVO-MORTO                VALUE 'S' FALSE 'N'.
           03 WS-EOF-FOTOGRAFIA              PIC X(01) VALUE 'N'.
              88 FIM-FOTOGRAFIA                   VALUE 'S' FALSE 'N'.
           03 WS-EOF-SORT                    PIC X(01) VALUE 'N'.
              88 FIM-SORT                         VALUE 'S' FALSE 'N'.
           03 WS-PARCELA-ACORDO              PIC X(01) VALUE 'N'.
              88 E-PARCELA-ACORDO                 VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-FATURAS-LIDAS               PIC 9(07) VALUE ZEROS.
           03 WS-FATURAS-MORTO               PIC 9(07) VALUE ZEROS.
           03 WS-FATURAS-CONSIDERADAS        PIC 9(07) VALUE ZEROS.
           03 WS-PARCELAS-EXCLUIDAS          PIC 9(07) VALUE ZEROS.
           03 WS-CANCELADAS-EXCLUIDAS        PIC 9(07) VALUE ZEROS.
           03 WS-FOTOS-ANTERIORES            PIC 9(07) VALUE ZEROS.
           03 WS-FOTOS-GRAVADAS              PIC 9(07) VALUE ZEROS.
           03 WS-CLIENTES-ALERTA             PIC 9(07) VALUE ZEROS.
           03 WS-CLIENTES-DESCARTADOS        PIC 9(07) VALUE ZEROS.

      * Imagem de trabalho da fatura, venha do mestre vivo ou do
      * arquivo morto (FATARCH), mesma tecnica do FATLKP01.
       COPY FATURA REPLACING ==FATURA-REC== BY ==WS-FATURA-LIDA==
                     LEADING ==FT== BY ==FL==.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'ABCRPT01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'CURVA ABC DO FATURAMENTO'.
           03 WS-RPTFMT-PAGINA                PIC 9(04) VALUE ZEROS.
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       01 WS-LINHA-SECAO.
           03 SEC-TITULO                     PIC X(40).
           03 FILLER                         PIC X(14)
                                       VALUE 'COMPETENCIA: '.
           03 SEC-ANO-MES                    PIC 9(06).
           03 FILLER                         PIC X(13)
                                       VALUE '   CORTES A: '.
           03 SEC-CORTE-A                    PIC ZZ9.99.
           03 FILLER                         PIC X(05)
                                       VALUE '  B: '.
           03 SEC-CORTE-B                    PIC ZZ9.99.

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(08)
                                       VALUE '   POS.'.
           03 FILLER                         PIC X(08)
                                       VALUE 'CLIENTE'.
           03 FILLER                         PIC X(32)
                                       VALUE 'NOME'.
           03 FILLER                         PIC X(18)
                                       VALUE ' FATURADO LIQUIDO'.
           03 FILLER                         PIC X(09)
                                       VALUE '      %'.
           03 FILLER                         PIC X(09)
                                       VALUE '  % ACUM'.
           03 FILLER                         PIC X(07)
                                       VALUE ' CLASSE'.
           03 FILLER                         PIC X(09)
                                       VALUE ' FILIAIS'.
           03 FILLER                         PIC X(12)
                                       VALUE ' ALERTA'.

       01 WS-LINHA-DETALHE.
           03 DET-POSICAO                    PIC ZZ,ZZ9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-CLIENTE                    PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-NOME                       PIC X(30).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-VALOR                      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-PERCENTUAL                 PIC -ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-ACUMULADO                  PIC -ZZ9.99.
           03 FILLER                         PIC X(05) VALUE SPACES.
           03 DET-CLASSE                     PIC X(01).
           03 FILLER                         PIC X(05) VALUE SPACES.
           03 DET-FILIAIS                    PIC ZZ,ZZ9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-ALERTA                     PIC X(12).

       01 WS-LINHA-TOTAL.
           03 FILLER                         PIC X(16) VALUE SPACES.
           03 TOT-DESCRICAO                  PIC X(30).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 TOT-VALOR                      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 FILLER                         PIC X(03) VALUE 'A: '.
           03 TOT-QTD-A                      PIC ZZ,ZZ9.
           03 FILLER                         PIC X(05) VALUE '  B: '.
           03 TOT-QTD-B                      PIC ZZ,ZZ9.
           03 FILLER                         PIC X(05) VALUE '  C: '.
           03 TOT-QTD-C                      PIC ZZ,ZZ9.

       01 WS-LINHA-CAB-ALERTA.
           03 FILLER                         PIC X(08)
                                       VALUE 'CLIENTE'.
           03 FILLER                         PIC X(31)
                                       VALUE 'NOME'.
           03 FILLER                         PIC X(08)
                                       VALUE 'MES ANO'.
           03 FILLER                         PIC X(17)
                                       VALUE '   SALDO ANTERIOR'.
           03 FILLER                         PIC X(17)
                                       VALUE '      SALDO ATUAL'.
           03 FILLER                         PIC X(10)
                                       VALUE '  ATR.ANT'.
           03 FILLER                         PIC X(10)
                                       VALUE '  ATR.ATU'.
           03 FILLER                         PIC X(16)
                                       VALUE '  MOTIVO'.

       01 WS-LINHA-ALERTA.
           03 ALE-CLIENTE                    PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 ALE-NOME                       PIC X(30).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 ALE-CLASSE-MES                 PIC X(01).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 ALE-CLASSE-ANO                 PIC X(01).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 ALE-SALDO-ANT                  PIC -ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 ALE-SALDO                      PIC -ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 ALE-MEDIA-ANT                  PIC -ZZZZ9.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 ALE-MEDIA                      PIC -ZZZZ9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 ALE-MOTIVO                     PIC X(16).

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETRO
           PERFORM P100-ACUMULAR-FATURAMENTO
           PERFORM P200-MONTAR-GRUPOS
           PERFORM P300-LER-SITUACAO-ATUAL
           PERFORM P350-LER-FOTOGRAFIA-ANTERIOR
           PERFORM P380-AVALIAR-PIORA
               VARYING WS-IDX-CLI FROM 1 BY 1
                 UNTIL WS-IDX-CLI > WS-TOT-CLI

           OPEN OUTPUT ABC-RPT

           SET MODO-CLIENTE-MES TO TRUE
           PERFORM P500-MONTAR-RANKING
           SET MODO-CLIENTE-ANO TO TRUE
           PERFORM P500-MONTAR-RANKING
           SET MODO-GRUPO-MES TO TRUE
           PERFORM P500-MONTAR-RANKING
           SET MODO-GRUPO-ANO TO TRUE
           PERFORM P500-MONTAR-RANKING

           PERFORM P600-IMPRIMIR-ALERTAS

           CLOSE ABC-RPT

           PERFORM P700-GRAVAR-FOTOGRAFIA
           PERFORM P900-EXIBIR-TOTAIS

           GOBACK.

      ******************************************************************
      * P050-LER-PARAMETRO
      * Competencia, cortes A/B (percentual acumulado) e tolerancias
      * do alerta; campo zerado fica com o padrao.
      ******************************************************************
       P050-LER-PARAMETRO.

           OPEN INPUT ABC-PARM
           IF WS-PARM-STATUS = '00'
               READ ABC-PARM
                   NOT AT END
                       MOVE AP-ANO-MES TO WS-ANO-MES-PEDIDO
                       IF AP-CORTE-A > ZEROS
                           MOVE AP-CORTE-A TO WS-CORTE-A
                       END-IF
                       IF AP-CORTE-B > ZEROS
                           MOVE AP-CORTE-B TO WS-CORTE-B
                       END-IF
                       IF AP-TOLER-SALDO > ZEROS
                           MOVE AP-TOLER-SALDO TO WS-TOLER-SALDO
                       END-IF
                       IF AP-TOLER-DIAS > ZEROS
                           MOVE AP-TOLER-DIAS TO WS-TOLER-DIAS
                       END-IF
               END-READ
               CLOSE ABC-PARM
           END-IF

           IF WS-ANO-MES-PEDIDO = ZEROS
               MOVE WS-DTP-DATA-ATUAL (1:6)
                 TO WS-ANO-MES-PEDIDO
           END-IF

           IF WS-CORTE-B < WS-CORTE-A
               MOVE WS-CORTE-A TO WS-CORTE-B
           END-IF

           COMPUTE WS-ANO-PEDIDO = WS-ANO-MES-PEDIDO / 100
           COMPUTE WS-MES-PEDIDO =
               WS-ANO-MES-PEDIDO - WS-ANO-PEDIDO * 100

           IF WS-MES-PEDIDO = 1
               COMPUTE WS-ANO-MES-ANTERIOR =
                   (WS-ANO-PEDIDO - 1) * 100 + 12
           ELSE
               COMPUTE WS-ANO-MES-ANTERIOR = WS-ANO-MES-PEDIDO - 1
           END-IF
           .

      ******************************************************************
      * P100-ACUMULAR-FATURAMENTO
      * Mestre vivo e arquivo morto: o FATARC01 tira a fatura
      * liquidada do mestre, e sem o FATARCH o acumulado do ano
      * encolheria a cada arquivamento.
      ******************************************************************
       P100-ACUMULAR-FATURAMENTO.

           OPEN INPUT FATURA-MASTER
           OPEN INPUT ACORDO-FILE

           PERFORM P110-LER-UMA-FATURA
               UNTIL FIM-FATURA

           CLOSE FATURA-MASTER

           OPEN INPUT FATURA-ARCH

           PERFORM P120-LER-UMA-DO-MORTO
               UNTIL FIM-ARQUIVO-MORTO

           CLOSE FATURA-ARCH
           CLOSE ACORDO-FILE
           .

       P110-LER-UMA-FATURA.

           READ FATURA-MASTER
               AT END
                   SET FIM-FATURA TO TRUE
               NOT AT END
                   ADD 1 TO WS-FATURAS-LIDAS
                   MOVE FATURA-REC TO WS-FATURA-LIDA
                   PERFORM P130-CONSIDERAR-FATURA
           END-READ
           .

       P120-LER-UMA-DO-MORTO.

           READ FATURA-ARCH
               AT END
                   SET FIM-ARQUIVO-MORTO TO TRUE
               NOT AT END
                   IF FATURA-ARCH-REC (1:7) NOT = 'TRAILER'
                       ADD 1 TO WS-FATURAS-MORTO
                       MOVE FATURA-ARCH-REC TO WS-FATURA-LIDA
                       PERFORM P130-CONSIDERAR-FATURA
                   END-IF
           END-READ
           .

      ******************************************************************
      * P130-CONSIDERAR-FATURA
      * Faturado liquido = valor menos notas de credito, pela data de
      * emissao. A parcela de acordo (emitida pelo RENEG01 na data do
      * acordo) refatura divida ja faturada na fatura original e fica
      * de fora; a original renegociada continua contando. Fatura
      * cancelada (CANCFAT01) nao foi faturamento e fica de fora com
      * contagem propria.
      ******************************************************************
       P130-CONSIDERAR-FATURA.

           MOVE FL-DATA-EMISSAO (7:4) TO WS-EMI-ANO
           MOVE FL-DATA-EMISSAO (4:2) TO WS-EMI-MES
           MOVE FL-DATA-EMISSAO (1:2) TO WS-EMI-DIA

           IF WS-EMI-ANO = WS-ANO-PEDIDO
              AND WS-EMI-MES NOT > WS-MES-PEDIDO
               PERFORM P140-VERIFICAR-PARCELA
               EVALUATE TRUE
                   WHEN FL-CANCELADA
                       ADD 1 TO WS-CANCELADAS-EXCLUIDAS
                   WHEN E-PARCELA-ACORDO
                       ADD 1 TO WS-PARCELAS-EXCLUIDAS
                   WHEN OTHER
                       ADD 1 TO WS-FATURAS-CONSIDERADAS
                       COMPUTE WS-VALOR-LIQUIDO =
                           FL-VALOR - FL-VALOR-AJUSTES
                       MOVE FL-NUM-CLIENTE TO WS-CLIENTE-BUSCA
                       PERFORM P150-LOCALIZAR-CLIENTE
                       IF WS-POS-CLI NOT = ZEROS
                           ADD WS-VALOR-LIQUIDO
                             TO WS-CLI-ANO (WS-POS-CLI)
                           IF WS-EMI-MES = WS-MES-PEDIDO
                               ADD WS-VALOR-LIQUIDO
                                 TO WS-CLI-MES (WS-POS-CLI)
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF
           .

       P140-VERIFICAR-PARCELA.

           SET E-PARCELA-ACORDO TO FALSE

           IF FL-NUM-ACORDO NOT = ZEROS
               MOVE FL-NUM-ACORDO TO AC-NUM-ACORDO
               READ ACORDO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-DATA-EMISSAO-INT NOT < AC-DATA-ACORDO
                           SET E-PARCELA-ACORDO TO TRUE
                       END-IF
               END-READ
           END-IF
           .

      ******************************************************************
      * P150-LOCALIZAR-CLIENTE
      * Localiza WS-CLIENTE-BUSCA na tabela, incluindo-o se ainda nao
      * estiver. Tabela cheia devolve zero.
      ******************************************************************
       P150-LOCALIZAR-CLIENTE.

           MOVE ZEROS TO WS-POS-CLI

           PERFORM P155-COMPARAR-CLIENTE
               VARYING WS-IDX-CLI FROM 1 BY 1
                 UNTIL WS-IDX-CLI > WS-TOT-CLI
                    OR WS-POS-CLI NOT = ZEROS

           IF WS-POS-CLI = ZEROS
               IF WS-TOT-CLI < 20000
                   ADD 1 TO WS-TOT-CLI
                   MOVE WS-TOT-CLI       TO WS-POS-CLI
                   MOVE WS-CLIENTE-BUSCA TO WS-CLI-NUMERO (WS-POS-CLI)
                                            WS-CLI-GRUPO (WS-POS-CLI)
                   MOVE 'NAO CADASTRADO' TO WS-CLI-NOME (WS-POS-CLI)
                   MOVE ZEROS            TO WS-CLI-MES (WS-POS-CLI)
                                            WS-CLI-ANO (WS-POS-CLI)
                                            WS-CLI-SALDO (WS-POS-CLI)
                                            WS-CLI-MEDIA (WS-POS-CLI)
                                            WS-CLI-QTD (WS-POS-CLI)
                                          WS-CLI-SALDO-ANT (WS-POS-CLI)
                                          WS-CLI-MEDIA-ANT (WS-POS-CLI)
                                          WS-CLI-QTD-ANT (WS-POS-CLI)
                   MOVE SPACES       TO WS-CLI-CLASSE-MES (WS-POS-CLI)
                                        WS-CLI-CLASSE-ANO (WS-POS-CLI)
                   MOVE 'N'          TO WS-CLI-TEM-ANTERIOR (WS-POS-CLI)
                                        WS-CLI-PIORA-SALDO (WS-POS-CLI)
                                       WS-CLI-PIORA-ATRASO (WS-POS-CLI)
               ELSE
                   ADD 1 TO WS-CLIENTES-DESCARTADOS
               END-IF
           END-IF
           .

       P155-COMPARAR-CLIENTE.

           IF WS-CLI-NUMERO (WS-IDX-CLI) = WS-CLIENTE-BUSCA
               MOVE WS-IDX-CLI TO WS-POS-CLI
           END-IF
           .

      ******************************************************************
      * P200-MONTAR-GRUPOS
      * Nome e matriz de cada cliente pelo cadastro; a filial soma na
      * matriz apontada por CM-CLIENTE-PAI, os demais sao a propria
      * matriz.
      ******************************************************************
       P200-MONTAR-GRUPOS.

           OPEN INPUT CUSTOMER-MASTER

           PERFORM P210-AGRUPAR-CLIENTE
               VARYING WS-IDX-CLI FROM 1 BY 1
                 UNTIL WS-IDX-CLI > WS-TOT-CLI

           PERFORM P230-NOMEAR-GRUPO
               VARYING WS-IDX-GRP FROM 1 BY 1
                 UNTIL WS-IDX-GRP > WS-TOT-GRP

           CLOSE CUSTOMER-MASTER
           .

       P210-AGRUPAR-CLIENTE.

           MOVE WS-CLI-NUMERO (WS-IDX-CLI) TO CM-NUM-CLIENTE
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-NOME-FORMATADO TO WS-CLI-NOME (WS-IDX-CLI)
                   IF CM-CLIENTE-PAI NOT = ZEROS
                       MOVE CM-CLIENTE-PAI
                         TO WS-CLI-GRUPO (WS-IDX-CLI)
                   END-IF
           END-READ

           MOVE ZEROS TO WS-POS-GRP
           PERFORM P220-COMPARAR-GRUPO
               VARYING WS-IDX-GRP FROM 1 BY 1
                 UNTIL WS-IDX-GRP > WS-TOT-GRP
                    OR WS-POS-GRP NOT = ZEROS

           IF WS-POS-GRP = ZEROS
               ADD 1 TO WS-TOT-GRP
               MOVE WS-TOT-GRP TO WS-POS-GRP
               MOVE WS-CLI-GRUPO (WS-IDX-CLI)
                 TO WS-GRP-NUMERO (WS-POS-GRP)
               MOVE 'NAO CADASTRADO' TO WS-GRP-NOME (WS-POS-GRP)
               MOVE ZEROS TO WS-GRP-MEMBROS (WS-POS-GRP)
                             WS-GRP-MES (WS-POS-GRP)
                             WS-GRP-ANO (WS-POS-GRP)
           END-IF

           IF WS-CLI-GRUPO (WS-IDX-CLI) NOT = WS-CLI-NUMERO (WS-IDX-CLI)
               ADD 1 TO WS-GRP-MEMBROS (WS-POS-GRP)
           END-IF
           ADD WS-CLI-MES (WS-IDX-CLI) TO WS-GRP-MES (WS-POS-GRP)
           ADD WS-CLI-ANO (WS-IDX-CLI) TO WS-GRP-ANO (WS-POS-GRP)
           ADD WS-CLI-MES (WS-IDX-CLI) TO WS-TOTAL-MES
           ADD WS-CLI-ANO (WS-IDX-CLI) TO WS-TOTAL-ANO
           .

       P220-COMPARAR-GRUPO.

           IF WS-GRP-NUMERO (WS-IDX-GRP) = WS-CLI-GRUPO (WS-IDX-CLI)
               MOVE WS-IDX-GRP TO WS-POS-GRP
           END-IF
           .

       P230-NOMEAR-GRUPO.

           MOVE WS-GRP-NUMERO (WS-IDX-GRP) TO CM-NUM-CLIENTE
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-NOME-FORMATADO TO WS-GRP-NOME (WS-IDX-GRP)
           END-READ
           .

      ******************************************************************
      * P300-LER-SITUACAO-ATUAL
      * Saldo em aberto (ARBAL) e atraso medio (PAYSCORE) de hoje;
      * cliente sem registro fica com zero.
      ******************************************************************
       P300-LER-SITUACAO-ATUAL.

           OPEN INPUT SALDO-CLIENTE
           OPEN INPUT PAYMENT-SCORE

           PERFORM P310-LER-SITUACAO-CLIENTE
               VARYING WS-IDX-CLI FROM 1 BY 1
                 UNTIL WS-IDX-CLI > WS-TOT-CLI

           CLOSE SALDO-CLIENTE
           CLOSE PAYMENT-SCORE
           .

       P310-LER-SITUACAO-CLIENTE.

           MOVE WS-CLI-NUMERO (WS-IDX-CLI) TO CB-NUM-CLIENTE
           READ SALDO-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CB-SALDO TO WS-CLI-SALDO (WS-IDX-CLI)
           END-READ

           MOVE WS-CLI-NUMERO (WS-IDX-CLI) TO PC-NUM-CLIENTE
           READ PAYMENT-SCORE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PC-MEDIA-ATRASO TO WS-CLI-MEDIA (WS-IDX-CLI)
                   MOVE PC-QTD-PAGTOS   TO WS-CLI-QTD (WS-IDX-CLI)
           END-READ
           .

      ******************************************************************
      * P350-LER-FOTOGRAFIA-ANTERIOR
      * Situacao gravada pela execucao do mes anterior; reexecucao de
      * um mes deixa a ultima gravacao valendo.
      ******************************************************************
       P350-LER-FOTOGRAFIA-ANTERIOR.

           OPEN INPUT ABC-SNAPSHOT

           PERFORM P360-LER-UMA-FOTOGRAFIA
               UNTIL FIM-FOTOGRAFIA

           CLOSE ABC-SNAPSHOT
           .

       P360-LER-UMA-FOTOGRAFIA.

           READ ABC-SNAPSHOT
               AT END
                   SET FIM-FOTOGRAFIA TO TRUE
               NOT AT END
                   IF AS-ANO-MES = WS-ANO-MES-ANTERIOR
                       ADD 1 TO WS-FOTOS-ANTERIORES
                       MOVE ZEROS TO WS-POS-CLI
                       PERFORM P370-COMPARAR-FOTOGRAFIA
                           VARYING WS-IDX-CLI FROM 1 BY 1
                             UNTIL WS-IDX-CLI > WS-TOT-CLI
                                OR WS-POS-CLI NOT = ZEROS
                       IF WS-POS-CLI NOT = ZEROS
                           MOVE 'S'
                             TO WS-CLI-TEM-ANTERIOR (WS-POS-CLI)
                           MOVE AS-SALDO
                             TO WS-CLI-SALDO-ANT (WS-POS-CLI)
                           MOVE AS-MEDIA-ATRASO
                             TO WS-CLI-MEDIA-ANT (WS-POS-CLI)
                           MOVE AS-QTD-PAGTOS
                             TO WS-CLI-QTD-ANT (WS-POS-CLI)
                       END-IF
                   END-IF
           END-READ
           .

       P370-COMPARAR-FOTOGRAFIA.

           IF WS-CLI-NUMERO (WS-IDX-CLI) = AS-NUM-CLIENTE
               MOVE WS-IDX-CLI TO WS-POS-CLI
           END-IF
           .

      ******************************************************************
      * P380-AVALIAR-PIORA
      * Saldo: subiu mais que a tolerancia percentual sobre o saldo
      * devedor do mes anterior. Pontualidade: o atraso medio cresceu
      * mais que a tolerancia em dias, havendo pagamentos nas duas
      * medicoes. Sem fotografia anterior nao ha comparacao.
      ******************************************************************
       P380-AVALIAR-PIORA.

           IF CLI-TEM-ANTERIOR (WS-IDX-CLI)
               IF WS-CLI-SALDO-ANT (WS-IDX-CLI) > ZEROS
                  AND WS-CLI-SALDO (WS-IDX-CLI) >
                      WS-CLI-SALDO-ANT (WS-IDX-CLI)
                   COMPUTE WS-VARIACAO ROUNDED =
                       (WS-CLI-SALDO (WS-IDX-CLI)
                      - WS-CLI-SALDO-ANT (WS-IDX-CLI)) * 100
                      / WS-CLI-SALDO-ANT (WS-IDX-CLI)
                   IF WS-VARIACAO > WS-TOLER-SALDO
                       MOVE 'S' TO WS-CLI-PIORA-SALDO (WS-IDX-CLI)
                   END-IF
               END-IF
               IF WS-CLI-QTD (WS-IDX-CLI) > ZEROS
                  AND WS-CLI-QTD-ANT (WS-IDX-CLI) > ZEROS
                   COMPUTE WS-DIF-ATRASO =
                       WS-CLI-MEDIA (WS-IDX-CLI)
                     - WS-CLI-MEDIA-ANT (WS-IDX-CLI)
                   IF WS-DIF-ATRASO > WS-TOLER-DIAS
                       MOVE 'S' TO WS-CLI-PIORA-ATRASO (WS-IDX-CLI)
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * P500-MONTAR-RANKING
      * Uma passada do SORT por ranking (WS-MODO): clientes no mes e
      * no ano, matrizes no mes e no ano, cada um em pagina propria.
      ******************************************************************
       P500-MONTAR-RANKING.

           MOVE ZEROS TO WS-ACUMULADO
                         WS-POSICAO
                         WS-QTD-CLASSE-A
                         WS-QTD-CLASSE-B
                         WS-QTD-CLASSE-C
           SET FIM-SORT TO FALSE

           IF MODO-CLIENTE-MES OR MODO-GRUPO-MES
               MOVE WS-TOTAL-MES TO WS-TOTAL-RANKING
           ELSE
               MOVE WS-TOTAL-ANO TO WS-TOTAL-RANKING
           END-IF

           SORT ABC-SORT
               ON DESCENDING KEY SR-VALOR
                  ASCENDING KEY SR-NUMERO
               INPUT PROCEDURE IS P510-LIBERAR-RANKING
               OUTPUT PROCEDURE IS P530-IMPRIMIR-RANKING
           .

       P510-LIBERAR-RANKING.

           IF MODO-CLIENTE-MES OR MODO-CLIENTE-ANO
               PERFORM P515-LIBERAR-CLIENTE
                   VARYING WS-IDX-CLI FROM 1 BY 1
                     UNTIL WS-IDX-CLI > WS-TOT-CLI
           ELSE
               PERFORM P520-LIBERAR-GRUPO
                   VARYING WS-IDX-GRP FROM 1 BY 1
                     UNTIL WS-IDX-GRP > WS-TOT-GRP
           END-IF
           .

       P515-LIBERAR-CLIENTE.

           IF MODO-CLIENTE-MES
               MOVE WS-CLI-MES (WS-IDX-CLI) TO SR-VALOR
           ELSE
               MOVE WS-CLI-ANO (WS-IDX-CLI) TO SR-VALOR
           END-IF

           IF SR-VALOR NOT = ZEROS
               MOVE WS-CLI-NUMERO (WS-IDX-CLI) TO SR-NUMERO
               MOVE WS-IDX-CLI                 TO SR-POSICAO
               RELEASE ABC-SORT-REC
           END-IF
           .

       P520-LIBERAR-GRUPO.

           IF MODO-GRUPO-MES
               MOVE WS-GRP-MES (WS-IDX-GRP) TO SR-VALOR
           ELSE
               MOVE WS-GRP-ANO (WS-IDX-GRP) TO SR-VALOR
           END-IF

           IF SR-VALOR NOT = ZEROS
               MOVE WS-GRP-NUMERO (WS-IDX-GRP) TO SR-NUMERO
               MOVE WS-IDX-GRP                 TO SR-POSICAO
               RELEASE ABC-SORT-REC
           END-IF
           .

      ******************************************************************
      * P530-IMPRIMIR-RANKING
      * Classe pelo acumulado ANTES do item: entra em A quem comeca
      * abaixo do corte A, de modo que o item que atravessa o corte
      * ainda e A.
      ******************************************************************
       P530-IMPRIMIR-RANKING.

           ADD 1 TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO ABC-RPT-REC
           WRITE ABC-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO ABC-RPT-REC
           WRITE ABC-RPT-REC

           EVALUATE TRUE
               WHEN MODO-CLIENTE-MES
                   MOVE 'CLIENTES - FATURAMENTO DO MES'
                     TO SEC-TITULO
               WHEN MODO-CLIENTE-ANO
                   MOVE 'CLIENTES - FATURAMENTO NO ANO'
                     TO SEC-TITULO
               WHEN MODO-GRUPO-MES
                   MOVE 'MATRIZES (GRUPO) - FATURAMENTO DO MES'
                     TO SEC-TITULO
               WHEN MODO-GRUPO-ANO
                   MOVE 'MATRIZES (GRUPO) - FATURAMENTO NO ANO'
                     TO SEC-TITULO
           END-EVALUATE
           MOVE WS-ANO-MES-PEDIDO TO SEC-ANO-MES
           MOVE WS-CORTE-A        TO SEC-CORTE-A
           MOVE WS-CORTE-B        TO SEC-CORTE-B
           MOVE WS-LINHA-SECAO    TO ABC-RPT-REC
           WRITE ABC-RPT-REC

           MOVE WS-LINHA-CAB3 TO ABC-RPT-REC
           WRITE ABC-RPT-REC

           PERFORM P540-RETORNAR-ITEM
               UNTIL FIM-SORT

           MOVE SPACES TO ABC-RPT-REC
           WRITE ABC-RPT-REC

           MOVE 'TOTAL FATURADO LIQUIDO' TO TOT-DESCRICAO
           MOVE WS-TOTAL-RANKING         TO TOT-VALOR
           MOVE WS-QTD-CLASSE-A          TO TOT-QTD-A
           MOVE WS-QTD-CLASSE-B          TO TOT-QTD-B
           MOVE WS-QTD-CLASSE-C          TO TOT-QTD-C
           MOVE WS-LINHA-TOTAL           TO ABC-RPT-REC
           WRITE ABC-RPT-REC
           .

       P540-RETORNAR-ITEM.

           RETURN ABC-SORT
               AT END
                   SET FIM-SORT TO TRUE
               NOT AT END
                   PERFORM P550-IMPRIMIR-ITEM
           END-RETURN
           .

       P550-IMPRIMIR-ITEM.

           ADD 1 TO WS-POSICAO
           ADD SR-VALOR TO WS-ACUMULADO
           MOVE WS-PERC-ACUMULADO TO WS-PERC-ANTERIOR

           IF WS-TOTAL-RANKING > ZEROS
               COMPUTE WS-PERC-ITEM ROUNDED =
                   SR-VALOR * 100 / WS-TOTAL-RANKING
               COMPUTE WS-PERC-ACUMULADO ROUNDED =
                   WS-ACUMULADO * 100 / WS-TOTAL-RANKING
           ELSE
               MOVE ZEROS TO WS-PERC-ITEM
                             WS-PERC-ACUMULADO
           END-IF
           IF WS-POSICAO = 1
               MOVE ZEROS TO WS-PERC-ANTERIOR
           END-IF

           EVALUATE TRUE
               WHEN WS-PERC-ANTERIOR < WS-CORTE-A
                   MOVE 'A' TO WS-CLASSE
                   ADD 1 TO WS-QTD-CLASSE-A
               WHEN WS-PERC-ANTERIOR < WS-CORTE-B
                   MOVE 'B' TO WS-CLASSE
                   ADD 1 TO WS-QTD-CLASSE-B
               WHEN OTHER
                   MOVE 'C' TO WS-CLASSE
                   ADD 1 TO WS-QTD-CLASSE-C
           END-EVALUATE

           MOVE SPACES            TO WS-LINHA-DETALHE
           MOVE WS-POSICAO        TO DET-POSICAO
           MOVE SR-NUMERO         TO DET-CLIENTE
           MOVE SR-VALOR          TO DET-VALOR
           MOVE WS-PERC-ITEM      TO DET-PERCENTUAL
           MOVE WS-PERC-ACUMULADO TO DET-ACUMULADO
           MOVE WS-CLASSE         TO DET-CLASSE

           IF MODO-CLIENTE-MES OR MODO-CLIENTE-ANO
               MOVE SR-POSICAO TO WS-IDX-CLI
               MOVE WS-CLI-NOME (WS-IDX-CLI) TO DET-NOME
               IF MODO-CLIENTE-MES
                   MOVE WS-CLASSE TO WS-CLI-CLASSE-MES (WS-IDX-CLI)
               ELSE
                   MOVE WS-CLASSE TO WS-CLI-CLASSE-ANO (WS-IDX-CLI)
               END-IF
               IF WS-CLASSE = 'A'
                  AND (CLI-PIORA-SALDO (WS-IDX-CLI)
                    OR CLI-PIORA-ATRASO (WS-IDX-CLI))
                   MOVE '*PIORA*' TO DET-ALERTA
               END-IF
           ELSE
               MOVE SR-POSICAO TO WS-IDX-GRP
               MOVE WS-GRP-NOME (WS-IDX-GRP)    TO DET-NOME
               MOVE WS-GRP-MEMBROS (WS-IDX-GRP) TO DET-FILIAIS
           END-IF

           MOVE WS-LINHA-DETALHE TO ABC-RPT-REC
           WRITE ABC-RPT-REC
           .

      ******************************************************************
      * P600-IMPRIMIR-ALERTAS
      * Clientes classe A (no mes ou no ano) cujo saldo ou atraso
      * medio piorou desde o mes anterior.
      ******************************************************************
       P600-IMPRIMIR-ALERTAS.

           ADD 1 TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO ABC-RPT-REC
           WRITE ABC-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO ABC-RPT-REC
           WRITE ABC-RPT-REC

           MOVE 'CLASSE A COM PIORA DESDE O MES ANTERIOR'
             TO SEC-TITULO
           MOVE WS-ANO-MES-PEDIDO TO SEC-ANO-MES
           MOVE WS-CORTE-A        TO SEC-CORTE-A
           MOVE WS-CORTE-B        TO SEC-CORTE-B
           MOVE WS-LINHA-SECAO    TO ABC-RPT-REC
           WRITE ABC-RPT-REC

           MOVE WS-LINHA-CAB-ALERTA TO ABC-RPT-REC
           WRITE ABC-RPT-REC

           PERFORM P610-IMPRIMIR-ALERTA
               VARYING WS-IDX-CLI FROM 1 BY 1
                 UNTIL WS-IDX-CLI > WS-TOT-CLI

           IF WS-CLIENTES-ALERTA = ZEROS
               MOVE SPACES TO ABC-RPT-REC
               MOVE 'NENHUM CLIENTE CLASSE A COM PIORA NO PERIODO'
                 TO ABC-RPT-REC
               WRITE ABC-RPT-REC
           END-IF
           .

       P610-IMPRIMIR-ALERTA.

           IF (WS-CLI-CLASSE-MES (WS-IDX-CLI) = 'A'
               OR WS-CLI-CLASSE-ANO (WS-IDX-CLI) = 'A')
              AND (CLI-PIORA-SALDO (WS-IDX-CLI)
                OR CLI-PIORA-ATRASO (WS-IDX-CLI))
               ADD 1 TO WS-CLIENTES-ALERTA
               MOVE SPACES TO WS-LINHA-ALERTA
               MOVE WS-CLI-NUMERO (WS-IDX-CLI)     TO ALE-CLIENTE
               MOVE WS-CLI-NOME (WS-IDX-CLI)       TO ALE-NOME
               MOVE WS-CLI-CLASSE-MES (WS-IDX-CLI) TO ALE-CLASSE-MES
               MOVE WS-CLI-CLASSE-ANO (WS-IDX-CLI) TO ALE-CLASSE-ANO
               MOVE WS-CLI-SALDO-ANT (WS-IDX-CLI)  TO ALE-SALDO-ANT
               MOVE WS-CLI-SALDO (WS-IDX-CLI)      TO ALE-SALDO
               MOVE WS-CLI-MEDIA-ANT (WS-IDX-CLI)  TO ALE-MEDIA-ANT
               MOVE WS-CLI-MEDIA (WS-IDX-CLI)      TO ALE-MEDIA
               EVALUATE TRUE
                   WHEN CLI-PIORA-SALDO (WS-IDX-CLI)
                    AND CLI-PIORA-ATRASO (WS-IDX-CLI)
                       MOVE 'SALDO E ATRASO' TO ALE-MOTIVO
                   WHEN CLI-PIORA-SALDO (WS-IDX-CLI)
                       MOVE 'SALDO'          TO ALE-MOTIVO
                   WHEN OTHER
                       MOVE 'ATRASO'         TO ALE-MOTIVO
               END-EVALUATE
               MOVE WS-LINHA-ALERTA TO ABC-RPT-REC
               WRITE ABC-RPT-REC
           END-IF
           .

      ******************************************************************
      * P700-GRAVAR-FOTOGRAFIA
      * Situacao de hoje de cada cliente ranqueado, base do alerta do
      * mes seguinte.
      ******************************************************************
       P700-GRAVAR-FOTOGRAFIA.

           OPEN EXTEND ABC-SNAPSHOT

           PERFORM P710-GRAVAR-UMA-FOTOGRAFIA
               VARYING WS-IDX-CLI FROM 1 BY 1
                 UNTIL WS-IDX-CLI > WS-TOT-CLI

           CLOSE ABC-SNAPSHOT
           .

       P710-GRAVAR-UMA-FOTOGRAFIA.

           MOVE WS-ANO-MES-PEDIDO          TO AS-ANO-MES
           MOVE WS-CLI-NUMERO (WS-IDX-CLI) TO AS-NUM-CLIENTE
           MOVE WS-CLI-SALDO (WS-IDX-CLI)  TO AS-SALDO
           MOVE WS-CLI-MEDIA (WS-IDX-CLI)  TO AS-MEDIA-ATRASO
           MOVE WS-CLI-QTD (WS-IDX-CLI)    TO AS-QTD-PAGTOS
           WRITE ABC-SNAPSHOT-REC
           ADD 1 TO WS-FOTOS-GRAVADAS
           .

       P900-EXIBIR-TOTAIS.

           DISPLAY 'ABCRPT01 - COMPETENCIA.......: ' WS-ANO-MES-PEDIDO
           DISPLAY 'ABCRPT01 - FATURAS LIDAS.....: ' WS-FATURAS-LIDAS
           DISPLAY 'ABCRPT01 - FATURAS ARQUIVADAS: ' WS-FATURAS-MORTO
           DISPLAY 'ABCRPT01 - FATURAS NO PERIODO: '
                   WS-FATURAS-CONSIDERADAS
           DISPLAY 'ABCRPT01 - PARCELAS EXCLUIDAS: '
                   WS-PARCELAS-EXCLUIDAS
           DISPLAY 'ABCRPT01 - CANCELADAS EXCL...: '
                   WS-CANCELADAS-EXCLUIDAS
           DISPLAY 'ABCRPT01 - CLIENTES..........: ' WS-TOT-CLI
           DISPLAY 'ABCRPT01 - MATRIZES..........: ' WS-TOT-GRP
           DISPLAY 'ABCRPT01 - CLIENTES EM ALERTA: ' WS-CLIENTES-ALERTA
           DISPLAY 'ABCRPT01 - FOTOGRAFIAS GRAV..: ' WS-FOTOS-GRAVADAS
           IF WS-CLIENTES-DESCARTADOS > ZEROS
               DISPLAY 'ABCRPT01 - CLIENTES FORA DA TABELA: '
                       WS-CLIENTES-DESCARTADOS
           END-IF
           .

       END PROGRAM ABCRPT01.
