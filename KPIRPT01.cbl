      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: KPIRPT01 - monthly receivables KPI trend. For the
      *          13 months ending at the KPIPARM month (default the
      *          current one) computes, from the ARFECH01 month-end
      *          snapshots (ARBSNAP), the month's billing on FATURA
      *          and FATARCH (net of credit notes, renegotiation
      *          parcels left out) and the month's settlements
      *          (PAGTHIST): Days Sales Outstanding, the Collection
      *          Effectiveness Index, the share of the open amount
      *          over 90 days and the bad-debt ratio (write-offs over
      *          billing). Printed as a rolling trend through RPTFMT01
      *          (KPIRPT) and written as a delimited extract (KPIEXT,
      *          STRCAT01) with a header row. A month without a close,
      *          or whose close predates the aging summary, shows N/D
      *          (empty in the extract) where the number depends on
      *          it.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Invoices cancelled by CANCFAT01 are left out of the
      *             month's billing (and every KPI built on it) and
      *             counted apart.
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
       PROGRAM-ID. KPIRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KPI-PARM           ASSIGN TO "KPIPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL SNAPSHOT-IN
                                      ASSIGN TO "ARBSNAP"
                                      ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT OPTIONAL PAGTO-HIST
                                      ASSIGN TO "PAGTHIST"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIST-ORDENADO      ASSIGN TO "PAGTHSRK"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT KPI-RPT            ASSIGN TO "KPIRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT KPI-EXTRATO        ASSIGN TO "KPIEXT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIST-SORT          ASSIGN TO "SRTWORKE".

       DATA DIVISION.
       FILE SECTION.
       FD  KPI-PARM.
       01  KPI-PARM-REC.
           03 KP-ANO-MES                      PIC 9(06).

       FD  SNAPSHOT-IN.
       01  SNAPSHOT-IN-REC.
           03 SI-DATA-FECHAMENTO              PIC 9(08).
           03 SI-NUM-CLIENTE                  PIC 9(06).
           03 SI-TOT-DEBITOS                  PIC 9(11)V99.
           03 SI-TOT-CREDITOS                 PIC 9(11)V99.
           03 SI-SALDO                        PIC S9(11)V99.

       FD  FATURA-MASTER.
           COPY FATURA.

       FD  FATURA-ARCH.
       01  FATURA-ARCH-REC                    PIC X(241).

       FD  ACORDO-FILE.
           COPY ACORDO.

       FD  PAGTO-HIST.
       01  PAGTO-HIST-REC                     PIC X(46).

       FD  HIST-ORDENADO.
           COPY PAGTHIST.

       FD  KPI-RPT.
       01  KPI-RPT-REC                        PIC X(132).

       FD  KPI-EXTRATO.
       01  KPI-EXTRATO-REC                    PIC X(200).

      * Historico de pagamentos por cliente e fatura; a ordem de
      * gravacao (cronologica) e preservada dentro da fatura.
       SD  HIST-SORT.
       01  HIST-SORT-REC.
           03 HS-NUM-CLIENTE                  PIC 9(06).
           03 HS-NUM-FATURA                   PIC 9(06).
           03 FILLER                          PIC X(34).

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-ACORDO-STATUS                   PIC X(02) VALUE '00'.

       77 WS-ANO-MES-PEDIDO                  PIC 9(06) VALUE ZEROS.
       77 WS-ANO-AUX                         PIC 9(04) VALUE ZEROS.
       77 WS-MES-AUX                         PIC 9(02) VALUE ZEROS.
       77 WS-MESES-PEDIDO                    PIC 9(06) VALUE ZEROS.
       77 WS-MESES-INICIO                    PIC 9(06) VALUE ZEROS.
       77 WS-MESES-MOVTO                     PIC 9(06) VALUE ZEROS.
       77 WS-POS-MES                         PIC S9(05) VALUE ZEROS.
       77 WS-DATA-AUX                        PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INICIO                     PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-FIM                        PIC 9(07) VALUE ZEROS.

      * Registros de resumo do ARBSNAP (ARFECH01): 999999 traz as
      * baixas acumuladas no credito, 999995 o aberto por idade; os
      * demais resumos (999996 a 999998) nao entram aqui.
       77 WS-CLIENTE-RESUMO                  PIC 9(06) VALUE 999999.
       77 WS-CLIENTE-RESUMO-5                PIC 9(06) VALUE 999995.

      * Data de emissao da fatura (dd/mm/aaaa) como aaaammdd.
       01 WS-DATA-EMISSAO-INT                PIC 9(08) VALUE ZEROS.
       01 WS-DATA-EMISSAO-R REDEFINES WS-DATA-EMISSAO-INT.
           03 WS-EMI-ANO                     PIC 9(04).
           03 WS-EMI-MES                     PIC 9(02).
           03 WS-EMI-DIA                     PIC 9(02).

       77 WS-CLIENTE-ANTERIOR                PIC 9(06) VALUE ZEROS.
       77 WS-FATURA-ANTERIOR                 PIC 9(06) VALUE ZEROS.
       77 WS-PAGO-ANTERIOR                   PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-MOVTO                     PIC S9(09)V99 VALUE ZEROS.

      * Janela: a posicao 1 e o mes anterior ao primeiro da tendencia
      * (saldo inicial e baixas acumuladas de partida); 2 a 14 sao os
      * 13 meses impressos.
       77 WS-IDX-MES                         PIC 9(02) VALUE ZEROS.
       77 WS-IDX-ANT                         PIC 9(02) VALUE ZEROS.
       01 WS-TAB-MES.
           03 WS-MES-ENTRADA OCCURS 14 TIMES.
              05 WS-MES-ANO-MES             PIC 9(06).
              05 WS-MES-DIAS                PIC 9(02).
              05 WS-MES-DATA-FECH           PIC 9(08).
              05 WS-MES-TEM-IDADE           PIC X(01).
                 88 MES-TEM-IDADE               VALUE 'S'.
              05 WS-MES-SALDO               PIC S9(13)V99.
              05 WS-MES-BAIXAS-ACUM         PIC 9(13)V99.
              05 WS-MES-ACIMA-90            PIC 9(13)V99.
              05 WS-MES-A-VENCER            PIC 9(13)V99.
              05 WS-MES-ABERTO              PIC S9(13)V99.
              05 WS-MES-FATURADO            PIC S9(13)V99.
              05 WS-MES-RECEBIDO            PIC S9(13)V99.

      * Indicadores do mes em impressao.
       77 WS-BAIXADO                         PIC S9(13)V99 VALUE ZEROS.
       77 WS-CEI-NUMERADOR                   PIC S9(13)V99 VALUE ZEROS.
       77 WS-CEI-DENOMINADOR                 PIC S9(13)V99 VALUE ZEROS.
       77 WS-DSO                             PIC S9(05)V9 VALUE ZEROS.
       77 WS-CEI                             PIC S9(05)V99 VALUE ZEROS.
       77 WS-PERC-90                         PIC S9(03)V99 VALUE ZEROS.
       77 WS-PERC-PERDA                      PIC S9(05)V99 VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF-SNAP                    PIC X(01) VALUE 'N'.
              88 FIM-SNAPSHOT                     VALUE 'S' FALSE 'N'.
           03 WS-EOF-FATURA                  PIC X(01) VALUE 'N'.
              88 FIM-FATURA                       VALUE 'S' FALSE 'N'.
           03 WS-EOF-ARQUIVO-MORTO           PIC X(01) VALUE 'N'.
              88 FIM-ARQUIVO-MORTO                VALUE 'S' FALSE 'N'.
           03 WS-HIS-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-HISTORICO                    VALUE 'S' FALSE 'N'.
           03 WS-PARCELA-ACORDO              PIC X(01) VALUE 'N'.
              88 E-PARCELA-ACORDO                 VALUE 'S' FALSE 'N'.
           03 WS-TEM-DSO                     PIC X(01) VALUE 'N'.
              88 TEM-DSO                          VALUE 'S' FALSE 'N'.
           03 WS-TEM-CEI                     PIC X(01) VALUE 'N'.
              88 TEM-CEI                          VALUE 'S' FALSE 'N'.
           03 WS-TEM-PERC-90                 PIC X(01) VALUE 'N'.
              88 TEM-PERC-90                      VALUE 'S' FALSE 'N'.
           03 WS-TEM-BAIXADO                 PIC X(01) VALUE 'N'.
              88 TEM-BAIXADO                      VALUE 'S' FALSE 'N'.
           03 WS-TEM-PERDA                   PIC X(01) VALUE 'N'.
              88 TEM-PERDA                        VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-SNAPSHOTS-LIDOS             PIC 9(07) VALUE ZEROS.
           03 WS-FATURAS-LIDAS               PIC 9(07) VALUE ZEROS.
           03 WS-PARCELAS-EXCLUIDAS          PIC 9(07) VALUE ZEROS.
           03 WS-CANCELADAS-EXCLUIDAS        PIC 9(07) VALUE ZEROS.
           03 WS-HIST-LIDOS                  PIC 9(07) VALUE ZEROS.
           03 WS-FECHAMENTOS                 PIC 9(02) VALUE ZEROS.

      * Imagem de trabalho da fatura, venha do mestre vivo ou do
      * arquivo morto (FATARCH), mesma tecnica do FATLKP01.
       COPY FATURA REPLACING ==FATURA-REC== BY ==WS-FATURA-LIDA==
                     LEADING ==FT== BY ==FL==.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'KPIRPT01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'INDICADORES DE RECEBIVEIS'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

      * Parametro para o CALL do STRCAT01 (montagem delimitada).
       77 WS-EXP-DELIM                       PIC X(01) VALUE ';'.
       77 WS-EXP-GRAVADOS                    PIC 9(07) VALUE ZEROS.
       01 WS-STRCAT-PARM.
           03 WS-STRCAT-DELIM                PIC X(01).
           03 WS-STRCAT-QTD-CAMPOS           PIC 9(02).
           03 WS-STRCAT-SAIDA                PIC X(200).
           03 WS-STRCAT-TRUNCOU              PIC X(01).
              88 STRCAT-TRUNCADO                 VALUE 'S' FALSE 'N'.
           03 WS-STRCAT-CAMPOS OCCURS 1 TO 10 TIMES
                                DEPENDING ON WS-STRCAT-QTD-CAMPOS
                                INDEXED BY WS-STRCAT-IDX
                                           PIC X(40).

      * Campos editados para o extrato: sem separador de milhar.
       77 WS-EXP-VALOR                       PIC -(13)9.99.
       77 WS-EXP-INDICE                      PIC -(05)9.99.

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(09)
                                       VALUE 'MES'.
           03 FILLER                         PIC X(12)
                                       VALUE 'FECHAMENTO'.
           03 FILLER                         PIC X(19)
                                       VALUE '   SALDO A RECEBER'.
           03 FILLER                         PIC X(19)
                                       VALUE '         FATURADO'.
           03 FILLER                         PIC X(19)
                                       VALUE '         RECEBIDO'.
           03 FILLER                         PIC X(19)
                                       VALUE '          BAIXADO'.
           03 FILLER                         PIC X(09)
                                       VALUE '     DSO'.
           03 FILLER                         PIC X(09)
                                       VALUE '     CEI'.
           03 FILLER                         PIC X(09)
                                       VALUE '  % > 90'.
           03 FILLER                         PIC X(08)
                                       VALUE ' % PERDA'.

       01 WS-LINHA-DETALHE.
           03 DET-ANO                        PIC 9(04).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 DET-MES                        PIC 9(02).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-FECHAMENTO                 PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-SALDO                      PIC X(17).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-FATURADO                   PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-RECEBIDO                   PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-BAIXADO                    PIC X(17).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-DSO                        PIC X(07).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-CEI                        PIC X(08).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-PERC-90                    PIC X(08).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-PERC-PERDA                 PIC X(08).

      * Edicoes intermediarias das colunas que podem sair N/D.
       77 WS-ED-VALOR                        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-DSO                          PIC -ZZZ9.9.
       77 WS-ED-PERCENTUAL                   PIC -ZZZ9.99.
       01 WS-ED-DATA.
           03 WS-ED-DIA                      PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-ED-MES                      PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-ED-ANO                      PIC 9(04).

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETRO
           PERFORM P100-MONTAR-JANELA
               VARYING WS-IDX-MES FROM 1 BY 1
                 UNTIL WS-IDX-MES > 14
           PERFORM P200-LER-FECHAMENTOS
           PERFORM P300-ACUMULAR-FATURAMENTO

           SORT HIST-SORT
               ON ASCENDING KEY HS-NUM-CLIENTE HS-NUM-FATURA
               WITH DUPLICATES IN ORDER
               USING PAGTO-HIST
               GIVING HIST-ORDENADO

           PERFORM P400-LER-PAGAMENTOS
           PERFORM P500-EMITIR-TENDENCIA
           PERFORM P900-EXIBIR-TOTAIS

           GOBACK.

       P050-LER-PARAMETRO.

           OPEN INPUT KPI-PARM
           IF WS-PARM-STATUS = '00'
               READ KPI-PARM
                   NOT AT END
                       MOVE KP-ANO-MES TO WS-ANO-MES-PEDIDO
               END-READ
               CLOSE KPI-PARM
           END-IF

           IF WS-ANO-MES-PEDIDO = ZEROS
               MOVE WS-DTP-DATA-ATUAL (1:6)
                 TO WS-ANO-MES-PEDIDO
           END-IF

           MOVE WS-ANO-MES-PEDIDO TO WS-DATA-AUX
           PERFORM P060-CONTAR-MESES
           MOVE WS-MESES-MOVTO TO WS-MESES-PEDIDO
           COMPUTE WS-MESES-INICIO = WS-MESES-PEDIDO - 13
           .

      ******************************************************************
      * P060-CONTAR-MESES
      * Competencia aaaamm (em WS-DATA-AUX) como numero corrido de
      * meses, para andar pela janela sem tratar virada de ano.
      ******************************************************************
       P060-CONTAR-MESES.

           COMPUTE WS-ANO-AUX = WS-DATA-AUX / 100
           COMPUTE WS-MES-AUX = WS-DATA-AUX - WS-ANO-AUX * 100
           COMPUTE WS-MESES-MOVTO = WS-ANO-AUX * 12 + WS-MES-AUX - 1
           .

      ******************************************************************
      * P100-MONTAR-JANELA
      * Competencia e numero de dias de cada mes da janela.
      ******************************************************************
       P100-MONTAR-JANELA.

           INITIALIZE WS-MES-ENTRADA (WS-IDX-MES)

           COMPUTE WS-MESES-MOVTO = WS-MESES-INICIO + WS-IDX-MES - 1
           COMPUTE WS-ANO-AUX = WS-MESES-MOVTO / 12
           COMPUTE WS-MES-AUX = WS-MESES-MOVTO - WS-ANO-AUX * 12 + 1
           COMPUTE WS-MES-ANO-MES (WS-IDX-MES) =
               WS-ANO-AUX * 100 + WS-MES-AUX

           COMPUTE WS-DATA-AUX = WS-ANO-AUX * 10000 + WS-MES-AUX * 100
                               + 1
           COMPUTE WS-DIAS-INICIO =
               FUNCTION INTEGER-OF-DATE (WS-DATA-AUX)

           IF WS-MES-AUX = 12
               COMPUTE WS-DATA-AUX = (WS-ANO-AUX + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-AUX = WS-ANO-AUX * 10000
                                   + (WS-MES-AUX + 1) * 100 + 1
           END-IF
           COMPUTE WS-DIAS-FIM =
               FUNCTION INTEGER-OF-DATE (WS-DATA-AUX)

           COMPUTE WS-MES-DIAS (WS-IDX-MES) =
               WS-DIAS-FIM - WS-DIAS-INICIO
           .

      ******************************************************************
      * P200-LER-FECHAMENTOS
      * Primeira passada: o ultimo fechamento gravado em cada mes da
      * janela e o que vale para o mes. Segunda passada: soma os
      * saldos dos clientes daquele fechamento e pega os resumos.
      ******************************************************************
       P200-LER-FECHAMENTOS.

           OPEN INPUT SNAPSHOT-IN
           SET FIM-SNAPSHOT TO FALSE

           PERFORM P210-LER-UMA-DATA
               UNTIL FIM-SNAPSHOT

           CLOSE SNAPSHOT-IN

           OPEN INPUT SNAPSHOT-IN
           SET FIM-SNAPSHOT TO FALSE

           PERFORM P230-SOMAR-UM-FECHAMENTO
               UNTIL FIM-SNAPSHOT

           CLOSE SNAPSHOT-IN
           .

       P210-LER-UMA-DATA.

           READ SNAPSHOT-IN
               AT END
                   SET FIM-SNAPSHOT TO TRUE
               NOT AT END
                   PERFORM P220-POSICIONAR-MES
                   IF WS-POS-MES > ZEROS
                      AND SI-DATA-FECHAMENTO >
                          WS-MES-DATA-FECH (WS-POS-MES)
                       MOVE SI-DATA-FECHAMENTO
                         TO WS-MES-DATA-FECH (WS-POS-MES)
                   END-IF
           END-READ
           .

       P220-POSICIONAR-MES.

           COMPUTE WS-DATA-AUX = SI-DATA-FECHAMENTO / 100
           PERFORM P060-CONTAR-MESES
           COMPUTE WS-POS-MES = WS-MESES-MOVTO - WS-MESES-INICIO + 1
           IF WS-POS-MES < 1 OR WS-POS-MES > 14
               MOVE ZEROS TO WS-POS-MES
           END-IF
           .

       P230-SOMAR-UM-FECHAMENTO.

           READ SNAPSHOT-IN
               AT END
                   SET FIM-SNAPSHOT TO TRUE
               NOT AT END
                   PERFORM P220-POSICIONAR-MES
                   IF WS-POS-MES > ZEROS
                       IF SI-DATA-FECHAMENTO =
                          WS-MES-DATA-FECH (WS-POS-MES)
                           ADD 1 TO WS-SNAPSHOTS-LIDOS
                           PERFORM P240-SOMAR-REGISTRO
                       END-IF
                   END-IF
           END-READ
           .

       P240-SOMAR-REGISTRO.

           EVALUATE TRUE
               WHEN SI-NUM-CLIENTE = WS-CLIENTE-RESUMO
                   MOVE SI-TOT-CREDITOS
                     TO WS-MES-BAIXAS-ACUM (WS-POS-MES)
               WHEN SI-NUM-CLIENTE = WS-CLIENTE-RESUMO-5
                   MOVE 'S'  TO WS-MES-TEM-IDADE (WS-POS-MES)
                   MOVE SI-TOT-DEBITOS
                     TO WS-MES-ACIMA-90 (WS-POS-MES)
                   MOVE SI-TOT-CREDITOS
                     TO WS-MES-A-VENCER (WS-POS-MES)
                   MOVE SI-SALDO
                     TO WS-MES-ABERTO (WS-POS-MES)
               WHEN SI-NUM-CLIENTE > WS-CLIENTE-RESUMO-5
                   CONTINUE
               WHEN OTHER
                   ADD SI-SALDO TO WS-MES-SALDO (WS-POS-MES)
           END-EVALUATE
           .

      ******************************************************************
      * P300-ACUMULAR-FATURAMENTO
      * Faturado do mes pela data de emissao, liquido das notas de
      * credito, mestre vivo e arquivo morto. A parcela de acordo
      * (RENEG01) refatura divida ja faturada e fica de fora.
      ******************************************************************
       P300-ACUMULAR-FATURAMENTO.

           OPEN INPUT FATURA-MASTER
           OPEN INPUT ACORDO-FILE

           PERFORM P310-LER-UMA-FATURA
               UNTIL FIM-FATURA

           CLOSE FATURA-MASTER

           OPEN INPUT FATURA-ARCH

           PERFORM P320-LER-UMA-DO-MORTO
               UNTIL FIM-ARQUIVO-MORTO

           CLOSE FATURA-ARCH
           CLOSE ACORDO-FILE
           .

       P310-LER-UMA-FATURA.

           READ FATURA-MASTER
               AT END
                   SET FIM-FATURA TO TRUE
               NOT AT END
                   ADD 1 TO WS-FATURAS-LIDAS
                   MOVE FATURA-REC TO WS-FATURA-LIDA
                   PERFORM P330-CONSIDERAR-FATURA
           END-READ
           .

       P320-LER-UMA-DO-MORTO.

           READ FATURA-ARCH
               AT END
                   SET FIM-ARQUIVO-MORTO TO TRUE
               NOT AT END
                   IF FATURA-ARCH-REC (1:7) NOT = 'TRAILER'
                       ADD 1 TO WS-FATURAS-LIDAS
                       MOVE FATURA-ARCH-REC TO WS-FATURA-LIDA
                       PERFORM P330-CONSIDERAR-FATURA
                   END-IF
           END-READ
           .

      * A fatura cancelada (CANCFAT01) nao e faturamento: fica fora
      * do mes, so contada.
       P330-CONSIDERAR-FATURA.

           IF FL-CANCELADA
               ADD 1 TO WS-CANCELADAS-EXCLUIDAS
           ELSE
               PERFORM P335-LANCAR-FATURA
           END-IF
           .

       P335-LANCAR-FATURA.

           MOVE FL-DATA-EMISSAO (7:4) TO WS-EMI-ANO
           MOVE FL-DATA-EMISSAO (4:2) TO WS-EMI-MES
           MOVE FL-DATA-EMISSAO (1:2) TO WS-EMI-DIA

           COMPUTE WS-DATA-AUX = WS-EMI-ANO * 100 + WS-EMI-MES
           PERFORM P060-CONTAR-MESES
           COMPUTE WS-POS-MES = WS-MESES-MOVTO - WS-MESES-INICIO + 1

           IF WS-POS-MES > 1 AND WS-POS-MES NOT > 14
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
               IF E-PARCELA-ACORDO
                   ADD 1 TO WS-PARCELAS-EXCLUIDAS
               ELSE
                   COMPUTE WS-MES-FATURADO (WS-POS-MES) =
                       WS-MES-FATURADO (WS-POS-MES)
                     + FL-VALOR - FL-VALOR-AJUSTES
               END-IF
           END-IF
           .

      ******************************************************************
      * P400-LER-PAGAMENTOS
      * Historico ja ordenado por cliente e fatura: o recebido de cada
      * transicao e a subida do acumulado pago da fatura (negativo no
      * estorno), no mes da data efetiva.
      ******************************************************************
       P400-LER-PAGAMENTOS.

           OPEN INPUT HIST-ORDENADO

           PERFORM P410-LER-UM-PAGAMENTO
               UNTIL FIM-HISTORICO

           CLOSE HIST-ORDENADO
           .

       P410-LER-UM-PAGAMENTO.

           READ HIST-ORDENADO
               AT END
                   SET FIM-HISTORICO TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-LIDOS
                   PERFORM P420-TRATAR-TRANSICAO
           END-READ
           .

       P420-TRATAR-TRANSICAO.

           IF PH-NUM-CLIENTE NOT = WS-CLIENTE-ANTERIOR
              OR PH-NUM-FATURA NOT = WS-FATURA-ANTERIOR
               MOVE PH-NUM-CLIENTE TO WS-CLIENTE-ANTERIOR
               MOVE PH-NUM-FATURA  TO WS-FATURA-ANTERIOR
               MOVE ZEROS          TO WS-PAGO-ANTERIOR
           END-IF

           COMPUTE WS-VALOR-MOVTO = PH-VALOR-PAGO - WS-PAGO-ANTERIOR
           MOVE PH-VALOR-PAGO TO WS-PAGO-ANTERIOR

           COMPUTE WS-DATA-AUX = PH-DATA-EFETIVA / 100
           PERFORM P060-CONTAR-MESES
           COMPUTE WS-POS-MES = WS-MESES-MOVTO - WS-MESES-INICIO + 1

           IF WS-POS-MES > 1 AND WS-POS-MES NOT > 14
               ADD WS-VALOR-MOVTO TO WS-MES-RECEBIDO (WS-POS-MES)
           END-IF
           .

      ******************************************************************
      * P500-EMITIR-TENDENCIA
      * Uma linha por mes da janela, no relatorio e no extrato.
      ******************************************************************
       P500-EMITIR-TENDENCIA.

           OPEN OUTPUT KPI-RPT
           OPEN OUTPUT KPI-EXTRATO

           MOVE 1 TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO KPI-RPT-REC
           WRITE KPI-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO KPI-RPT-REC
           WRITE KPI-RPT-REC

           MOVE SPACES TO KPI-RPT-REC
           STRING 'TENDENCIA DE 13 MESES ATE A COMPETENCIA: '
                  WS-ANO-MES-PEDIDO
               DELIMITED BY SIZE INTO KPI-RPT-REC
           END-STRING
           WRITE KPI-RPT-REC

           MOVE WS-LINHA-CAB3 TO KPI-RPT-REC
           WRITE KPI-RPT-REC

           PERFORM P510-GRAVAR-CABECALHO-EXTRATO

           PERFORM P520-EMITIR-MES
               VARYING WS-IDX-MES FROM 2 BY 1
                 UNTIL WS-IDX-MES > 14

           MOVE SPACES TO KPI-RPT-REC
           WRITE KPI-RPT-REC
           MOVE 'DSO = SALDO A RECEBER / FATURADO X DIAS DO MES'
             TO KPI-RPT-REC
           WRITE KPI-RPT-REC
           MOVE 'CEI = (SALDO INICIAL + FATURADO - SALDO FINAL) /'
             TO KPI-RPT-REC
           WRITE KPI-RPT-REC
           MOVE '      (SALDO INICIAL + FATURADO - A VENCER) X 100'
             TO KPI-RPT-REC
           WRITE KPI-RPT-REC

           CLOSE KPI-RPT
           CLOSE KPI-EXTRATO
           .

       P510-GRAVAR-CABECALHO-EXTRATO.

           MOVE WS-EXP-DELIM TO WS-STRCAT-DELIM
           MOVE 10           TO WS-STRCAT-QTD-CAMPOS
           MOVE 'COMPETENCIA'   TO WS-STRCAT-CAMPOS (1)
           MOVE 'FECHAMENTO'    TO WS-STRCAT-CAMPOS (2)
           MOVE 'SALDO'         TO WS-STRCAT-CAMPOS (3)
           MOVE 'FATURADO'      TO WS-STRCAT-CAMPOS (4)
           MOVE 'RECEBIDO'      TO WS-STRCAT-CAMPOS (5)
           MOVE 'BAIXADO'       TO WS-STRCAT-CAMPOS (6)
           MOVE 'DSO'           TO WS-STRCAT-CAMPOS (7)
           MOVE 'CEI'           TO WS-STRCAT-CAMPOS (8)
           MOVE 'PERC_ACIMA_90' TO WS-STRCAT-CAMPOS (9)
           MOVE 'PERC_PERDA'    TO WS-STRCAT-CAMPOS (10)

           CALL 'STRCAT01' USING WS-STRCAT-PARM

           MOVE WS-STRCAT-SAIDA TO KPI-EXTRATO-REC
           WRITE KPI-EXTRATO-REC
           .

      ******************************************************************
      * P520-EMITIR-MES
      * DSO: saldo do fechamento sobre o faturado do mes vezes os dias
      * do mes. CEI: quanto do cobravel (saldo inicial mais faturado,
      * menos o que ainda nao venceu) foi de fato cobrado; pede os
      * dois fechamentos e o resumo por idade. % acima de 90 dias
      * sobre o aberto do resumo por idade. Perda: baixas do mes
      * (diferenca das baixas acumuladas entre os fechamentos) sobre
      * o faturado.
      ******************************************************************
       P520-EMITIR-MES.

           COMPUTE WS-IDX-ANT = WS-IDX-MES - 1

           SET TEM-DSO      TO FALSE
           SET TEM-CEI      TO FALSE
           SET TEM-PERC-90  TO FALSE
           SET TEM-BAIXADO  TO FALSE
           SET TEM-PERDA    TO FALSE

           IF WS-MES-DATA-FECH (WS-IDX-MES) NOT = ZEROS
               ADD 1 TO WS-FECHAMENTOS
               IF WS-MES-FATURADO (WS-IDX-MES) > ZEROS
                   COMPUTE WS-DSO ROUNDED =
                       WS-MES-SALDO (WS-IDX-MES)
                     * WS-MES-DIAS (WS-IDX-MES)
                     / WS-MES-FATURADO (WS-IDX-MES)
                   SET TEM-DSO TO TRUE
               END-IF
               IF MES-TEM-IDADE (WS-IDX-MES)
                   IF WS-MES-ABERTO (WS-IDX-MES) > ZEROS
                       COMPUTE WS-PERC-90 ROUNDED =
                           WS-MES-ACIMA-90 (WS-IDX-MES) * 100
                         / WS-MES-ABERTO (WS-IDX-MES)
                       SET TEM-PERC-90 TO TRUE
                   END-IF
               END-IF
               IF WS-MES-DATA-FECH (WS-IDX-ANT) NOT = ZEROS
                   COMPUTE WS-BAIXADO =
                       WS-MES-BAIXAS-ACUM (WS-IDX-MES)
                     - WS-MES-BAIXAS-ACUM (WS-IDX-ANT)
                   SET TEM-BAIXADO TO TRUE
                   IF WS-MES-FATURADO (WS-IDX-MES) > ZEROS
                       COMPUTE WS-PERC-PERDA ROUNDED =
                           WS-BAIXADO * 100
                         / WS-MES-FATURADO (WS-IDX-MES)
                       SET TEM-PERDA TO TRUE
                   END-IF
                   IF MES-TEM-IDADE (WS-IDX-MES)
                       COMPUTE WS-CEI-NUMERADOR =
                           WS-MES-SALDO (WS-IDX-ANT)
                         + WS-MES-FATURADO (WS-IDX-MES)
                         - WS-MES-SALDO (WS-IDX-MES)
                       COMPUTE WS-CEI-DENOMINADOR =
                           WS-MES-SALDO (WS-IDX-ANT)
                         + WS-MES-FATURADO (WS-IDX-MES)
                         - WS-MES-A-VENCER (WS-IDX-MES)
                       IF WS-CEI-DENOMINADOR > ZEROS
                           COMPUTE WS-CEI ROUNDED =
                               WS-CEI-NUMERADOR * 100
                             / WS-CEI-DENOMINADOR
                           SET TEM-CEI TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM P530-IMPRIMIR-MES
           PERFORM P540-EXPORTAR-MES
           .

       P530-IMPRIMIR-MES.

           MOVE SPACES TO WS-LINHA-DETALHE
           COMPUTE DET-ANO = WS-MES-ANO-MES (WS-IDX-MES) / 100
           COMPUTE DET-MES = WS-MES-ANO-MES (WS-IDX-MES)
                           - DET-ANO * 100
           MOVE WS-MES-FATURADO (WS-IDX-MES) TO DET-FATURADO
           MOVE WS-MES-RECEBIDO (WS-IDX-MES) TO DET-RECEBIDO

           IF WS-MES-DATA-FECH (WS-IDX-MES) = ZEROS
               MOVE 'N/D'  TO DET-FECHAMENTO
               MOVE '              N/D' TO DET-SALDO
           ELSE
               MOVE WS-MES-DATA-FECH (WS-IDX-MES) TO WS-DATA-AUX
               MOVE WS-DATA-AUX (7:2) TO WS-ED-DIA
               MOVE WS-DATA-AUX (5:2) TO WS-ED-MES
               MOVE WS-DATA-AUX (1:4) TO WS-ED-ANO
               MOVE WS-ED-DATA        TO DET-FECHAMENTO
               MOVE WS-MES-SALDO (WS-IDX-MES) TO WS-ED-VALOR
               MOVE WS-ED-VALOR               TO DET-SALDO
           END-IF

           IF TEM-BAIXADO
               MOVE WS-BAIXADO  TO WS-ED-VALOR
               MOVE WS-ED-VALOR TO DET-BAIXADO
           ELSE
               MOVE '              N/D' TO DET-BAIXADO
           END-IF

           IF TEM-DSO
               MOVE WS-DSO    TO WS-ED-DSO
               MOVE WS-ED-DSO TO DET-DSO
           ELSE
               MOVE '    N/D' TO DET-DSO
           END-IF

           IF TEM-CEI
               MOVE WS-CEI           TO WS-ED-PERCENTUAL
               MOVE WS-ED-PERCENTUAL TO DET-CEI
           ELSE
               MOVE '     N/D' TO DET-CEI
           END-IF

           IF TEM-PERC-90
               MOVE WS-PERC-90       TO WS-ED-PERCENTUAL
               MOVE WS-ED-PERCENTUAL TO DET-PERC-90
           ELSE
               MOVE '     N/D' TO DET-PERC-90
           END-IF

           IF TEM-PERDA
               MOVE WS-PERC-PERDA    TO WS-ED-PERCENTUAL
               MOVE WS-ED-PERCENTUAL TO DET-PERC-PERDA
           ELSE
               MOVE '     N/D' TO DET-PERC-PERDA
           END-IF

           MOVE WS-LINHA-DETALHE TO KPI-RPT-REC
           WRITE KPI-RPT-REC
           .

       P540-EXPORTAR-MES.

           MOVE WS-EXP-DELIM TO WS-STRCAT-DELIM
           MOVE 10           TO WS-STRCAT-QTD-CAMPOS
           MOVE SPACES       TO WS-STRCAT-CAMPOS (2)
                                WS-STRCAT-CAMPOS (3)
                                WS-STRCAT-CAMPOS (6)
                                WS-STRCAT-CAMPOS (7)
                                WS-STRCAT-CAMPOS (8)
                                WS-STRCAT-CAMPOS (9)
                                WS-STRCAT-CAMPOS (10)

           MOVE WS-MES-ANO-MES (WS-IDX-MES) TO WS-STRCAT-CAMPOS (1)
           IF WS-MES-DATA-FECH (WS-IDX-MES) NOT = ZEROS
               MOVE WS-MES-DATA-FECH (WS-IDX-MES)
                 TO WS-STRCAT-CAMPOS (2)
               MOVE WS-MES-SALDO (WS-IDX-MES) TO WS-EXP-VALOR
               MOVE WS-EXP-VALOR TO WS-STRCAT-CAMPOS (3)
           END-IF
           MOVE WS-MES-FATURADO (WS-IDX-MES) TO WS-EXP-VALOR
           MOVE WS-EXP-VALOR TO WS-STRCAT-CAMPOS (4)
           MOVE WS-MES-RECEBIDO (WS-IDX-MES) TO WS-EXP-VALOR
           MOVE WS-EXP-VALOR TO WS-STRCAT-CAMPOS (5)
           IF TEM-BAIXADO
               MOVE WS-BAIXADO   TO WS-EXP-VALOR
               MOVE WS-EXP-VALOR TO WS-STRCAT-CAMPOS (6)
           END-IF
           IF TEM-DSO
               MOVE WS-DSO        TO WS-EXP-INDICE
               MOVE WS-EXP-INDICE TO WS-STRCAT-CAMPOS (7)
           END-IF
           IF TEM-CEI
               MOVE WS-CEI        TO WS-EXP-INDICE
               MOVE WS-EXP-INDICE TO WS-STRCAT-CAMPOS (8)
           END-IF
           IF TEM-PERC-90
               MOVE WS-PERC-90    TO WS-EXP-INDICE
               MOVE WS-EXP-INDICE TO WS-STRCAT-CAMPOS (9)
           END-IF
           IF TEM-PERDA
               MOVE WS-PERC-PERDA TO WS-EXP-INDICE
               MOVE WS-EXP-INDICE TO WS-STRCAT-CAMPOS (10)
           END-IF

           CALL 'STRCAT01' USING WS-STRCAT-PARM

           MOVE WS-STRCAT-SAIDA TO KPI-EXTRATO-REC
           WRITE KPI-EXTRATO-REC
           ADD 1 TO WS-EXP-GRAVADOS
           .

       P900-EXIBIR-TOTAIS.

           DISPLAY 'KPIRPT01 - COMPETENCIA.......: ' WS-ANO-MES-PEDIDO
           DISPLAY 'KPIRPT01 - FECHAMENTOS NA JAN: ' WS-FECHAMENTOS
           DISPLAY 'KPIRPT01 - REGISTROS ARBSNAP.: ' WS-SNAPSHOTS-LIDOS
           DISPLAY 'KPIRPT01 - FATURAS LIDAS.....: ' WS-FATURAS-LIDAS
           DISPLAY 'KPIRPT01 - PARCELAS EXCLUIDAS: '
                   WS-PARCELAS-EXCLUIDAS
           DISPLAY 'KPIRPT01 - CANCELADAS EXCLUID: '
                   WS-CANCELADAS-EXCLUIDAS
           DISPLAY 'KPIRPT01 - TRANSICOES LIDAS..: ' WS-HIST-LIDOS
           DISPLAY 'KPIRPT01 - LINHAS NO EXTRATO.: ' WS-EXP-GRAVADOS
           .

       END PROGRAM KPIRPT01.
