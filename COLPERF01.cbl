      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: COLPERF01 - monthly collector performance report. For
      *          the COLPARM month (default the current one) prints
      *          one line per collector with the accounts worked (put
      *          on the collector's worklist by COLATR01, from
      *          COLHIST), the payment promises taken, kept and broken
      *          (the PROMHIST outcome log) and the amount actually
      *          recovered from those accounts: every PAGTHIST
      *          settlement in the month on an account the collector
      *          was working by then, net of estornos, goes to the
      *          collector who had it on the list most recently
      *          before the payment. Page header through RPTFMT01.
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
       PROGRAM-ID. COLPERF01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLPERF-PARM       ASSIGN TO "COLPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL COLETOR-TABLE
                                      ASSIGN TO "COLTAB"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COLETOR-HIST
                                      ASSIGN TO "COLHIST"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PROMESSA-HIST
                                      ASSIGN TO "PROMHIST"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAGTO-HIST
                                      ASSIGN TO "PAGTHIST"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIST-ORDENADO      ASSIGN TO "PAGTHSRC"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COLPERF-RPT        ASSIGN TO "COLPERF"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIST-SORT          ASSIGN TO "SRTWORKC".

       DATA DIVISION.
       FILE SECTION.
       FD  COLPERF-PARM.
       01  COLPERF-PARM-REC.
           03 CF-ANO-MES                      PIC 9(06).

       FD  COLETOR-TABLE.
       01  COLETOR-TABLE-REC.
           03 CO-COD-COLETOR                  PIC X(08).
           03 CO-NOME                         PIC X(30).
           03 CO-CAPACIDADE                   PIC 9(03).

       FD  COLETOR-HIST.
           COPY COLHIST.

       FD  PROMESSA-HIST.
           COPY PROMHIST.

       FD  PAGTO-HIST.
       01  PAGTO-HIST-REC                     PIC X(46).

       FD  HIST-ORDENADO.
           COPY PAGTHIST.

       FD  COLPERF-RPT.
       01  COLPERF-RPT-REC                    PIC X(132).

      * Historico de pagamentos por cliente e fatura; a ordem de
      * gravacao (cronologica) e preservada dentro da fatura.
       SD  HIST-SORT.
       01  HIST-SORT-REC.
           03 HS-NUM-CLIENTE                  PIC 9(06).
           03 HS-NUM-FATURA                   PIC 9(06).
           03 FILLER                          PIC X(34).

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-ANO-MES-PEDIDO                  PIC 9(06) VALUE ZEROS.
       77 WS-ANO-MES-MOVTO                   PIC 9(06) VALUE ZEROS.
       77 WS-COLETOR-BUSCA                   PIC X(08) VALUE SPACES.
       77 WS-POS-COL                         PIC 9(04) VALUE ZEROS.
       77 WS-POS-PAR                         PIC 9(05) VALUE ZEROS.
       77 WS-DATA-PAR                        PIC 9(08) VALUE ZEROS.
       77 WS-CLIENTE-ANTERIOR                PIC 9(06) VALUE ZEROS.
       77 WS-FATURA-ANTERIOR                 PIC 9(06) VALUE ZEROS.
       77 WS-PAGO-ANTERIOR                   PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-MOVTO                     PIC S9(07)V99 VALUE ZEROS.
       77 WS-DESFECHOS                       PIC 9(07) VALUE ZEROS.

      * Coletores de COLTAB (e os que aparecem nos historicos sem
      * estar mais na tabela) com os acumulados do mes.
       77 WS-TOT-COL                         PIC 9(04) VALUE ZEROS.
       77 WS-IDX-COL                         PIC 9(04) VALUE ZEROS.
       01 WS-TAB-COL.
           03 WS-COL-ENTRADA OCCURS 0 TO 200 TIMES
                             DEPENDING ON WS-TOT-COL.
              05 WS-COL-CODIGO              PIC X(08).
              05 WS-COL-NOME                PIC X(30).
              05 WS-COL-CONTAS              PIC 9(05).
              05 WS-COL-TOMADAS             PIC 9(05).
              05 WS-COL-CUMPRIDAS           PIC 9(05).
              05 WS-COL-QUEBRADAS           PIC 9(05).
              05 WS-COL-RECUPERADO          PIC S9(09)V99.

      * Contas trabalhadas no mes: cliente, coletor e o primeiro dia
      * em que a conta entrou na lista desse coletor.
       77 WS-TOT-PAR                         PIC 9(05) VALUE ZEROS.
       77 WS-IDX-PAR                         PIC 9(05) VALUE ZEROS.
       01 WS-TAB-PAR.
           03 WS-PAR-ENTRADA OCCURS 0 TO 20000 TIMES
                             DEPENDING ON WS-TOT-PAR.
              05 WS-PAR-CLIENTE             PIC 9(06).
              05 WS-PAR-COLETOR             PIC 9(04).
              05 WS-PAR-DATA                PIC 9(08).

       01 WS-SWITCHES.
           03 WS-COL-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-COLTAB                       VALUE 'S' FALSE 'N'.
           03 WS-HCO-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-COLHIST                      VALUE 'S' FALSE 'N'.
           03 WS-PRO-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-PROMHIST                     VALUE 'S' FALSE 'N'.
           03 WS-HIS-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-HISTORICO                    VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LISTAS-LIDAS                PIC 9(07) VALUE ZEROS.
           03 WS-EVENTOS-LIDOS               PIC 9(07) VALUE ZEROS.
           03 WS-HIST-LIDOS                  PIC 9(07) VALUE ZEROS.
           03 WS-RECUPERACOES                PIC 9(07) VALUE ZEROS.

       01 WS-TOTAIS.
           03 WS-TOT-CONTAS                  PIC 9(07) VALUE ZEROS.
           03 WS-TOT-TOMADAS                 PIC 9(07) VALUE ZEROS.
           03 WS-TOT-CUMPRIDAS               PIC 9(07) VALUE ZEROS.
           03 WS-TOT-QUEBRADAS               PIC 9(07) VALUE ZEROS.
           03 WS-TOT-RECUPERADO              PIC S9(11)V99 VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'COLPERF01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'DESEMPENHO DOS COLETORES'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(10)
                                       VALUE 'COLETOR'.
           03 FILLER                         PIC X(31)
                                       VALUE 'NOME'.
           03 FILLER                         PIC X(08)
                                       VALUE '  CONTAS'.
           03 FILLER                         PIC X(10)
                                       VALUE ' PROMESSAS'.
           03 FILLER                         PIC X(10)
                                       VALUE ' CUMPRIDAS'.
           03 FILLER                         PIC X(10)
                                       VALUE ' QUEBRADAS'.
           03 FILLER                         PIC X(10)
                                       VALUE '  % CUMPR.'.
           03 FILLER                         PIC X(17)
                                       VALUE '       RECUPERADO'.

       01 WS-LINHA-DETALHE.
           03 DET-COLETOR                    PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-NOME                       PIC X(30).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-CONTAS                     PIC ZZ,ZZ9.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-TOMADAS                    PIC ZZ,ZZ9.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-CUMPRIDAS                  PIC ZZ,ZZ9.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-QUEBRADAS                  PIC ZZ,ZZ9.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-PERCENTUAL                 PIC ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-RECUPERADO                 PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-CALC-PERCENTUAL                 PIC 9(03)V99 VALUE ZEROS.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETRO
           PERFORM P100-CARREGAR-COLETORES
           PERFORM P200-LER-LISTAS
           PERFORM P300-LER-PROMESSAS

           SORT HIST-SORT
               ON ASCENDING KEY HS-NUM-CLIENTE HS-NUM-FATURA
               WITH DUPLICATES IN ORDER
               USING PAGTO-HIST
               GIVING HIST-ORDENADO

           PERFORM P400-LER-PAGAMENTOS
           PERFORM P500-IMPRIMIR-RELATORIO
           PERFORM P900-EXIBIR-TOTAIS

           GOBACK.

       P050-LER-PARAMETRO.

           OPEN INPUT COLPERF-PARM
           IF WS-PARM-STATUS = '00'
               READ COLPERF-PARM
                   NOT AT END
                       MOVE CF-ANO-MES TO WS-ANO-MES-PEDIDO
               END-READ
               CLOSE COLPERF-PARM
           END-IF

           IF WS-ANO-MES-PEDIDO = ZEROS
               MOVE WS-DTP-DATA-ATUAL (1:6)
                 TO WS-ANO-MES-PEDIDO
           END-IF
           .

       P100-CARREGAR-COLETORES.

           OPEN INPUT COLETOR-TABLE

           PERFORM P105-LER-UM-COLETOR
               UNTIL FIM-COLTAB

           CLOSE COLETOR-TABLE
           .

       P105-LER-UM-COLETOR.

           READ COLETOR-TABLE
               AT END
                   SET FIM-COLTAB TO TRUE
               NOT AT END
                   MOVE CO-COD-COLETOR TO WS-COLETOR-BUSCA
                   PERFORM P110-LOCALIZAR-COLETOR
                   IF WS-POS-COL NOT = ZEROS
                       MOVE CO-NOME TO WS-COL-NOME (WS-POS-COL)
                   END-IF
           END-READ
           .

      ******************************************************************
      * P110-LOCALIZAR-COLETOR
      * Localiza WS-COLETOR-BUSCA na tabela, incluindo-o se ainda nao
      * estiver (um coletor retirado da COLTAB continua a responder
      * pelo que fez no mes). Tabela cheia devolve zero.
      ******************************************************************
       P110-LOCALIZAR-COLETOR.

           MOVE ZEROS TO WS-POS-COL

           PERFORM P115-COMPARAR-COLETOR
               VARYING WS-IDX-COL FROM 1 BY 1
                 UNTIL WS-IDX-COL > WS-TOT-COL
                    OR WS-POS-COL NOT = ZEROS

           IF WS-POS-COL = ZEROS AND WS-TOT-COL < 200
               ADD 1 TO WS-TOT-COL
               MOVE WS-TOT-COL       TO WS-POS-COL
               MOVE WS-COLETOR-BUSCA TO WS-COL-CODIGO (WS-POS-COL)
               MOVE 'NAO CADASTRADO' TO WS-COL-NOME (WS-POS-COL)
               MOVE ZEROS            TO WS-COL-CONTAS (WS-POS-COL)
                                        WS-COL-TOMADAS (WS-POS-COL)
                                        WS-COL-CUMPRIDAS (WS-POS-COL)
                                        WS-COL-QUEBRADAS (WS-POS-COL)
                                        WS-COL-RECUPERADO (WS-POS-COL)
           END-IF
           .

       P115-COMPARAR-COLETOR.

           IF WS-COL-CODIGO (WS-IDX-COL) = WS-COLETOR-BUSCA
               MOVE WS-IDX-COL TO WS-POS-COL
           END-IF
           .

      ******************************************************************
      * P200-LER-LISTAS
      * Contas trabalhadas: cada par cliente/coletor das listas do
      * mes conta uma vez para o coletor.
      ******************************************************************
       P200-LER-LISTAS.

           OPEN INPUT COLETOR-HIST

           PERFORM P210-LER-UMA-LISTA
               UNTIL FIM-COLHIST

           CLOSE COLETOR-HIST
           .

       P210-LER-UMA-LISTA.

           READ COLETOR-HIST
               AT END
                   SET FIM-COLHIST TO TRUE
               NOT AT END
                   COMPUTE WS-ANO-MES-MOVTO = HC-DATA-LISTA / 100
                   IF WS-ANO-MES-MOVTO = WS-ANO-MES-PEDIDO
                       ADD 1 TO WS-LISTAS-LIDAS
                       PERFORM P220-REGISTRAR-CONTA
                   END-IF
           END-READ
           .

       P220-REGISTRAR-CONTA.

           MOVE HC-COD-COLETOR TO WS-COLETOR-BUSCA
           PERFORM P110-LOCALIZAR-COLETOR

           IF WS-POS-COL NOT = ZEROS
               MOVE ZEROS TO WS-POS-PAR
               PERFORM P225-COMPARAR-PAR
                   VARYING WS-IDX-PAR FROM 1 BY 1
                     UNTIL WS-IDX-PAR > WS-TOT-PAR
                        OR WS-POS-PAR NOT = ZEROS
               IF WS-POS-PAR = ZEROS AND WS-TOT-PAR < 20000
                   ADD 1 TO WS-TOT-PAR
                   MOVE HC-NUM-CLIENTE TO WS-PAR-CLIENTE (WS-TOT-PAR)
                   MOVE WS-POS-COL     TO WS-PAR-COLETOR (WS-TOT-PAR)
                   MOVE HC-DATA-LISTA  TO WS-PAR-DATA (WS-TOT-PAR)
                   ADD 1 TO WS-COL-CONTAS (WS-POS-COL)
               END-IF
           END-IF
           .

       P225-COMPARAR-PAR.

           IF WS-PAR-CLIENTE (WS-IDX-PAR) = HC-NUM-CLIENTE
              AND WS-PAR-COLETOR (WS-IDX-PAR) = WS-POS-COL
               MOVE WS-IDX-PAR TO WS-POS-PAR
           END-IF
           .

      ******************************************************************
      * P300-LER-PROMESSAS
      * Desfechos de promessa do mes por coletor que a tomou.
      ******************************************************************
       P300-LER-PROMESSAS.

           OPEN INPUT PROMESSA-HIST

           PERFORM P310-LER-UM-EVENTO
               UNTIL FIM-PROMHIST

           CLOSE PROMESSA-HIST
           .

       P310-LER-UM-EVENTO.

           READ PROMESSA-HIST
               AT END
                   SET FIM-PROMHIST TO TRUE
               NOT AT END
                   COMPUTE WS-ANO-MES-MOVTO = PR-DATA-EVENTO / 100
                   IF WS-ANO-MES-MOVTO = WS-ANO-MES-PEDIDO
                       ADD 1 TO WS-EVENTOS-LIDOS
                       PERFORM P320-CONTAR-EVENTO
                   END-IF
           END-READ
           .

       P320-CONTAR-EVENTO.

           MOVE PR-COLETOR TO WS-COLETOR-BUSCA
           PERFORM P110-LOCALIZAR-COLETOR

           IF WS-POS-COL NOT = ZEROS
               EVALUATE TRUE
                   WHEN PR-REGISTRADA
                       ADD 1 TO WS-COL-TOMADAS (WS-POS-COL)
                   WHEN PR-CUMPRIDA
                       ADD 1 TO WS-COL-CUMPRIDAS (WS-POS-COL)
                   WHEN PR-QUEBRADA
                       ADD 1 TO WS-COL-QUEBRADAS (WS-POS-COL)
               END-EVALUATE
           END-IF
           .

      ******************************************************************
      * P400-LER-PAGAMENTOS
      * Historico ja ordenado por cliente e fatura: o recebido de cada
      * transicao e a subida do acumulado pago da fatura (negativo no
      * estorno). O do mes vai ao coletor que tinha a conta na lista
      * mais recentemente antes do pagamento.
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

           COMPUTE WS-ANO-MES-MOVTO = PH-DATA-EFETIVA / 100

           IF WS-ANO-MES-MOVTO = WS-ANO-MES-PEDIDO
              AND WS-VALOR-MOVTO NOT = ZEROS
               MOVE ZEROS TO WS-POS-PAR
               MOVE ZEROS TO WS-DATA-PAR
               PERFORM P430-COMPARAR-PAR
                   VARYING WS-IDX-PAR FROM 1 BY 1
                     UNTIL WS-IDX-PAR > WS-TOT-PAR
               IF WS-POS-PAR NOT = ZEROS
                   MOVE WS-PAR-COLETOR (WS-POS-PAR) TO WS-POS-COL
                   ADD WS-VALOR-MOVTO
                     TO WS-COL-RECUPERADO (WS-POS-COL)
                   ADD 1 TO WS-RECUPERACOES
               END-IF
           END-IF
           .

       P430-COMPARAR-PAR.

           IF WS-PAR-CLIENTE (WS-IDX-PAR) = PH-NUM-CLIENTE
              AND WS-PAR-DATA (WS-IDX-PAR) NOT > PH-DATA-EFETIVA
              AND WS-PAR-DATA (WS-IDX-PAR) NOT < WS-DATA-PAR
               MOVE WS-IDX-PAR TO WS-POS-PAR
               MOVE WS-PAR-DATA (WS-IDX-PAR) TO WS-DATA-PAR
           END-IF
           .

      ******************************************************************
      * P500-IMPRIMIR-RELATORIO
      * Uma linha por coletor; o percentual de cumprimento e sobre as
      * promessas que tiveram desfecho no mes.
      ******************************************************************
       P500-IMPRIMIR-RELATORIO.

           OPEN OUTPUT COLPERF-RPT

           MOVE 1 TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO COLPERF-RPT-REC
           WRITE COLPERF-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO COLPERF-RPT-REC
           WRITE COLPERF-RPT-REC

           MOVE SPACES TO COLPERF-RPT-REC
           STRING 'COMPETENCIA: ' WS-ANO-MES-PEDIDO
               DELIMITED BY SIZE INTO COLPERF-RPT-REC
           END-STRING
           WRITE COLPERF-RPT-REC

           MOVE WS-LINHA-CAB3 TO COLPERF-RPT-REC
           WRITE COLPERF-RPT-REC

           PERFORM P510-IMPRIMIR-COLETOR
               VARYING WS-IDX-COL FROM 1 BY 1
                 UNTIL WS-IDX-COL > WS-TOT-COL

           MOVE SPACES TO COLPERF-RPT-REC
           WRITE COLPERF-RPT-REC

           MOVE SPACES            TO WS-LINHA-DETALHE
           MOVE 'TOTAL'           TO DET-NOME
           MOVE WS-TOT-CONTAS     TO DET-CONTAS
           MOVE WS-TOT-TOMADAS    TO DET-TOMADAS
           MOVE WS-TOT-CUMPRIDAS  TO DET-CUMPRIDAS
           MOVE WS-TOT-QUEBRADAS  TO DET-QUEBRADAS
           COMPUTE WS-DESFECHOS = WS-TOT-CUMPRIDAS + WS-TOT-QUEBRADAS
           IF WS-DESFECHOS > ZEROS
               COMPUTE WS-CALC-PERCENTUAL ROUNDED =
                   WS-TOT-CUMPRIDAS * 100 / WS-DESFECHOS
           ELSE
               MOVE ZEROS TO WS-CALC-PERCENTUAL
           END-IF
           MOVE WS-CALC-PERCENTUAL TO DET-PERCENTUAL
           MOVE WS-TOT-RECUPERADO TO DET-RECUPERADO
           MOVE WS-LINHA-DETALHE  TO COLPERF-RPT-REC
           WRITE COLPERF-RPT-REC

           CLOSE COLPERF-RPT
           .

       P510-IMPRIMIR-COLETOR.

           MOVE SPACES TO WS-LINHA-DETALHE
           MOVE WS-COL-CODIGO (WS-IDX-COL)     TO DET-COLETOR
           MOVE WS-COL-NOME (WS-IDX-COL)       TO DET-NOME
           MOVE WS-COL-CONTAS (WS-IDX-COL)     TO DET-CONTAS
           MOVE WS-COL-TOMADAS (WS-IDX-COL)    TO DET-TOMADAS
           MOVE WS-COL-CUMPRIDAS (WS-IDX-COL)  TO DET-CUMPRIDAS
           MOVE WS-COL-QUEBRADAS (WS-IDX-COL)  TO DET-QUEBRADAS
           MOVE WS-COL-RECUPERADO (WS-IDX-COL) TO DET-RECUPERADO

           COMPUTE WS-DESFECHOS = WS-COL-CUMPRIDAS (WS-IDX-COL)
                                + WS-COL-QUEBRADAS (WS-IDX-COL)
           IF WS-DESFECHOS > ZEROS
               COMPUTE WS-CALC-PERCENTUAL ROUNDED =
                   WS-COL-CUMPRIDAS (WS-IDX-COL) * 100 / WS-DESFECHOS
           ELSE
               MOVE ZEROS TO WS-CALC-PERCENTUAL
           END-IF
           MOVE WS-CALC-PERCENTUAL TO DET-PERCENTUAL

           MOVE WS-LINHA-DETALHE TO COLPERF-RPT-REC
           WRITE COLPERF-RPT-REC

           ADD WS-COL-CONTAS (WS-IDX-COL)     TO WS-TOT-CONTAS
           ADD WS-COL-TOMADAS (WS-IDX-COL)    TO WS-TOT-TOMADAS
           ADD WS-COL-CUMPRIDAS (WS-IDX-COL)  TO WS-TOT-CUMPRIDAS
           ADD WS-COL-QUEBRADAS (WS-IDX-COL)  TO WS-TOT-QUEBRADAS
           ADD WS-COL-RECUPERADO (WS-IDX-COL) TO WS-TOT-RECUPERADO
           .

       P900-EXIBIR-TOTAIS.

           DISPLAY 'COLPERF01 - COMPETENCIA......: ' WS-ANO-MES-PEDIDO
           DISPLAY 'COLPERF01 - LINHAS DE LISTA..: ' WS-LISTAS-LIDAS
           DISPLAY 'COLPERF01 - EVENTOS PROMESSA.: ' WS-EVENTOS-LIDOS
           DISPLAY 'COLPERF01 - TRANSICOES LIDAS.: ' WS-HIST-LIDOS
           DISPLAY 'COLPERF01 - RECUPERACOES.....: ' WS-RECUPERACOES
           DISPLAY 'COLPERF01 - COLETORES........: ' WS-TOT-COL
           .

       END PROGRAM COLPERF01.
