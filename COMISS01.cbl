      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: COMISS01 - monthly sales commission run. Pays each
      *          sales representative (REPTAB: code, name and
      *          commission percentage) on what the customers it owns
      *          (CM-COD-VENDEDOR) actually settled in the COMPARM
      *          month, not on what was billed: the amount collected
      *          by each PAGTHIST settlement transition is the rise in
      *          the invoice's cumulative amount paid over its
      *          previous transition. An estorno lowers that amount
      *          and claws the commission back at the same rate, and
      *          an invoice written off in the month (WRTLOG) gives
      *          back all commission paid on it so far. Every movement
      *          is appended to the COMLEDG commission ledger, which
      *          is also what a later write-off is measured against,
      *          and each representative gets a statement on COMRPT
      *          (customer, invoice, amount collected, commission).
      *          A month already on the ledger is not paid twice.
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
       PROGRAM-ID. COMISS01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMISSAO-PARM      ASSIGN TO "COMPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL VENDEDOR-TABLE
                                      ASSIGN TO "REPTAB"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL WRITEOFF-LOG
                                      ASSIGN TO "WRTLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COMISSAO-RAZAO
                                      ASSIGN TO "COMLEDG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAGTO-HIST
                                      ASSIGN TO "PAGTHIST"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIST-ORDENADO      ASSIGN TO "PAGTHSRT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT COMISSAO-RPT       ASSIGN TO "COMRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIST-SORT          ASSIGN TO "SRTWORKA".

           SELECT MOVTO-SORT         ASSIGN TO "SRTWORKB".

       DATA DIVISION.
       FILE SECTION.
       FD  COMISSAO-PARM.
       01  COMISSAO-PARM-REC.
           03 CP-ANO-MES                      PIC 9(06).

       FD  VENDEDOR-TABLE.
       01  VENDEDOR-TABLE-REC.
           03 RT-COD-VENDEDOR                 PIC X(04).
           03 RT-NOME                         PIC X(30).
           03 RT-PERCENTUAL                   PIC 9(02)V99.

       FD  WRITEOFF-LOG.
       01  WRITEOFF-LOG-REC.
           03 WL-GERACAO                     PIC 9(06).
           03 WL-NUM-FATURA                  PIC 9(06).
           03 WL-NUM-CLIENTE                 PIC 9(06).
           03 WL-VALOR-BAIXADO               PIC 9(07)V99.
           03 WL-OPERADOR                    PIC X(08).
           03 WL-DATA-HORA                   PIC X(21).

      * Razao de comissao: um registro por movimento pago ou
      * estornado ao vendedor, acumulado mes a mes.
       FD  COMISSAO-RAZAO.
       01  COMISSAO-RAZAO-REC.
           03 CL-ANO-MES                      PIC 9(06).
           03 CL-COD-VENDEDOR                 PIC X(04).
           03 CL-NUM-CLIENTE                  PIC 9(06).
           03 CL-NUM-FATURA                   PIC 9(06).
           03 CL-TIPO                         PIC X(01).
              88 CL-RECEBIMENTO                   VALUE 'R'.
              88 CL-ESTORNO                       VALUE 'E'.
              88 CL-BAIXA                         VALUE 'B'.
           03 CL-DATA                         PIC 9(08).
           03 CL-VALOR-RECEBIDO               PIC S9(07)V99.
           03 CL-PERCENTUAL                   PIC 9(02)V99.
           03 CL-COMISSAO                     PIC S9(07)V99.
           03 CL-DATA-HORA                    PIC X(21).

       FD  PAGTO-HIST.
       01  PAGTO-HIST-REC                     PIC X(46).

       FD  HIST-ORDENADO.
           COPY PAGTHIST.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  COMISSAO-RPT.
       01  COMISSAO-RPT-REC                   PIC X(132).

      * Historico de pagamentos por cliente e fatura; a ordem de
      * gravacao (cronologica) e preservada dentro da fatura.
       SD  HIST-SORT.
       01  HIST-SORT-REC.
           03 HS-NUM-CLIENTE                  PIC 9(06).
           03 HS-NUM-FATURA                   PIC 9(06).
           03 FILLER                          PIC X(34).

       SD  MOVTO-SORT.
       01  MOVTO-SORT-REC.
           03 MS-COD-VENDEDOR                 PIC X(04).
           03 MS-NUM-CLIENTE                  PIC 9(06).
           03 MS-NUM-FATURA                   PIC 9(06).
           03 MS-DATA                         PIC 9(08).
           03 MS-TIPO                         PIC X(01).
              88 MS-RECEBIMENTO                   VALUE 'R'.
              88 MS-ESTORNO                       VALUE 'E'.
              88 MS-BAIXA                         VALUE 'B'.
           03 MS-VALOR-RECEBIDO               PIC S9(07)V99.
           03 MS-PERCENTUAL                   PIC 9(02)V99.
           03 MS-COMISSAO                     PIC S9(07)V99.

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-ANO-MES-PEDIDO                  PIC 9(06) VALUE ZEROS.
       77 WS-ANO-MES-MOVTO                   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-HORA                       PIC X(21) VALUE SPACES.
       77 WS-CLIENTE-ANTERIOR                PIC 9(06) VALUE ZEROS.
       77 WS-FATURA-ANTERIOR                 PIC 9(06) VALUE ZEROS.
       77 WS-PAGO-ANTERIOR                   PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-MOVTO                     PIC S9(07)V99 VALUE ZEROS.
       77 WS-VENDEDOR-ATUAL                  PIC X(04) VALUE SPACES.
       77 WS-POS-VEN                         PIC 9(04) VALUE ZEROS.

      * Vendedores de REPTAB carregados na abertura.
       77 WS-TOT-VEN                         PIC 9(04) VALUE ZEROS.
       77 WS-IDX-VEN                         PIC 9(04) VALUE ZEROS.
       01 WS-TAB-VEN.
           03 WS-VEN-ENTRADA OCCURS 0 TO 500 TIMES
                             DEPENDING ON WS-TOT-VEN.
              05 WS-VEN-CODIGO              PIC X(04).
              05 WS-VEN-NOME                PIC X(30).
              05 WS-VEN-PERCENTUAL          PIC 9(02)V99.

      * Faturas baixadas no mes (WRTLOG) com a comissao liquida ja
      * paga sobre elas -- razao dos meses anteriores mais o que
      * este mes apurar -- e o vendedor que a recebeu.
       77 WS-TOT-BXA                         PIC 9(04) VALUE ZEROS.
       77 WS-IDX-BXA                         PIC 9(04) VALUE ZEROS.
       01 WS-TAB-BXA.
           03 WS-BXA-ENTRADA OCCURS 0 TO 2000 TIMES
                             DEPENDING ON WS-TOT-BXA.
              05 WS-BXA-FATURA              PIC 9(06).
              05 WS-BXA-CLIENTE             PIC 9(06).
              05 WS-BXA-DATA                PIC 9(08).
              05 WS-BXA-VENDEDOR            PIC X(04).
              05 WS-BXA-COMISSAO            PIC S9(07)V99.

       01 WS-SWITCHES.
           03 WS-VEN-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-REPTAB                       VALUE 'S' FALSE 'N'.
           03 WS-BXA-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-WRTLOG                       VALUE 'S' FALSE 'N'.
           03 WS-RAZ-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-COMLEDG                      VALUE 'S' FALSE 'N'.
           03 WS-HIS-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-HISTORICO                    VALUE 'S' FALSE 'N'.
           03 WS-SRT-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-ORDENADO                     VALUE 'S' FALSE 'N'.
           03 WS-APURADA-SW                  PIC X(01) VALUE 'N'.
              88 COMPETENCIA-APURADA              VALUE 'S' FALSE 'N'.
           03 WS-PRIMEIRO-SW                 PIC X(01) VALUE 'S'.
              88 PRIMEIRO-VENDEDOR                VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-HIST-LIDOS                  PIC 9(07) VALUE ZEROS.
           03 WS-RECEBIMENTOS                PIC 9(07) VALUE ZEROS.
           03 WS-ESTORNOS                    PIC 9(07) VALUE ZEROS.
           03 WS-BAIXAS                      PIC 9(07) VALUE ZEROS.
           03 WS-SEM-VENDEDOR                PIC 9(07) VALUE ZEROS.
           03 WS-VENDEDORES                  PIC 9(07) VALUE ZEROS.
           03 WS-PAGINA                      PIC 9(04) VALUE ZEROS.

       01 WS-TOTAIS.
           03 WS-VEN-RECEBIDO                PIC S9(09)V99 VALUE ZEROS.
           03 WS-VEN-COMISSAO                PIC S9(09)V99 VALUE ZEROS.
           03 WS-GER-RECEBIDO                PIC S9(09)V99 VALUE ZEROS.
           03 WS-GER-COMISSAO                PIC S9(09)V99 VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'COMISS01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                                       VALUE 'EXTRATO DE COMISSAO'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       01 WS-LINHA-VENDEDOR.
           03 FILLER                         PIC X(10)
                                       VALUE 'VENDEDOR: '.
           03 VEN-CODIGO                     PIC X(04).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 VEN-NOME                       PIC X(30).
           03 FILLER                         PIC X(13)
                                       VALUE '  PERCENTUAL:'.
           03 VEN-PERCENTUAL                 PIC ZZ9.99.
           03 FILLER                         PIC X(16)
                                       VALUE '%  COMPETENCIA: '.
           03 VEN-ANO-MES                    PIC 9(06).

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(08)
                                       VALUE 'CLIENTE'.
           03 FILLER                         PIC X(31)
                                       VALUE 'NOME'.
           03 FILLER                         PIC X(08)
                                       VALUE 'FATURA'.
           03 FILLER                         PIC X(10)
                                       VALUE 'DATA'.
           03 FILLER                         PIC X(12)
                                       VALUE 'MOVIMENTO'.
           03 FILLER                         PIC X(16)
                                       VALUE '  VALOR RECEBIDO'.
           03 FILLER                         PIC X(16)
                                       VALUE '        COMISSAO'.

       01 WS-LINHA-DETALHE.
           03 DET-NUM-CLIENTE                PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-NOME                       PIC X(30).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-NUM-FATURA                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-DATA                       PIC 9(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-TIPO                       PIC X(12).
           03 DET-VALOR-RECEBIDO             PIC -ZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-COMISSAO                   PIC -ZZ,ZZZ,ZZ9.99.

       01 WS-LINHA-TOTAL.
           03 TOT-TITULO                     PIC X(69).
           03 TOT-RECEBIDO                   PIC -ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 TOT-COMISSAO                   PIC -ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETRO
           PERFORM P100-CARREGAR-VENDEDORES
           PERFORM P120-CARREGAR-BAIXAS
           PERFORM P140-LER-RAZAO

           IF COMPETENCIA-APURADA
               DISPLAY 'COMISS01 - COMPETENCIA ' WS-ANO-MES-PEDIDO
                       ' JA APURADA NO COMLEDG'
               MOVE 9001 TO RETURN-CODE
           ELSE
               SORT HIST-SORT
                   ON ASCENDING KEY HS-NUM-CLIENTE HS-NUM-FATURA
                   WITH DUPLICATES IN ORDER
                   USING PAGTO-HIST
                   GIVING HIST-ORDENADO

               SORT MOVTO-SORT
                   ON ASCENDING KEY MS-COD-VENDEDOR MS-NUM-CLIENTE
                                    MS-NUM-FATURA MS-DATA
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS P300-APURAR-MOVIMENTOS
                   OUTPUT PROCEDURE IS P500-EMITIR-EXTRATOS

               PERFORM P900-EXIBIR-TOTAIS
           END-IF

           GOBACK.

       P050-LER-PARAMETRO.

           OPEN INPUT COMISSAO-PARM
           IF WS-PARM-STATUS = '00'
               READ COMISSAO-PARM
                   NOT AT END
                       MOVE CP-ANO-MES TO WS-ANO-MES-PEDIDO
               END-READ
               CLOSE COMISSAO-PARM
           END-IF

           IF WS-ANO-MES-PEDIDO = ZEROS
               MOVE WS-DTP-DATA-ATUAL (1:6)
                 TO WS-ANO-MES-PEDIDO
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           .

      ******************************************************************
      * P100-CARREGAR-VENDEDORES
      * Carrega REPTAB; um cliente cujo vendedor nao esta na tabela
      * nao gera comissao (contado como sem vendedor).
      ******************************************************************
       P100-CARREGAR-VENDEDORES.

           OPEN INPUT VENDEDOR-TABLE

           PERFORM P105-LER-UM-VENDEDOR
               UNTIL FIM-REPTAB

           CLOSE VENDEDOR-TABLE
           .

       P105-LER-UM-VENDEDOR.

           READ VENDEDOR-TABLE
               AT END
                   SET FIM-REPTAB TO TRUE
               NOT AT END
                   IF WS-TOT-VEN < 500
                       ADD 1 TO WS-TOT-VEN
                       MOVE RT-COD-VENDEDOR
                         TO WS-VEN-CODIGO (WS-TOT-VEN)
                       MOVE RT-NOME
                         TO WS-VEN-NOME (WS-TOT-VEN)
                       MOVE RT-PERCENTUAL
                         TO WS-VEN-PERCENTUAL (WS-TOT-VEN)
                   END-IF
           END-READ
           .

      ******************************************************************
      * P120-CARREGAR-BAIXAS
      * Faturas baixadas como perda no mes pedido (data do WRTLOG).
      ******************************************************************
       P120-CARREGAR-BAIXAS.

           OPEN INPUT WRITEOFF-LOG

           PERFORM P125-LER-UMA-BAIXA
               UNTIL FIM-WRTLOG

           CLOSE WRITEOFF-LOG
           .

       P125-LER-UMA-BAIXA.

           READ WRITEOFF-LOG
               AT END
                   SET FIM-WRTLOG TO TRUE
               NOT AT END
                   MOVE WL-DATA-HORA (1:6) TO WS-ANO-MES-MOVTO
                   IF WS-ANO-MES-MOVTO = WS-ANO-MES-PEDIDO
                      AND WS-TOT-BXA < 2000
                       ADD 1 TO WS-TOT-BXA
                       MOVE WL-NUM-FATURA
                         TO WS-BXA-FATURA (WS-TOT-BXA)
                       MOVE WL-NUM-CLIENTE
                         TO WS-BXA-CLIENTE (WS-TOT-BXA)
                       MOVE WL-DATA-HORA (1:8)
                         TO WS-BXA-DATA (WS-TOT-BXA)
                       MOVE SPACES
                         TO WS-BXA-VENDEDOR (WS-TOT-BXA)
                       MOVE ZEROS
                         TO WS-BXA-COMISSAO (WS-TOT-BXA)
                   END-IF
           END-READ
           .

      ******************************************************************
      * P140-LER-RAZAO
      * Percorre o razao de comissao: uma competencia igual ou
      * posterior a pedida ja foi apurada (nao se paga duas vezes nem
      * se apura para tras); para as faturas baixadas no mes soma a
      * comissao liquida ja paga e guarda quem a recebeu.
      ******************************************************************
       P140-LER-RAZAO.

           OPEN INPUT COMISSAO-RAZAO

           PERFORM P145-LER-UM-RAZAO
               UNTIL FIM-COMLEDG

           CLOSE COMISSAO-RAZAO
           .

       P145-LER-UM-RAZAO.

           READ COMISSAO-RAZAO
               AT END
                   SET FIM-COMLEDG TO TRUE
               NOT AT END
                   IF CL-ANO-MES NOT < WS-ANO-MES-PEDIDO
                       SET COMPETENCIA-APURADA TO TRUE
                   END-IF
                   PERFORM P150-ACUMULAR-RAZAO
                       VARYING WS-IDX-BXA FROM 1 BY 1
                         UNTIL WS-IDX-BXA > WS-TOT-BXA
           END-READ
           .

       P150-ACUMULAR-RAZAO.

           IF WS-BXA-FATURA (WS-IDX-BXA) = CL-NUM-FATURA
               ADD CL-COMISSAO TO WS-BXA-COMISSAO (WS-IDX-BXA)
               MOVE CL-COD-VENDEDOR TO WS-BXA-VENDEDOR (WS-IDX-BXA)
           END-IF
           .

      ******************************************************************
      * P300-APURAR-MOVIMENTOS
      * Procedimento de entrada do SORT de movimentos: le o historico
      * ja ordenado por cliente e fatura e libera um movimento por
      * transicao do mes que mudou o valor pago; depois libera o
      * estorno de comissao de cada fatura baixada no mes.
      ******************************************************************
       P300-APURAR-MOVIMENTOS.

           OPEN INPUT HIST-ORDENADO
           OPEN INPUT CUSTOMER-MASTER

           PERFORM P310-LER-HISTORICO
               UNTIL FIM-HISTORICO

           PERFORM P400-LIBERAR-BAIXA
               VARYING WS-IDX-BXA FROM 1 BY 1
                 UNTIL WS-IDX-BXA > WS-TOT-BXA

           CLOSE HIST-ORDENADO
           CLOSE CUSTOMER-MASTER
           .

       P310-LER-HISTORICO.

           READ HIST-ORDENADO
               AT END
                   SET FIM-HISTORICO TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-LIDOS
                   PERFORM P320-TRATAR-TRANSICAO
           END-READ
           .

      ******************************************************************
      * P320-TRATAR-TRANSICAO
      * PH-VALOR-PAGO e o acumulado pago da fatura depois da
      * transicao: o valor recebido e a diferenca para a transicao
      * anterior da mesma fatura (negativa num estorno). Transicoes
      * de meses anteriores so atualizam o acumulado.
      ******************************************************************
       P320-TRATAR-TRANSICAO.

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
               PERFORM P330-LIBERAR-RECEBIMENTO
           END-IF
           .

       P330-LIBERAR-RECEBIMENTO.

           MOVE SPACES TO WS-VENDEDOR-ATUAL
           MOVE PH-NUM-CLIENTE TO CM-NUM-CLIENTE
           READ CUSTOMER-MASTER
               NOT INVALID KEY
                   MOVE CM-COD-VENDEDOR TO WS-VENDEDOR-ATUAL
           END-READ

           PERFORM P340-LOCALIZAR-VENDEDOR

           IF WS-POS-VEN = ZEROS
               ADD 1 TO WS-SEM-VENDEDOR
           ELSE
               MOVE WS-VENDEDOR-ATUAL TO MS-COD-VENDEDOR
               MOVE PH-NUM-CLIENTE    TO MS-NUM-CLIENTE
               MOVE PH-NUM-FATURA     TO MS-NUM-FATURA
               MOVE PH-DATA-EFETIVA   TO MS-DATA
               MOVE WS-VALOR-MOVTO    TO MS-VALOR-RECEBIDO
               MOVE WS-VEN-PERCENTUAL (WS-POS-VEN) TO MS-PERCENTUAL
               COMPUTE MS-COMISSAO ROUNDED =
                   WS-VALOR-MOVTO * MS-PERCENTUAL / 100
               IF WS-VALOR-MOVTO > ZEROS
                   SET MS-RECEBIMENTO TO TRUE
                   ADD 1 TO WS-RECEBIMENTOS
               ELSE
                   SET MS-ESTORNO TO TRUE
                   ADD 1 TO WS-ESTORNOS
               END-IF

               PERFORM P350-ACUMULAR-BAIXA
                   VARYING WS-IDX-BXA FROM 1 BY 1
                     UNTIL WS-IDX-BXA > WS-TOT-BXA

               RELEASE MOVTO-SORT-REC
           END-IF
           .

       P340-LOCALIZAR-VENDEDOR.

           MOVE ZEROS TO WS-POS-VEN

           IF WS-VENDEDOR-ATUAL NOT = SPACES
               PERFORM P345-COMPARAR-VENDEDOR
                   VARYING WS-IDX-VEN FROM 1 BY 1
                     UNTIL WS-IDX-VEN > WS-TOT-VEN
                        OR WS-POS-VEN NOT = ZEROS
           END-IF
           .

       P345-COMPARAR-VENDEDOR.

           IF WS-VEN-CODIGO (WS-IDX-VEN) = WS-VENDEDOR-ATUAL
               MOVE WS-IDX-VEN TO WS-POS-VEN
           END-IF
           .

      * Comissao paga neste mes sobre uma fatura baixada no mesmo mes
      * tambem volta na baixa.
       P350-ACUMULAR-BAIXA.

           IF WS-BXA-FATURA (WS-IDX-BXA) = MS-NUM-FATURA
               ADD MS-COMISSAO TO WS-BXA-COMISSAO (WS-IDX-BXA)
               MOVE MS-COD-VENDEDOR TO WS-BXA-VENDEDOR (WS-IDX-BXA)
           END-IF
           .

      ******************************************************************
      * P400-LIBERAR-BAIXA
      * A baixa devolve toda a comissao liquida paga sobre a fatura,
      * cobrada do vendedor que a recebeu; sem comissao paga nao ha
      * movimento.
      ******************************************************************
       P400-LIBERAR-BAIXA.

           IF WS-BXA-COMISSAO (WS-IDX-BXA) > ZEROS
               MOVE WS-BXA-VENDEDOR (WS-IDX-BXA) TO MS-COD-VENDEDOR
               MOVE WS-BXA-CLIENTE (WS-IDX-BXA)  TO MS-NUM-CLIENTE
               MOVE WS-BXA-FATURA (WS-IDX-BXA)   TO MS-NUM-FATURA
               MOVE WS-BXA-DATA (WS-IDX-BXA)     TO MS-DATA
               MOVE ZEROS                        TO MS-VALOR-RECEBIDO
               MOVE ZEROS                        TO MS-PERCENTUAL
               COMPUTE MS-COMISSAO =
                   0 - WS-BXA-COMISSAO (WS-IDX-BXA)
               SET MS-BAIXA TO TRUE
               ADD 1 TO WS-BAIXAS
               RELEASE MOVTO-SORT-REC
           END-IF
           .

      ******************************************************************
      * P500-EMITIR-EXTRATOS
      * Procedimento de saida: movimentos em ordem de vendedor,
      * cliente e fatura. Cada vendedor abre pagina propria com seu
      * extrato e total; todo movimento vai para o razao COMLEDG.
      ******************************************************************
       P500-EMITIR-EXTRATOS.

           OPEN OUTPUT COMISSAO-RPT
           OPEN EXTEND COMISSAO-RAZAO
           OPEN INPUT  CUSTOMER-MASTER

           PERFORM P510-RECEBER-MOVIMENTO
               UNTIL FIM-ORDENADO

           IF PRIMEIRO-VENDEDOR
               MOVE SPACES TO WS-VENDEDOR-ATUAL
               PERFORM P600-IMPRIMIR-CABECALHO
               MOVE 'NENHUM MOVIMENTO DE COMISSAO NO MES'
                 TO COMISSAO-RPT-REC
               WRITE COMISSAO-RPT-REC
           ELSE
               PERFORM P620-IMPRIMIR-TOTAL-VENDEDOR
           END-IF

           PERFORM P630-IMPRIMIR-TOTAL-GERAL

           CLOSE COMISSAO-RPT
           CLOSE COMISSAO-RAZAO
           CLOSE CUSTOMER-MASTER
           .

       P510-RECEBER-MOVIMENTO.

           RETURN MOVTO-SORT
               AT END
                   SET FIM-ORDENADO TO TRUE
               NOT AT END
                   PERFORM P520-TRATAR-MOVIMENTO
           END-RETURN
           .

       P520-TRATAR-MOVIMENTO.

           IF PRIMEIRO-VENDEDOR
              OR MS-COD-VENDEDOR NOT = WS-VENDEDOR-ATUAL
               IF NOT PRIMEIRO-VENDEDOR
                   PERFORM P620-IMPRIMIR-TOTAL-VENDEDOR
               END-IF
               SET PRIMEIRO-VENDEDOR TO FALSE
               MOVE MS-COD-VENDEDOR TO WS-VENDEDOR-ATUAL
               PERFORM P600-IMPRIMIR-CABECALHO
               ADD 1 TO WS-VENDEDORES
           END-IF

           PERFORM P530-IMPRIMIR-DETALHE
           PERFORM P540-GRAVAR-RAZAO

           ADD MS-VALOR-RECEBIDO TO WS-VEN-RECEBIDO
           ADD MS-COMISSAO       TO WS-VEN-COMISSAO
           .

       P530-IMPRIMIR-DETALHE.

           MOVE SPACES TO WS-LINHA-DETALHE
           MOVE MS-NUM-CLIENTE    TO DET-NUM-CLIENTE
           MOVE MS-NUM-FATURA     TO DET-NUM-FATURA
           MOVE MS-DATA           TO DET-DATA
           MOVE MS-VALOR-RECEBIDO TO DET-VALOR-RECEBIDO
           MOVE MS-COMISSAO       TO DET-COMISSAO

           EVALUATE TRUE
               WHEN MS-RECEBIMENTO
                   MOVE 'RECEBIMENTO' TO DET-TIPO
               WHEN MS-ESTORNO
                   MOVE 'ESTORNO'     TO DET-TIPO
               WHEN MS-BAIXA
                   MOVE 'BAIXA PERDA' TO DET-TIPO
           END-EVALUATE

           MOVE MS-NUM-CLIENTE TO CM-NUM-CLIENTE
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO DET-NOME
               NOT INVALID KEY
                   MOVE CM-NOME-FORMATADO TO DET-NOME
           END-READ

           MOVE WS-LINHA-DETALHE TO COMISSAO-RPT-REC
           WRITE COMISSAO-RPT-REC
           .

       P540-GRAVAR-RAZAO.

           MOVE WS-ANO-MES-PEDIDO TO CL-ANO-MES
           MOVE MS-COD-VENDEDOR   TO CL-COD-VENDEDOR
           MOVE MS-NUM-CLIENTE    TO CL-NUM-CLIENTE
           MOVE MS-NUM-FATURA     TO CL-NUM-FATURA
           MOVE MS-TIPO           TO CL-TIPO
           MOVE MS-DATA           TO CL-DATA
           MOVE MS-VALOR-RECEBIDO TO CL-VALOR-RECEBIDO
           MOVE MS-PERCENTUAL     TO CL-PERCENTUAL
           MOVE MS-COMISSAO       TO CL-COMISSAO
           MOVE WS-DATA-HORA      TO CL-DATA-HORA

           WRITE COMISSAO-RAZAO-REC
           .

      ******************************************************************
      * P600-IMPRIMIR-CABECALHO
      * Pagina nova por vendedor: cabecalho padrao do RPTFMT01, linha
      * do vendedor (nome e percentual da REPTAB) e titulos.
      ******************************************************************
       P600-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO COMISSAO-RPT-REC
           WRITE COMISSAO-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO COMISSAO-RPT-REC
           WRITE COMISSAO-RPT-REC

           MOVE WS-VENDEDOR-ATUAL TO VEN-CODIGO
           MOVE WS-ANO-MES-PEDIDO TO VEN-ANO-MES
           PERFORM P340-LOCALIZAR-VENDEDOR
           IF WS-POS-VEN = ZEROS
               MOVE SPACES TO VEN-NOME
               MOVE ZEROS  TO VEN-PERCENTUAL
           ELSE
               MOVE WS-VEN-NOME (WS-POS-VEN)       TO VEN-NOME
               MOVE WS-VEN-PERCENTUAL (WS-POS-VEN) TO VEN-PERCENTUAL
           END-IF

           MOVE WS-LINHA-VENDEDOR TO COMISSAO-RPT-REC
           WRITE COMISSAO-RPT-REC

           MOVE WS-LINHA-CAB3 TO COMISSAO-RPT-REC
           WRITE COMISSAO-RPT-REC
           .

       P620-IMPRIMIR-TOTAL-VENDEDOR.

           MOVE SPACES TO COMISSAO-RPT-REC
           WRITE COMISSAO-RPT-REC

           MOVE SPACES TO WS-LINHA-TOTAL
           MOVE 'TOTAL DO VENDEDOR' TO TOT-TITULO
           MOVE WS-VEN-RECEBIDO TO TOT-RECEBIDO
           MOVE WS-VEN-COMISSAO TO TOT-COMISSAO
           MOVE WS-LINHA-TOTAL  TO COMISSAO-RPT-REC
           WRITE COMISSAO-RPT-REC

           ADD WS-VEN-RECEBIDO TO WS-GER-RECEBIDO
           ADD WS-VEN-COMISSAO TO WS-GER-COMISSAO
           MOVE ZEROS TO WS-VEN-RECEBIDO
           MOVE ZEROS TO WS-VEN-COMISSAO
           .

       P630-IMPRIMIR-TOTAL-GERAL.

           MOVE SPACES TO COMISSAO-RPT-REC
           WRITE COMISSAO-RPT-REC

           MOVE SPACES TO WS-LINHA-TOTAL
           MOVE 'TOTAL GERAL DA COMPETENCIA' TO TOT-TITULO
           MOVE WS-GER-RECEBIDO TO TOT-RECEBIDO
           MOVE WS-GER-COMISSAO TO TOT-COMISSAO
           MOVE WS-LINHA-TOTAL  TO COMISSAO-RPT-REC
           WRITE COMISSAO-RPT-REC
           .

       P900-EXIBIR-TOTAIS.

           DISPLAY 'COMISS01 - COMPETENCIA.......: ' WS-ANO-MES-PEDIDO
           DISPLAY 'COMISS01 - TRANSICOES LIDAS..: ' WS-HIST-LIDOS
           DISPLAY 'COMISS01 - RECEBIMENTOS......: ' WS-RECEBIMENTOS
           DISPLAY 'COMISS01 - ESTORNOS..........: ' WS-ESTORNOS
           DISPLAY 'COMISS01 - BAIXAS ESTORNADAS.: ' WS-BAIXAS
           DISPLAY 'COMISS01 - SEM VENDEDOR......: ' WS-SEM-VENDEDOR
           DISPLAY 'COMISS01 - VENDEDORES........: ' WS-VENDEDORES
           .

       END PROGRAM COMISS01.
