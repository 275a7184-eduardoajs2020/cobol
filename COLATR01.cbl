      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: COLATR01 - daily collector assignment. Takes the
      *          worklist WORKLST01 has just ranked (WRKSRT, biggest
      *          exposure first) and spreads its overdue accounts
      *          across the collectors of the COLTAB table (code,
      *          name, daily capacity): an account already in a
      *          collector's portfolio (COLASSIG) stays with that
      *          collector while it remains overdue, and the rest go,
      *          biggest first, to whichever collector has the most
      *          capacity left that day, so the large accounts are
      *          shared out instead of sitting at the bottom of one
      *          list. Prints one worklist per collector on COLLIST
      *          (accounts beyond the day's total capacity on a page
      *          of their own), logs every assignment on COLHIST and
      *          releases from the portfolio the accounts that left
      *          the worklist.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  Each collector's list shows the latest call-note
      *             outcome and follow-up date, and the accounts due a
      *             follow-up today print at the top.
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLATR01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-ORDENADA     ASSIGN TO "WRKSRT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COLETOR-TABLE
                                      ASSIGN TO "COLTAB"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COLETOR-ATRIB
                                      ASSIGN TO "COLASSIG"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS CA-NUM-CLIENTE
                                      FILE STATUS IS WS-ATRIB-STATUS.

           SELECT OPTIONAL COLETOR-HIST
                                      ASSIGN TO "COLHIST"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COLETOR-RPT        ASSIGN TO "COLLIST"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Lista ordenada do WORKLST01 (exposicao descendente).
       FD  LISTA-ORDENADA.
       01  LISTA-ORDENADA-REC.
           03 LO-EXPOSICAO                    PIC 9(11)V99.
           03 LO-NUM-CLIENTE                  PIC 9(06).
           03 LO-TELEFONE                     PIC X(20).
           03 LO-VALOR-ABERTO                 PIC 9(09)V99.
           03 LO-VENCTO-ANTIGO                PIC 9(08).
           03 LO-ESTAGIO                      PIC 9(01).
           03 LO-PROMESSA                     PIC X(01).
           03 LO-DISPUTA                      PIC X(01).
           03 LO-RESULTADO                    PIC X(02).
           03 LO-DATA-RETORNO                 PIC 9(08).
           03 LO-RETORNO-HOJE                 PIC X(01).

       FD  COLETOR-TABLE.
       01  COLETOR-TABLE-REC.
           03 CO-COD-COLETOR                  PIC X(08).
           03 CO-NOME                         PIC X(30).
           03 CO-CAPACIDADE                   PIC 9(03).

       FD  COLETOR-ATRIB.
           COPY COLASSIG.

       FD  COLETOR-HIST.
           COPY COLHIST.

       FD  COLETOR-RPT.
       01  COLETOR-RPT-REC                    PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-ATRIB-STATUS                    PIC X(02) VALUE '00'.
       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-COLETOR-BUSCA                   PIC X(08) VALUE SPACES.
       77 WS-POS-COL                         PIC 9(04) VALUE ZEROS.
       77 WS-MAIOR-SALDO                     PIC S9(05) VALUE ZEROS.
       77 WS-COL-IMPRESSO                    PIC 9(04) VALUE ZEROS.
       77 WS-CONTAS-COLETOR                  PIC 9(05) VALUE ZEROS.

      * Cada lista sai em duas passadas: primeiro as contas com
      * retorno marcado para hoje na ultima nota, depois as demais.
       77 WS-PASSADA-RETORNO                 PIC X(01) VALUE SPACES.

      * Coletores de COLTAB com o saldo de capacidade do dia.
       77 WS-TOT-COL                         PIC 9(04) VALUE ZEROS.
       77 WS-IDX-COL                         PIC 9(04) VALUE ZEROS.
       01 WS-TAB-COL.
           03 WS-COL-ENTRADA OCCURS 0 TO 200 TIMES
                             DEPENDING ON WS-TOT-COL.
              05 WS-COL-CODIGO              PIC X(08).
              05 WS-COL-NOME                PIC X(30).
              05 WS-COL-CAPACIDADE          PIC 9(03).
              05 WS-COL-SALDO               PIC S9(05).

      * Contas em atraso da lista do dia, na ordem de exposicao, com
      * o coletor atribuido (zero: sem capacidade) e se a atribuicao
      * foi mantida ('M') ou e nova ('N').
       77 WS-TOT-CTA                         PIC 9(05) VALUE ZEROS.
       77 WS-IDX-CTA                         PIC 9(05) VALUE ZEROS.
       01 WS-TAB-CTA.
           03 WS-CTA-ENTRADA OCCURS 0 TO 20000 TIMES
                             DEPENDING ON WS-TOT-CTA.
              05 WS-CTA-CLIENTE             PIC 9(06).
              05 WS-CTA-EXPOSICAO           PIC 9(11)V99.
              05 WS-CTA-TELEFONE            PIC X(20).
              05 WS-CTA-ABERTO              PIC 9(09)V99.
              05 WS-CTA-VENCTO-ANTIGO       PIC 9(08).
              05 WS-CTA-ESTAGIO             PIC 9(01).
              05 WS-CTA-PROMESSA            PIC X(01).
              05 WS-CTA-DISPUTA             PIC X(01).
              05 WS-CTA-RESULTADO           PIC X(02).
              05 WS-CTA-DATA-RETORNO        PIC 9(08).
              05 WS-CTA-RETORNO-HOJE        PIC X(01).
              05 WS-CTA-COLETOR             PIC 9(04).
              05 WS-CTA-ATRIBUICAO          PIC X(01).
                 88 WS-CTA-MANTIDA              VALUE 'M'.
                 88 WS-CTA-NOVA                 VALUE 'N'.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-COL-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-COLTAB                       VALUE 'S' FALSE 'N'.
           03 WS-ATR-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-COLASSIG                     VALUE 'S' FALSE 'N'.
           03 WS-ATR-SW                      PIC X(01) VALUE 'N'.
              88 ATRIBUICAO-EXISTENTE             VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(07) VALUE ZEROS.
           03 WS-MANTIDAS                    PIC 9(07) VALUE ZEROS.
           03 WS-NOVAS                       PIC 9(07) VALUE ZEROS.
           03 WS-SEM-CAPACIDADE              PIC 9(07) VALUE ZEROS.
           03 WS-LIBERADAS                   PIC 9(07) VALUE ZEROS.
           03 WS-PAGINA                      PIC 9(04) VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'COLATR01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'LISTA DE COBRANCA POR COLETOR'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       01 WS-LINHA-COLETOR.
           03 FILLER                         PIC X(09)
                                       VALUE 'COLETOR: '.
           03 COL-CODIGO                     PIC X(08).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 COL-NOME                       PIC X(30).
           03 FILLER                         PIC X(14)
                                       VALUE '  CAPACIDADE: '.
           03 COL-CAPACIDADE                 PIC ZZ9.
           03 FILLER                         PIC X(10)
                                       VALUE '  CONTAS: '.
           03 COL-CONTAS                     PIC ZZ,ZZ9.

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(09) VALUE 'CLIENTE'.
           03 FILLER                         PIC X(22)
                                       VALUE 'TELEFONE'.
           03 FILLER                         PIC X(16)
                                       VALUE 'VALOR ABERTO'.
           03 FILLER                         PIC X(12)
                                       VALUE 'VENC.ANTIGO'.
           03 FILLER                         PIC X(08) VALUE 'ESTAGIO'.
           03 FILLER                         PIC X(06) VALUE 'PROM.'.
           03 FILLER                         PIC X(08) VALUE 'DISPUTA'.
           03 FILLER                         PIC X(19)
                                       VALUE 'EXPOSICAO'.
           03 FILLER                         PIC X(06) VALUE 'NOVA'.
           03 FILLER                         PIC X(05) VALUE 'RES.'.
           03 FILLER                         PIC X(08) VALUE 'RETORNO'.

       01 WS-LINHA-DETALHE.
           03 DET-NUM-CLIENTE                PIC 9(06).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-TELEFONE                   PIC X(20).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-VALOR                      PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-VENCTO                     PIC 9(08).
           03 FILLER                         PIC X(06) VALUE SPACES.
           03 DET-ESTAGIO                    PIC 9(01).
           03 FILLER                         PIC X(06) VALUE SPACES.
           03 DET-PROMESSA                   PIC X(01).
           03 FILLER                         PIC X(06) VALUE SPACES.
           03 DET-DISPUTA                    PIC X(01).
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-EXPOSICAO                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-NOVA                       PIC X(01).
           03 FILLER                         PIC X(05) VALUE SPACES.
           03 DET-RESULTADO                  PIC X(02).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-DATA-RETORNO               PIC 9(08).

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-CARREGAR-CONTA
               UNTIL FIM-DE-ARQUIVO
           PERFORM P300-DISTRIBUIR-CONTA
               VARYING WS-IDX-CTA FROM 1 BY 1
                 UNTIL WS-IDX-CTA > WS-TOT-CTA
           PERFORM P400-GRAVAR-ATRIBUICAO
               VARYING WS-IDX-CTA FROM 1 BY 1
                 UNTIL WS-IDX-CTA > WS-TOT-CTA
           PERFORM P500-LIBERAR-CARTEIRA
           PERFORM P600-IMPRIMIR-COLETOR
               VARYING WS-COL-IMPRESSO FROM 1 BY 1
                 UNTIL WS-COL-IMPRESSO > WS-TOT-COL
           IF WS-SEM-CAPACIDADE > ZEROS
               MOVE ZEROS TO WS-COL-IMPRESSO
               PERFORM P600-IMPRIMIR-COLETOR
           END-IF
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  LISTA-ORDENADA
           OPEN I-O    COLETOR-ATRIB
           OPEN EXTEND COLETOR-HIST
           OPEN OUTPUT COLETOR-RPT

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           PERFORM P120-CARREGAR-COLETORES

           PERFORM P110-LER-LISTA
           .

       P110-LER-LISTA.

           READ LISTA-ORDENADA
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDAS
           END-READ
           .

      ******************************************************************
      * P120-CARREGAR-COLETORES
      * Carrega COLTAB; o saldo do dia comeca na capacidade.
      ******************************************************************
       P120-CARREGAR-COLETORES.

           OPEN INPUT COLETOR-TABLE

           PERFORM P125-LER-UM-COLETOR
               UNTIL FIM-COLTAB

           CLOSE COLETOR-TABLE
           .

       P125-LER-UM-COLETOR.

           READ COLETOR-TABLE
               AT END
                   SET FIM-COLTAB TO TRUE
               NOT AT END
                   IF WS-TOT-COL < 200
                       ADD 1 TO WS-TOT-COL
                       MOVE CO-COD-COLETOR
                         TO WS-COL-CODIGO (WS-TOT-COL)
                       MOVE CO-NOME
                         TO WS-COL-NOME (WS-TOT-COL)
                       MOVE CO-CAPACIDADE
                         TO WS-COL-CAPACIDADE (WS-TOT-COL)
                       MOVE CO-CAPACIDADE
                         TO WS-COL-SALDO (WS-TOT-COL)
                   END-IF
           END-READ
           .

      ******************************************************************
      * P200-CARREGAR-CONTA
      * So entram as contas com exposicao (algum item vencido): as
      * que so tem titulos a vencer nao sao de cobranca. Uma conta
      * que ja esta na carteira de um coletor ainda cadastrado fica
      * com ele, mesmo acima da capacidade do dia.
      ******************************************************************
       P200-CARREGAR-CONTA.

           IF LO-EXPOSICAO > ZEROS AND WS-TOT-CTA < 20000
               ADD 1 TO WS-TOT-CTA
               MOVE LO-NUM-CLIENTE   TO WS-CTA-CLIENTE (WS-TOT-CTA)
               MOVE LO-EXPOSICAO     TO WS-CTA-EXPOSICAO (WS-TOT-CTA)
               MOVE LO-TELEFONE      TO WS-CTA-TELEFONE (WS-TOT-CTA)
               MOVE LO-VALOR-ABERTO  TO WS-CTA-ABERTO (WS-TOT-CTA)
               MOVE LO-VENCTO-ANTIGO
                 TO WS-CTA-VENCTO-ANTIGO (WS-TOT-CTA)
               MOVE LO-ESTAGIO       TO WS-CTA-ESTAGIO (WS-TOT-CTA)
               MOVE LO-PROMESSA      TO WS-CTA-PROMESSA (WS-TOT-CTA)
               MOVE LO-DISPUTA       TO WS-CTA-DISPUTA (WS-TOT-CTA)
               MOVE LO-RESULTADO     TO WS-CTA-RESULTADO (WS-TOT-CTA)
               MOVE LO-DATA-RETORNO
                 TO WS-CTA-DATA-RETORNO (WS-TOT-CTA)
               IF LO-RETORNO-HOJE = 'S'
                   MOVE 'S' TO WS-CTA-RETORNO-HOJE (WS-TOT-CTA)
               ELSE
                   MOVE 'N' TO WS-CTA-RETORNO-HOJE (WS-TOT-CTA)
               END-IF
               MOVE ZEROS            TO WS-CTA-COLETOR (WS-TOT-CTA)
               MOVE SPACES           TO WS-CTA-ATRIBUICAO (WS-TOT-CTA)

               MOVE LO-NUM-CLIENTE TO CA-NUM-CLIENTE
               READ COLETOR-ATRIB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM P210-MANTER-ATRIBUICAO
               END-READ
           END-IF

           PERFORM P110-LER-LISTA
           .

       P210-MANTER-ATRIBUICAO.

           MOVE CA-COD-COLETOR TO WS-COLETOR-BUSCA
           PERFORM P220-LOCALIZAR-COLETOR

           IF WS-POS-COL NOT = ZEROS
               MOVE WS-POS-COL TO WS-CTA-COLETOR (WS-TOT-CTA)
               SET WS-CTA-MANTIDA (WS-TOT-CTA) TO TRUE
               SUBTRACT 1 FROM WS-COL-SALDO (WS-POS-COL)
               ADD 1 TO WS-MANTIDAS
           END-IF
           .

       P220-LOCALIZAR-COLETOR.

           MOVE ZEROS TO WS-POS-COL

           PERFORM P225-COMPARAR-COLETOR
               VARYING WS-IDX-COL FROM 1 BY 1
                 UNTIL WS-IDX-COL > WS-TOT-COL
                    OR WS-POS-COL NOT = ZEROS
           .

       P225-COMPARAR-COLETOR.

           IF WS-COL-CODIGO (WS-IDX-COL) = WS-COLETOR-BUSCA
               MOVE WS-IDX-COL TO WS-POS-COL
           END-IF
           .

      ******************************************************************
      * P300-DISTRIBUIR-CONTA
      * Conta sem coletor, na ordem de exposicao: vai para o coletor
      * com mais capacidade sobrando no dia (empate: o primeiro da
      * tabela). Sem capacidade em ninguem, sai na pagina das contas
      * sem coletor e nao entra na carteira.
      ******************************************************************
       P300-DISTRIBUIR-CONTA.

           IF WS-CTA-COLETOR (WS-IDX-CTA) = ZEROS
               MOVE ZEROS TO WS-POS-COL
               MOVE ZEROS TO WS-MAIOR-SALDO
               PERFORM P310-COMPARAR-SALDO
                   VARYING WS-IDX-COL FROM 1 BY 1
                     UNTIL WS-IDX-COL > WS-TOT-COL
               IF WS-POS-COL = ZEROS
                   ADD 1 TO WS-SEM-CAPACIDADE
               ELSE
                   MOVE WS-POS-COL TO WS-CTA-COLETOR (WS-IDX-CTA)
                   SET WS-CTA-NOVA (WS-IDX-CTA) TO TRUE
                   SUBTRACT 1 FROM WS-COL-SALDO (WS-POS-COL)
                   ADD 1 TO WS-NOVAS
               END-IF
           END-IF
           .

       P310-COMPARAR-SALDO.

           IF WS-COL-SALDO (WS-IDX-COL) > WS-MAIOR-SALDO
               MOVE WS-COL-SALDO (WS-IDX-COL) TO WS-MAIOR-SALDO
               MOVE WS-IDX-COL TO WS-POS-COL
           END-IF
           .

      ******************************************************************
      * P400-GRAVAR-ATRIBUICAO
      * Atualiza a carteira (data da ultima lista; data de atribuicao
      * so na conta nova) e registra o dia no COLHIST.
      ******************************************************************
       P400-GRAVAR-ATRIBUICAO.

           IF WS-CTA-COLETOR (WS-IDX-CTA) NOT = ZEROS
               MOVE WS-CTA-COLETOR (WS-IDX-CTA) TO WS-POS-COL
               MOVE WS-CTA-CLIENTE (WS-IDX-CTA) TO CA-NUM-CLIENTE

               SET ATRIBUICAO-EXISTENTE TO FALSE
               READ COLETOR-ATRIB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ATRIBUICAO-EXISTENTE TO TRUE
               END-READ

               IF WS-CTA-NOVA (WS-IDX-CTA)
                   MOVE WS-COL-CODIGO (WS-POS-COL) TO CA-COD-COLETOR
                   MOVE WS-DATA-HOJE-INT TO CA-DATA-ATRIBUICAO
               END-IF
               MOVE WS-DATA-HOJE-INT TO CA-DATA-ULT-LISTA

               IF ATRIBUICAO-EXISTENTE
                   REWRITE COLETOR-ATRIB-REC
                       INVALID KEY
                           DISPLAY 'COLATR01 - FALHA AO REGRAVAR '
                                   'CARTEIRA: ' CA-NUM-CLIENTE
                   END-REWRITE
               ELSE
                   WRITE COLETOR-ATRIB-REC
                       INVALID KEY
                           DISPLAY 'COLATR01 - FALHA AO GRAVAR '
                                   'CARTEIRA: ' CA-NUM-CLIENTE
                   END-WRITE
               END-IF

               MOVE WS-DATA-HOJE-INT             TO HC-DATA-LISTA
               MOVE WS-CTA-CLIENTE (WS-IDX-CTA)  TO HC-NUM-CLIENTE
               MOVE WS-COL-CODIGO (WS-POS-COL)   TO HC-COD-COLETOR
               MOVE WS-CTA-ABERTO (WS-IDX-CTA)   TO HC-VALOR-ABERTO
               MOVE WS-CTA-EXPOSICAO (WS-IDX-CTA) TO HC-EXPOSICAO
               WRITE COLETOR-HIST-REC
           END-IF
           .

      ******************************************************************
      * P500-LIBERAR-CARTEIRA
      * Conta que nao entrou na lista de hoje (quitou, ou nao tem mais
      * item vencido) sai da carteira do coletor.
      ******************************************************************
       P500-LIBERAR-CARTEIRA.

           MOVE ZEROS TO CA-NUM-CLIENTE

           START COLETOR-ATRIB KEY >= CA-NUM-CLIENTE
               INVALID KEY
                   SET FIM-COLASSIG TO TRUE
           END-START

           PERFORM P510-LER-CARTEIRA
               UNTIL FIM-COLASSIG
           .

       P510-LER-CARTEIRA.

           READ COLETOR-ATRIB NEXT RECORD
               AT END
                   SET FIM-COLASSIG TO TRUE
               NOT AT END
                   IF CA-DATA-ULT-LISTA < WS-DATA-HOJE-INT
                       DELETE COLETOR-ATRIB
                           INVALID KEY
                               DISPLAY 'COLATR01 - FALHA AO LIBERAR '
                                       'CARTEIRA: ' CA-NUM-CLIENTE
                           NOT INVALID KEY
                               ADD 1 TO WS-LIBERADAS
                       END-DELETE
                   END-IF
           END-READ
           .

      ******************************************************************
      * P600-IMPRIMIR-COLETOR
      * Uma pagina (ou mais) por coletor com as suas contas na ordem
      * de exposicao, as de retorno marcado para hoje no topo;
      * WS-COL-IMPRESSO zero imprime as contas que ficaram sem
      * coletor.
      ******************************************************************
       P600-IMPRIMIR-COLETOR.

           MOVE ZEROS TO WS-CONTAS-COLETOR
           PERFORM P610-CONTAR-CONTA
               VARYING WS-IDX-CTA FROM 1 BY 1
                 UNTIL WS-IDX-CTA > WS-TOT-CTA

           PERFORM P620-IMPRIMIR-CABECALHO

           IF WS-CONTAS-COLETOR = ZEROS
               MOVE 'NENHUMA CONTA ATRIBUIDA' TO COLETOR-RPT-REC
               WRITE COLETOR-RPT-REC
           ELSE
               MOVE 'S' TO WS-PASSADA-RETORNO
               PERFORM P630-IMPRIMIR-CONTA
                   VARYING WS-IDX-CTA FROM 1 BY 1
                     UNTIL WS-IDX-CTA > WS-TOT-CTA
               MOVE 'N' TO WS-PASSADA-RETORNO
               PERFORM P630-IMPRIMIR-CONTA
                   VARYING WS-IDX-CTA FROM 1 BY 1
                     UNTIL WS-IDX-CTA > WS-TOT-CTA
           END-IF
           .

       P610-CONTAR-CONTA.

           IF WS-CTA-COLETOR (WS-IDX-CTA) = WS-COL-IMPRESSO
               ADD 1 TO WS-CONTAS-COLETOR
           END-IF
           .

       P620-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA

           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO COLETOR-RPT-REC
           WRITE COLETOR-RPT-REC

           MOVE WS-RPTFMT-LINHA-CAB2 TO COLETOR-RPT-REC
           WRITE COLETOR-RPT-REC

           IF WS-COL-IMPRESSO = ZEROS
               MOVE SPACES TO COL-CODIGO
               MOVE 'SEM COLETOR - CAPAC. ESGOTADA' TO COL-NOME
               MOVE ZEROS TO COL-CAPACIDADE
           ELSE
               MOVE WS-COL-CODIGO (WS-COL-IMPRESSO) TO COL-CODIGO
               MOVE WS-COL-NOME (WS-COL-IMPRESSO)   TO COL-NOME
               MOVE WS-COL-CAPACIDADE (WS-COL-IMPRESSO)
                                                  TO COL-CAPACIDADE
           END-IF
           MOVE WS-CONTAS-COLETOR TO COL-CONTAS

           MOVE WS-LINHA-COLETOR TO COLETOR-RPT-REC
           WRITE COLETOR-RPT-REC

           MOVE SPACES TO COLETOR-RPT-REC
           WRITE COLETOR-RPT-REC

           MOVE WS-LINHA-CAB3 TO COLETOR-RPT-REC
           WRITE COLETOR-RPT-REC
           .

       P630-IMPRIMIR-CONTA.

           IF WS-CTA-COLETOR (WS-IDX-CTA) = WS-COL-IMPRESSO
              AND WS-CTA-RETORNO-HOJE (WS-IDX-CTA)
                = WS-PASSADA-RETORNO
               MOVE SPACES TO WS-LINHA-DETALHE
               MOVE WS-CTA-CLIENTE (WS-IDX-CTA)   TO DET-NUM-CLIENTE
               MOVE WS-CTA-TELEFONE (WS-IDX-CTA)  TO DET-TELEFONE
               MOVE WS-CTA-ABERTO (WS-IDX-CTA)    TO DET-VALOR
               MOVE WS-CTA-VENCTO-ANTIGO (WS-IDX-CTA) TO DET-VENCTO
               MOVE WS-CTA-ESTAGIO (WS-IDX-CTA)   TO DET-ESTAGIO
               MOVE WS-CTA-PROMESSA (WS-IDX-CTA)  TO DET-PROMESSA
               MOVE WS-CTA-DISPUTA (WS-IDX-CTA)   TO DET-DISPUTA
               MOVE WS-CTA-EXPOSICAO (WS-IDX-CTA) TO DET-EXPOSICAO
               MOVE WS-CTA-RESULTADO (WS-IDX-CTA) TO DET-RESULTADO
               MOVE WS-CTA-DATA-RETORNO (WS-IDX-CTA)
                                                  TO DET-DATA-RETORNO
               IF WS-CTA-NOVA (WS-IDX-CTA)
                   MOVE 'S' TO DET-NOVA
               ELSE
                   MOVE 'N' TO DET-NOVA
               END-IF

               MOVE WS-LINHA-DETALHE TO COLETOR-RPT-REC
               WRITE COLETOR-RPT-REC
           END-IF
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE LISTA-ORDENADA
           CLOSE COLETOR-ATRIB
           CLOSE COLETOR-HIST
           CLOSE COLETOR-RPT

           DISPLAY 'COLATR01 - CONTAS NA LISTA...: ' WS-LIDAS
           DISPLAY 'COLATR01 - MANTIDAS..........: ' WS-MANTIDAS
           DISPLAY 'COLATR01 - NOVAS ATRIBUICOES.: ' WS-NOVAS
           DISPLAY 'COLATR01 - SEM CAPACIDADE....: ' WS-SEM-CAPACIDADE
           DISPLAY 'COLATR01 - LIBERADAS.........: ' WS-LIBERADAS
           .

       END PROGRAM COLATR01.
