      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The ABERTOS trailer is checked in a first pass over
      *             the file, before WORKLST and WRKSRT are opened: a
      *             refused work file ends the run with RETURN-CODE
      *             9001 and no list for COLATR01.
      * 15/10/2026  Reads the nightly open-items work file ABERTOS
      *             (ABERTO01) instead of FATURA, PAGTOSTS and PROMFILE:
      *             open amount, age, dispute and the active-promise
      *             flag are the shop's one effective open remainder
      *             and flags, now also net of renegotiated, forgiven
      *             and retained amounts. A work file without its
      *             trailer, out of count or built for another
      *             processing date ends the run with RETURN-CODE 9001.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  Latest collector call note (NOTACOB) per account:
      *             outcome and follow-up date printed on the line and
      *             passed on WRKSRT for COLATR01.
      * 03/09/2026  First cut. Weights per bucket: on-time items do
      *             not count, 1-30 days weighs 1, 31-60 weighs 2,
      *             61-90 weighs 3 and over 90 weighs 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITENS-ABERTOS      ASSIGN TO "ABERTOS"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      RECORD KEY IS DS-NUM-CLIENTE
                                      FILE STATUS IS WS-STAGE-STATUS.

           SELECT OPTIONAL NOTA-COBRANCA
                                      ASSIGN TO "NOTACOB"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS NC-CHAVE
                                      FILE STATUS IS WS-NOTA-STATUS.

           SELECT LISTA-ORDENADA     ASSIGN TO "WRKSRT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ITENS-ABERTOS.
           COPY ABERTOS.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
       FD  DUNNING-STAGE.
           COPY DUNSTG.

       FD  NOTA-COBRANCA.
           COPY NOTACOB.

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           03 SW-ESTAGIO                      PIC 9(01).
           03 SW-PROMESSA                     PIC X(01).
           03 SW-DISPUTA                      PIC X(01).
           03 SW-RESULTADO                    PIC X(02).
           03 SW-DATA-RETORNO                 PIC 9(08).
           03 SW-RETORNO-HOJE                 PIC X(01).

       FD  LISTA-ORDENADA.
       01  LISTA-ORDENADA-REC.
           03 LO-ESTAGIO                      PIC 9(01).
           03 LO-PROMESSA                     PIC X(01).
           03 LO-DISPUTA                      PIC X(01).
           03 LO-RESULTADO                    PIC X(02).
           03 LO-DATA-RETORNO                 PIC 9(08).
           03 LO-RETORNO-HOJE                 PIC X(01).

       FD  WORKLIST-RPT.
       01  WORKLIST-RPT-REC                   PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-STAGE-STATUS                    PIC X(02) VALUE '00'.
       77 WS-NOTA-STATUS                     PIC X(02) VALUE '00'.
       77 WS-DIAS-ATRASO                     PIC S9(05) VALUE ZEROS.
       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-ABERTO                    PIC S9(09)V99 VALUE ZEROS.
       77 WS-PESO                            PIC 9(01) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF-ABERTOS                 PIC X(01) VALUE 'N'.
              88 FIM-ABERTOS                      VALUE 'S' FALSE 'N'.
           03 WS-TRAILER-SW                  PIC X(01) VALUE 'N'.
              88 TRAILER-ACHADO                   VALUE 'S' FALSE 'N'.
           03 WS-ABERTOS-SW                  PIC X(01) VALUE 'N'.
              88 ABERTOS-REPROVADO                VALUE 'S' FALSE 'N'.
           03 WS-EOF-LISTA                   PIC X(01) VALUE 'N'.
              88 FIM-LISTA                        VALUE 'S' FALSE 'N'.
           03 WS-CLI-SITUACAO                PIC X(01) VALUE 'N'.
              88 CLIENTE-LOCALIZADO               VALUE 'S' FALSE 'N'.
           03 WS-NOTA-EOF                    PIC X(01) VALUE 'N'.
              88 FIM-NOTAS                        VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-CONTAS                      PIC 9(07) VALUE ZEROS.
           03 WS-ITENS-LIDOS                 PIC 9(07) VALUE ZEROS.

      * Conferencia do arquivo de abertos contra o trailer TRLCTL.
       77 WS-HASH-FATURAS                    PIC 9(11) VALUE ZEROS.
       77 WS-TRL-QTD                         PIC 9(07) VALUE ZEROS.
       77 WS-TRL-HASH                        PIC 9(11) VALUE ZEROS.
       77 WS-TRL-DATA                        PIC 9(08) VALUE ZEROS.

      * Acumulacao por cliente: exposicao ponderada, valor aberto,
      * vencimento mais antigo, disputa em curso e promessa ativa.
       77 WS-TOT-CONTAS                      PIC 9(05) VALUE ZEROS.
       77 WS-IDX-ACHADO                      PIC 9(05) VALUE ZEROS.
       77 WS-IDX-CTA                         PIC 9(05) VALUE ZEROS.
              05 WS-CTA-ABERTO              PIC 9(09)V99.
              05 WS-CTA-VENCTO-ANTIGO       PIC 9(08).
              05 WS-CTA-DISPUTA             PIC X(01).
              05 WS-CTA-PROMESSA            PIC X(01).

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 FILLER                         PIC X(08) VALUE 'ESTAGIO'.
           03 FILLER                         PIC X(06) VALUE 'PROM.'.
           03 FILLER                         PIC X(08) VALUE 'DISPUTA'.
           03 FILLER                         PIC X(18)
                                       VALUE 'EXPOSICAO'.
           03 FILLER                         PIC X(05) VALUE 'RES.'.
           03 FILLER                         PIC X(08) VALUE 'RETORNO'.

       01 WS-LINHA-DETALHE.
           03 DET-NUM-CLIENTE                PIC 9(06).
           03 DET-DISPUTA                    PIC X(01).
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-EXPOSICAO                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-RESULTADO                  PIC X(02).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-DATA-RETORNO               PIC 9(08).

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P080-CONFERIR-ABERTOS
           IF ABERTOS-REPROVADO
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-ACUMULAR-CONTA
               UNTIL FIM-ABERTOS

           SORT SORT-WORK
               ON DESCENDING KEY SW-EXPOSICAO

           GOBACK.

      ******************************************************************
      * P080-CONFERIR-ABERTOS
      * Primeira passagem pelo arquivo de abertos, ate o trailer,
      * antes de abrir qualquer saida: a lista so sai de um
      * arquivo de abertos inteiro e da data de processamento de
      * hoje -- sem trailer, contagem ou hash fora do trailer, ou
      * arquivo de outra data recusa a execucao com RETURN-CODE 9001.
      ******************************************************************
       P080-CONFERIR-ABERTOS.

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           OPEN INPUT ITENS-ABERTOS
           PERFORM P110-LER-ITEM
               UNTIL FIM-ABERTOS
           CLOSE ITENS-ABERTOS

           IF NOT TRAILER-ACHADO
               DISPLAY 'WORKLST01 - ABERTOS SEM TRAILER - '
                       'LISTA REPROVADA'
               SET ABERTOS-REPROVADO TO TRUE
           ELSE
               IF WS-ITENS-LIDOS NOT = WS-TRL-QTD
                  OR WS-HASH-FATURAS NOT = WS-TRL-HASH
                   DISPLAY 'WORKLST01 - ABERTOS NAO BATEM COM O '
                           'TRAILER - LISTA REPROVADA'
                   DISPLAY 'WORKLST01 - TRAILER: QTD ' WS-TRL-QTD
                           ' HASH ' WS-TRL-HASH
                   SET ABERTOS-REPROVADO TO TRUE
               ELSE
                   IF WS-TRL-DATA NOT = WS-DATA-HOJE-INT
                       DISPLAY 'WORKLST01 - ABERTOS MONTADO PARA '
                               WS-TRL-DATA ' - LISTA REPROVADA'
                       SET ABERTOS-REPROVADO TO TRUE
                   END-IF
               END-IF
           END-IF

           SET FIM-ABERTOS TO FALSE
           SET TRAILER-ACHADO TO FALSE
           MOVE ZEROS TO WS-ITENS-LIDOS WS-HASH-FATURAS
           .

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  ITENS-ABERTOS
           OPEN INPUT  CUSTOMER-MASTER
           OPEN INPUT  DUNNING-STAGE
           OPEN INPUT  NOTA-COBRANCA
           OPEN OUTPUT WORKLIST-RPT

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           PERFORM P110-LER-ITEM
           .

      ******************************************************************
      * P110-LER-ITEM
      * O trailer TRLCTL encerra a leitura; os totais dele ficam
      * guardados para a conferencia.
      ******************************************************************
       P110-LER-ITEM.

           READ ITENS-ABERTOS
               AT END
                   SET FIM-ABERTOS TO TRUE
               NOT AT END
                   IF TRL-INDICADOR = 'TRAILER'
                       SET TRAILER-ACHADO TO TRUE
                       MOVE TRL-QTD-REGISTROS TO WS-TRL-QTD
                       MOVE TRL-HASH-TOTAL    TO WS-TRL-HASH
                       MOVE IZ-DATA-BASE      TO WS-TRL-DATA
                       SET FIM-ABERTOS TO TRUE
                   ELSE
                       ADD 1 TO WS-ITENS-LIDOS
                       ADD IA-NUM-FATURA TO WS-HASH-FATURAS
                   END-IF
           END-READ
           .

      ******************************************************************
      * P200-ACUMULAR-CONTA
      * Acumula por cliente o aberto, a exposicao ponderada pela
      * faixa de atraso, o vencimento mais antigo, se ha item em
      * disputa e se ha promessa ativa -- tudo como o ABERTO01 gravou.
      ******************************************************************
       P200-ACUMULAR-CONTA.

           MOVE IA-VALOR-ABERTO TO WS-VALOR-ABERTO

           IF WS-VALOR-ABERTO > 0
               PERFORM P220-LANCAR-NA-CONTA
           END-IF

           PERFORM P110-LER-ITEM
           .

       P220-LANCAR-NA-CONTA.

           MOVE IA-DIAS-ATRASO TO WS-DIAS-ATRASO

           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO <= 0
                   MOVE 4 TO WS-PESO
           END-EVALUATE

           MOVE IA-NUM-CLIENTE TO WS-CLIENTE-BUSCA
           PERFORM P300-LOCALIZAR-CONTA

           ADD WS-VALOR-ABERTO TO WS-CTA-ABERTO (WS-IDX-ACHADO)
             + WS-VALOR-ABERTO * WS-PESO

           IF WS-CTA-VENCTO-ANTIGO (WS-IDX-ACHADO) = 99999999
              OR IA-VENCTO-INT < WS-CTA-VENCTO-ANTIGO (WS-IDX-ACHADO)
               MOVE IA-VENCTO-INT
                 TO WS-CTA-VENCTO-ANTIGO (WS-IDX-ACHADO)
           END-IF

           IF IA-EM-DISPUTA
               MOVE 'S' TO WS-CTA-DISPUTA (WS-IDX-ACHADO)
           END-IF

           IF IA-PROMESSA-ATIVA
               MOVE 'S' TO WS-CTA-PROMESSA (WS-IDX-ACHADO)
           END-IF
           .

       P300-LOCALIZAR-CONTA.
                                WS-CTA-ABERTO (WS-TOT-CONTAS)
               MOVE 99999999 TO WS-CTA-VENCTO-ANTIGO (WS-TOT-CONTAS)
               MOVE 'N'      TO WS-CTA-DISPUTA (WS-TOT-CONTAS)
                                WS-CTA-PROMESSA (WS-TOT-CONTAS)
               MOVE WS-TOT-CONTAS TO WS-IDX-ACHADO
           END-IF
           .
      ******************************************************************
      * P400-LIBERAR-CONTAS
      * Libera uma linha por conta ao SORT descendente de exposicao,
      * ja completada com telefone, estagio de cobranca e a ultima
      * nota de ligacao.
      ******************************************************************
       P400-LIBERAR-CONTAS.

           MOVE WS-CTA-VENCTO-ANTIGO (WS-IDX-CTA)
                                              TO SW-VENCTO-ANTIGO
           MOVE WS-CTA-DISPUTA (WS-IDX-CTA)   TO SW-DISPUTA
           MOVE WS-CTA-PROMESSA (WS-IDX-CTA)  TO SW-PROMESSA

           MOVE SPACES TO SW-TELEFONE
           MOVE WS-CTA-CLIENTE (WS-IDX-CTA) TO CM-NUM-CLIENTE
                   MOVE DS-ESTAGIO TO SW-ESTAGIO
           END-READ

           PERFORM P440-CONSULTAR-NOTA

           RELEASE SORT-WORK-REC
           .

      ******************************************************************
      * P440-CONSULTAR-NOTA
      * Ultima nota de ligacao do cliente (NOTACOB em ordem de
      * instante): o resultado do contato e a data de retorno que ela
      * marcou; retorno marcado para hoje sobe na lista do coletor.
      ******************************************************************
       P440-CONSULTAR-NOTA.

           MOVE SPACES TO SW-RESULTADO
           MOVE ZEROS  TO SW-DATA-RETORNO
           MOVE 'N'    TO SW-RETORNO-HOJE
           SET FIM-NOTAS TO FALSE

           MOVE WS-CTA-CLIENTE (WS-IDX-CTA) TO NC-NUM-CLIENTE
           MOVE ZEROS                       TO NC-DATA-HORA

           START NOTA-COBRANCA KEY >= NC-CHAVE
               INVALID KEY
                   SET FIM-NOTAS TO TRUE
           END-START

           PERFORM P445-LER-UMA-NOTA
               UNTIL FIM-NOTAS

           IF SW-DATA-RETORNO = WS-DATA-HOJE-INT
               MOVE 'S' TO SW-RETORNO-HOJE
           END-IF
           .

       P445-LER-UMA-NOTA.

           READ NOTA-COBRANCA NEXT RECORD
               AT END
                   SET FIM-NOTAS TO TRUE
               NOT AT END
                   IF NC-NUM-CLIENTE
                          NOT = WS-CTA-CLIENTE (WS-IDX-CTA)
                       SET FIM-NOTAS TO TRUE
                   ELSE
                       MOVE NC-RESULTADO    TO SW-RESULTADO
                       MOVE NC-DATA-RETORNO TO SW-DATA-RETORNO
                   END-IF
           END-READ
           .
           MOVE LO-PROMESSA       TO DET-PROMESSA
           MOVE LO-DISPUTA        TO DET-DISPUTA
           MOVE LO-EXPOSICAO      TO DET-EXPOSICAO
           MOVE LO-RESULTADO      TO DET-RESULTADO
           MOVE LO-DATA-RETORNO   TO DET-DATA-RETORNO

           MOVE WS-LINHA-DETALHE TO WORKLIST-RPT-REC
           WRITE WORKLIST-RPT-REC

       P900-ENCERRAR-ARQUIVOS.

           CLOSE ITENS-ABERTOS
           CLOSE CUSTOMER-MASTER
           CLOSE DUNNING-STAGE
           CLOSE NOTA-COBRANCA
           CLOSE WORKLIST-RPT

           DISPLAY 'WORKLST01 - CONTAS LISTADAS..: ' WS-CONTAS
