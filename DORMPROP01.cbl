      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: DORMPROP01 - quarterly dormant-customer proposal:
      *          every active customer on CUSTMAST with no billing
      *          (FATURA and the FATARCH archive, by issue date), no
      *          payment (PAGTHIST) and no contract (CONTRACT; an
      *          active contract counts as activity today) since the
      *          cutoff -- DORMPARM months back, 24 without the file --
      *          and with a zero ARBAL balance is listed on DORMRPT
      *          with the last activity date found in each file. A
      *          customer that is the CM-CLIENTE-PAI of an active
      *          branch is never proposed. The approved ones come back
      *          in DORMDEC and DORMINAT01 turns them into CUSTMAINT01
      *          transactions -- the same propose-then-decide pattern
      *          WRTPROP01 and WRTOFF01 run.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
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
       PROGRAM-ID. DORMPROP01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DORM-PARM ASSIGN TO "DORMPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL FATURA-ARCH
                                      ASSIGN TO "FATARCH"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAGTO-HIST
                                      ASSIGN TO "PAGTHIST"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTRATO-FILE
                                      ASSIGN TO "CONTRACT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS CT-NUM-CONTRATO
                                      FILE STATUS IS WS-CONTR-STATUS.

           SELECT OPTIONAL SALDO-CLIENTE
                                      ASSIGN TO "ARBAL"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CB-NUM-CLIENTE
                                      FILE STATUS IS WS-SALDO-STATUS.

           SELECT DORM-RPT           ASSIGN TO "DORMRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ATIVIDADE-SORT     ASSIGN TO "SRTWORKJ".

       DATA DIVISION.
       FILE SECTION.
      * Meses sem movimento que tornam o cliente dormente.
       FD  DORM-PARM.
       01  DORM-PARM-REC.
           03 DP-MESES                        PIC 9(03).

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  FATURA-MASTER.
           COPY FATURA.

      * Arquivo morto do FATARC01: imagem do FATURA mais a linha
      * TRAILER; so interessam o cliente e a emissao.
       FD  FATURA-ARCH.
       01  FATURA-ARCH-REC                    PIC X(241).
       01  FATURA-ARCH-CAMPOS.
           03 FA-NUM-FATURA                   PIC 9(06).
           03 FA-NUM-CLIENTE                  PIC 9(06).
           03 FA-DATA-EMISSAO                 PIC X(10).
           03 FILLER                          PIC X(217).

       FD  PAGTO-HIST.
           COPY PAGTHIST.

       FD  CONTRATO-FILE.
           COPY CONTRACT.

       FD  SALDO-CLIENTE.
           COPY ARBAL.

       FD  DORM-RPT.
       01  DORM-RPT-REC                       PIC X(132).

      * Uma linha por movimento encontrado, ordenada por cliente:
      * 'F' fatura, 'P' pagamento, 'C' contrato, e 'M' quando o
      * cliente e matriz de uma filial ativa.
       SD  ATIVIDADE-SORT.
       01  ATIVIDADE-SORT-REC.
           03 SR-NUM-CLIENTE                  PIC 9(06).
           03 SR-TIPO                         PIC X(01).
              88 SR-FATURA                        VALUE 'F'.
              88 SR-PAGAMENTO                     VALUE 'P'.
              88 SR-CONTRATO                      VALUE 'C'.
              88 SR-MATRIZ                        VALUE 'M'.
           03 SR-DATA                         PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CONTR-STATUS                    PIC X(02) VALUE '00'.
       77 WS-SALDO-STATUS                    PIC X(02) VALUE '00'.
       77 WS-MESES-DORMENCIA                 PIC 9(03) VALUE 24.
       77 WS-DATA-CORTE                      PIC 9(08) VALUE ZEROS.
       77 WS-MESES-CORTE                     PIC 9(06) VALUE ZEROS.
       77 WS-ANO-CORTE                       PIC 9(04) VALUE ZEROS.
       77 WS-MES-CORTE                       PIC 9(02) VALUE ZEROS.
       77 WS-SALDO-CLIENTE                   PIC S9(09)V99 VALUE ZEROS.

       01 WS-DATA-HOJE.
           03 WS-HOJE-AA                     PIC 9(04).
           03 WS-HOJE-MM                     PIC 9(02).
           03 WS-HOJE-DD                     PIC 9(02).
       01 WS-DATA-HOJE-INT REDEFINES WS-DATA-HOJE
                                             PIC 9(08).

       01 WS-DATA-EMISSAO-AUX.
           03 WS-EMI-DD                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-EMI-MM                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-EMI-AA                      PIC 9(04).

      * Ultimo movimento do cliente corrente em cada arquivo.
       01 WS-ATIVIDADE-CLIENTE.
           03 WS-ULT-FATURA                  PIC 9(08).
           03 WS-ULT-PAGAMENTO               PIC 9(08).
           03 WS-ULT-CONTRATO                PIC 9(08).
           03 WS-ULT-ATIVIDADE               PIC 9(08).
           03 WS-MATRIZ-SW                   PIC X(01).
              88 MATRIZ-DE-FILIAL-ATIVA          VALUE 'S' FALSE 'N'.

       01 WS-SWITCHES.
           03 WS-EOF-MESTRE                  PIC X(01) VALUE 'N'.
              88 FIM-MESTRE                       VALUE 'S' FALSE 'N'.
           03 WS-EOF-FATURA                  PIC X(01) VALUE 'N'.
              88 FIM-FATURA                       VALUE 'S' FALSE 'N'.
           03 WS-EOF-MORTO                   PIC X(01) VALUE 'N'.
              88 FIM-ARQUIVO-MORTO                VALUE 'S' FALSE 'N'.
           03 WS-EOF-PAGTHIST                PIC X(01) VALUE 'N'.
              88 FIM-PAGTHIST                     VALUE 'S' FALSE 'N'.
           03 WS-EOF-CONTRATO                PIC X(01) VALUE 'N'.
              88 FIM-CONTRATO                     VALUE 'S' FALSE 'N'.
           03 WS-EOF-SORT                    PIC X(01) VALUE 'N'.
              88 FIM-SORT                         VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-ATIVOS-LIDOS                PIC 9(07) VALUE ZEROS.
           03 WS-COM-MOVIMENTO               PIC 9(07) VALUE ZEROS.
           03 WS-COM-SALDO                   PIC 9(07) VALUE ZEROS.
           03 WS-MATRIZES                    PIC 9(07) VALUE ZEROS.
           03 WS-PROPOSTOS                   PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'DORMPROP01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'PROPOSTA DE CLIENTES DORMENTES'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.
       77 WS-LINHAS-PAGINA                   PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS                      PIC 9(02) VALUE 20.

       01 WS-LINHA-CORTE.
           03 FILLER                         PIC X(36)
                       VALUE 'SEM FATURA, PAGAMENTO OU CONTRATO '.
           03 FILLER                         PIC X(06) VALUE 'DESDE '.
           03 LC-DATA-CORTE                  PIC 9(08).
           03 FILLER                         PIC X(03) VALUE ' ( '.
           03 LC-MESES                       PIC ZZ9.
           03 FILLER                         PIC X(08) VALUE ' MESES)'.

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(09) VALUE 'CLIENTE'.
           03 FILLER                         PIC X(32) VALUE 'NOME'.
           03 FILLER                         PIC X(16)
                                       VALUE 'DOCUMENTO'.
           03 FILLER                         PIC X(12)
                                       VALUE 'ULT.FATURA'.
           03 FILLER                         PIC X(12)
                                       VALUE 'ULT.PAGTO'.
           03 FILLER                         PIC X(12)
                                       VALUE 'ULT.CONTRATO'.

       01 WS-LINHA-DETALHE.
           03 DET-NUM-CLIENTE                PIC 9(06).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-NOME                       PIC X(30).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-DOCUMENTO                  PIC X(14).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-ULT-FATURA                 PIC X(08).
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-ULT-PAGAMENTO              PIC X(08).
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-ULT-CONTRATO               PIC X(08).

       01 WS-LINHA-RODAPE.
           03 ROD-TITULO                     PIC X(36).
           03 ROD-QTDE                       PIC Z,ZZZ,ZZ9.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           PERFORM P050-LER-PARAMETRO

           SORT ATIVIDADE-SORT
               ON ASCENDING KEY SR-NUM-CLIENTE
               INPUT PROCEDURE IS P100-LIBERAR-ATIVIDADE
               OUTPUT PROCEDURE IS P300-AVALIAR-CLIENTES

           DISPLAY 'DORMPROP01 - CLIENTES ATIVOS.: ' WS-ATIVOS-LIDOS
           DISPLAY 'DORMPROP01 - PROPOSTOS.......: ' WS-PROPOSTOS

           GOBACK.

      ******************************************************************
      * P050-LER-PARAMETRO
      * DORMPARM, se existir, da os meses sem movimento; sem o
      * arquivo valem 24. O corte e o mesmo dia de hoje tantos meses
      * atras: movimento nessa data ou depois tira o cliente da
      * proposta.
      ******************************************************************
       P050-LER-PARAMETRO.

           OPEN INPUT DORM-PARM
           IF WS-PARM-STATUS = '00'
               READ DORM-PARM
                   NOT AT END
                       IF DP-MESES IS NUMERIC AND DP-MESES > ZEROS
                           MOVE DP-MESES TO WS-MESES-DORMENCIA
                       END-IF
               END-READ
               CLOSE DORM-PARM
           END-IF

           COMPUTE WS-MESES-CORTE =
               WS-HOJE-AA * 12 + WS-HOJE-MM - 1 - WS-MESES-DORMENCIA
           DIVIDE WS-MESES-CORTE BY 12
               GIVING WS-ANO-CORTE REMAINDER WS-MES-CORTE
           ADD 1 TO WS-MES-CORTE

           COMPUTE WS-DATA-CORTE =
               WS-ANO-CORTE * 10000 + WS-MES-CORTE * 100
             + WS-HOJE-DD
           .

      ******************************************************************
      * P100-LIBERAR-ATIVIDADE
      * Libera ao SORT um registro por movimento: emissao de fatura
      * do mestre vivo e do arquivo morto, pagamento aplicado do
      * PAGTHIST, contrato (o ativo conta como movimento de hoje, o
      * encerrado pela data de fim) e, do proprio mestre, a marca de
      * matriz para o CM-CLIENTE-PAI de cada filial ativa.
      ******************************************************************
       P100-LIBERAR-ATIVIDADE.

           OPEN INPUT FATURA-MASTER
           PERFORM P110-LER-FATURA
               UNTIL FIM-FATURA
           CLOSE FATURA-MASTER

           OPEN INPUT FATURA-ARCH
           PERFORM P120-LER-FATURA-MORTA
               UNTIL FIM-ARQUIVO-MORTO
           CLOSE FATURA-ARCH

           OPEN INPUT PAGTO-HIST
           PERFORM P130-LER-PAGAMENTO
               UNTIL FIM-PAGTHIST
           CLOSE PAGTO-HIST

           OPEN INPUT CONTRATO-FILE
           PERFORM P140-LER-CONTRATO
               UNTIL FIM-CONTRATO
           CLOSE CONTRATO-FILE

           OPEN INPUT CUSTOMER-MASTER
           PERFORM P150-LER-FILIAL
               UNTIL FIM-MESTRE
           CLOSE CUSTOMER-MASTER
           .

       P110-LER-FATURA.

           READ FATURA-MASTER
               AT END
                   SET FIM-FATURA TO TRUE
               NOT AT END
                   MOVE FT-NUM-CLIENTE  TO SR-NUM-CLIENTE
                   MOVE FT-DATA-EMISSAO TO WS-DATA-EMISSAO-AUX
                   PERFORM P115-LIBERAR-FATURA
           END-READ
           .

       P115-LIBERAR-FATURA.

           SET SR-FATURA TO TRUE
           COMPUTE SR-DATA =
               WS-EMI-AA * 10000 + WS-EMI-MM * 100 + WS-EMI-DD
           RELEASE ATIVIDADE-SORT-REC
           .

       P120-LER-FATURA-MORTA.

           READ FATURA-ARCH
               AT END
                   SET FIM-ARQUIVO-MORTO TO TRUE
               NOT AT END
                   IF FATURA-ARCH-REC (1:7) NOT = 'TRAILER'
                       MOVE FA-NUM-CLIENTE  TO SR-NUM-CLIENTE
                       MOVE FA-DATA-EMISSAO TO WS-DATA-EMISSAO-AUX
                       PERFORM P115-LIBERAR-FATURA
                   END-IF
           END-READ
           .

       P130-LER-PAGAMENTO.

           READ PAGTO-HIST
               AT END
                   SET FIM-PAGTHIST TO TRUE
               NOT AT END
                   IF PH-VALOR-PAGO > ZEROS
                       MOVE PH-NUM-CLIENTE  TO SR-NUM-CLIENTE
                       SET SR-PAGAMENTO     TO TRUE
                       MOVE PH-DATA-EFETIVA TO SR-DATA
                       RELEASE ATIVIDADE-SORT-REC
                   END-IF
           END-READ
           .

       P140-LER-CONTRATO.

           READ CONTRATO-FILE
               AT END
                   SET FIM-CONTRATO TO TRUE
               NOT AT END
                   MOVE CT-NUM-CLIENTE TO SR-NUM-CLIENTE
                   SET SR-CONTRATO     TO TRUE
                   EVALUATE TRUE
                       WHEN CT-CONTRATO-ATIVO
                           MOVE WS-DATA-HOJE-INT TO SR-DATA
                       WHEN CT-DATA-FIM > ZEROS
                           MOVE CT-DATA-FIM      TO SR-DATA
                       WHEN OTHER
                           MOVE CT-DATA-INICIO   TO SR-DATA
                   END-EVALUATE
                   RELEASE ATIVIDADE-SORT-REC
           END-READ
           .

       P150-LER-FILIAL.

           READ CUSTOMER-MASTER
               AT END
                   SET FIM-MESTRE TO TRUE
               NOT AT END
                   IF CM-ATIVO AND CM-CLIENTE-PAI NOT = ZEROS
                      AND CM-NUM-CLIENTE NOT = 999999
                       MOVE CM-CLIENTE-PAI TO SR-NUM-CLIENTE
                       SET SR-MATRIZ       TO TRUE
                       MOVE ZEROS          TO SR-DATA
                       RELEASE ATIVIDADE-SORT-REC
                   END-IF
           END-READ
           .

      ******************************************************************
      * P300-AVALIAR-CLIENTES
      * Casamento classico do mestre (em ordem de cliente) com os
      * movimentos ordenados: cliente sem nenhum movimento tambem e
      * avaliado, e movimento de cliente fora do mestre e ignorado.
      ******************************************************************
       P300-AVALIAR-CLIENTES.

           OPEN INPUT  CUSTOMER-MASTER
           OPEN INPUT  SALDO-CLIENTE
           OPEN OUTPUT DORM-RPT

           SET FIM-MESTRE TO FALSE
           PERFORM P310-LER-MESTRE
           PERFORM P320-RETORNAR-ATIVIDADE

           PERFORM P400-AVALIAR-UM-CLIENTE
               UNTIL FIM-MESTRE

           PERFORM P800-IMPRIMIR-RODAPE

           CLOSE CUSTOMER-MASTER
           CLOSE SALDO-CLIENTE
           CLOSE DORM-RPT
           .

       P310-LER-MESTRE.

           READ CUSTOMER-MASTER
               AT END
                   SET FIM-MESTRE TO TRUE
           END-READ
           .

       P320-RETORNAR-ATIVIDADE.

           RETURN ATIVIDADE-SORT
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN
           .

       P400-AVALIAR-UM-CLIENTE.

           MOVE ZEROS TO WS-ULT-FATURA
                         WS-ULT-PAGAMENTO
                         WS-ULT-CONTRATO
                         WS-ULT-ATIVIDADE
           SET MATRIZ-DE-FILIAL-ATIVA TO FALSE

           PERFORM P410-ACUMULAR-ATIVIDADE
               UNTIL FIM-SORT
                  OR SR-NUM-CLIENTE > CM-NUM-CLIENTE

           IF CM-ATIVO AND CM-NUM-CLIENTE NOT = 999999
               ADD 1 TO WS-ATIVOS-LIDOS
               PERFORM P420-CLASSIFICAR-CLIENTE
           END-IF

           PERFORM P310-LER-MESTRE
           .

       P410-ACUMULAR-ATIVIDADE.

           IF SR-NUM-CLIENTE = CM-NUM-CLIENTE
               EVALUATE TRUE
                   WHEN SR-MATRIZ
                       SET MATRIZ-DE-FILIAL-ATIVA TO TRUE
                   WHEN SR-FATURA
                       IF SR-DATA > WS-ULT-FATURA
                           MOVE SR-DATA TO WS-ULT-FATURA
                       END-IF
                   WHEN SR-PAGAMENTO
                       IF SR-DATA > WS-ULT-PAGAMENTO
                           MOVE SR-DATA TO WS-ULT-PAGAMENTO
                       END-IF
                   WHEN SR-CONTRATO
                       IF SR-DATA > WS-ULT-CONTRATO
                           MOVE SR-DATA TO WS-ULT-CONTRATO
                       END-IF
               END-EVALUATE
               IF SR-DATA > WS-ULT-ATIVIDADE
                   MOVE SR-DATA TO WS-ULT-ATIVIDADE
               END-IF
           END-IF

           PERFORM P320-RETORNAR-ATIVIDADE
           .

      ******************************************************************
      * P420-CLASSIFICAR-CLIENTE
      * Fica de fora quem teve movimento desde o corte, quem deve ou
      * tem credito no ARBAL (sem registro no ARBAL: saldo zero) e a
      * matriz de filial ativa; o resto vai para a proposta.
      ******************************************************************
       P420-CLASSIFICAR-CLIENTE.

           MOVE ZEROS TO WS-SALDO-CLIENTE
           MOVE CM-NUM-CLIENTE TO CB-NUM-CLIENTE
           READ SALDO-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CB-SALDO TO WS-SALDO-CLIENTE
           END-READ

           EVALUATE TRUE
               WHEN WS-ULT-ATIVIDADE >= WS-DATA-CORTE
                   ADD 1 TO WS-COM-MOVIMENTO
               WHEN WS-SALDO-CLIENTE NOT = ZEROS
                   ADD 1 TO WS-COM-SALDO
               WHEN MATRIZ-DE-FILIAL-ATIVA
                   ADD 1 TO WS-MATRIZES
               WHEN OTHER
                   PERFORM P500-IMPRIMIR-PROPOSTA
           END-EVALUATE
           .

       P500-IMPRIMIR-PROPOSTA.

           IF WS-LINHAS-PAGINA = 0
              OR WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM P550-IMPRIMIR-CABECALHO
           END-IF

           MOVE SPACES            TO WS-LINHA-DETALHE
           MOVE CM-NUM-CLIENTE    TO DET-NUM-CLIENTE
           MOVE CM-NOME-FORMATADO TO DET-NOME
           MOVE CM-DOCUMENTO      TO DET-DOCUMENTO

           IF WS-ULT-FATURA = ZEROS
               MOVE 'NENHUMA' TO DET-ULT-FATURA
           ELSE
               MOVE WS-ULT-FATURA TO DET-ULT-FATURA
           END-IF
           IF WS-ULT-PAGAMENTO = ZEROS
               MOVE 'NENHUM' TO DET-ULT-PAGAMENTO
           ELSE
               MOVE WS-ULT-PAGAMENTO TO DET-ULT-PAGAMENTO
           END-IF
           IF WS-ULT-CONTRATO = ZEROS
               MOVE 'NENHUM' TO DET-ULT-CONTRATO
           ELSE
               MOVE WS-ULT-CONTRATO TO DET-ULT-CONTRATO
           END-IF

           MOVE WS-LINHA-DETALHE TO DORM-RPT-REC
           WRITE DORM-RPT-REC
           ADD 1 TO WS-LINHAS-PAGINA
           ADD 1 TO WS-PROPOSTOS
           .

       P550-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA

           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO DORM-RPT-REC
           WRITE DORM-RPT-REC

           MOVE WS-RPTFMT-LINHA-CAB2 TO DORM-RPT-REC
           WRITE DORM-RPT-REC

           MOVE WS-DATA-CORTE      TO LC-DATA-CORTE
           MOVE WS-MESES-DORMENCIA TO LC-MESES
           MOVE WS-LINHA-CORTE     TO DORM-RPT-REC
           WRITE DORM-RPT-REC

           MOVE SPACES TO DORM-RPT-REC
           WRITE DORM-RPT-REC

           MOVE WS-LINHA-CAB3 TO DORM-RPT-REC
           WRITE DORM-RPT-REC

           MOVE ZEROS TO WS-LINHAS-PAGINA
           .

       P800-IMPRIMIR-RODAPE.

           IF WS-PAGINA = 0
               PERFORM P550-IMPRIMIR-CABECALHO
           END-IF

           MOVE SPACES TO DORM-RPT-REC
           WRITE DORM-RPT-REC

           MOVE 'CLIENTES ATIVOS AVALIADOS.........: ' TO ROD-TITULO
           MOVE WS-ATIVOS-LIDOS  TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE 'COM MOVIMENTO DESDE O CORTE.......: ' TO ROD-TITULO
           MOVE WS-COM-MOVIMENTO TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE 'SEM MOVIMENTO, COM SALDO NO ARBAL.: ' TO ROD-TITULO
           MOVE WS-COM-SALDO     TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE 'MATRIZ DE FILIAL ATIVA (MANTIDA)..: ' TO ROD-TITULO
           MOVE WS-MATRIZES      TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE 'PROPOSTOS PARA INATIVACAO.........: ' TO ROD-TITULO
           MOVE WS-PROPOSTOS     TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE
           .

       P810-GRAVAR-RODAPE.

           MOVE WS-LINHA-RODAPE TO DORM-RPT-REC
           WRITE DORM-RPT-REC
           .

       END PROGRAM DORMPROP01.
