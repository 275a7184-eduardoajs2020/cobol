      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: DEBREM01 - automatic-debit request run: for every
      *          open invoice of a customer with an active DEBAUT
      *          enrollment whose due date falls within the DEBPARM
      *          lead time, writes a debit request to the DEBREM file
      *          for the customer's bank (bank, branch, account, the
      *          due date as debit date, the collectable amount),
      *          between a header and a TRLCTL trailer with the value
      *          total, and marks the invoice FT-DEB-ENVIADO so it is
      *          asked once and REMESSA01 leaves it out of the boleto
      *          file. The bank's answer comes back through BANKRET01.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Invoice before image widened to 241 bytes for
      *             FATURA's FT-COD-EMPRESA.
      * 15/10/2026  The debit requested for an invoice partly covered by
      *             the customer's credit balance (CREDAPL ledger,
      *             CREDAPL01) is the remainder only; a fully covered
      *             invoice is already paid and is not requested.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  Every invoice marked requested in debit or returned
      *             to boleto is journaled on FTJRNL with its before and
      *             after images and the CTRLFILE generation.
      * 15/10/2026  First cut. An enrolled customer's invoice that is
      *             already past due when first seen here cannot be
      *             debited any more and falls back to the boleto
      *             (FT-DEB-DEVOLVIDO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBREM01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL DEBITO-AUTO
                                      ASSIGN TO "DEBAUT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS DA-NUM-CLIENTE
                                      FILE STATUS IS WS-DEBAUT-STATUS.

           SELECT DEBITO-PARM        ASSIGN TO "DEBPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT DEBITO-REMESSA     ASSIGN TO "DEBREM"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CREDITO-APLIC
                                      ASSIGN TO "CREDAPL"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CA-NUM-FATURA
                                      FILE STATUS IS WS-CREDAPL-STATUS.

           SELECT OPTIONAL LOG-CONTROL-FILE
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FATURA-JOURNAL
                                      ASSIGN TO "FTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-MASTER.
           COPY FATURA.

       FD  DEBITO-AUTO.
           COPY DEBAUT.

      * Saldo credor do cliente ja aplicado a fatura (CREDAPL01): o
      * debito pede so o que o credito deixou em aberto.
       FD  CREDITO-APLIC.
           COPY CREDAPL.

      * Antecedencia, em dias corridos antes do vencimento, com que
      * o pedido de debito vai ao banco; sem o arquivo valem cinco.
       FD  DEBITO-PARM.
       01  DEBITO-PARM-REC.
           03 DP-DIAS-ANTECEDENCIA            PIC 9(03).

      * Arquivo de pedidos de debito para o banco: 'A' no header, 'E'
      * em cada debito pedido e 'Z' no trailer (TRLCTL mais o total
      * de valor que o banco confere no recebimento).
       FD  DEBITO-REMESSA.
       01  DEBITO-REMESSA-REC.
           03 DQ-TIPO                         PIC X(01).
           03 DQ-NUM-CLIENTE                  PIC 9(06).
           03 DQ-BANCO                        PIC 9(03).
           03 DQ-AGENCIA                      PIC 9(05).
           03 DQ-CONTA                        PIC X(12).
           03 DQ-NUM-FATURA                   PIC 9(06).
           03 DQ-DATA-DEBITO                  PIC 9(08).
           03 DQ-VALOR                        PIC 9(07)V99.

       01  DEBITO-REMESSA-HEADER REDEFINES DEBITO-REMESSA-REC.
           03 DH-TIPO                         PIC X(01).
           03 DH-LITERAL                      PIC X(16).
           03 DH-DATA-GERACAO                 PIC 9(08).
           03 FILLER                          PIC X(25).

       01  DEBITO-REMESSA-TRAILER REDEFINES DEBITO-REMESSA-REC.
           03 DT-TIPO                         PIC X(01).
           COPY TRLCTL.
           03 DT-VALOR-TOTAL                  PIC 9(11)V99.
           03 FILLER                          PIC X(11).

       FD  LOG-CONTROL-FILE.
       01  LOG-CONTROL-FILE-REC.
           03 LCF-ULTIMO-NUMERO              PIC 9(07).

       FD  FATURA-JOURNAL.
           COPY FTJRNL.

       WORKING-STORAGE SECTION.
      * Imagem da fatura antes da alteracao, para o diario FTJRNL.
       77 WS-FT-IMAGEM-ANTES                 PIC X(241) VALUE SPACES.

      * Geracao (numero de controle do CTRLFILE) carimbada em cada
      * registro de log desta execucao.
       77 WS-GERACAO-LOG        PIC 9(06) VALUE ZEROS.

       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-DEBAUT-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CREDAPL-STATUS                  PIC X(02) VALUE '00'.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-DIAS-ANTECEDENCIA               PIC 9(03) VALUE 5.
       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-DATA-VENCTO-INT                 PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE                       PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-VENCTO                     PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-PARA-VENCER                PIC S9(07) VALUE ZEROS.
       77 WS-HASH-NUM-FATURA                 PIC 9(11) VALUE ZEROS.
       77 WS-VALOR-TOTAL                     PIC 9(11)V99 VALUE ZEROS.

       01 WS-DATA-VENCTO-AUX.
           03 WS-VCT-DD                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-VCT-MM                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-VCT-AA                      PIC 9(04).

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-DEBITO-SW                   PIC X(01) VALUE 'N'.
              88 CLIENTE-EM-DEBITO                VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(07) VALUE ZEROS.
           03 WS-PEDIDOS                     PIC 9(07) VALUE ZEROS.
           03 WS-AGUARDANDO                  PIC 9(07) VALUE ZEROS.
           03 WS-VENCIDAS                    PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-FATURA
               UNTIL FIM-DE-ARQUIVO
           PERFORM P800-GRAVAR-TRAILER
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

       P100-ABRIR-ARQUIVOS.

           OPEN I-O    FATURA-MASTER
           OPEN INPUT  DEBITO-AUTO
           OPEN INPUT  CREDITO-APLIC
           OPEN OUTPUT DEBITO-REMESSA
           PERFORM P0GL-LER-GERACAO-LOG
           OPEN EXTEND FATURA-JOURNAL

           PERFORM P120-LER-PARAMETROS

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE-INT)

           MOVE SPACES              TO DEBITO-REMESSA-HEADER
           MOVE 'A'                 TO DH-TIPO
           MOVE 'DEBITO AUTOMATIC'  TO DH-LITERAL
           MOVE WS-DATA-HOJE-INT    TO DH-DATA-GERACAO
           WRITE DEBITO-REMESSA-HEADER

           PERFORM P110-LER-FATURA
           .

       P110-LER-FATURA.

           READ FATURA-MASTER NEXT RECORD
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDAS
           END-READ
           .

       P120-LER-PARAMETROS.

           OPEN INPUT DEBITO-PARM
           IF WS-PARM-STATUS = '00'
               READ DEBITO-PARM
                   NOT AT END
                       IF DP-DIAS-ANTECEDENCIA IS NUMERIC
                           MOVE DP-DIAS-ANTECEDENCIA
                             TO WS-DIAS-ANTECEDENCIA
                       END-IF
               END-READ
               CLOSE DEBITO-PARM
           END-IF
           .

      ******************************************************************
      * P200-PROCESSA-FATURA
      * Candidata ao debito: fatura aberta, fora de disputa, nunca
      * pedida em debito e sem boleto no banco, de cliente com adesao
      * ativa ja autorizada na data de hoje. Dentro da antecedencia o
      * pedido sai; antes dela a fatura espera a proxima execucao; ja
      * vencida, volta para o boleto.
      ******************************************************************
       P200-PROCESSA-FATURA.

           IF FT-ABERTA AND NOT FT-EM-DISPUTA
              AND FT-DEB-NAO-ENVIADO AND FT-BCO-NAO-ENVIADA
               MOVE FATURA-REC TO WS-FT-IMAGEM-ANTES
               PERFORM P210-CONSULTAR-ADESAO
               IF CLIENTE-EM-DEBITO
                   PERFORM P220-CALCULAR-PRAZO
                   EVALUATE TRUE
                       WHEN WS-DIAS-PARA-VENCER < 0
                           PERFORM P400-DEVOLVER-AO-BOLETO
                       WHEN WS-DIAS-PARA-VENCER
                                <= WS-DIAS-ANTECEDENCIA
                           PERFORM P300-GRAVAR-PEDIDO
                       WHEN OTHER
                           ADD 1 TO WS-AGUARDANDO
                   END-EVALUATE
               END-IF
           END-IF

           PERFORM P110-LER-FATURA
           .

       P210-CONSULTAR-ADESAO.

           SET CLIENTE-EM-DEBITO TO FALSE
           MOVE FT-NUM-CLIENTE TO DA-NUM-CLIENTE

           READ DEBITO-AUTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DA-ADESAO-ATIVA
                      AND DA-DATA-AUTORIZACAO <= WS-DATA-HOJE-INT
                       SET CLIENTE-EM-DEBITO TO TRUE
                   END-IF
           END-READ
           .

       P220-CALCULAR-PRAZO.

           MOVE FT-DATA-VENCTO TO WS-DATA-VENCTO-AUX

           COMPUTE WS-DATA-VENCTO-INT =
               WS-VCT-AA * 10000 + WS-VCT-MM * 100 + WS-VCT-DD
           COMPUTE WS-DIAS-VENCTO =
               FUNCTION INTEGER-OF-DATE (WS-DATA-VENCTO-INT)

           COMPUTE WS-DIAS-PARA-VENCER = WS-DIAS-VENCTO - WS-DIAS-HOJE
           .

      ******************************************************************
      * P300-GRAVAR-PEDIDO
      * Pedido de debito na data do vencimento pelo valor cobravel
      * (o faturado menos as retencoes federais e o saldo credor ja
      * aplicado, o mesmo do boleto); a fatura fica marcada para nao
      * ser pedida de novo.
      ******************************************************************
       P300-GRAVAR-PEDIDO.

           MOVE SPACES              TO DEBITO-REMESSA-REC
           MOVE 'E'                 TO DQ-TIPO
           MOVE FT-NUM-CLIENTE      TO DQ-NUM-CLIENTE
           MOVE DA-BANCO            TO DQ-BANCO
           MOVE DA-AGENCIA          TO DQ-AGENCIA
           MOVE DA-CONTA            TO DQ-CONTA
           MOVE FT-NUM-FATURA       TO DQ-NUM-FATURA
           MOVE WS-DATA-VENCTO-INT  TO DQ-DATA-DEBITO
           COMPUTE DQ-VALOR = FT-VALOR - FT-VALOR-RET-FEDERAL

           MOVE FT-NUM-FATURA TO CA-NUM-FATURA
           READ CREDITO-APLIC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CA-VALOR-APLICADO < DQ-VALOR
                       SUBTRACT CA-VALOR-APLICADO FROM DQ-VALOR
                   END-IF
           END-READ

           WRITE DEBITO-REMESSA-REC

           ADD 1              TO WS-PEDIDOS
           ADD FT-NUM-FATURA  TO WS-HASH-NUM-FATURA
           ADD DQ-VALOR       TO WS-VALOR-TOTAL

           SET FT-DEB-ENVIADO TO TRUE
           REWRITE FATURA-REC
               INVALID KEY
                   DISPLAY 'DEBREM01 - FALHA AO MARCAR PEDIDO: '
                           FT-NUM-FATURA
               NOT INVALID KEY
                   MOVE 'REGRAVACAO' TO FJ-OPERACAO
                   PERFORM P0FJ-GRAVAR-JORNAL-FATURA
           END-REWRITE
           .

       P400-DEVOLVER-AO-BOLETO.

           SET FT-DEB-DEVOLVIDO TO TRUE
           REWRITE FATURA-REC
               INVALID KEY
                   DISPLAY 'DEBREM01 - FALHA AO DEVOLVER FATURA: '
                           FT-NUM-FATURA
               NOT INVALID KEY
                   ADD 1 TO WS-VENCIDAS
                   DISPLAY 'DEBREM01 - VENCIDA SEM DEBITO, VAI A '
                           'BOLETO: ' FT-NUM-FATURA
                   MOVE 'REGRAVACAO' TO FJ-OPERACAO
                   PERFORM P0FJ-GRAVAR-JORNAL-FATURA
           END-REWRITE
           .

      ******************************************************************
      * P800-GRAVAR-TRAILER
      * Ultimo registro: TRLCTL (contagem e hash dos numeros de
      * fatura) mais o total de valor pedido.
      ******************************************************************
       P800-GRAVAR-TRAILER.

           MOVE SPACES              TO DEBITO-REMESSA-TRAILER
           MOVE 'Z'                 TO DT-TIPO
           MOVE 'TRAILER'           TO TRL-INDICADOR
           MOVE WS-PEDIDOS          TO TRL-QTD-REGISTROS
           MOVE WS-HASH-NUM-FATURA  TO TRL-HASH-TOTAL
           MOVE WS-VALOR-TOTAL      TO DT-VALOR-TOTAL

           WRITE DEBITO-REMESSA-TRAILER
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE FATURA-MASTER
           CLOSE DEBITO-AUTO
           CLOSE CREDITO-APLIC
           CLOSE DEBITO-REMESSA
           CLOSE FATURA-JOURNAL

           DISPLAY 'DEBREM01 - FATURAS LIDAS......: ' WS-LIDAS
           DISPLAY 'DEBREM01 - DEBITOS PEDIDOS....: ' WS-PEDIDOS
           DISPLAY 'DEBREM01 - AGUARDANDO PRAZO...: ' WS-AGUARDANDO
           DISPLAY 'DEBREM01 - VENCIDAS AO BOLETO.: ' WS-VENCIDAS
           DISPLAY 'DEBREM01 - VALOR PEDIDO.......: ' WS-VALOR-TOTAL
           .

      ******************************************************************
      * P0FJ-GRAVAR-JORNAL-FATURA
      * Acrescenta ao FTJRNL a alteracao recem aplicada a fatura:
      * FJ-OPERACAO vem do chamador, a imagem-antes foi guardada em
      * WS-FT-IMAGEM-ANTES antes da alteracao.
      ******************************************************************
       P0FJ-GRAVAR-JORNAL-FATURA.

           MOVE 'DEBREM01'             TO FJ-PROGRAMA
           MOVE FT-NUM-FATURA          TO FJ-NUM-FATURA
           MOVE FUNCTION CURRENT-DATE  TO FJ-DATA-HORA
           MOVE WS-FT-IMAGEM-ANTES     TO FJ-IMAGEM-ANTES
           MOVE FATURA-REC             TO FJ-IMAGEM-DEPOIS
           MOVE 'DEBREM01'             TO FJ-OPERADOR
           MOVE WS-GERACAO-LOG         TO FJ-NUM-CONTROLE

           WRITE FATURA-JOURNAL-REC
           .

      ******************************************************************
      * P0GL-LER-GERACAO-LOG
      * O identificador de geracao dos logs e o ultimo numero de
      * controle emitido pela sequencia do CTRLFILE; sem o arquivo a
      * geracao sai zero.
      ******************************************************************
       P0GL-LER-GERACAO-LOG.

           OPEN INPUT LOG-CONTROL-FILE

           READ LOG-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LCF-ULTIMO-NUMERO TO WS-GERACAO-LOG
           END-READ

           CLOSE LOG-CONTROL-FILE
           .

       END PROGRAM DEBREM01.
