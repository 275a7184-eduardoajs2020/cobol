      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The city line of the registered address comes from
      *             ENDFMT01, so a customer abroad gets city, region,
      *             postal code and country instead of a blank UF and
      *             CEP.
      * 15/10/2026  Invoice before image widened to 241 bytes for
      *             FATURA's FT-COD-EMPRESA.
      * 15/10/2026  The bank fee on each return entry (BR-VALOR-TARIFA
      *             on the flat layout, BRT-VALOR-TARIFA on the 240
      *             segment T) is captured into the BANKTARF bank-fee
      *             ledger with the bank, title, fee type and debit
      *             date, even when the entry itself is rejected.
      * 15/10/2026  The generated PAGTOIN transaction now carries the
      *             collection channel (PI-CANAL: BL boleto with the
      *             bank code from BANKPARM in PI-BANCO, PX PIX, DA
      *             automatic debit) for the daily cash receipts report.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  Every invoice returned from automatic debit to
      *             boleto is journaled on FTJRNL with its before and
      *             after images.
      * 15/10/2026  The automatic-debit return (DEBRET, optional) is
      *             processed in the same run after the PIX file. A
      *             debit the bank made ('00') goes through the same
      *             validation and PAGTOIN generation as a boleto
      *             settlement. A debit not made falls the invoice back
      *             to the boleto (FT-DEB-DEVOLVIDO) and writes a notice
      *             to the customer on DEBAVISO, logged on CONTLOG; the
      *             authorization-cancelled code ('30') also cancels the
      *             DEBAUT enrollment, and a code other than '01'/'30'
      *             is also listed on BANKEXC.
      * 15/10/2026  The bank's PIX received-payments file (PIXREC,
      *             optional) is processed in the same run after the
      *             boleto returns. Each credit is matched to its
      *             invoice by the charge txid (FT-PIX-TXID) and goes
      *             through the same validation and PAGTOIN generation
      *             as a boleto settlement. A PIX with no txid, or with
      *             a txid that does not match an invoice, is posted to
      *             the SUSPLDG suspense ledger (customer taken from the
      *             payer's document when the master knows it) and to
      *             BANKSETL.
      * 03/09/2026  Returns from the second collection bank
      *             (BANKRET2, optional) are processed in the same
      *             night right after the first bank's file, through
                                      ASSIGN TO "BANKSETL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BANK-FEE-LOG
                                      ASSIGN TO "BANKTARF"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PIX-RETURN
                                      ASSIGN TO "PIXREC"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL SUSPENSE-LEDGER
                                      ASSIGN TO "SUSPLDG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DEBIT-RETURN
                                      ASSIGN TO "DEBRET"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DEBITO-AUTO
                                      ASSIGN TO "DEBAUT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS DA-NUM-CLIENTE
                                      FILE STATUS IS WS-DEBAUT-STATUS.

           SELECT OPTIONAL CONTATO-PREF
                                      ASSIGN TO "CONTPREF"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CP-NUM-CLIENTE
                                      FILE STATUS IS WS-PREF-STATUS.

           SELECT DEBIT-NOTICE       ASSIGN TO "DEBAVISO"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTACT-LOG
                                      ASSIGN TO "CONTLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-CONTROL-FILE
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FATURA-JOURNAL
                                      ASSIGN TO "FTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-RETURN.
           03 BR-DOCUMENTO                    PIC X(14).
           03 BR-TIPO                         PIC X(01).
              88 BR-TIPO-ESTORNO                  VALUE 'E'.
           03 BR-VALOR-TARIFA                 PIC 9(05)V99.

      * Leituras alternativas do mesmo registro para o retorno no
      * formato segmentado de 240 posicoes: prefixo comum e os
           03 BRT-NUM-FATURA                  PIC 9(06).
           03 BRT-NUM-CLIENTE                 PIC 9(06).
           03 BRT-DOCUMENTO                   PIC X(14).
           03 BRT-VALOR-TARIFA                PIC 9(05)V99.
           03 FILLER                          PIC X(193).

       01  BANK-RETURN-SEG-U.
           03 FILLER                          PIC X(14).
       FD  BANK-SETTLE-LOG.
           COPY BANKSETL.

      * Razao das tarifas que o banco cobra por titulo (aqui, a da
      * liquidacao): o BANKCON01 casa com os debitos do extrato e o
      * TARIFA01 lanca como despesa bancaria no fechamento do mes.
       FD  BANK-FEE-LOG.
           COPY BANKTARF.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

      * PIX recebidos do dia na conta de cobranca: identificador
      * fim-a-fim, o txid da cobranca paga (branco num PIX avulso,
      * sem cobranca), valor, data do credito e o pagador.
       FD  PIX-RETURN.
       01  PIX-RETURN-REC.
           03 PX-END-TO-END                   PIC X(32).
           03 PX-TXID                         PIC X(35).
           03 PX-VALOR                        PIC 9(07)V99.
           03 PX-DATA-CREDITO                 PIC X(10).
           03 PX-DOCUMENTO-PAGADOR            PIC X(14).
           03 PX-NOME-PAGADOR                 PIC X(30).

       FD  FATURA-MASTER.
           COPY FATURA.

      * Razao de suspense que o RECONC01 administra: o PIX que nao
      * acha fatura pelo txid cai aqui, com o cliente quando o
      * documento do pagador o identifica.
       FD  SUSPENSE-LEDGER.
       01  SUSPENSE-LEDGER-REC.
           03 SL-NUM-CLIENTE                  PIC 9(06).
           03 SL-NUM-FATURA                   PIC 9(06).
           03 SL-VALOR                        PIC 9(09)V99.
           03 SL-PRIMEIRA-DATA                PIC 9(08).

      * Retorno do debito automatico pedido pelo DEBREM01: um
      * registro por debito, com o codigo do banco -- '00' debitado,
      * '01' sem saldo, '30' autorizacao cancelada pelo cliente.
       FD  DEBIT-RETURN.
       01  DEBIT-RETURN-REC.
           03 DV-NUM-CLIENTE                  PIC 9(06).
           03 DV-NUM-FATURA                   PIC 9(06).
           03 DV-VALOR-DEBITADO               PIC 9(07)V99.
           03 DV-DATA-DEBITO                  PIC X(10).
           03 DV-COD-RETORNO                  PIC X(02).
              88 DV-DEBITADO                      VALUE '00'.
              88 DV-SEM-SALDO                     VALUE '01'.
              88 DV-AUTORIZACAO-CANCELADA         VALUE '30'.

       FD  DEBITO-AUTO.
           COPY DEBAUT.

       FD  CONTATO-PREF.
           COPY CONTPREF.

      * Aviso ao cliente de debito nao efetuado: a fatura volta para
      * o boleto, no mesmo layout fixo de carta do DUNLTR.
       FD  DEBIT-NOTICE.
       01  DEBIT-NOTICE-REC.
           03 DN-NUM-CLIENTE                  PIC 9(06).
           03 DN-NOME                         PIC X(30).
           03 DN-ENDERECO                     PIC X(60).
           03 DN-CIDADE-UF-CEP                PIC X(45).
           03 DN-NUM-FATURA                   PIC 9(06).
           03 DN-DATA-VENCTO                  PIC X(10).
           03 DN-VALOR                        PIC 9(07)V99.
           03 DN-TEXTO                        PIC X(120).

       FD  CONTACT-LOG.
           COPY CONTLOG.

       FD  LOG-CONTROL-FILE.
       01  LOG-CONTROL-FILE-REC.
           03 LCF-ULTIMO-NUMERO              PIC 9(07).

       FD  GEN-CONTROL.
       01  GEN-CONTROL-REC.
           03 GC-FEED                        PIC X(08).
           03 PI-ACAO                         PIC X(01).
           03 PI-VALOR-PAGO                   PIC 9(07)V99.
           03 PI-DATA-PAGTO                   PIC X(10).
           03 PI-CANAL                        PIC X(02).
           03 PI-BANCO                        PIC 9(03).

       01  PAGAMENTO-IN-HEADER.
           COPY HDRCTL.
           03 FILLER                          PIC X(02) VALUE SPACES.
           03 BE-MOTIVO                       PIC X(40).

       FD  FATURA-JOURNAL.
           COPY FTJRNL.

       WORKING-STORAGE SECTION.
      * Imagem da fatura antes da alteracao, para o diario FTJRNL.
       77 WS-FT-IMAGEM-ANTES                 PIC X(241) VALUE SPACES.

      * Proxima geracao do feed PAGTOIN, lida de GENCTL para o
      * cabecalho HDRCTL que o PROGRAM_TEST_SET_01 exige.
       77 WS-PROXIMA-GERACAO    PIC 9(06) VALUE 1.
           03 WS-GEN-EOF        PIC X(01) VALUE 'N'.
              88 FIM-GENCTL            VALUE 'S' FALSE 'N'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-DEBAUT-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PREF-STATUS                     PIC X(02) VALUE '00'.
       77 WS-GERACAO-LOG                     PIC 9(06) VALUE ZEROS.
       77 WS-BANKPARM-STATUS                 PIC X(02) VALUE '00'.
       77 WS-MOTIVO-ATUAL                    PIC X(40) VALUE SPACES.

              88 FORMATO-240          VALUE '240'.
       77 WS-FMT-BANCO-1        PIC X(03) VALUE 'FLT'.
       77 WS-FMT-BANCO-2        PIC X(03) VALUE 'FLT'.
      * Codigo de cada banco, da mesma BANKPARM, para o canal de
      * cobranca levado na transacao PAGTOIN.
       77 WS-BANCO-1            PIC 9(03) VALUE ZEROS.
       77 WS-BANCO-2            PIC 9(03) VALUE ZEROS.

       01 WS-FLAGS-RETORNO-2.
           03 WS-EOF-RET2       PIC X(01) VALUE 'N'.
              88 FIM-RETORNO-2        VALUE 'S' FALSE 'N'.

      * Retorno de PIX recebidos: fim de arquivo e o resultado da
      * busca da fatura pelo txid.
       01 WS-FLAGS-PIX.
           03 WS-EOF-PIX        PIC X(01) VALUE 'N'.
              88 FIM-PIX              VALUE 'S' FALSE 'N'.
           03 WS-PIX-SW         PIC X(01) VALUE 'N'.
              88 PIX-CASADO           VALUE 'S' FALSE 'N'.
      * Retorno do debito automatico: fim de arquivo e o aviso
      * suprimido pela preferencia de contato do cliente.
       01 WS-FLAGS-DEBITO.
           03 WS-EOF-DEB        PIC X(01) VALUE 'N'.
              88 FIM-DEBITO           VALUE 'S' FALSE 'N'.
           03 WS-AVISO-SW       PIC X(01) VALUE 'N'.
              88 AVISO-SUPRIMIDO      VALUE 'S' FALSE 'N'.
       01 WS-TXID-LIDO.
           03 WS-TXL-PREFIXO    PIC X(02).
           03 WS-TXL-NUM-FATURA PIC X(06).
           03 FILLER            PIC X(27).

      * Entrada corrente normalizada: os dois formatos de retorno
      * desaguam aqui antes da validacao e da geracao da transacao.
       01 WS-ENTRADA-ATUAL.
           03 WS-ENT-DATA                    PIC X(10).
           03 WS-ENT-DOCUMENTO               PIC X(14).
           03 WS-ENT-ACAO                    PIC X(01).
           03 WS-ENT-CANAL                   PIC X(02).
           03 WS-ENT-BANCO                   PIC 9(03).
           03 WS-ENT-TARIFA                  PIC 9(05)V99.
           03 WS-ENT-TIPO-TARIFA             PIC X(01).

      * Segmento T retido a espera do U correspondente (formato 240).
       01 WS-SEG-T-RETIDO.
           03 WS-T-CLIENTE                   PIC 9(06).
           03 WS-T-FATURA                    PIC 9(06).
           03 WS-T-DOCUMENTO                 PIC X(14).
           03 WS-T-TARIFA                    PIC 9(05)V99.
           03 WS-T-PRESENTE                  PIC X(01) VALUE 'N'.
              88 SEG-T-PRESENTE                  VALUE 'S' FALSE 'N'.

           03 WS-LIDOS                       PIC 9(07) VALUE ZEROS.
           03 WS-GERADOS                     PIC 9(07) VALUE ZEROS.
           03 WS-REJEITADOS                  PIC 9(07) VALUE ZEROS.
           03 WS-PIX-LIDOS                   PIC 9(07) VALUE ZEROS.
           03 WS-PIX-SUSPENSE                PIC 9(07) VALUE ZEROS.
           03 WS-DEB-LIDOS                   PIC 9(07) VALUE ZEROS.
           03 WS-DEB-DEVOLVIDOS              PIC 9(07) VALUE ZEROS.
           03 WS-DEB-AVISOS                  PIC 9(07) VALUE ZEROS.
           03 WS-DEB-ADESOES-CANC            PIC 9(07) VALUE ZEROS.
           03 WS-TARIFAS                     PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do DOCVALID01 (validacao de CPF/CNPJ).
       01 WS-DOCVALID-PARM.
           03 WS-DOCVALID-VALIDO             PIC X(01).
              88 DOCVALID-OK                      VALUE 'S' FALSE 'N'.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

      * Parametro para o CALL do ENDFMT01 (linha de cidade do
      * endereco cadastral, brasileiro ou no exterior).
           COPY ENDPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-RETORNO
               UNTIL FIM-DE-ARQUIVO
           PERFORM P700-PROCESSAR-BANCO-2
           PERFORM P750-PROCESSAR-PIX
           PERFORM P600-PROCESSAR-DEBITO
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.
           OPEN OUTPUT PAGAMENTO-IN
           OPEN OUTPUT BANK-EXCEPTION
           OPEN EXTEND BANK-SETTLE-LOG
           OPEN EXTEND BANK-FEE-LOG

           PERFORM P170-LER-FORMATO

           MOVE 'BL'       TO WS-ENT-CANAL
           MOVE WS-BANCO-1 TO WS-ENT-BANCO

           PERFORM P150-GRAVAR-CABECALHO

           PERFORM P110-LER-PROXIMO

           MOVE WS-FMT-BANCO-2 TO WS-FORMATO-SW
           SET SEG-T-PRESENTE TO FALSE
           MOVE 'BL'           TO WS-ENT-CANAL
           MOVE WS-BANCO-2     TO WS-ENT-BANCO

           OPEN INPUT BANK-RETURN-2

           PERFORM P710-LER-RETORNO-2
           .

      ******************************************************************
      * P750-PROCESSAR-PIX
      * PIX recebidos do dia, depois dos retornos de boleto: o txid
      * aponta a fatura (o REMESSA01 monta o txid com o numero dela
      * e grava o mesmo txid na fatura), e o PIX casado segue pela
      * mesma validacao e geracao de PAGTOIN de uma liquidacao de
      * boleto. PIX sem txid, ou com txid que nao confere com a
      * fatura, vai para o razao de suspense.
      ******************************************************************
       P750-PROCESSAR-PIX.

           MOVE 'PX'  TO WS-ENT-CANAL
           MOVE ZEROS TO WS-ENT-BANCO

           OPEN INPUT PIX-RETURN
           OPEN INPUT FATURA-MASTER
           OPEN EXTEND SUSPENSE-LEDGER

           PERFORM P760-LER-PIX

           PERFORM P770-TRATAR-PIX
               UNTIL FIM-PIX

           CLOSE PIX-RETURN
           CLOSE FATURA-MASTER
           CLOSE SUSPENSE-LEDGER
           .

       P760-LER-PIX.

           READ PIX-RETURN
               AT END
                   SET FIM-PIX TO TRUE
               NOT AT END
                   ADD 1 TO WS-PIX-LIDOS
           END-READ
           .

       P770-TRATAR-PIX.

           PERFORM P775-CASAR-TXID

           IF PIX-CASADO
               MOVE FT-NUM-CLIENTE  TO WS-ENT-CLIENTE
               MOVE FT-NUM-FATURA   TO WS-ENT-FATURA
               MOVE PX-VALOR        TO WS-ENT-VALOR
               MOVE PX-DATA-CREDITO TO WS-ENT-DATA
      * O pagador de um PIX pode ser outra pessoa que nao o cliente;
      * o txid ja identifica o titulo, o documento nao e conferido.
               MOVE SPACES          TO WS-ENT-DOCUMENTO
               MOVE 'C'             TO WS-ENT-ACAO
               PERFORM P260-VALIDAR-E-GERAR
           ELSE
               PERFORM P780-POSTAR-SUSPENSE
           END-IF

           PERFORM P760-LER-PIX
           .

       P775-CASAR-TXID.

           SET PIX-CASADO TO FALSE
           MOVE PX-TXID TO WS-TXID-LIDO

           IF PX-TXID NOT = SPACES
              AND WS-TXL-NUM-FATURA IS NUMERIC
               MOVE WS-TXL-NUM-FATURA TO FT-NUM-FATURA
               READ FATURA-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FT-PIX-TXID = PX-TXID
                           SET PIX-CASADO TO TRUE
                       END-IF
               END-READ
           END-IF
           .

      ******************************************************************
      * P780-POSTAR-SUSPENSE
      * PIX sem fatura: o valor entra no suspense com o cliente que o
      * documento do pagador identificar no mestre (zero quando nao
      * identifica) e no razao BANKSETL, porque o dinheiro entrou na
      * conta e a prova do extrato precisa enxerga-lo.
      ******************************************************************
       P780-POSTAR-SUSPENSE.

           MOVE ZEROS TO SL-NUM-CLIENTE

           IF PX-DOCUMENTO-PAGADOR NOT = SPACES
               MOVE PX-DOCUMENTO-PAGADOR TO CM-DOCUMENTO
               READ CUSTOMER-MASTER KEY IS CM-DOCUMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-NUM-CLIENTE TO SL-NUM-CLIENTE
               END-READ
           END-IF

           MOVE ZEROS    TO SL-NUM-FATURA
           MOVE PX-VALOR TO SL-VALOR
           MOVE WS-DTP-DATA-ATUAL TO SL-PRIMEIRA-DATA
           WRITE SUSPENSE-LEDGER-REC
           ADD 1 TO WS-PIX-SUSPENSE

           MOVE PX-DATA-CREDITO TO BS-DATA-LIQUIDACAO
           MOVE SL-NUM-CLIENTE  TO BS-NUM-CLIENTE
           MOVE ZEROS           TO BS-NUM-FATURA
           MOVE PX-VALOR        TO BS-VALOR
           WRITE BANK-SETTLE-LOG-REC

           DISPLAY 'BANKRET01 - PIX SEM COBRANCA CASADA, EM SUSPENSE: '
                   PX-END-TO-END
           .

      ******************************************************************
      * P600-PROCESSAR-DEBITO
      * Retorno do debito automatico, depois dos PIX: o debito
      * efetuado segue pela mesma validacao e geracao de PAGTOIN de
      * uma liquidacao de boleto; o nao efetuado devolve a fatura ao
      * boleto (o REMESSA01 a registra na proxima remessa) e avisa o
      * cliente. Autorizacao cancelada no banco tambem cancela a
      * adesao aqui, para o DEBREM01 nao pedir o proximo mes.
      ******************************************************************
       P600-PROCESSAR-DEBITO.

           MOVE 'DA'  TO WS-ENT-CANAL
           MOVE ZEROS TO WS-ENT-BANCO

           OPEN INPUT  DEBIT-RETURN
           OPEN I-O    FATURA-MASTER
           OPEN I-O    DEBITO-AUTO
           OPEN INPUT  CONTATO-PREF
           OPEN OUTPUT DEBIT-NOTICE
           OPEN EXTEND CONTACT-LOG
           OPEN EXTEND FATURA-JOURNAL

           PERFORM P690-LER-GERACAO-LOG

           PERFORM P610-LER-DEBITO

           PERFORM P620-TRATAR-DEBITO
               UNTIL FIM-DEBITO

           CLOSE DEBIT-RETURN
           CLOSE FATURA-MASTER
           CLOSE DEBITO-AUTO
           CLOSE CONTATO-PREF
           CLOSE DEBIT-NOTICE
           CLOSE CONTACT-LOG
           CLOSE FATURA-JOURNAL
           .

       P610-LER-DEBITO.

           READ DEBIT-RETURN
               AT END
                   SET FIM-DEBITO TO TRUE
               NOT AT END
                   ADD 1 TO WS-DEB-LIDOS
           END-READ
           .

       P620-TRATAR-DEBITO.

           MOVE DV-NUM-CLIENTE    TO WS-ENT-CLIENTE
           MOVE DV-NUM-FATURA     TO WS-ENT-FATURA
           MOVE DV-VALOR-DEBITADO TO WS-ENT-VALOR
           MOVE DV-DATA-DEBITO    TO WS-ENT-DATA
           MOVE SPACES            TO WS-ENT-DOCUMENTO

           IF DV-DEBITADO
               MOVE 'C' TO WS-ENT-ACAO
               PERFORM P260-VALIDAR-E-GERAR
           ELSE
               PERFORM P630-DEVOLVER-AO-BOLETO
           END-IF

           PERFORM P610-LER-DEBITO
           .

      ******************************************************************
      * P630-DEVOLVER-AO-BOLETO
      * Debito nao efetuado: a fatura pedida em debito volta ao
      * boleto (FT-DEB-DEVOLVIDO). Um codigo que nao e sem saldo nem
      * autorizacao cancelada devolve do mesmo jeito -- a fatura nao
      * pode ficar presa esperando um debito que nao vem -- mas sai
      * tambem na BANKEXC para a operacao olhar.
      ******************************************************************
       P630-DEVOLVER-AO-BOLETO.

           MOVE DV-NUM-FATURA TO FT-NUM-FATURA

           READ FATURA-MASTER
               INVALID KEY
                   MOVE 'FATURA DO DEBITO NAO ENCONTRADA'
                                             TO WS-MOTIVO-ATUAL
                   PERFORM P800-GRAVAR-EXCECAO
               NOT INVALID KEY
                   IF FT-NUM-CLIENTE NOT = DV-NUM-CLIENTE
                       MOVE 'CLIENTE DO DEBITO DIVERGE DA FATURA'
                                             TO WS-MOTIVO-ATUAL
                       PERFORM P800-GRAVAR-EXCECAO
                   ELSE
                       PERFORM P640-MARCAR-DEVOLUCAO
                   END-IF
           END-READ
           .

       P640-MARCAR-DEVOLUCAO.

           IF NOT DV-SEM-SALDO AND NOT DV-AUTORIZACAO-CANCELADA
               MOVE 'CODIGO DE DEBITO NAO TRATADO'
                                             TO WS-MOTIVO-ATUAL
               PERFORM P800-GRAVAR-EXCECAO
           END-IF

           IF FT-ABERTA AND FT-DEB-ENVIADO
               MOVE FATURA-REC TO WS-FT-IMAGEM-ANTES
               SET FT-DEB-DEVOLVIDO TO TRUE
               REWRITE FATURA-REC
                   INVALID KEY
                       DISPLAY 'BANKRET01 - FALHA AO DEVOLVER FATURA: '
                               FT-NUM-FATURA
                   NOT INVALID KEY
                       ADD 1 TO WS-DEB-DEVOLVIDOS
                       MOVE 'REGRAVACAO' TO FJ-OPERACAO
                       PERFORM P0FJ-GRAVAR-JORNAL-FATURA
                       PERFORM P660-AVISAR-CLIENTE
               END-REWRITE
           END-IF

           IF DV-AUTORIZACAO-CANCELADA
               PERFORM P650-CANCELAR-ADESAO
           END-IF
           .

       P650-CANCELAR-ADESAO.

           MOVE DV-NUM-CLIENTE TO DA-NUM-CLIENTE

           READ DEBITO-AUTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DA-ADESAO-ATIVA
                       MOVE WS-DTP-DATA-ATUAL
                         TO DA-DATA-CANCELAMENTO
                       SET DA-ADESAO-CANCELADA TO TRUE
                       REWRITE DEBITO-AUTO-REC
                           INVALID KEY
                               DISPLAY 'BANKRET01 - FALHA AO CANCELAR '
                                       'ADESAO: ' DA-NUM-CLIENTE
                           NOT INVALID KEY
                               ADD 1 TO WS-DEB-ADESOES-CANC
                       END-REWRITE
                   END-IF
           END-READ
           .

      ******************************************************************
      * P660-AVISAR-CLIENTE
      * Aviso de debito nao efetuado, com a fatura que passa a ser
      * cobrada por boleto. Respeita a preferencia de contato como
      * toda saida por correio (mala vetada ou endereco devolvido
      * suprime) e entra no log central CONTLOG.
      ******************************************************************
       P660-AVISAR-CLIENTE.

           SET AVISO-SUPRIMIDO TO FALSE
           MOVE FT-NUM-CLIENTE TO CP-NUM-CLIENTE

           READ CONTATO-PREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CP-MALA-VETADA OR CP-ENDERECO-DEVOLVIDO
                       SET AVISO-SUPRIMIDO TO TRUE
                   END-IF
           END-READ

           MOVE FT-NUM-CLIENTE TO CM-NUM-CLIENTE

           READ CUSTOMER-MASTER
               INVALID KEY
                   SET AVISO-SUPRIMIDO TO TRUE
           END-READ

           IF NOT AVISO-SUPRIMIDO
               PERFORM P670-MONTAR-AVISO
           END-IF
           .

       P670-MONTAR-AVISO.

           MOVE SPACES               TO DEBIT-NOTICE-REC
           MOVE CM-NUM-CLIENTE       TO DN-NUM-CLIENTE
           MOVE CM-NOME-FORMATADO    TO DN-NOME
           MOVE CM-ENDERECO          TO DN-ENDERECO

           MOVE CM-CIDADE     TO WS-ENDFMT-CIDADE
           MOVE CM-UF         TO WS-ENDFMT-UF
           MOVE CM-CEP        TO WS-ENDFMT-CEP
           MOVE CM-COD-PAIS   TO WS-ENDFMT-PAIS
           MOVE CM-COD-POSTAL TO WS-ENDFMT-COD-POSTAL
           MOVE CM-REGIAO     TO WS-ENDFMT-REGIAO
           CALL 'ENDFMT01' USING WS-ENDFMT-PARM
           MOVE WS-ENDFMT-LINHA TO DN-CIDADE-UF-CEP

           MOVE FT-NUM-FATURA        TO DN-NUM-FATURA
           MOVE FT-DATA-VENCTO       TO DN-DATA-VENCTO
           COMPUTE DN-VALOR = FT-VALOR - FT-VALOR-RET-FEDERAL

           EVALUATE TRUE
               WHEN DV-SEM-SALDO
                   STRING 'O DEBITO EM CONTA DESTA FATURA NAO FOI '
                          'EFETUADO POR FALTA DE SALDO. ELA SERA '
                          'COBRADA POR BOLETO.'
                          DELIMITED BY SIZE INTO DN-TEXTO
                   END-STRING
               WHEN DV-AUTORIZACAO-CANCELADA
                   STRING 'SUA AUTORIZACAO DE DEBITO AUTOMATICO FOI '
                          'CANCELADA NO BANCO. ESTA E AS PROXIMAS '
                          'FATURAS SERAO COBRADAS POR BOLETO.'
                          DELIMITED BY SIZE INTO DN-TEXTO
                   END-STRING
               WHEN OTHER
                   STRING 'O DEBITO EM CONTA DESTA FATURA NAO FOI '
                          'EFETUADO PELO BANCO. ELA SERA COBRADA POR '
                          'BOLETO.'
                          DELIMITED BY SIZE INTO DN-TEXTO
                   END-STRING
           END-EVALUATE

           WRITE DEBIT-NOTICE-REC
           ADD 1 TO WS-DEB-AVISOS

           MOVE CM-NUM-CLIENTE   TO CLG-NUM-CLIENTE
           MOVE WS-DTP-DATA-ATUAL TO CLG-DATA
           MOVE 'CARTA'          TO CLG-CANAL
           MOVE 'DEBITO'         TO CLG-TIPO-DOC
           MOVE WS-GERACAO-LOG   TO CLG-GERACAO
           WRITE CONTATO-LOG-REC
           .

      ******************************************************************
      * P0FJ-GRAVAR-JORNAL-FATURA
      * Acrescenta ao FTJRNL a alteracao recem aplicada a fatura:
      * FJ-OPERACAO vem do chamador, a imagem-antes foi guardada em
      * WS-FT-IMAGEM-ANTES antes da alteracao.
      ******************************************************************
       P0FJ-GRAVAR-JORNAL-FATURA.

           MOVE 'BANKRET01'            TO FJ-PROGRAMA
           MOVE FT-NUM-FATURA          TO FJ-NUM-FATURA
           MOVE FUNCTION CURRENT-DATE  TO FJ-DATA-HORA
           MOVE WS-FT-IMAGEM-ANTES     TO FJ-IMAGEM-ANTES
           MOVE FATURA-REC             TO FJ-IMAGEM-DEPOIS
           MOVE 'BANKRET'              TO FJ-OPERADOR
           MOVE WS-GERACAO-LOG         TO FJ-NUM-CONTROLE

           WRITE FATURA-JOURNAL-REC
           .

      ******************************************************************
      * P690-LER-GERACAO-LOG
      * A geracao carimbada no CONTLOG e o ultimo numero de controle
      * emitido pela sequencia do CTRLFILE; sem o arquivo sai zero.
      ******************************************************************
       P690-LER-GERACAO-LOG.

           OPEN INPUT LOG-CONTROL-FILE

           READ LOG-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LCF-ULTIMO-NUMERO TO WS-GERACAO-LOG
           END-READ

           CLOSE LOG-CONTROL-FILE
           .

       P230-CARREGAR-PLANO.

           MOVE BR-NUM-CLIENTE     TO WS-ENT-CLIENTE
           ELSE
               MOVE 'C' TO WS-ENT-ACAO
           END-IF

           IF BR-VALOR-TARIFA IS NUMERIC
               MOVE BR-VALOR-TARIFA TO WS-ENT-TARIFA
           ELSE
               MOVE ZEROS TO WS-ENT-TARIFA
           END-IF
           MOVE 'L' TO WS-ENT-TIPO-TARIFA
           PERFORM P550-GRAVAR-TARIFA
           .

      ******************************************************************
                       MOVE BRT-NUM-CLIENTE TO WS-T-CLIENTE
                       MOVE BRT-NUM-FATURA  TO WS-T-FATURA
                       MOVE BRT-DOCUMENTO   TO WS-T-DOCUMENTO
                       IF BRT-VALOR-TARIFA IS NUMERIC
                           MOVE BRT-VALOR-TARIFA TO WS-T-TARIFA
                       ELSE
                           MOVE ZEROS TO WS-T-TARIFA
                       END-IF
                       SET SEG-T-PRESENTE TO TRUE
                   WHEN 'U'
                       PERFORM P245-TRATAR-SEGMENTO-U
               MOVE BRU-VALOR-PAGO     TO WS-ENT-VALOR
               MOVE BRU-DATA-LIQUIDACAO TO WS-ENT-DATA

               MOVE WS-T-TARIFA        TO WS-ENT-TARIFA
               EVALUATE BRU-TIPO-MOVIMENTO
                   WHEN '02'
                       MOVE 'R' TO WS-ENT-TIPO-TARIFA
                   WHEN '09'
                       MOVE 'B' TO WS-ENT-TIPO-TARIFA
                   WHEN OTHER
                       MOVE 'L' TO WS-ENT-TIPO-TARIFA
               END-EVALUATE
               PERFORM P550-GRAVAR-TARIFA

               EVALUATE BRU-TIPO-MOVIMENTO
                   WHEN '06'
                       MOVE 'C' TO WS-ENT-ACAO

           MOVE SPACES                      TO PAGAMENTO-IN-HEADER
           MOVE 'HEADER'                    TO HDR-INDICADOR
           MOVE WS-DTP-DATA-ATUAL TO HDR-DATA-ARQUIVO
           MOVE 'BANCORET'                  TO HDR-SISTEMA-ORIGEM
           MOVE WS-PROXIMA-GERACAO          TO HDR-GERACAO

               READ BANK-PARM
                   NOT AT END
                       MOVE BK-FORMATO TO WS-FMT-BANCO-1
                       MOVE BK-BANCO   TO WS-BANCO-1
                       READ BANK-PARM
                           NOT AT END
                               MOVE BK-FORMATO TO WS-FMT-BANCO-2
                               MOVE BK-BANCO   TO WS-BANCO-2
                       END-READ
               END-READ
               CLOSE BANK-PARM
      * PROGRAM_TEST_SET_01 decide confirmado/parcial/revisao pelo
      * valor) e uma entrada de estorno do banco (BR-TIPO 'E' --
      * instrumento devolvido, credito em conta errada) sai com acao
      * 'E', que desfaz o valor aplicado e reabre a fatura. A
      * transacao leva o canal de cobranca (boleto com o codigo do
      * banco, PIX ou debito automatico) para o boletim de caixa.
      ******************************************************************
       P500-GERAR-TRANSACAO.

           MOVE WS-ENT-ACAO    TO PI-ACAO
           MOVE WS-ENT-VALOR   TO PI-VALOR-PAGO
           MOVE WS-ENT-DATA    TO PI-DATA-PAGTO
           MOVE WS-ENT-CANAL   TO PI-CANAL
           MOVE WS-ENT-BANCO   TO PI-BANCO

           WRITE PAGAMENTO-IN-REC
           ADD 1 TO WS-GERADOS
           END-IF
           .

      ******************************************************************
      * P550-GRAVAR-TARIFA
      * A tarifa que o banco cobrou pelo titulo vai para o razao
      * BANKTARF mesmo quando a entrada e rejeitada aqui -- o debito
      * na conta acontece do mesmo jeito. Entrada sem data (movimento
      * de registro ou baixa no 240) leva a data de processamento.
      ******************************************************************
       P550-GRAVAR-TARIFA.

           IF WS-ENT-TARIFA > ZEROS
               MOVE WS-ENT-DATA        TO BT-DATA-DEBITO
               IF BT-DATA-DEBITO = SPACES
                   MOVE WS-DTP-DATA-ATUAL (7:2)
                     TO BT-DATA-DEBITO (1:2)
                   MOVE '/' TO BT-DATA-DEBITO (3:1)
                   MOVE WS-DTP-DATA-ATUAL (5:2)
                     TO BT-DATA-DEBITO (4:2)
                   MOVE '/' TO BT-DATA-DEBITO (6:1)
                   MOVE WS-DTP-DATA-ATUAL (1:4)
                     TO BT-DATA-DEBITO (7:4)
               END-IF
               MOVE WS-DTP-DATA-ATUAL  TO BT-DATA-PROC
               MOVE WS-ENT-BANCO       TO BT-BANCO
               MOVE WS-ENT-FATURA      TO BT-NUM-FATURA
               MOVE WS-ENT-CLIENTE     TO BT-NUM-CLIENTE
               MOVE WS-ENT-TIPO-TARIFA TO BT-TIPO
               MOVE WS-ENT-TARIFA      TO BT-VALOR
               MOVE 'BANKRET01'        TO BT-ORIGEM
               WRITE BANK-FEE-LOG-REC
               ADD 1 TO WS-TARIFAS
           END-IF
           .

       P800-GRAVAR-EXCECAO.

           MOVE SPACES           TO BANK-EXCEPTION-REC
           CLOSE PAGAMENTO-IN
           CLOSE BANK-EXCEPTION
           CLOSE BANK-SETTLE-LOG
           CLOSE BANK-FEE-LOG

           DISPLAY 'BANKRET01 - RETORNOS LIDOS....: ' WS-LIDOS
           DISPLAY 'BANKRET01 - TRANSACOES GERADAS: ' WS-GERADOS
           DISPLAY 'BANKRET01 - EXCECOES..........: ' WS-REJEITADOS
           DISPLAY 'BANKRET01 - PIX RECEBIDOS.....: ' WS-PIX-LIDOS
           DISPLAY 'BANKRET01 - PIX EM SUSPENSE...: ' WS-PIX-SUSPENSE
           DISPLAY 'BANKRET01 - DEBITOS RETORNADOS: ' WS-DEB-LIDOS
           DISPLAY 'BANKRET01 - DEBITOS AO BOLETO.: ' WS-DEB-DEVOLVIDOS
           DISPLAY 'BANKRET01 - AVISOS DE DEBITO..: ' WS-DEB-AVISOS
           DISPLAY 'BANKRET01 - ADESOES CANCELADAS: '
                   WS-DEB-ADESOES-CANC
           DISPLAY 'BANKRET01 - TARIFAS REGISTRADAS: ' WS-TARIFAS
           .

       END PROGRAM BANKRET01.
