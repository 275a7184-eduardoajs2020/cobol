      *             statement showed the debt twice (originals plus
      *             parcels), a write-off still showed as owed and a
      *             discounted settlement left a phantom residual.
      * 15/10/2026  An invoice with an authorized NFS-e (NFSERET01)
      *             prints the NFS-e number and verification code under
      *             its line.
      * 15/10/2026  An open invoice with a PIX charge (FT-PIX-TXID,
      *             generated by REMESSA01) prints the txid and the
      *             copy-and-paste payload rebuilt by PIXGEN01 under the
      *             invoice line, so the customer can pay it by PIX.
      * 15/10/2026  The email statement goes to the customer's active
      *             billing contact on CLICONT (CTTMNT01), falling back
      *             to CM-EMAIL when the role has none.
      * 15/10/2026  The statement address block uses the customer's
      *             billing address (CM-ENDERECO-COBRANCA) when one is
      *             on file, the registered address otherwise.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  Customer credit applied to an invoice by CREDAPL01
      *             (CREDAPL ledger) prints as its own line under the
      *             invoice. The closing balance adds it back, because
      *             both the overpayment that created the credit and the
      *             payment it became on the new invoice are already in
      *             the paid total.
      * 15/10/2026  An invoice cancelled by CANCFAT01 (status C) is left
      *             off the statement and out of its totals.
      * 15/10/2026  A customer abroad with no billing address gets the
      *             registered address with the city line from ENDFMT01
      *             (city, region, postal code, country) and a line
      *             saying the invoices are paid by international wire
      *             transfer, not by boleto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSTMT01.
                                      RECORD KEY IS CP-NUM-CLIENTE
                                      FILE STATUS IS WS-PREF-STATUS.

           SELECT OPTIONAL CLIENTE-CONTATO
                                      ASSIGN TO "CLICONT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CC-CHAVE
                                      FILE STATUS IS WS-CONT-STATUS.

           SELECT OPTIONAL CREDITO-APLIC
                                      ASSIGN TO "CREDAPL"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CA-NUM-FATURA
                                      FILE STATUS IS WS-CREDAPL-STATUS.

           SELECT EMAIL-OUT          ASSIGN TO "STMTEML"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           03 SW-NUM-CLIENTE                  PIC 9(06).
           03 SW-DADOS                        PIC X(162).

       FD  FATURA-SORTED.
       01  FATURA-SORTED-REC.
              05 FS-VALOR-BAIXADO             PIC 9(07)V99.
              05 FS-VALOR-RENEGOCIADO         PIC 9(07)V99.
              05 FS-VALOR-ABATIDO             PIC 9(07)V99.
              05 FS-NUM-NFSE                  PIC 9(15).
              05 FS-COD-VERIFICACAO           PIC X(09).
              05 FS-VALOR-RET-FEDERAL         PIC 9(07)V99.
              05 FS-PIX-TXID                  PIC X(35).

       FD  PAGAMENTO-STATUS.
           COPY PAGTOSTS.
       FD  CONTATO-PREF.
           COPY CONTPREF.

      * Contatos por papel (CTTMNT01): o extrato vai para o contato
      * de cobranca do cliente.
       FD  CLIENTE-CONTATO.
           COPY CLICONT.

      * Saldo credor do cliente aplicado a fatura (CREDAPL01).
       FD  CREDITO-APLIC.
           COPY CREDAPL.

      * Extrato para entrega por email: um registro DEST com o
      * endereco e o assunto, depois o corpo do extrato linha a
      * linha, encerrado por um registro FIM -- o expedidor de email

       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PREF-STATUS                     PIC X(02) VALUE '00'.
       77 WS-CONT-STATUS                     PIC X(02) VALUE '00'.
       77 WS-CREDAPL-STATUS                  PIC X(02) VALUE '00'.

      * Destino do extrato por email: o email do contato de cobranca
      * ativo em CLICONT, ou o CM-EMAIL do mestre quando nao ha.
       77 WS-EMAIL-DESTINO                   PIC X(50) VALUE SPACES.

      * Canal de entrega do extrato corrente: email para quem
      * consentiu (CP-ACEITA-EMAIL) e tem email preenchido, papel
      * para o resto -- o papel do consentido e suprimido.
       01 WS-FLAGS-CANAL.
           03 WS-CANAL-SW                    PIC X(01) VALUE 'P'.
       77 WS-TOTAL-BAIXADO                   PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-RENEGOCIADO               PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-ABATIDO                   PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-CRED-APLICADO             PIC 9(09)V99 VALUE ZEROS.
       77 WS-SALDO-FINAL                     PIC S9(09)V99 VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 LEN-CEP                        PIC X(08).

       01 WS-LINHA-ENDERECO-EXT.
           03 FILLER                         PIC X(09)
                                       VALUE 'ENDER..: '.
           03 LEX-ENDERECO                   PIC X(60).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LEX-CIDADE-PAIS                PIC X(45).

       01 WS-LINHA-TRANSFERENCIA.
           03 FILLER                         PIC X(60) VALUE
             'PAGAMENTO POR TRANSFERENCIA BANCARIA INTERNACIONAL'.

       01 WS-LINHA-CAB-FATURA.
           03 FILLER                         PIC X(10)
                                       VALUE 'FATURA'.
           03 LAJ-VALOR                      PIC ZZZ,ZZ9.99.
           03 FILLER                         PIC X(03) VALUE ' CR'.

       01 WS-LINHA-CRED-APLICADO.
           03 FILLER                         PIC X(10)
                                       VALUE 'CREDITO   '.
           03 LCA-NUM-FATURA                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(16)
                                       VALUE 'SALDO CREDOR APL'.
           03 LCA-VALOR                      PIC ZZZ,ZZ9.99.

       01 WS-FLAGS-ITENS.
           03 WS-ITEM-EOF                    PIC X(01) VALUE 'N'.
              88 FIM-ITENS                       VALUE 'S' FALSE 'N'.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 LIS-RETIDO                     PIC X(17).

       01 WS-LINHA-NFSE.
           03 FILLER                         PIC X(13)
                                       VALUE 'NFS-E NUMERO '.
           03 LNF-NUM-NFSE                   PIC Z(14)9.
           03 FILLER                         PIC X(22)
                               VALUE '  COD. VERIFICACAO: '.
           03 LNF-COD-VERIFICACAO            PIC X(09).

      * Cobranca PIX da fatura aberta: o txid e o payload
      * copia-e-cola, quebrado em duas linhas do extrato.
       01 WS-LINHA-PIX.
           03 FILLER                         PIC X(18)
                                       VALUE 'PIX COPIA E COLA: '.
           03 LPX-TRECHO                     PIC X(114).

       01 WS-LINHA-PIX-TXID.
           03 FILLER                         PIC X(18)
                                       VALUE 'PIX TXID:         '.
           03 LPX-TXID                       PIC X(35).

       COPY PIXPARM.

       01 WS-LINHA-DESCONTO.
           03 FILLER                         PIC X(11)
                                       VALUE 'DESCONTO DE'.
                                       VALUE 'SALDO DEVEDOR: '.
           03 LSD-SALDO                      PIC -ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

      * Parametro para o CALL do ENDFMT01 (linha de cidade do
      * endereco cadastral, brasileiro ou no exterior).
           COPY ENDPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ORDENAR-FATURAS
           PERFORM P200-ABRIR-ARQUIVOS
           PERFORM P300-EXTRATO-CLIENTE
                          FT-VALOR-ISS FT-ISS-RETIDO
                          FT-VALOR-BAIXADO FT-VALOR-RENEGOCIADO
                          FT-VALOR-ABATIDO
                          FT-NUM-NFSE FT-COD-VERIFICACAO
                          FT-VALOR-RET-FEDERAL FT-PIX-TXID
                       DELIMITED BY SIZE INTO SW-DADOS
                   END-STRING
                   RELEASE SORT-WORK-REC
           OPEN INPUT  FATURA-SORTED
           OPEN INPUT  PAGAMENTO-STATUS
           OPEN INPUT  CONTATO-PREF
           OPEN INPUT  CLIENTE-CONTATO
           OPEN INPUT  CREDITO-APLIC
           PERFORM P0GL-LER-GERACAO-LOG
           OPEN EXTEND CONTACT-LOG
           OPEN OUTPUT STATEMENT-RPT
                             WS-TOTAL-BAIXADO
                             WS-TOTAL-RENEGOCIADO
                             WS-TOTAL-ABATIDO
                             WS-TOTAL-CRED-APLICADO

               PERFORM P380-DEFINIR-CANAL
               PERFORM P400-IMPRIMIR-CABECALHO
      ******************************************************************
      * P380-DEFINIR-CANAL
      * Decide o canal do extrato do cliente corrente: email quando o
      * consentimento CP-ACEITA-EMAIL vale e ha email de destino --
      * o do contato de cobranca ativo em CLICONT, senao o CM-EMAIL
      * do mestre (validado na carga pelo CORR_01); o registro DEST
      * abre a mensagem no extrato de email e o papel do consentido
      * nao sai.
      ******************************************************************
       P380-DEFINIR-CANAL.

           SET CANAL-PAPEL TO TRUE
           PERFORM P385-BUSCAR-CONTATO-COBRANCA

           MOVE CM-NUM-CLIENTE TO CP-NUM-CLIENTE
           READ CONTATO-PREF
                   CONTINUE
               NOT INVALID KEY
                   IF CP-EMAIL-PERMITIDO
                      AND WS-EMAIL-DESTINO NOT = SPACES
                       SET CANAL-EMAIL TO TRUE
                   END-IF
           END-READ
           IF CANAL-EMAIL
               ADD 1 TO WS-EXTRATOS-EMAIL
               MOVE SPACES TO EMAIL-OUT-REC
               STRING 'DEST: ' WS-EMAIL-DESTINO
                   DELIMITED BY SIZE INTO EMAIL-OUT-REC
               END-STRING
               WRITE EMAIL-OUT-REC
           END-IF
           .

       P385-BUSCAR-CONTATO-COBRANCA.

           MOVE CM-EMAIL TO WS-EMAIL-DESTINO

           MOVE CM-NUM-CLIENTE TO CC-NUM-CLIENTE
           SET CC-PAPEL-COBRANCA TO TRUE
           READ CLIENTE-CONTATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CC-ATIVO AND CC-EMAIL NOT = SPACES
                       MOVE CC-EMAIL TO WS-EMAIL-DESTINO
                   END-IF
           END-READ
           .

      ******************************************************************
      * P950-GRAVAR-LINHA
      * Toda linha de extrato sai por aqui: no canal de email vai
           PERFORM P950-GRAVAR-LINHA
           .

      ******************************************************************
      * P410-IMPRIMIR-CLIENTE
      * O extrato sai no endereco de cobranca quando o cliente tem um;
      * sem ele, no endereco cadastral -- o do cliente no exterior com
      * a linha de cidade do ENDFMT01 e o aviso de que paga por
      * transferencia internacional.
      ******************************************************************
       P410-IMPRIMIR-CLIENTE.

           MOVE CM-NUM-CLIENTE    TO LCL-NUM-CLIENTE
           MOVE WS-LINHA-CLIENTE  TO STATEMENT-RPT-REC
           PERFORM P950-GRAVAR-LINHA

           IF CM-COB-ENDERECO NOT = SPACES
               MOVE CM-COB-ENDERECO   TO LEN-ENDERECO
               MOVE CM-COB-CIDADE     TO LEN-CIDADE
               MOVE CM-COB-UF         TO LEN-UF
               MOVE CM-COB-CEP        TO LEN-CEP
               MOVE WS-LINHA-ENDERECO TO STATEMENT-RPT-REC
           ELSE
           IF CM-PAIS-BRASIL
               MOVE CM-ENDERECO       TO LEN-ENDERECO
               MOVE CM-CIDADE         TO LEN-CIDADE
               MOVE CM-UF             TO LEN-UF
               MOVE CM-CEP            TO LEN-CEP
               MOVE WS-LINHA-ENDERECO TO STATEMENT-RPT-REC
           ELSE
               MOVE CM-ENDERECO       TO LEX-ENDERECO
               MOVE CM-CIDADE         TO WS-ENDFMT-CIDADE
               MOVE CM-UF             TO WS-ENDFMT-UF
               MOVE CM-CEP            TO WS-ENDFMT-CEP
               MOVE CM-COD-PAIS       TO WS-ENDFMT-PAIS
               MOVE CM-COD-POSTAL     TO WS-ENDFMT-COD-POSTAL
               MOVE CM-REGIAO         TO WS-ENDFMT-REGIAO
               CALL 'ENDFMT01' USING WS-ENDFMT-PARM
               MOVE WS-ENDFMT-LINHA   TO LEX-CIDADE-PAIS
               MOVE WS-LINHA-ENDERECO-EXT TO STATEMENT-RPT-REC
           END-IF
           END-IF
           PERFORM P950-GRAVAR-LINHA

           IF NOT CM-PAIS-BRASIL
               MOVE WS-LINHA-TRANSFERENCIA TO STATEMENT-RPT-REC
               PERFORM P950-GRAVAR-LINHA
           END-IF

           MOVE SPACES TO STATEMENT-RPT-REC
           PERFORM P950-GRAVAR-LINHA
           .
      * Enquanto a fatura corrente casa com o cliente do extrato,
      * imprime a linha da fatura, acumula os totais e avanca. Uma
      * fatura de cliente menor que o corrente (orfa no mestre) e
      * pulada sem imprimir. Fatura cancelada (CANCFAT01) nao sai no
      * extrato nem nos totais: para o cliente ela nao existiu.
      ******************************************************************
       P500-IMPRIMIR-FATURA.

           IF WS-CHAVE-FATURA = CM-NUM-CLIENTE
              AND FS-STATUS NOT = 'C'
               MOVE FS-NUM-FATURA   TO LFT-NUM-FATURA
               MOVE FS-DATA-EMISSAO TO LFT-EMISSAO
               MOVE FS-DATA-VENCTO  TO LFT-VENCTO
               PERFORM P950-GRAVAR-LINHA
               ADD 1 TO WS-FATURAS-IMPRESSAS

               IF FS-NUM-NFSE > 0
                   PERFORM P515-IMPRIMIR-NFSE
               END-IF

               PERFORM P530-IMPRIMIR-ITENS

               IF FS-VALOR-AJUSTES > 0
                   PERFORM P510-IMPRIMIR-AJUSTE
               END-IF

               PERFORM P512-IMPRIMIR-CRED-APLICADO

               IF FS-STATUS = 'A' AND FS-DESC-PERCENTUAL > 0
                   PERFORM P520-IMPRIMIR-DESCONTO
               END-IF

               IF FS-STATUS = 'A' AND FS-PIX-TXID NOT = SPACES
                   PERFORM P517-IMPRIMIR-PIX
               END-IF

               IF FS-VALOR-ISS > 0
                   PERFORM P525-IMPRIMIR-ISS
               END-IF
           PERFORM P950-GRAVAR-LINHA
           .

      ******************************************************************
      * P512-IMPRIMIR-CRED-APLICADO
      * Saldo credor anterior aplicado a fatura (CREDAPL01) sai logo
      * abaixo dela. O valor ja entra no pago da fatura pelo PAGTOSTS
      * e o pagamento a maior que gerou o credito tambem: volta ao
      * saldo final para nao ser abatido duas vezes.
      ******************************************************************
       P512-IMPRIMIR-CRED-APLICADO.

           MOVE FS-NUM-FATURA TO CA-NUM-FATURA

           READ CREDITO-APLIC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-NUM-FATURA     TO LCA-NUM-FATURA
                   MOVE CA-VALOR-APLICADO TO LCA-VALOR
                   ADD  CA-VALOR-APLICADO TO WS-TOTAL-CRED-APLICADO

                   MOVE WS-LINHA-CRED-APLICADO TO STATEMENT-RPT-REC
                   PERFORM P950-GRAVAR-LINHA
           END-READ
           .

      ******************************************************************
      * P515-IMPRIMIR-NFSE
      * Fatura com NFS-e autorizada (NFSERET01): numero da nota e
      * codigo de verificacao logo abaixo da linha da fatura -- o que
      * o contador do cliente pede para escriturar.
      ******************************************************************
       P515-IMPRIMIR-NFSE.

           MOVE FS-NUM-NFSE        TO LNF-NUM-NFSE
           MOVE FS-COD-VERIFICACAO TO LNF-COD-VERIFICACAO

           MOVE WS-LINHA-NFSE TO STATEMENT-RPT-REC
           PERFORM P950-GRAVAR-LINHA
           .

      ******************************************************************
      * P517-IMPRIMIR-PIX
      * Fatura aberta com cobranca PIX gerada na remessa: o txid e o
      * copia-e-cola remontado pelo PIXGEN01 sobre o mesmo valor
      * cobravel registrado, para o cliente pagar pelo aplicativo do
      * banco em vez do boleto.
      ******************************************************************
       P517-IMPRIMIR-PIX.

           MOVE FS-PIX-TXID TO WS-PIX-TXID
           COMPUTE WS-PIX-VALOR = FS-VALOR - FS-VALOR-RET-FEDERAL
           CALL 'PIXGEN01' USING WS-PIXGEN-PARM

           IF PIX-GERADO
               MOVE FS-PIX-TXID TO LPX-TXID
               MOVE WS-LINHA-PIX-TXID TO STATEMENT-RPT-REC
               PERFORM P950-GRAVAR-LINHA

               MOVE WS-PIX-PAYLOAD (1:114) TO LPX-TRECHO
               MOVE WS-LINHA-PIX TO STATEMENT-RPT-REC
               PERFORM P950-GRAVAR-LINHA

               IF WS-PIX-PAYLOAD (115:136) NOT = SPACES
                   MOVE SPACES TO STATEMENT-RPT-REC
                   MOVE WS-PIX-PAYLOAD (115:114)
                     TO STATEMENT-RPT-REC (19:114)
                   PERFORM P950-GRAVAR-LINHA
               END-IF

               IF WS-PIX-PAYLOAD (229:22) NOT = SPACES
                   MOVE SPACES TO STATEMENT-RPT-REC
                   MOVE WS-PIX-PAYLOAD (229:22)
                     TO STATEMENT-RPT-REC (19:22)
                   PERFORM P950-GRAVAR-LINHA
               END-IF
           END-IF
           .

      ******************************************************************
      * P520-IMPRIMIR-DESCONTO
      * Fatura aberta com condicao de desconto por antecipacao: os
           COMPUTE WS-SALDO-FINAL =
               WS-TOTAL-FATURADO - WS-TOTAL-AJUSTES - WS-TOTAL-PAGO
             - WS-TOTAL-BAIXADO - WS-TOTAL-RENEGOCIADO
             - WS-TOTAL-ABATIDO + WS-TOTAL-CRED-APLICADO

           MOVE SPACES TO STATEMENT-RPT-REC
           PERFORM P950-GRAVAR-LINHA
           CLOSE FATURA-SORTED
           CLOSE PAGAMENTO-STATUS
           CLOSE CONTATO-PREF
           CLOSE CLIENTE-CONTATO
           CLOSE CREDITO-APLIC
           CLOSE CONTACT-LOG
           CLOSE STATEMENT-RPT
           CLOSE EMAIL-OUT
      ******************************************************************
       P960-GRAVAR-CONTATO.

           MOVE WS-DTP-DATA-ATUAL TO CLG-DATA
           MOVE WS-GERACAO-LOG              TO CLG-GERACAO

           WRITE CONTATO-LOG-REC
