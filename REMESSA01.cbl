      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  A registered title of an invoice assigned to a
      *             factor (FT-CEDIDA) gets no baixa: it stays live at
      *             the bank so the customer's payment still reaches us
      *             and is passed on to the factor. Counted apart.
      * 15/10/2026  An open invoice of a customer abroad (CM-COD-PAIS
      *             other than blank or BR) gets no boleto and no PIX
      *             charge: it is billed for wire transfer, listed
      *             every run on TRANSFEX with the collectable amount,
      *             the foreign tax ID and the issuing company's bank
      *             data for the transfer instructions.
      * 15/10/2026  A second copy requested through SEGVIA01 for a
      *             registered open title goes to the bank as an
      *             alteration of that title (plain type '4', 240
      *             segment P movement 31) with the new due date and the
      *             updated amount; the new linha digitavel and barcode
      *             are composed over the same invoice, written to
      *             SEGVOUT and stamped on the SEGVIA request, which is
      *             marked sent. The boleto due-date factor now comes
      *             from WS-VENCTO-BOLETO.
      * 15/10/2026  Multi-company: the remittance is built for one
      *             issuing company -- the one named on EMPSEL
      *             (EMPLKP01), company 01 without a selection; an
      *             unknown company refuses the run with RETURN-CODE
      *             9001. Other companies' invoices are skipped and
      *             counted, the company's bank agreement code (when
      *             set) overrides the bank 1 code, and both headers
      *             carry the cedente CNPJ, name, agencia, conta and
      *             convenio. Invoice before image at 241 bytes.
      * 15/10/2026  An invoice partly covered by the customer's credit
      *             balance (CREDAPL ledger, CREDAPL01) is registered
      *             for the remainder only; a fully covered one is
      *             already paid and stays out of the file.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  The payer address on the title (plain and 240
      *             layouts) is the customer's billing address when one
      *             is on file, the registered address otherwise; bank
      *             routing still follows the registered UF.
      * 15/10/2026  Every invoice marked baixa-sent or given its PIX
      *             txid is journaled on FTJRNL with its before and
      *             after images and the CTRLFILE generation.
      * 15/10/2026  An open invoice of a customer with an active
      *             automatic-debit enrollment (DEBAUT) stays out of the
      *             boleto file, and so does one whose debit request
      *             DEBREM01 already sent; the invoice only comes back
      *             here as a boleto when the bank returned the debit
      *             unpaid (FT-DEB-DEVOLVIDO).
      * 15/10/2026  Every title registered also gets its PIX charge,
      *             once: a txid is built from the invoice, the customer
      *             and the generation instant, and PIXGEN01 returns the
      *             copy-and-paste payload over the same collectable
      *             amount as the boleto. The charge goes to the PIXCOB
      *             file for the bank, and the txid is stamped on the
      *             invoice (FT-PIX-TXID).
      * 15/10/2026  The registered amount (flat and 240 records, boleto
      *             barcode and trailer totals) is now the invoice value
      *             net of the federal retentions FT-VALOR-RET-FEDERAL:
      *             a corporate taker pays the net and the bank must
      *             expect exactly that.
      * 15/10/2026  The registration record (flat and segment P) now
      *             carries the NFS-e number stamped on the invoice by
      *             NFSERET01, for the bank to print on the boleto as
      *             the document reference; the flat record grows to 294
      *             bytes and REMESSA2-REC follows.
      * 03/09/2026  REMESSA2-REC aligned to the 279 bytes of the
      *             flat-format record it mirrors.
      * 03/09/2026  Per-title bank instructions by risk class: the
                                      ASSIGN TO "RISKTAB"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PIX-CHARGE         ASSIGN TO "PIXCOB"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANSF-EXT         ASSIGN TO "TRANSFEX"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DEBITO-AUTO
                                      ASSIGN TO "DEBAUT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS DA-NUM-CLIENTE
                                      FILE STATUS IS WS-DEBAUT-STATUS.

           SELECT OPTIONAL CREDITO-APLIC
                                      ASSIGN TO "CREDAPL"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CA-NUM-FATURA
                                      FILE STATUS IS WS-CREDAPL-STATUS.

           SELECT OPTIONAL SEGUNDA-VIA
                                      ASSIGN TO "SEGVIA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS SG-NUM-FATURA
                                      FILE STATUS IS WS-SEGVIA-STATUS.

           SELECT SEGVIA-OUT         ASSIGN TO "SEGVOUT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-CONTROL-FILE
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FATURA-JOURNAL
                                      ASSIGN TO "FTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-MASTER.
       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

      * Adesoes ao debito automatico (DEBMNT01): a fatura de quem tem
      * adesao ativa e cobrada pelo DEBREM01, nao por boleto.
       FD  DEBITO-AUTO.
           COPY DEBAUT.

      * Saldo credor do cliente ja aplicado a fatura (CREDAPL01): o
      * titulo cobra so o que o credito deixou em aberto.
       FD  CREDITO-APLIC.
           COPY CREDAPL.

      * Pedidos de segunda via (SEGVIA01): o pendente vira instrucao
      * de alteracao do titulo registrado nesta remessa.
       FD  SEGUNDA-VIA.
           COPY SEGVIA.

      * Segundas vias emitidas nesta remessa, com a nova linha
      * digitavel e o codigo de barras, para envio ao cliente.
       FD  SEGVIA-OUT.
       01  SEGVIA-OUT-REC.
           03 SO-NUM-FATURA                   PIC 9(06).
           03 SO-NUM-CLIENTE                  PIC 9(06).
           03 SO-DOCUMENTO                    PIC X(14).
           03 SO-NOME                         PIC X(30).
           03 SO-VENCTO-ORIGINAL              PIC X(10).
           03 SO-NOVO-VENCTO                  PIC X(10).
           03 SO-VALOR-ABERTO                 PIC 9(07)V99.
           03 SO-VALOR-ENCARGOS               PIC 9(07)V99.
           03 SO-VALOR-ATUALIZADO             PIC 9(07)V99.
           03 SO-LINHA-DIGITAVEL              PIC X(47).
           03 SO-CODIGO-BARRAS                PIC X(44).

       FD  BOLETO-PARM.
       01  BOLETO-PARM-REC.
           03 BP-BANCO                        PIC 9(03).
           03 RM-CODIGO-BARRAS                PIC X(44).
           03 RM-INSTRUCAO                    PIC 9(02).
           03 RM-PRAZO-INSTRUCAO              PIC 9(03).
           03 RM-NUM-NFSE                     PIC 9(15).

       01  REMESSA-HEADER REDEFINES REMESSA-REC.
           03 RH-TIPO                         PIC X(01).
           03 RH-LITERAL                      PIC X(16).
           03 RH-DATA-GERACAO                 PIC 9(08).
           03 RH-CNPJ-CEDENTE                 PIC X(14).
           03 RH-NOME-CEDENTE                 PIC X(40).
           03 RH-AGENCIA                      PIC 9(05).
           03 RH-CONTA                        PIC X(12).
           03 RH-CONVENIO                     PIC X(20).
           03 FILLER                          PIC X(178).

       01  REMESSA-TRAILER REDEFINES REMESSA-REC.
           03 RT-TIPO                         PIC X(01).
           COPY TRLCTL.
           03 RT-VALOR-TOTAL                  PIC 9(11)V99.
           03 FILLER                          PIC X(255).

      * Instrucao de baixa no layout plano (tipo '3'): manda o banco
      * retirar da carteira um titulo registrado que deixou de estar
           03 RB-NUM-FATURA                   PIC 9(06).
           03 RB-NUM-CLIENTE                  PIC 9(06).
           03 RB-INSTRUCAO                    PIC X(15).
           03 FILLER                          PIC X(266).

      * Instrucao de alteracao no layout plano (tipo '4'): novo
      * vencimento e novo valor de um titulo ja registrado, com a
      * linha digitavel e o codigo de barras da segunda via -- o
      * titulo original passa a valer so nas novas condicoes.
       01  REMESSA-ALTERACAO REDEFINES REMESSA-REC.
           03 RA-TIPO                         PIC X(01).
           03 RA-NUM-FATURA                   PIC 9(06).
           03 RA-NUM-CLIENTE                  PIC 9(06).
           03 RA-INSTRUCAO                    PIC X(15).
           03 RA-NOVO-VENCTO                  PIC X(10).
           03 RA-NOVO-VALOR                   PIC 9(07)V99.
           03 RA-LINHA-DIGITAVEL              PIC X(47).
           03 RA-CODIGO-BARRAS                PIC X(44).
           03 FILLER                          PIC X(156).

      * Registro do formato segmentado de 240 posicoes: prefixo
      * comum (banco, lote, tipo de registro, sequencia, segmento) e
      * montados nas areas do arquivo principal e copiados para ca
      * quando o roteamento manda o titulo ao banco 2.
       FD  REMESSA-OUT-2.
       01  REMESSA2-REC                       PIC X(294).
       01  REMESSA2-240-REC                   PIC X(240).

      * Tabela de roteamento por banco: regra 'C' prende um cliente
           03 RO-UF-ATE                       PIC X(02).
           03 RO-BANCO                        PIC 9(01).

      * Cobranca PIX gerada junto com o boleto: txid, titulo, valor
      * cobravel e o payload copia-e-cola que o banco registra e o
      * extrato imprime.
       FD  PIX-CHARGE.
       01  PIX-CHARGE-REC.
           03 PC-TXID                         PIC X(35).
           03 PC-NUM-FATURA                   PIC 9(06).
           03 PC-NUM-CLIENTE                  PIC 9(06).
           03 PC-DOCUMENTO                    PIC X(14).
           03 PC-DATA-VENCTO                  PIC X(10).
           03 PC-VALOR                        PIC 9(07)V99.
           03 PC-PAYLOAD                      PIC X(250).

      * Fatura em aberto de cliente no exterior, cobrada por
      * transferencia internacional: valor cobravel e os dados
      * bancarios da empresa emissora para as instrucoes.
       FD  TRANSF-EXT.
       01  TRANSF-EXT-REC.
           03 TE-NUM-FATURA                   PIC 9(06).
           03 TE-NUM-CLIENTE                  PIC 9(06).
           03 TE-NOME                         PIC X(30).
           03 TE-COD-PAIS                     PIC X(02).
           03 TE-ID-FISCAL-EXT                PIC X(20).
           03 TE-DATA-VENCTO                  PIC X(10).
           03 TE-VALOR                        PIC 9(07)V99.
           03 TE-COD-EMPRESA                  PIC 9(02).
           03 TE-BANCO                        PIC 9(03).
           03 TE-AGENCIA                      PIC 9(05).
           03 TE-CONTA                        PIC X(12).

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
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-DEBAUT-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CREDAPL-STATUS                  PIC X(02) VALUE '00'.
       77 WS-SEGVIA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-HASH-NUM-FATURA                 PIC 9(11) VALUE ZEROS.
       77 WS-VALOR-TOTAL                     PIC 9(11)V99 VALUE ZEROS.
      * Valor cobravel do titulo: o faturado menos as retencoes
      * federais que o tomador pessoa juridica recolhe na fonte.
       77 WS-VALOR-COBRAVEL                  PIC 9(07)V99 VALUE ZEROS.

      * Composicao do boleto em casa: codigo do banco cedente (BOLPARM,
      * padrao 001), moeda real ('9'), fator de vencimento em dias
              88 ROTA-DECIDIDA        VALUE 'S' FALSE 'N'.
       77 WS-UF-ROTEIO          PIC X(02) VALUE SPACES.

      * Endereco do pagador no titulo: o de cobranca do cliente quando
      * ele tem um, senao o cadastral (P305).
       01 WS-END-PAGADOR.
           03 WS-PAG-ENDERECO   PIC X(60).
           03 WS-PAG-CIDADE     PIC X(30).
           03 WS-PAG-UF         PIC X(02).
           03 WS-PAG-CEP        PIC X(08).

      * Instrucoes por classe de risco carregadas de RISKTAB; classe
      * sem regra (ou cliente sem classe) sai com a instrucao padrao
      * zero -- o comportamento de sempre.
           03 WS-HA-EMPRESA     PIC X(30)
                            VALUE 'REMESSA COBRANCA'.
           03 WS-HA-DATA-GERACAO PIC 9(08).
           03 WS-HA-CNPJ-CEDENTE PIC X(14) VALUE SPACES.
           03 WS-HA-NOME-CEDENTE PIC X(40) VALUE SPACES.
           03 WS-HA-AGENCIA     PIC 9(05) VALUE ZEROS.
           03 WS-HA-CONTA       PIC X(12) VALUE SPACES.
           03 WS-HA-CONVENIO    PIC X(20) VALUE SPACES.
           03 FILLER            PIC X(97) VALUE SPACES.

       01 WS-R240-SEG-P.
           03 WS-P-COD-MOVIMENTO PIC 9(02).
           03 WS-P-VALOR        PIC 9(11)V99.
           03 WS-P-DESC-PERCENTUAL PIC 9(02)V99.
           03 WS-P-DESC-DIAS    PIC 9(03).
           03 WS-P-NUM-NFSE     PIC 9(15).
           03 FILLER            PIC X(162) VALUE SPACES.

       01 WS-R240-SEG-Q.
           03 WS-Q-TIPO-INSCRICAO PIC 9(01).
       77 WS-DIAS-BASE          PIC 9(07) VALUE ZEROS.
       77 WS-DATA-INT           PIC 9(08) VALUE ZEROS.
       77 WS-FATOR-CALC         PIC 9(07) VALUE ZEROS.
      * Vencimento que entra no fator do boleto: o da fatura no
      * registro, o novo vencimento na segunda via.
       77 WS-VENCTO-BOLETO      PIC X(10) VALUE SPACES.

       01 WS-DATA-VENCTO-AUX.
           03 WS-VCT-DD         PIC 9(02).
       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-DEBITO-SW                   PIC X(01) VALUE 'N'.
              88 CLIENTE-EM-DEBITO                VALUE 'S' FALSE 'N'.
           03 WS-EMPRESA-SW                  PIC X(01) VALUE 'S'.
              88 FATURA-DA-EMPRESA                VALUE 'S' FALSE 'N'.

      * Empresa emissora (cedente) desta remessa: a selecionada no
      * EMPSEL, ou a 01 sem selecao -- um arquivo de remessa e de um
      * cedente so.
       77 WS-EMPRESA-REMESSA                 PIC 9(02) VALUE 1.
       77 WS-EMPRESA-FATURA                  PIC 9(02) VALUE ZEROS.

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(07) VALUE ZEROS.
           03 WS-REGISTRADAS                 PIC 9(07) VALUE ZEROS.
           03 WS-SEM-CLIENTE                 PIC 9(07) VALUE ZEROS.
           03 WS-BAIXAS                      PIC 9(07) VALUE ZEROS.
           03 WS-PIX-GERADOS                 PIC 9(07) VALUE ZEROS.
           03 WS-EM-DEBITO                   PIC 9(07) VALUE ZEROS.
           03 WS-OUTRA-EMPRESA               PIC 9(07) VALUE ZEROS.
           03 WS-ALTERACOES                  PIC 9(07) VALUE ZEROS.
           03 WS-EXTERIOR                    PIC 9(07) VALUE ZEROS.
           03 WS-CEDIDAS                     PIC 9(07) VALUE ZEROS.

      * Txid da cobranca PIX: prefixo, fatura, cliente e o instante
      * da geracao -- unico por cobranca e alfanumerico, como o
      * arranjo exige (26 a 35 posicoes).
       01 WS-TXID-MONTADO.
           03 WS-TX-PREFIXO                  PIC X(02) VALUE 'AR'.
           03 WS-TX-NUM-FATURA               PIC 9(06).
           03 WS-TX-NUM-CLIENTE              PIC 9(06).
           03 WS-TX-DATA-HORA                PIC X(14).

      * Parametro para o CALL do PIXGEN01 (payload PIX).
       COPY PIXPARM.

       COPY LOCALE.

           03 WS-CURFMT-SAIDA                PIC X(20).
           03 WS-CURFMT-LOCALE                PIC X(02).

      * Parametro para o CALL do EMPLKP01 (tabela de empresas
      * emissoras).
           COPY EMPPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P090-SELECIONAR-EMPRESA

           IF EMP-SELECAO-INVALIDA
               DISPLAY 'REMESSA01 - EMPRESA DO EMPSEL NAO CADASTRADA: '
                       WS-EMP-COD-EMPRESA
                       ' - EXECUCAO RECUSADA'
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P145-HEADERS-TODOS
           PERFORM P200-PROCESSA-FATURA

           GOBACK.

      ******************************************************************
      * P090-SELECIONAR-EMPRESA
      * A remessa sai pela empresa do EMPSEL (EMPLKP01); sem selecao,
      * pela 01. Os dados cadastrais da empresa vao nos headers e o
      * banco do convenio dela, quando informado, e o do banco 1.
      ******************************************************************
       P090-SELECIONAR-EMPRESA.

           MOVE 'S' TO WS-EMP-FUNCAO
           CALL 'EMPLKP01' USING WS-EMPLKP-PARM

           IF EMP-CONSOLIDADO
               MOVE 'C' TO WS-EMP-FUNCAO
               MOVE 1   TO WS-EMP-COD-EMPRESA
               CALL 'EMPLKP01' USING WS-EMPLKP-PARM
           END-IF

           IF EMP-OK
               MOVE WS-EMP-COD-EMPRESA     TO WS-EMPRESA-REMESSA
               MOVE WS-EMP-CNPJ            TO WS-HA-CNPJ-CEDENTE
               MOVE WS-EMP-RAZAO-SOCIAL    TO WS-HA-NOME-CEDENTE
               MOVE WS-EMP-AGENCIA         TO WS-HA-AGENCIA
               MOVE WS-EMP-CONTA           TO WS-HA-CONTA
               MOVE WS-EMP-CONVENIO        TO WS-HA-CONVENIO
           END-IF
           .

       P100-ABRIR-ARQUIVOS.

           OPEN I-O    FATURA-MASTER
           OPEN INPUT  CUSTOMER-MASTER
           OPEN OUTPUT REMESSA-OUT
           OPEN OUTPUT PIX-CHARGE
           OPEN OUTPUT TRANSF-EXT
           OPEN INPUT  DEBITO-AUTO
           OPEN INPUT  CREDITO-APLIC
           OPEN I-O    SEGUNDA-VIA
           OPEN OUTPUT SEGVIA-OUT
           PERFORM P0GL-LER-GERACAO-LOG
           OPEN EXTEND FATURA-JOURNAL

           PERFORM P120-LER-PARAMETROS
           PERFORM P125-LER-BANCOS
           IF WS-EMP-BANCO NOT = ZEROS
               MOVE WS-EMP-BANCO TO WS-BCO-CODIGO (1)
           END-IF
           PERFORM P128-LER-ROTAS
           PERFORM P127-LER-CLASSES

               INITIALIZE REMESSA-REC
               MOVE '1'                         TO RH-TIPO
               MOVE 'REMESSA COBRANCA'          TO RH-LITERAL
               MOVE WS-DTP-DATA-ATUAL TO RH-DATA-GERACAO
               MOVE WS-HA-CNPJ-CEDENTE          TO RH-CNPJ-CEDENTE
               MOVE WS-HA-NOME-CEDENTE          TO RH-NOME-CEDENTE
               MOVE WS-HA-AGENCIA               TO RH-AGENCIA
               MOVE WS-HA-CONTA                 TO RH-CONTA
               MOVE WS-HA-CONVENIO              TO RH-CONVENIO

               PERFORM P380-GRAVAR-PLANO
           END-IF
      ******************************************************************
       P170-GRAVAR-HEADERS-240.

           MOVE WS-DTP-DATA-ATUAL TO WS-HA-DATA-GERACAO

           MOVE WS-BANCO-CEDENTE TO R2-BANCO
           MOVE ZEROS            TO R2-LOTE
      * P200-PROCESSA-FATURA
      * So fatura em aberto entra na remessa; uma fatura cujo cliente
      * nao esta no mestre e pulada com contagem propria -- registrar
      * cobranca sem nome e endereco o banco devolve. Fatura de outra
      * empresa emissora fica para a remessa do cedente dela.
      ******************************************************************
       P200-PROCESSA-FATURA.

           PERFORM P210-CONSULTAR-DEBITO

           MOVE FT-COD-EMPRESA TO WS-EMPRESA-FATURA
           IF WS-EMPRESA-FATURA = ZEROS
               MOVE 1 TO WS-EMPRESA-FATURA
           END-IF
           IF WS-EMPRESA-FATURA = WS-EMPRESA-REMESSA
               SET FATURA-DA-EMPRESA TO TRUE
           ELSE
               SET FATURA-DA-EMPRESA TO FALSE
           END-IF

           EVALUATE TRUE
               WHEN NOT FATURA-DA-EMPRESA
                   ADD 1 TO WS-OUTRA-EMPRESA
               WHEN FT-ABERTA AND NOT FT-BCO-REGISTRADA
                    AND FT-DEB-ENVIADO
                   ADD 1 TO WS-EM-DEBITO
               WHEN FT-ABERTA AND NOT FT-BCO-REGISTRADA
                    AND FT-DEB-NAO-ENVIADO
                    AND CLIENTE-EM-DEBITO
                   ADD 1 TO WS-EM-DEBITO
               WHEN FT-ABERTA AND NOT FT-BCO-REGISTRADA
                   MOVE FT-NUM-CLIENTE TO CM-NUM-CLIENTE
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           ADD 1 TO WS-SEM-CLIENTE
                       NOT INVALID KEY
                           IF CM-PAIS-BRASIL
                               MOVE CM-UF TO WS-UF-ROTEIO
                               PERFORM P140-ROTEAR-BANCO
                               PERFORM P130-CARREGAR-BANCO
                               PERFORM P300-GRAVAR-TITULO
                               PERFORM P135-SALVAR-BANCO
                           ELSE
                               PERFORM P700-GRAVAR-TRANSFERENCIA
                           END-IF
                   END-READ
               WHEN FT-CEDIDA AND FT-BCO-REGISTRADA
                   ADD 1 TO WS-CEDIDAS
               WHEN NOT FT-ABERTA AND FT-BCO-REGISTRADA
                   MOVE SPACES TO WS-UF-ROTEIO
                   MOVE FT-NUM-CLIENTE TO CM-NUM-CLIENTE
                   PERFORM P130-CARREGAR-BANCO
                   PERFORM P500-EMITIR-BAIXA
                   PERFORM P135-SALVAR-BANCO
               WHEN FT-ABERTA AND FT-BCO-REGISTRADA
                   MOVE FT-NUM-FATURA TO SG-NUM-FATURA
                   READ SEGUNDA-VIA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SG-INSTRUCAO-PENDENTE
                               PERFORM P540-ROTEAR-ALTERACAO
                           END-IF
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM P110-LER-FATURA
           .

      ******************************************************************
      * P210-CONSULTAR-DEBITO
      * Cliente com adesao ativa ao debito automatico: a fatura
      * aberta espera o pedido de debito do DEBREM01 em vez de virar
      * boleto. So volta para a remessa a fatura cujo debito foi
      * devolvido (FT-DEB-DEVOLVIDO).
      ******************************************************************
       P210-CONSULTAR-DEBITO.

           SET CLIENTE-EM-DEBITO TO FALSE

           IF FT-ABERTA AND FT-DEB-NAO-ENVIADO
               MOVE FT-NUM-CLIENTE TO DA-NUM-CLIENTE
               READ DEBITO-AUTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DA-ADESAO-ATIVA
                           SET CLIENTE-EM-DEBITO TO TRUE
                       END-IF
               END-READ
           END-IF
           .

      ******************************************************************
      * P500-EMITIR-BAIXA
      * Titulo registrado no banco que deixou de estar em aberto aqui
      ******************************************************************
       P500-EMITIR-BAIXA.

           COMPUTE WS-VALOR-COBRAVEL =
               FT-VALOR - FT-VALOR-RET-FEDERAL
           PERFORM P302-DESCONTAR-CRED-APLICADO

           IF FORMATO-240
               MOVE 02                 TO WS-P-COD-MOVIMENTO
               MOVE FT-NUM-FATURA      TO WS-P-NOSSO-NUMERO
               MOVE FT-NUM-CLIENTE     TO WS-P-NUM-CLIENTE
               MOVE FT-DATA-VENCTO     TO WS-P-DATA-VENCTO
               MOVE WS-VALOR-COBRAVEL  TO WS-P-VALOR
               MOVE ZEROS              TO WS-P-DESC-PERCENTUAL
                                          WS-P-DESC-DIAS
                                          WS-P-NUM-NFSE
                                          WS-P-INSTRUCAO
                                          WS-P-PRAZO-INSTRUCAO

               PERFORM P380-GRAVAR-PLANO
           END-IF

           MOVE FATURA-REC TO WS-FT-IMAGEM-ANTES
           SET FT-BCO-BAIXA-ENVIADA TO TRUE
           REWRITE FATURA-REC
               INVALID KEY
                   DISPLAY 'REMESSA01 - FALHA AO MARCAR BAIXA: '
                           FT-NUM-FATURA
               NOT INVALID KEY
                   MOVE 'REGRAVACAO' TO FJ-OPERACAO
                   PERFORM P0FJ-GRAVAR-JORNAL-FATURA
           END-REWRITE

           ADD 1 TO WS-BAIXAS
           .

      ******************************************************************
      * P540-ROTEAR-ALTERACAO
      * A alteracao vai ao mesmo banco em que o titulo foi registrado:
      * o roteamento e o do registro (cliente, depois UF cadastral).
      ******************************************************************
       P540-ROTEAR-ALTERACAO.

           MOVE SPACES TO WS-UF-ROTEIO
           MOVE FT-NUM-CLIENTE TO CM-NUM-CLIENTE
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CM-DOCUMENTO CM-NOME-FORMATADO
               NOT INVALID KEY
                   MOVE CM-UF TO WS-UF-ROTEIO
           END-READ
           PERFORM P140-ROTEAR-BANCO
           PERFORM P130-CARREGAR-BANCO
           PERFORM P550-EMITIR-ALTERACAO
           PERFORM P135-SALVAR-BANCO
           .

      ******************************************************************
      * P550-EMITIR-ALTERACAO
      * Segunda via pedida no SEGVIA01 para titulo ja registrado:
      * compoe o novo boleto sobre a mesma fatura (novo vencimento e
      * valor atualizado no fator e no valor do codigo de barras) e
      * manda ao banco a alteracao do titulo -- tipo '4' no plano,
      * segmento P com codigo de movimento 31 no formato 240 -- para
      * o original nao ser pago tambem nas condicoes antigas. A
      * segunda via sai no SEGVOUT e o pedido fica como enviado.
      ******************************************************************
       P550-EMITIR-ALTERACAO.

           MOVE SG-VALOR-ATUALIZADO TO WS-VALOR-COBRAVEL
           MOVE SG-NOVO-VENCTO      TO WS-VENCTO-BOLETO
           PERFORM P320-MONTAR-BOLETO
           MOVE RM-LINHA-DIGITAVEL  TO SG-LINHA-DIGITAVEL
           MOVE RM-CODIGO-BARRAS    TO SG-CODIGO-BARRAS

           IF FORMATO-240
               MOVE 31                 TO WS-P-COD-MOVIMENTO
               MOVE FT-NUM-FATURA      TO WS-P-NOSSO-NUMERO
               MOVE FT-NUM-CLIENTE     TO WS-P-NUM-CLIENTE
               MOVE SG-NOVO-VENCTO     TO WS-P-DATA-VENCTO
               MOVE WS-VALOR-COBRAVEL  TO WS-P-VALOR
               MOVE ZEROS              TO WS-P-DESC-PERCENTUAL
                                          WS-P-DESC-DIAS
                                          WS-P-NUM-NFSE
                                          WS-P-INSTRUCAO
                                          WS-P-PRAZO-INSTRUCAO

               ADD 1 TO WS-SEQ-240
               MOVE WS-BANCO-CEDENTE   TO R2-BANCO
               MOVE 1                  TO R2-LOTE
               MOVE '3'                TO R2-TIPO-REG
               MOVE WS-SEQ-240         TO R2-SEQ
               MOVE 'P'                TO R2-SEGMENTO
               MOVE WS-R240-SEG-P      TO R2-CONTEUDO
               PERFORM P385-GRAVAR-240
           ELSE
               INITIALIZE REMESSA-REC
               MOVE '4'                TO RA-TIPO
               MOVE FT-NUM-FATURA      TO RA-NUM-FATURA
               MOVE FT-NUM-CLIENTE     TO RA-NUM-CLIENTE
               MOVE 'ALTERAR TITULO'   TO RA-INSTRUCAO
               MOVE SG-NOVO-VENCTO     TO RA-NOVO-VENCTO
               MOVE WS-VALOR-COBRAVEL  TO RA-NOVO-VALOR
               MOVE SG-LINHA-DIGITAVEL TO RA-LINHA-DIGITAVEL
               MOVE SG-CODIGO-BARRAS   TO RA-CODIGO-BARRAS
               PERFORM P380-GRAVAR-PLANO
           END-IF

           MOVE FT-NUM-FATURA       TO SO-NUM-FATURA
           MOVE FT-NUM-CLIENTE      TO SO-NUM-CLIENTE
           MOVE CM-DOCUMENTO        TO SO-DOCUMENTO
           MOVE CM-NOME-FORMATADO   TO SO-NOME
           MOVE SG-VENCTO-ORIGINAL  TO SO-VENCTO-ORIGINAL
           MOVE SG-NOVO-VENCTO      TO SO-NOVO-VENCTO
           MOVE SG-VALOR-ABERTO     TO SO-VALOR-ABERTO
           COMPUTE SO-VALOR-ENCARGOS =
               SG-VALOR-JUROS + SG-VALOR-MULTA
           MOVE SG-VALOR-ATUALIZADO TO SO-VALOR-ATUALIZADO
           MOVE SG-LINHA-DIGITAVEL  TO SO-LINHA-DIGITAVEL
           MOVE SG-CODIGO-BARRAS    TO SO-CODIGO-BARRAS
           WRITE SEGVIA-OUT-REC

           SET SG-INSTRUCAO-ENVIADA TO TRUE
           MOVE WS-DTP-DATA-ATUAL TO SG-DATA-INSTRUCAO
           REWRITE SEGUNDA-VIA-REC
               INVALID KEY
                   DISPLAY 'REMESSA01 - FALHA AO MARCAR 2A VIA: '
                           FT-NUM-FATURA
           END-REWRITE

           ADD 1 TO WS-ALTERACOES
           .

       P300-GRAVAR-TITULO.

           COMPUTE WS-VALOR-COBRAVEL =
               FT-VALOR - FT-VALOR-RET-FEDERAL
           PERFORM P302-DESCONTAR-CRED-APLICADO

           PERFORM P305-RESOLVER-END-PAGADOR

           IF FORMATO-240
               PERFORM P370-GRAVAR-TITULO-240
           ELSE
               PERFORM P310-GRAVAR-TITULO-PLANO
           END-IF

           IF FT-PIX-TXID = SPACES
               PERFORM P600-GERAR-PIX
           END-IF
           .

      ******************************************************************
      * P302-DESCONTAR-CRED-APLICADO
      * Fatura coberta em parte pelo saldo credor do cliente
      * (CREDAPL01) vai ao banco pelo restante; a coberta inteira ja
      * esta paga e nem chega aqui.
      ******************************************************************
       P302-DESCONTAR-CRED-APLICADO.

           MOVE FT-NUM-FATURA TO CA-NUM-FATURA

           READ CREDITO-APLIC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CA-VALOR-APLICADO < WS-VALOR-COBRAVEL
                       SUBTRACT CA-VALOR-APLICADO
                           FROM WS-VALOR-COBRAVEL
                   END-IF
           END-READ
           .

      ******************************************************************
      * P700-GRAVAR-TRANSFERENCIA
      * Cliente no exterior nao paga boleto nem PIX: a fatura aberta
      * vai para o TRANSFEX pelo mesmo valor cobravel do titulo
      * (liquido das retencoes e do credito aplicado), com os dados
      * bancarios da empresa emissora. A lista sai inteira toda
      * execucao, enquanto a fatura estiver em aberto.
      ******************************************************************
       P700-GRAVAR-TRANSFERENCIA.

           COMPUTE WS-VALOR-COBRAVEL =
               FT-VALOR - FT-VALOR-RET-FEDERAL
           PERFORM P302-DESCONTAR-CRED-APLICADO

           MOVE FT-NUM-FATURA          TO TE-NUM-FATURA
           MOVE FT-NUM-CLIENTE         TO TE-NUM-CLIENTE
           MOVE CM-NOME-FORMATADO      TO TE-NOME
           MOVE CM-COD-PAIS            TO TE-COD-PAIS
           MOVE CM-ID-FISCAL-EXT       TO TE-ID-FISCAL-EXT
           MOVE FT-DATA-VENCTO         TO TE-DATA-VENCTO
           MOVE WS-VALOR-COBRAVEL      TO TE-VALOR
           MOVE WS-EMPRESA-REMESSA     TO TE-COD-EMPRESA
           MOVE WS-BCO-CODIGO (1)      TO TE-BANCO
           MOVE WS-EMP-AGENCIA         TO TE-AGENCIA
           MOVE WS-EMP-CONTA           TO TE-CONTA
           WRITE TRANSF-EXT-REC

           ADD 1 TO WS-EXTERIOR
           .

      ******************************************************************
      * P305-RESOLVER-END-PAGADOR
      * O boleto vai para o endereco de cobranca quando o cliente tem
      * um cadastrado; sem ele, para o endereco cadastral. O roteamento
      * de banco continua pela UF cadastral (CM-UF).
      ******************************************************************
       P305-RESOLVER-END-PAGADOR.

           IF CM-COB-ENDERECO NOT = SPACES
               MOVE CM-COB-ENDERECO TO WS-PAG-ENDERECO
               MOVE CM-COB-CIDADE   TO WS-PAG-CIDADE
               MOVE CM-COB-UF       TO WS-PAG-UF
               MOVE CM-COB-CEP      TO WS-PAG-CEP
           ELSE
               MOVE CM-ENDERECO     TO WS-PAG-ENDERECO
               MOVE CM-CIDADE       TO WS-PAG-CIDADE
               MOVE CM-UF           TO WS-PAG-UF
               MOVE CM-CEP          TO WS-PAG-CEP
           END-IF
           .

      ******************************************************************
      * P600-GERAR-PIX
      * Todo titulo registrado ganha tambem a sua cobranca PIX, uma
      * unica vez: txid novo, payload copia-e-cola do PIXGEN01 sobre
      * o mesmo valor cobravel do boleto, registro em PIXCOB para o
      * banco e o txid gravado na fatura -- e por ele que o retorno
      * de PIX recebidos acha a fatura. Sem chave PIX configurada
      * (PIXCHAVE) o titulo segue so com o boleto.
      ******************************************************************
       P600-GERAR-PIX.

           MOVE FT-NUM-FATURA  TO WS-TX-NUM-FATURA
           MOVE FT-NUM-CLIENTE TO WS-TX-NUM-CLIENTE
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-TX-DATA-HORA

           MOVE WS-TXID-MONTADO   TO WS-PIX-TXID
           MOVE WS-VALOR-COBRAVEL TO WS-PIX-VALOR
           CALL 'PIXGEN01' USING WS-PIXGEN-PARM

           IF PIX-GERADO
               MOVE WS-PIX-TXID       TO PC-TXID
               MOVE FT-NUM-FATURA     TO PC-NUM-FATURA
               MOVE FT-NUM-CLIENTE    TO PC-NUM-CLIENTE
               MOVE CM-DOCUMENTO      TO PC-DOCUMENTO
               MOVE FT-DATA-VENCTO    TO PC-DATA-VENCTO
               MOVE WS-VALOR-COBRAVEL TO PC-VALOR
               MOVE WS-PIX-PAYLOAD    TO PC-PAYLOAD
               WRITE PIX-CHARGE-REC

               MOVE FATURA-REC  TO WS-FT-IMAGEM-ANTES
               MOVE WS-PIX-TXID TO FT-PIX-TXID
               REWRITE FATURA-REC
                   INVALID KEY
                       DISPLAY 'REMESSA01 - FALHA AO GRAVAR TXID PIX: '
                               FT-NUM-FATURA
                   NOT INVALID KEY
                       MOVE 'REGRAVACAO' TO FJ-OPERACAO
                       PERFORM P0FJ-GRAVAR-JORNAL-FATURA
               END-REWRITE
               ADD 1 TO WS-PIX-GERADOS
           END-IF
           .

       P310-GRAVAR-TITULO-PLANO.
           MOVE FT-NUM-CLIENTE     TO RM-NUM-CLIENTE
           MOVE CM-DOCUMENTO       TO RM-DOCUMENTO
           MOVE CM-NOME-FORMATADO  TO RM-NOME
           MOVE WS-PAG-ENDERECO    TO RM-ENDERECO
           MOVE WS-PAG-CIDADE      TO RM-CIDADE
           MOVE WS-PAG-UF          TO RM-UF
           MOVE WS-PAG-CEP         TO RM-CEP
           MOVE FT-DATA-VENCTO     TO RM-DATA-VENCTO
           MOVE FT-DATA-VENCTO     TO WS-VENCTO-BOLETO
           MOVE WS-VALOR-COBRAVEL  TO RM-VALOR
           MOVE FT-DESC-PERCENTUAL TO RM-DESC-PERCENTUAL
           MOVE FT-DESC-DIAS-ANTES TO RM-DESC-DIAS
           MOVE FT-NUM-NFSE        TO RM-NUM-NFSE

           PERFORM P132-RESOLVER-INSTRUCAO
           MOVE WS-INSTRUCAO-TITULO TO RM-INSTRUCAO
           MOVE FT-NUM-FATURA      TO WS-P-NOSSO-NUMERO
           MOVE FT-NUM-CLIENTE     TO WS-P-NUM-CLIENTE
           MOVE FT-DATA-VENCTO     TO WS-P-DATA-VENCTO
           MOVE WS-VALOR-COBRAVEL  TO WS-P-VALOR
           MOVE FT-DESC-PERCENTUAL TO WS-P-DESC-PERCENTUAL
           MOVE FT-DESC-DIAS-ANTES TO WS-P-DESC-DIAS
           MOVE FT-NUM-NFSE        TO WS-P-NUM-NFSE

           PERFORM P132-RESOLVER-INSTRUCAO
           MOVE WS-INSTRUCAO-TITULO TO WS-P-INSTRUCAO
           END-IF
           MOVE CM-DOCUMENTO       TO WS-Q-DOCUMENTO
           MOVE CM-NOME-FORMATADO  TO WS-Q-NOME
           MOVE WS-PAG-ENDERECO    TO WS-Q-ENDERECO
           MOVE WS-PAG-CIDADE      TO WS-Q-CIDADE
           MOVE WS-PAG-UF          TO WS-Q-UF
           MOVE WS-PAG-CEP         TO WS-Q-CEP

           ADD 1 TO WS-SEQ-240
           MOVE WS-SEQ-240         TO R2-SEQ

           ADD 1             TO WS-REGISTRADAS
           ADD FT-NUM-FATURA TO WS-HASH-NUM-FATURA
           ADD WS-VALOR-COBRAVEL TO WS-VALOR-TOTAL

           ADD 1             TO WS-BCO-REGISTRADAS (WS-BCO-ATUAL)
           ADD FT-NUM-FATURA TO WS-BCO-HASH (WS-BCO-ATUAL)
           ADD WS-VALOR-COBRAVEL TO WS-BCO-VALOR (WS-BCO-ATUAL)
           .

      ******************************************************************

           PERFORM P330-CALCULAR-FATOR

           MOVE WS-VALOR-COBRAVEL TO WS-VALOR-BOLETO-NUM

           STRING WS-BANCO-CEDENTE WS-MOEDA-REAL
                  WS-FATOR-VENCTO WS-VALOR-BOLETO
      ******************************************************************
       P330-CALCULAR-FATOR.

           MOVE WS-VENCTO-BOLETO TO WS-DATA-VENCTO-AUX
           COMPUTE WS-DATA-INT =
               WS-VCT-AA * 10000 + WS-VCT-MM * 100 + WS-VCT-DD
           COMPUTE WS-DIAS-VENCTO =
           CLOSE FATURA-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE REMESSA-OUT
           CLOSE PIX-CHARGE
           CLOSE TRANSF-EXT
           CLOSE DEBITO-AUTO
           CLOSE CREDITO-APLIC
           CLOSE SEGUNDA-VIA
           CLOSE SEGVIA-OUT
           CLOSE FATURA-JOURNAL

           IF WS-BCO-ATIVO (2) = 'S'
               CLOSE REMESSA-OUT-2
           DISPLAY 'REMESSA01 - TITULOS REGISTRADOS: ' WS-REGISTRADAS
           DISPLAY 'REMESSA01 - FATURAS SEM CLIENTE: ' WS-SEM-CLIENTE
           DISPLAY 'REMESSA01 - BAIXAS INSTRUIDAS..: ' WS-BAIXAS
           DISPLAY 'REMESSA01 - ALTERACOES (2A VIA): ' WS-ALTERACOES
           DISPLAY 'REMESSA01 - COBRANCAS PIX......: ' WS-PIX-GERADOS
           DISPLAY 'REMESSA01 - EM DEBITO AUTOMATICO: ' WS-EM-DEBITO
           DISPLAY 'REMESSA01 - POR TRANSFERENCIA..: ' WS-EXTERIOR
           DISPLAY 'REMESSA01 - CEDIDAS MANTIDAS...: ' WS-CEDIDAS
           DISPLAY 'REMESSA01 - EMPRESA CEDENTE...: '
                   WS-EMPRESA-REMESSA
           DISPLAY 'REMESSA01 - DE OUTRA EMPRESA..: ' WS-OUTRA-EMPRESA
           DISPLAY 'REMESSA01 - VALOR TOTAL.......: ' WS-CURFMT-SAIDA
           .

      ******************************************************************
      * P0FJ-GRAVAR-JORNAL-FATURA
      * Acrescenta ao FTJRNL a alteracao recem aplicada a fatura:
      * FJ-OPERACAO vem do chamador, a imagem-antes foi guardada em
      * WS-FT-IMAGEM-ANTES antes da alteracao.
      ******************************************************************
       P0FJ-GRAVAR-JORNAL-FATURA.

           MOVE 'REMESSA01'            TO FJ-PROGRAMA
           MOVE FT-NUM-FATURA          TO FJ-NUM-FATURA
           MOVE FUNCTION CURRENT-DATE  TO FJ-DATA-HORA
           MOVE WS-FT-IMAGEM-ANTES     TO FJ-IMAGEM-ANTES
           MOVE FATURA-REC             TO FJ-IMAGEM-DEPOIS
           MOVE 'REMESSA'              TO FJ-OPERADOR
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

       END PROGRAM REMESSA01.
