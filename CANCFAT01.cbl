      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: CANCFAT01 - invoice cancellation transaction. Each
      *          CANCIN record names an invoice issued by mistake
      *          (wrong customer, duplicated contract), the reason
      *          code and the operator. The invoice must still be
      *          open with nothing received on it -- no payment on
      *          PAGTOSTS, no customer credit applied on CREDAPL --
      *          and not older than the CANCPARM limit in days from
      *          issue (30 without the file); the operator must hold
      *          the CANCELA authority in OPRAUT (AUTCHK01). A
      *          cancelled invoice takes the distinct cancelled
      *          status (FT-CANCELADA) instead of a full-value credit
      *          note: its open value goes back off the customer's
      *          balance as an ARMOVS credit, an authorized NFS-e
      *          gets its cancellation request on NFSECAN with the
      *          municipality's reason code, and a title registered
      *          at the bank leaves the open items so the next
      *          REMESSA01 run sends its baixa instruction, as for
      *          every other way an item closes. Every cancellation
      *          is logged on CANCLOG and printed with the refusals
      *          on the CANCRPT cancellation register.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCFAT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANCEL-IN          ASSIGN TO "CANCIN"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CANCEL-PARM
                                      ASSIGN TO "CANCPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL PAGAMENTO-STATUS
                                      ASSIGN TO "PAGTOSTS"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS PS-CHAVE
                                      FILE STATUS IS WS-PAGTOS-STATUS.

           SELECT OPTIONAL CREDITO-APLIC
                                      ASSIGN TO "CREDAPL"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CA-NUM-FATURA
                                      FILE STATUS IS WS-CREDAPL-STATUS.

           SELECT OPTIONAL CANCEL-LOG
                                      ASSIGN TO "CANCLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NFSE-CANCEL        ASSIGN TO "NFSECAN"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CANCEL-RPT         ASSIGN TO "CANCRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-CONTROL-FILE
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AR-MOVEMENTS
                                      ASSIGN TO "ARMOVS"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FATURA-JOURNAL
                                      ASSIGN TO "FTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CANCEL-IN.
       01  CANCEL-IN-REC.
           03 CX-NUM-FATURA                   PIC 9(06).
           03 CX-COD-MOTIVO                   PIC 9(02).
           03 CX-OPERADOR                     PIC X(08).

      * Prazo maximo, em dias corridos desde a emissao, para cancelar.
       FD  CANCEL-PARM.
       01  CANCEL-PARM-REC.
           03 CP-DIAS-LIMITE                  PIC 9(03).

       FD  FATURA-MASTER.
           COPY FATURA.

       FD  PAGAMENTO-STATUS.
           COPY PAGTOSTS.

       FD  CREDITO-APLIC.
           COPY CREDAPL.

       FD  CANCEL-LOG.
       01  CANCEL-LOG-REC.
           03 KL-GERACAO                     PIC 9(06).
           03 KL-NUM-FATURA                  PIC 9(06).
           03 KL-NUM-CLIENTE                 PIC 9(06).
           03 KL-DATA-EMISSAO                PIC X(10).
           03 KL-VALOR-ESTORNADO             PIC 9(07)V99.
           03 KL-COD-MOTIVO                  PIC 9(02).
           03 KL-OPERADOR                    PIC X(08).
           03 KL-DATA-HORA                   PIC X(21).

      * Pedido de cancelamento de NFS-e para a prefeitura: a nota
      * autorizada (numero e codigo de verificacao), o RPS que a
      * gerou, a empresa prestadora e o codigo de motivo da
      * prefeitura (1 erro na emissao, 2 servico nao prestado,
      * 4 duplicidade).
       FD  NFSE-CANCEL.
       01  NFSE-CANCEL-REC.
           03 NC-COD-EMPRESA                  PIC 9(02).
           03 NC-NUM-NFSE                     PIC 9(15).
           03 NC-COD-VERIFICACAO              PIC X(09).
           03 NC-NUM-RPS                      PIC 9(06).
           03 NC-COD-CANCELAMENTO             PIC 9(01).
           03 NC-DATA-PEDIDO                  PIC 9(08).

       FD  CANCEL-RPT.
       01  CANCEL-RPT-REC                     PIC X(132).

       FD  LOG-CONTROL-FILE.
       01  LOG-CONTROL-FILE-REC.
           03 LCF-ULTIMO-NUMERO              PIC 9(07).

       FD  AR-MOVEMENTS.
           COPY ARMOVS.

       FD  FATURA-JOURNAL.
           COPY FTJRNL.

       WORKING-STORAGE SECTION.
      * Imagem da fatura antes da alteracao, para o diario FTJRNL.
       77 WS-FT-IMAGEM-ANTES                 PIC X(241) VALUE SPACES.

      * Geracao (numero de controle do CTRLFILE) carimbada em cada
      * registro de log desta execucao.
       77 WS-GERACAO-LOG        PIC 9(06) VALUE ZEROS.

       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PAGTOS-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CREDAPL-STATUS                  PIC X(02) VALUE '00'.
       77 WS-DIAS-LIMITE                     PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-PADRAO                     PIC 9(03) VALUE 30.
       77 WS-VALOR-ABERTO                    PIC S9(09)V99 VALUE ZEROS.
       77 WS-VALOR-RECEBIDO                  PIC 9(09)V99 VALUE ZEROS.
       77 WS-DIAS-HOJE                       PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-EMISSAO                    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-DECORRIDOS                 PIC S9(07) VALUE ZEROS.
       77 WS-DATA-INT                        PIC 9(08) VALUE ZEROS.
       77 WS-MOTIVO-RECUSA                   PIC X(40) VALUE SPACES.
       77 WS-SITUACAO-BANCO                  PIC X(24) VALUE SPACES.
       77 WS-SITUACAO-NFSE                   PIC X(24) VALUE SPACES.

       01 WS-DATA-EMISSAO-AUX.
           03 WS-EMI-DD                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-EMI-MM                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-EMI-AA                      PIC 9(04).

      * Motivos de cancelamento aceitos, com o codigo de motivo da
      * prefeitura para o pedido de cancelamento da NFS-e.
       01 WS-MOTIVOS-DADOS.
           03 FILLER                         PIC X(23)
                                       VALUE '011CLIENTE ERRADO      '.
           03 FILLER                         PIC X(23)
                                       VALUE '024CONTRATO DUPLICADO  '.
           03 FILLER                         PIC X(23)
                                       VALUE '031VALOR OU ITEM ERRADO'.
           03 FILLER                         PIC X(23)
                                       VALUE '042SERVICO NAO PRESTADO'.
       01 WS-TAB-MOTIVOS REDEFINES WS-MOTIVOS-DADOS.
           03 WS-MOTIVO-ENTRADA OCCURS 4 TIMES
                                INDEXED BY WS-IDX-MOTIVO.
              05 WS-MOTIVO-CODIGO            PIC 9(02).
              05 WS-MOTIVO-PREFEITURA        PIC 9(01).
              05 WS-MOTIVO-NOME              PIC X(20).

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S'.
           03 WS-PERIODO-SW                  PIC X(01) VALUE 'N'.
              88 PERIODO-FECHADO                  VALUE 'S'.
           03 WS-MOTIVO-SW                   PIC X(01) VALUE 'N'.
              88 MOTIVO-VALIDO                    VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(07) VALUE ZEROS.
           03 WS-CANCELADAS                  PIC 9(07) VALUE ZEROS.
           03 WS-RECUSADAS                   PIC 9(07) VALUE ZEROS.
           03 WS-NFSE-PEDIDAS                PIC 9(07) VALUE ZEROS.
           03 WS-BAIXAS-PENDENTES            PIC 9(07) VALUE ZEROS.
           03 WS-TOTAL-ESTORNADO             PIC 9(11)V99 VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'CANCFAT01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'REGISTRO DE CANCELAMENTOS'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(08) VALUE 'FATURA'.
           03 FILLER                         PIC X(08) VALUE 'CLIENTE'.
           03 FILLER                         PIC X(12) VALUE 'EMISSAO'.
           03 FILLER                         PIC X(16)
                                       VALUE '   VALOR ESTORN.'.
           03 FILLER                         PIC X(24)
                                       VALUE '  MOTIVO'.
           03 FILLER                         PIC X(10) VALUE 'OPERADOR'.
           03 FILLER                         PIC X(26) VALUE 'BANCO'.
           03 FILLER                         PIC X(24) VALUE 'NFS-E'.

       01 WS-LINHA-DETALHE.
           03 DET-NUM-FATURA                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-NUM-CLIENTE                PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-EMISSAO                    PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-VALOR                      PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-MOTIVO                     PIC X(22).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-OPERADOR                   PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-BANCO                      PIC X(24).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-NFSE                       PIC X(24).

       01 WS-LINHA-RECUSA.
           03 REC-NUM-FATURA                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(10)
                                       VALUE 'RECUSADA: '.
           03 REC-MOTIVO                     PIC X(40).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(10)
                                       VALUE 'OPERADOR: '.
           03 REC-OPERADOR                   PIC X(08).

       01 WS-LINHA-RODAPE.
           03 ROD-TITULO                     PIC X(30).
           03 ROD-QTDE                       PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 ROD-VALOR                      PIC ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do PERCHK01 (controle de periodos
      * contabeis).
           COPY PERPARM.

      * Parametro para o CALL do AUTCHK01 (alcada do operador que
      * cancela).
           COPY AUTPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETRO
           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-CANCELAMENTO
               UNTIL FIM-DE-ARQUIVO
           PERFORM P700-IMPRIMIR-RODAPE
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

      ******************************************************************
      * P050-LER-PARAMETRO
      * Prazo em dias desde a emissao do CANCPARM; sem o arquivo, ou
      * zerado, vale o prazo padrao.
      ******************************************************************
       P050-LER-PARAMETRO.

           OPEN INPUT CANCEL-PARM
           IF WS-PARM-STATUS = '00'
               READ CANCEL-PARM
                   NOT AT END
                       MOVE CP-DIAS-LIMITE TO WS-DIAS-LIMITE
               END-READ
               CLOSE CANCEL-PARM
           END-IF

           IF WS-DIAS-LIMITE = ZEROS
               MOVE WS-DIAS-PADRAO TO WS-DIAS-LIMITE
           END-IF

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-INT
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-INT)
           .

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  CANCEL-IN
           OPEN I-O    FATURA-MASTER
           OPEN INPUT  PAGAMENTO-STATUS
           OPEN INPUT  CREDITO-APLIC
           PERFORM P0GL-LER-GERACAO-LOG
           OPEN EXTEND CANCEL-LOG
           OPEN OUTPUT NFSE-CANCEL
           OPEN OUTPUT CANCEL-RPT
           OPEN EXTEND AR-MOVEMENTS
           OPEN EXTEND FATURA-JOURNAL

           PERFORM P120-VERIFICAR-PERIODO
           PERFORM P450-IMPRIMIR-CABECALHO

           PERFORM P110-LER-PROXIMA
           .

       P110-LER-PROXIMA.

           READ CANCEL-IN
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDAS
           END-READ
           .

      ******************************************************************
      * P120-VERIFICAR-PERIODO
      * O estorno e lancado com a data da execucao; com o periodo
      * contabil dela ja fechado (PERCHK01), nenhum cancelamento do
      * lote e feito -- todos saem recusados no registro.
      ******************************************************************
       P120-VERIFICAR-PERIODO.

           MOVE 'V'         TO WS-PER-FUNCAO
           MOVE WS-DTP-DATA-ATUAL TO WS-PER-DATA
           MOVE 'CANCFAT01' TO WS-PER-PROGRAMA
           MOVE SPACES      TO WS-PER-OPERADOR
           CALL 'PERCHK01' USING WS-PERCHK-PARM

           IF PER-FECHADO
               SET PERIODO-FECHADO TO TRUE
               DISPLAY 'CANCFAT01 - PERIODO CONTABIL '
                       WS-PER-DATA (1:6)
                       ' FECHADO - CANCELAMENTOS RECUSADOS'
           END-IF
           .

      ******************************************************************
      * P200-PROCESSA-CANCELAMENTO
      * Um cancelamento por transacao: operador identificado, motivo
      * da tabela e a fatura no mestre; o resto das condicoes e da
      * propria fatura (P300).
      ******************************************************************
       P200-PROCESSA-CANCELAMENTO.

           MOVE SPACES TO WS-MOTIVO-RECUSA
           PERFORM P210-VALIDAR-MOTIVO

           EVALUATE TRUE
               WHEN PERIODO-FECHADO
                   MOVE SPACES TO WS-MOTIVO-RECUSA
                   STRING 'PERIODO CONTABIL FECHADO ('
                          WS-PER-DATA (1:6) ')'
                       DELIMITED BY SIZE INTO WS-MOTIVO-RECUSA
                   END-STRING
               WHEN CX-OPERADOR = SPACES
                   MOVE 'TRANSACAO SEM OPERADOR' TO WS-MOTIVO-RECUSA
               WHEN NOT MOTIVO-VALIDO
                   MOVE 'MOTIVO DE CANCELAMENTO INVALIDO'
                                                 TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   MOVE CX-NUM-FATURA TO FT-NUM-FATURA
                   READ FATURA-MASTER
                       INVALID KEY
                           MOVE 'FATURA NAO ENCONTRADA'
                                                 TO WS-MOTIVO-RECUSA
                       NOT INVALID KEY
                           PERFORM P300-AVALIAR-FATURA
                   END-READ
           END-EVALUATE

           IF WS-MOTIVO-RECUSA NOT = SPACES
               PERFORM P800-RECUSAR-CANCELAMENTO
           END-IF

           PERFORM P110-LER-PROXIMA
           .

       P210-VALIDAR-MOTIVO.

           SET MOTIVO-VALIDO TO FALSE
           SET WS-IDX-MOTIVO TO 1
           SEARCH WS-MOTIVO-ENTRADA
               AT END
                   CONTINUE
               WHEN WS-MOTIVO-CODIGO (WS-IDX-MOTIVO) = CX-COD-MOTIVO
                   SET MOTIVO-VALIDO TO TRUE
           END-SEARCH
           .

      ******************************************************************
      * P300-AVALIAR-FATURA
      * So se cancela a fatura ainda aberta, sem nada recebido (nem
      * pagamento nem credito do cliente aplicado), dentro do prazo
      * desde a emissao e fora de acordo de renegociacao. Com o RPS
      * na prefeitura esperando retorno nao ha nota para cancelar
      * nem para impedir: espera-se o retorno. Por ultimo, a alcada
      * CANCELA do operador sobre o valor em aberto.
      ******************************************************************
       P300-AVALIAR-FATURA.

           PERFORM P310-CALCULAR-RECEBIDO

           MOVE FT-DATA-EMISSAO TO WS-DATA-EMISSAO-AUX
           COMPUTE WS-DATA-INT =
               WS-EMI-AA * 10000 + WS-EMI-MM * 100 + WS-EMI-DD
           COMPUTE WS-DIAS-EMISSAO =
               FUNCTION INTEGER-OF-DATE (WS-DATA-INT)
           COMPUTE WS-DIAS-DECORRIDOS = WS-DIAS-HOJE - WS-DIAS-EMISSAO

           COMPUTE WS-VALOR-ABERTO = FT-VALOR - FT-VALOR-AJUSTES

           EVALUATE TRUE
               WHEN NOT FT-ABERTA
                   STRING 'FATURA NAO ESTA ABERTA (SITUACAO '
                          FT-STATUS ')'
                       DELIMITED BY SIZE INTO WS-MOTIVO-RECUSA
                   END-STRING
               WHEN FT-NUM-ACORDO NOT = ZEROS
                   MOVE 'PARCELA DE ACORDO DE RENEGOCIACAO'
                                                 TO WS-MOTIVO-RECUSA
               WHEN WS-VALOR-RECEBIDO > 0
                   MOVE 'FATURA COM VALOR RECEBIDO'
                                                 TO WS-MOTIVO-RECUSA
               WHEN WS-DIAS-DECORRIDOS > WS-DIAS-LIMITE
                   STRING 'EMITIDA HA ' WS-DIAS-DECORRIDOS (5:3)
                          ' DIAS - PRAZO DE ' WS-DIAS-LIMITE ' DIAS'
                       DELIMITED BY SIZE INTO WS-MOTIVO-RECUSA
                   END-STRING
               WHEN FT-NFSE-RPS-ENVIADO
                   MOVE 'RPS AGUARDANDO RETORNO DA PREFEITURA'
                                                 TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   PERFORM P350-VERIFICAR-ALCADA
                   IF AUT-OK
                       PERFORM P400-CANCELAR-FATURA
                   ELSE
                       MOVE WS-AUT-MOTIVO TO WS-MOTIVO-RECUSA
                   END-IF
           END-EVALUATE
           .

      * Pagamento registrado no PAGTOSTS (confirmado, parcial ou a
      * maior) mais o saldo credor do cliente aplicado (CREDAPL).
       P310-CALCULAR-RECEBIDO.

           MOVE ZEROS TO WS-VALOR-RECEBIDO

           MOVE FT-NUM-CLIENTE TO PS-NUM-CLIENTE
           MOVE FT-NUM-FATURA  TO PS-NUM-FATURA
           READ PAGAMENTO-STATUS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PS-PAGTO = 'S' OR PS-PAGTO = 'P'
                      OR PS-PAGTO = 'X'
                       ADD PS-VALOR-PAGO TO WS-VALOR-RECEBIDO
                   END-IF
           END-READ

           MOVE FT-NUM-FATURA TO CA-NUM-FATURA
           READ CREDITO-APLIC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD CA-VALOR-APLICADO TO WS-VALOR-RECEBIDO
           END-READ
           .

       P350-VERIFICAR-ALCADA.

           MOVE 'CANCFT01'      TO WS-AUT-PROGRAMA
           MOVE 'CANCELA'       TO WS-AUT-TIPO
           SET AUT-APROVACAO    TO TRUE
           MOVE FT-NUM-FATURA   TO WS-AUT-CHAVE
           MOVE CX-OPERADOR     TO WS-AUT-APROVADOR
           MOVE SPACES          TO WS-AUT-SOLICITANTE
           MOVE WS-VALOR-ABERTO TO WS-AUT-VALOR
           CALL 'AUTCHK01' USING WS-AUTCHK-PARM
           .

      ******************************************************************
      * P400-CANCELAR-FATURA
      * Situacao cancelada no mestre; NFS-e autorizada ganha o pedido
      * de cancelamento e fica marcada como pedida. O titulo
      * registrado no banco nao precisa de nada aqui: fora do aberto,
      * a proxima remessa (REMESSA01) manda a baixa.
      ******************************************************************
       P400-CANCELAR-FATURA.

           MOVE FATURA-REC TO WS-FT-IMAGEM-ANTES
           SET FT-CANCELADA TO TRUE

           IF FT-NFSE-AUTORIZADA
               SET FT-NFSE-CANC-PEDIDO TO TRUE
               MOVE 'CANCELAMENTO PEDIDO'    TO WS-SITUACAO-NFSE
           ELSE
               MOVE 'SEM NFS-E AUTORIZADA'   TO WS-SITUACAO-NFSE
           END-IF

           IF FT-BCO-REGISTRADA
               MOVE 'BAIXA NA PROXIMA REMESSA' TO WS-SITUACAO-BANCO
           ELSE
               MOVE 'SEM REGISTRO NO BANCO'    TO WS-SITUACAO-BANCO
           END-IF

           REWRITE FATURA-REC
               INVALID KEY
                   MOVE 'FALHA AO REGRAVAR A FATURA'
                                             TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   ADD 1 TO WS-CANCELADAS
                   ADD WS-VALOR-ABERTO TO WS-TOTAL-ESTORNADO
                   MOVE 'REGRAVACAO' TO FJ-OPERACAO
                   PERFORM P0FJ-GRAVAR-JORNAL-FATURA
                   PERFORM P410-GRAVAR-MOVIMENTO
                   PERFORM P420-GRAVAR-LOG
                   IF FT-NFSE-CANC-PEDIDO
                       PERFORM P430-PEDIR-CANCELAMENTO-NFSE
                   END-IF
                   IF FT-BCO-REGISTRADA
                       ADD 1 TO WS-BAIXAS-PENDENTES
                   END-IF
                   PERFORM P500-IMPRIMIR-CANCELAMENTO
           END-REWRITE
           .

      * O debito da emissao (liquido das notas de credito ja
      * lancadas) volta como credito no razao de movimentos.
       P410-GRAVAR-MOVIMENTO.

           MOVE FT-NUM-CLIENTE    TO MV-NUM-CLIENTE
           SET MV-CREDITO         TO TRUE
           MOVE WS-VALOR-ABERTO   TO MV-VALOR
           MOVE WS-DTP-DATA-ATUAL TO MV-DATA
           MOVE 'CANCFAT01'       TO MV-ORIGEM

           WRITE AR-MOVIMENTO-REC
           .

       P420-GRAVAR-LOG.

           MOVE WS-GERACAO-LOG        TO KL-GERACAO
           MOVE FT-NUM-FATURA         TO KL-NUM-FATURA
           MOVE FT-NUM-CLIENTE        TO KL-NUM-CLIENTE
           MOVE FT-DATA-EMISSAO       TO KL-DATA-EMISSAO
           MOVE WS-VALOR-ABERTO       TO KL-VALOR-ESTORNADO
           MOVE CX-COD-MOTIVO         TO KL-COD-MOTIVO
           MOVE CX-OPERADOR           TO KL-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO KL-DATA-HORA

           WRITE CANCEL-LOG-REC
           .

       P430-PEDIR-CANCELAMENTO-NFSE.

           MOVE FT-COD-EMPRESA     TO NC-COD-EMPRESA
           IF NC-COD-EMPRESA = ZEROS
               MOVE 1 TO NC-COD-EMPRESA
           END-IF
           MOVE FT-NUM-NFSE        TO NC-NUM-NFSE
           MOVE FT-COD-VERIFICACAO TO NC-COD-VERIFICACAO
           MOVE FT-NUM-FATURA      TO NC-NUM-RPS
           MOVE WS-MOTIVO-PREFEITURA (WS-IDX-MOTIVO)
                                   TO NC-COD-CANCELAMENTO
           MOVE WS-DTP-DATA-ATUAL  TO NC-DATA-PEDIDO

           WRITE NFSE-CANCEL-REC
           ADD 1 TO WS-NFSE-PEDIDAS
           .

       P450-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO CANCEL-RPT-REC
           WRITE CANCEL-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO CANCEL-RPT-REC
           WRITE CANCEL-RPT-REC

           MOVE SPACES TO CANCEL-RPT-REC
           STRING 'PRAZO PARA CANCELAR: ' WS-DIAS-LIMITE
                  ' DIAS DA EMISSAO'
               DELIMITED BY SIZE INTO CANCEL-RPT-REC
           END-STRING
           WRITE CANCEL-RPT-REC

           MOVE SPACES TO CANCEL-RPT-REC
           WRITE CANCEL-RPT-REC
           MOVE WS-LINHA-CAB3 TO CANCEL-RPT-REC
           WRITE CANCEL-RPT-REC
           .

       P500-IMPRIMIR-CANCELAMENTO.

           MOVE FT-NUM-FATURA      TO DET-NUM-FATURA
           MOVE FT-NUM-CLIENTE     TO DET-NUM-CLIENTE
           MOVE FT-DATA-EMISSAO    TO DET-EMISSAO
           MOVE WS-VALOR-ABERTO    TO DET-VALOR
           MOVE WS-MOTIVO-NOME (WS-IDX-MOTIVO) TO DET-MOTIVO
           MOVE CX-OPERADOR        TO DET-OPERADOR
           MOVE WS-SITUACAO-BANCO  TO DET-BANCO
           MOVE WS-SITUACAO-NFSE   TO DET-NFSE

           MOVE WS-LINHA-DETALHE TO CANCEL-RPT-REC
           WRITE CANCEL-RPT-REC
           .

       P700-IMPRIMIR-RODAPE.

           MOVE SPACES TO CANCEL-RPT-REC
           WRITE CANCEL-RPT-REC

           MOVE SPACES TO WS-LINHA-RODAPE
           MOVE 'FATURAS CANCELADAS..........: ' TO ROD-TITULO
           MOVE WS-CANCELADAS TO ROD-QTDE
           MOVE WS-TOTAL-ESTORNADO TO ROD-VALOR
           MOVE WS-LINHA-RODAPE TO CANCEL-RPT-REC
           WRITE CANCEL-RPT-REC

           MOVE SPACES TO WS-LINHA-RODAPE
           MOVE 'TRANSACOES RECUSADAS........: ' TO ROD-TITULO
           MOVE WS-RECUSADAS TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO CANCEL-RPT-REC
           WRITE CANCEL-RPT-REC

           MOVE SPACES TO WS-LINHA-RODAPE
           MOVE 'NFS-E COM CANCELAMENTO PEDIDO: ' TO ROD-TITULO
           MOVE WS-NFSE-PEDIDAS TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO CANCEL-RPT-REC
           WRITE CANCEL-RPT-REC

           MOVE SPACES TO WS-LINHA-RODAPE
           MOVE 'BAIXAS PARA A PROXIMA REMESSA: ' TO ROD-TITULO
           MOVE WS-BAIXAS-PENDENTES TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO CANCEL-RPT-REC
           WRITE CANCEL-RPT-REC
           .

       P800-RECUSAR-CANCELAMENTO.

           MOVE CX-NUM-FATURA    TO REC-NUM-FATURA
           MOVE WS-MOTIVO-RECUSA TO REC-MOTIVO
           MOVE CX-OPERADOR      TO REC-OPERADOR
           MOVE WS-LINHA-RECUSA  TO CANCEL-RPT-REC
           WRITE CANCEL-RPT-REC
           ADD 1 TO WS-RECUSADAS
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE CANCEL-IN
           CLOSE FATURA-MASTER
           CLOSE PAGAMENTO-STATUS
           CLOSE CREDITO-APLIC
           CLOSE CANCEL-LOG
           CLOSE NFSE-CANCEL
           CLOSE CANCEL-RPT
           CLOSE AR-MOVEMENTS
           CLOSE FATURA-JOURNAL

           DISPLAY 'CANCFAT01 - TRANSACOES LIDAS.: ' WS-LIDAS
           DISPLAY 'CANCFAT01 - FATURAS CANCELADAS: ' WS-CANCELADAS
           DISPLAY 'CANCFAT01 - RECUSADAS........: ' WS-RECUSADAS
           DISPLAY 'CANCFAT01 - NFS-E A CANCELAR.: ' WS-NFSE-PEDIDAS
           DISPLAY 'CANCFAT01 - BAIXAS PENDENTES.: '
                   WS-BAIXAS-PENDENTES
           .

      ******************************************************************
      * P0FJ-GRAVAR-JORNAL-FATURA
      * Acrescenta ao FTJRNL a alteracao recem aplicada a fatura:
      * FJ-OPERACAO vem do chamador, a imagem-antes foi guardada em
      * WS-FT-IMAGEM-ANTES antes da alteracao.
      ******************************************************************
       P0FJ-GRAVAR-JORNAL-FATURA.

           MOVE 'CANCFAT01'            TO FJ-PROGRAMA
           MOVE FT-NUM-FATURA          TO FJ-NUM-FATURA
           MOVE FUNCTION CURRENT-DATE  TO FJ-DATA-HORA
           MOVE WS-FT-IMAGEM-ANTES     TO FJ-IMAGEM-ANTES
           MOVE FATURA-REC             TO FJ-IMAGEM-DEPOIS
           MOVE CX-OPERADOR            TO FJ-OPERADOR
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

       END PROGRAM CANCFAT01.
