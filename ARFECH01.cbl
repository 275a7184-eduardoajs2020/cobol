      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The close can run for one issuing company (EMPSEL
      *             through EMPLKP01): only that company's customers
      *             enter the snapshot and the totals, on the company's
      *             own ARBAL/ARBSNAP/GLJRNL; the accounting period is
      *             closed only by the consolidated run.
      * 15/10/2026  The invoice archive image follows the FATURA master
      *             to 241 bytes (issuing company).
      * 15/10/2026  Credit balances applied to new invoices (CREDAPL
      *             ledger, CREDAPL01) come out of both FATURAMENTO and
      *             RECEBIMENTOS: a reclass inside DUPLICATAS A RECEBER,
      *             neither billing nor cash. The 999997 summary record
      *             snapshots the accumulated amount in its credits.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  A clean close now marks the accounting period of the
      *             run month closed in PERCTL through PERCHK01, so the
      *             posting programs refuse transactions dated in it.
      * 15/10/2026  A close is refused with RC 9001 while the GL tie-out
      *             of the previous close (GLTIE01, GLTCTL control)
      *             stands failed and unacknowledged.
      * 15/10/2026  New summary record 999995 snapshots the open
      *             receivables by age at the close -- over 90 days, not
      *             yet due and the total, the AGERPT01 open-value
      *             arithmetic -- for the monthly KPI trend (KPIRPT01);
      *             the prior-close load skips it.
      * 15/10/2026  The invoice archive image follows the FATURA master
      *             to 239 bytes (automatic-debit status).
      * 15/10/2026  The invoice archive image follows the FATURA master
      *             to 238 bytes (PIX charge txid).
      * 15/10/2026  The invoice archive image follows the FATURA master
      *             to 203 bytes (federal retentions IRRF, PIS, COFINS,
      *             CSLL and their total).
      * 15/10/2026  The invoice archive image follows the FATURA master
      *             to 158 bytes (NFS-e status, number and verification
      *             code).
      * 03/09/2026  The movement split now recognizes the credits
      *             that are not cash and the debits that are not
      *             billing: renegotiated (RENEG01) and settlement-
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL PAGAMENTO-STATUS
                                      ASSIGN TO "PAGTOSTS"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS PS-CHAVE
                                      FILE STATUS IS WS-PAGTOS-STATUS.

           SELECT OPTIONAL SNAPSHOT-IN
                                      ASSIGN TO "ARBSNAP"
                                      ORGANIZATION IS LINE SEQUENTIAL.
                                      ASSIGN TO "REFLEDG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CREDITO-APLIC
                                      ASSIGN TO "CREDAPL"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS CA-NUM-FATURA
                                      FILE STATUS IS WS-CREDAPL-STATUS.

           SELECT OPTIONAL CUSTOMER-MASTER
                                      ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT GL-JOURNAL         ASSIGN TO "GLJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GLT-CTL   ASSIGN TO "GLTCTL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SALDO-CLIENTE.
       FD  FATURA-MASTER.
           COPY FATURA.

       FD  PAGAMENTO-STATUS.
           COPY PAGTOSTS.

       FD  FATURA-ARCH.
       01  FATURA-ARCH-REC                    PIC X(241).

       FD  ARC-CTL.
       01  ARC-CTL-REC.
       FD  REFUND-LEDGER.
           COPY REFLEDG.

      * Credito aplicado a faturas (CREDAPL01): debito e credito que
      * nao sao faturamento nem dinheiro.
       FD  CREDITO-APLIC.
           COPY CREDAPL.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  SNAPSHOT-IN.
       01  SNAPSHOT-IN-REC.
           03 SI-DATA-FECHAMENTO              PIC 9(08).
                                               SIGN LEADING SEPARATE.
           03 GL-HISTORICO                    PIC X(30).

      * Situacao da conciliacao com o razao (GLTIE01) do ultimo
      * fechamento.
       FD  GLT-CTL.
       01  GLT-CTL-REC.
           03 GT-DATA-FECHAMENTO              PIC 9(08).
           03 GT-SITUACAO                     PIC X(01).
              88 GT-FALHOU                        VALUE 'F'.
           03 FILLER                          PIC X(29).

       WORKING-STORAGE SECTION.
       77 WS-SALDO-STATUS                    PIC X(02) VALUE '00'.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PAGTOS-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CREDAPL-STATUS                  PIC X(02) VALUE '00'.
       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ARQUIVAMENTO               PIC 9(08) VALUE ZEROS.
       77 WS-DATA-RECONSTRUCAO               PIC 9(08) VALUE ZEROS.

      * Registros de resumo do ARBSNAP: 999999 traz ajustes e
      * baixas, 999998 renegociado e abatido, 999997 reembolsos
      * (debitos) e credito aplicado (creditos),
      * 999996 a compensacao do arquivo morto, 999995 o aberto por
      * idade (acima de 90 dias, a vencer e total) -- fechamentos
      * antigos sem os resumos novos carregam zero.
       77 WS-CLIENTE-RESUMO                  PIC 9(06) VALUE 999999.
       77 WS-CLIENTE-RESUMO-2                PIC 9(06) VALUE 999998.
       77 WS-CLIENTE-RESUMO-3                PIC 9(06) VALUE 999997.
       77 WS-CLIENTE-RESUMO-4                PIC 9(06) VALUE 999996.
       77 WS-CLIENTE-RESUMO-5                PIC 9(06) VALUE 999995.

       01 WS-SWITCHES.
           03 WS-EOF-SNAP                    PIC X(01) VALUE 'N'.
              88 FIM-ARQUIVO-MORTO                VALUE 'S' FALSE 'N'.
           03 WS-EOF-REEMB                   PIC X(01) VALUE 'N'.
              88 FIM-REEMBOLSOS                   VALUE 'S' FALSE 'N'.
           03 WS-EOF-APLIC                   PIC X(01) VALUE 'N'.
              88 FIM-APLICACOES                   VALUE 'S' FALSE 'N'.
           03 WS-EMPRESA-SW                  PIC X(01) VALUE 'N'.
              88 EXECUCAO-POR-EMPRESA             VALUE 'S' FALSE 'N'.
           03 WS-CLI-EMPRESA-SW              PIC X(01) VALUE 'S'.
              88 CLIENTE-DA-EMPRESA               VALUE 'S' FALSE 'N'.

      * Empresa emissora da execucao (EMPSEL); sem selecao o
      * fechamento e consolidado. Com selecao, so os clientes da
      * empresa entram nos totais e o operador aponta ARBAL, ARBSNAP,
      * ARPCTL, GLJRNL e GLTCTL para os arquivos da empresa.
       77 WS-EMPRESA-SEL                     PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-CLIENTE                 PIC 9(02) VALUE ZEROS.
       77 WS-CLIENTE-BUSCA                   PIC 9(06) VALUE ZEROS.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.

       01 WS-CONTADORES.
           03 WS-SALDOS-CONGELADOS           PIC 9(07) VALUE ZEROS.
       77 WS-ANT-RENEGOCIADO    PIC 9(13)V99 VALUE ZEROS.
       77 WS-ANT-ABATIDO        PIC 9(13)V99 VALUE ZEROS.
       77 WS-ANT-REEMBOLSOS     PIC 9(13)V99 VALUE ZEROS.
       77 WS-ANT-CRED-APLICADO  PIC 9(13)V99 VALUE ZEROS.

      * Posicao corrente.
       77 WS-ATU-DEBITOS        PIC 9(13)V99 VALUE ZEROS.
       77 WS-ATU-RENEGOCIADO    PIC 9(13)V99 VALUE ZEROS.
       77 WS-ATU-ABATIDO        PIC 9(13)V99 VALUE ZEROS.
       77 WS-ATU-REEMBOLSOS     PIC 9(13)V99 VALUE ZEROS.
       77 WS-ATU-CRED-APLICADO  PIC 9(13)V99 VALUE ZEROS.
       77 WS-ATU-ARQUIVADO      PIC 9(13)V99 VALUE ZEROS.

      * Aberto no fechamento por idade, para os indicadores mensais
      * (KPIRPT01): mesma conta de valor em aberto do AGERPT01.
       77 WS-ATU-ABERTO         PIC 9(13)V99 VALUE ZEROS.
       77 WS-ATU-A-VENCER       PIC 9(13)V99 VALUE ZEROS.
       77 WS-ATU-ACIMA-90       PIC 9(13)V99 VALUE ZEROS.
       77 WS-VALOR-ABERTO       PIC 9(07)V99 VALUE ZEROS.
       77 WS-DIAS-HOJE          PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-VENCTO        PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO        PIC S9(05) VALUE ZEROS.
       77 WS-DATA-VENCTO-INT    PIC 9(08) VALUE ZEROS.
       01 WS-DATA-VENCTO-AUX.
           03 WS-VCT-DD                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-VCT-MM                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-VCT-AA                      PIC 9(04).

      * Movimento do mes por natureza.
       77 WS-MOV-FATURADO       PIC S9(13)V99 VALUE ZEROS.
       77 WS-MOV-AJUSTADO       PIC S9(13)V99 VALUE ZEROS.
       77 WS-MOV-RENEGOCIADO    PIC S9(13)V99 VALUE ZEROS.
       77 WS-MOV-ABATIDO        PIC S9(13)V99 VALUE ZEROS.
       77 WS-MOV-REEMBOLSADO    PIC S9(13)V99 VALUE ZEROS.
       77 WS-MOV-CRED-APLICADO  PIC S9(13)V99 VALUE ZEROS.

      * Imagem de fatura do arquivo morto (FATARCH), mesma tecnica
      * do FATLKP01.
       COPY FATURA REPLACING ==FATURA-REC== BY ==WS-FATURA-MORTO==
                     LEADING ==FT== BY ==FM==.

      * Parametro para o CALL do PERCHK01 (controle de periodos
      * contabeis).
           COPY PERPARM.

      * Parametro para o CALL do EMPLKP01 (tabela de empresas
      * emissoras).
           COPY EMPPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           MOVE 'S' TO WS-EMP-FUNCAO
           CALL 'EMPLKP01' USING WS-EMPLKP-PARM

           IF EMP-SELECAO-INVALIDA
               DISPLAY 'ARFECH01 - EMPRESA DO EMPSEL NAO CADASTRADA: '
                       WS-EMP-COD-EMPRESA
                       ' - EXECUCAO RECUSADA'
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           IF EMP-OK
               SET EXECUCAO-POR-EMPRESA TO TRUE
               MOVE WS-EMP-COD-EMPRESA TO WS-EMPRESA-SEL
               DISPLAY 'ARFECH01 - FECHAMENTO DA EMPRESA: '
                       WS-EMPRESA-SEL ' - ' WS-EMP-RAZAO-SOCIAL
           END-IF

           PERFORM P100-ACHAR-FECHAMENTO-ANTERIOR

           END-IF

           PERFORM P150-VERIFICAR-ARQUIVAMENTO
           PERFORM P170-VERIFICAR-CONCILIACAO

           IF EXECUCAO-POR-EMPRESA
               OPEN INPUT CUSTOMER-MASTER
           END-IF

           PERFORM P200-CARREGAR-ANTERIOR
           PERFORM P300-CONGELAR-SALDOS
           PERFORM P400-TOTALIZAR-FATURAS
           PERFORM P420-TOTALIZAR-ARQUIVO-MORTO
           PERFORM P440-TOTALIZAR-REEMBOLSOS
           PERFORM P460-TOTALIZAR-CRED-APLICADO
           PERFORM P500-GRAVAR-RESUMO
           PERFORM P600-GRAVAR-EXTRATO-GL

           IF EXECUCAO-POR-EMPRESA
               CLOSE CUSTOMER-MASTER
           ELSE
               PERFORM P700-FECHAR-PERIODO
           END-IF

           PERFORM P900-ENCERRAR

           GOBACK.
           END-IF
           .

      ******************************************************************
      * P170-VERIFICAR-CONCILIACAO
      * Conciliacao do fechamento anterior com o razao geral que
      * falhou (GLTIE01) e nao foi reconhecida recusa o fechamento
      * com RC 9001: um mes novo por cima de uma divergencia em
      * aberto so a esconderia.
      ******************************************************************
       P170-VERIFICAR-CONCILIACAO.

           OPEN INPUT GLT-CTL
           READ GLT-CTL
               AT END
                   CONTINUE
               NOT AT END
                   IF GT-FALHOU
                       DISPLAY 'ARFECH01 - CONCILIACAO COM O RAZAO DO '
                               'FECHAMENTO ' GT-DATA-FECHAMENTO
                               ' FALHOU E NAO FOI RECONHECIDA - '
                               'EXECUCAO RECUSADA'
                       MOVE 9001 TO RETURN-CODE
                       CLOSE GLT-CTL
                       GOBACK
                   END-IF
           END-READ
           CLOSE GLT-CTL
           .

      ******************************************************************
      * P200-CARREGAR-ANTERIOR
      * Segunda passada: acumula os totais do fechamento anterior --
                           WHEN WS-CLIENTE-RESUMO-3
                               MOVE SI-TOT-DEBITOS
                                 TO WS-ANT-REEMBOLSOS
                               MOVE SI-TOT-CREDITOS
                                 TO WS-ANT-CRED-APLICADO
                           WHEN WS-CLIENTE-RESUMO-4
                               ADD SI-TOT-DEBITOS  TO WS-ANT-DEBITOS
                               ADD SI-TOT-CREDITOS TO WS-ANT-CREDITOS
                           WHEN WS-CLIENTE-RESUMO-5
                               CONTINUE
                           WHEN OTHER
                               ADD SI-TOT-DEBITOS  TO WS-ANT-DEBITOS
                               ADD SI-TOT-CREDITOS TO WS-ANT-CREDITOS
               AT END
                   SET FIM-SALDOS TO TRUE
               NOT AT END
                   MOVE CB-NUM-CLIENTE TO WS-CLIENTE-BUSCA
                   PERFORM P800-VERIFICAR-EMPRESA
                   IF CLIENTE-DA-EMPRESA
                       PERFORM P320-GRAVAR-CONGELADO
                   END-IF
           END-READ
           .

       P320-GRAVAR-CONGELADO.

           MOVE WS-DATA-HOJE-INT TO SO-DATA-FECHAMENTO
           MOVE CB-NUM-CLIENTE   TO SO-NUM-CLIENTE
           MOVE CB-TOT-DEBITOS   TO SO-TOT-DEBITOS
           MOVE CB-TOT-CREDITOS  TO SO-TOT-CREDITOS
           MOVE CB-SALDO         TO SO-SALDO
           WRITE SNAPSHOT-OUT-REC
           ADD 1 TO WS-SALDOS-CONGELADOS

           ADD CB-TOT-DEBITOS  TO WS-ATU-DEBITOS
           ADD CB-TOT-CREDITOS TO WS-ATU-CREDITOS
           .

       P400-TOTALIZAR-FATURAS.

           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE-INT)

           OPEN INPUT FATURA-MASTER
           OPEN INPUT PAGAMENTO-STATUS

           PERFORM P410-TOTALIZAR-UMA
               UNTIL FIM-FATURAS

           CLOSE FATURA-MASTER
           CLOSE PAGAMENTO-STATUS
           .

       P410-TOTALIZAR-UMA.
               AT END
                   SET FIM-FATURAS TO TRUE
               NOT AT END
                   MOVE FT-NUM-CLIENTE TO WS-CLIENTE-BUSCA
                   PERFORM P800-VERIFICAR-EMPRESA
                   IF CLIENTE-DA-EMPRESA
                       ADD FT-VALOR-AJUSTES     TO WS-ATU-AJUSTES
                       ADD FT-VALOR-BAIXADO     TO WS-ATU-BAIXAS
                       ADD FT-VALOR-RENEGOCIADO TO WS-ATU-RENEGOCIADO
                       ADD FT-VALOR-ABATIDO     TO WS-ATU-ABATIDO
                       IF FT-ABERTA
                           PERFORM P415-ENVELHECER-ABERTA
                       END-IF
                   END-IF
           END-READ
           .

      ******************************************************************
      * P415-ENVELHECER-ABERTA
      * Valor em aberto da fatura (faturado menos notas de credito,
      * retencoes federais e o ja aplicado em PAGTOSTS) por idade do
      * vencimento na data do fechamento.
      ******************************************************************
       P415-ENVELHECER-ABERTA.

           COMPUTE WS-VALOR-ABERTO =
               FT-VALOR - FT-VALOR-AJUSTES - FT-VALOR-RET-FEDERAL

           MOVE FT-NUM-CLIENTE TO PS-NUM-CLIENTE
           MOVE FT-NUM-FATURA  TO PS-NUM-FATURA
           READ PAGAMENTO-STATUS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PS-PAGTO = 'S' OR PS-PAGTO = 'P'
                      OR PS-PAGTO = 'X'
                       IF PS-VALOR-PAGO >= WS-VALOR-ABERTO
                           MOVE ZEROS TO WS-VALOR-ABERTO
                       ELSE
                           SUBTRACT PS-VALOR-PAGO FROM WS-VALOR-ABERTO
                       END-IF
                   END-IF
           END-READ

           IF WS-VALOR-ABERTO > ZEROS
               MOVE FT-DATA-VENCTO TO WS-DATA-VENCTO-AUX
               COMPUTE WS-DATA-VENCTO-INT =
                   WS-VCT-AA * 10000 + WS-VCT-MM * 100 + WS-VCT-DD
               COMPUTE WS-DIAS-VENCTO =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-VENCTO-INT)
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENCTO

               ADD WS-VALOR-ABERTO TO WS-ATU-ABERTO
               EVALUATE TRUE
                   WHEN WS-DIAS-ATRASO <= 0
                       ADD WS-VALOR-ABERTO TO WS-ATU-A-VENCER
                   WHEN WS-DIAS-ATRASO > 90
                       ADD WS-VALOR-ABERTO TO WS-ATU-ACIMA-90
               END-EVALUATE
           END-IF
           .

      ******************************************************************
      * P420-TOTALIZAR-ARQUIVO-MORTO
      * FATARC01 muda fatura liquidada do mestre vivo para o FATARCH;
               NOT AT END
                   IF FATURA-ARCH-REC (1:7) NOT = 'TRAILER'
                       MOVE FATURA-ARCH-REC TO WS-FATURA-MORTO
                       MOVE FM-NUM-CLIENTE TO WS-CLIENTE-BUSCA
                       PERFORM P800-VERIFICAR-EMPRESA
                       IF CLIENTE-DA-EMPRESA
                           PERFORM P435-SOMAR-DO-MORTO
                       END-IF
                   END-IF
           END-READ
           .

       P435-SOMAR-DO-MORTO.

           ADD FM-VALOR             TO WS-ATU-DEBITOS
           ADD FM-VALOR             TO WS-ATU-CREDITOS
           ADD FM-VALOR             TO WS-ATU-ARQUIVADO
           ADD FM-VALOR-AJUSTES     TO WS-ATU-AJUSTES
           ADD FM-VALOR-BAIXADO     TO WS-ATU-BAIXAS
           ADD FM-VALOR-RENEGOCIADO TO WS-ATU-RENEGOCIADO
           ADD FM-VALOR-ABATIDO     TO WS-ATU-ABATIDO
           .

      ******************************************************************
      * P440-TOTALIZAR-REEMBOLSOS
      * O razao REFLEDG e so-acrescimo: a soma inteira e o acumulado
               AT END
                   SET FIM-REEMBOLSOS TO TRUE
               NOT AT END
                   MOVE RF-NUM-CLIENTE TO WS-CLIENTE-BUSCA
                   PERFORM P800-VERIFICAR-EMPRESA
                   IF CLIENTE-DA-EMPRESA
                       ADD RF-VALOR TO WS-ATU-REEMBOLSOS
                   END-IF
           END-READ
           .

      ******************************************************************
      * P460-TOTALIZAR-CRED-APLICADO
      * O razao CREDAPL so acumula: a soma inteira e o credito
      * aplicado a faturas ate hoje.
      ******************************************************************
       P460-TOTALIZAR-CRED-APLICADO.

           OPEN INPUT CREDITO-APLIC

           PERFORM P470-TOTALIZAR-UMA-APLICACAO
               UNTIL FIM-APLICACOES

           CLOSE CREDITO-APLIC
           .

       P470-TOTALIZAR-UMA-APLICACAO.

           READ CREDITO-APLIC NEXT RECORD
               AT END
                   SET FIM-APLICACOES TO TRUE
               NOT AT END
                   MOVE CA-NUM-CLIENTE TO WS-CLIENTE-BUSCA
                   PERFORM P800-VERIFICAR-EMPRESA
                   IF CLIENTE-DA-EMPRESA
                       ADD CA-VALOR-APLICADO TO WS-ATU-CRED-APLICADO
                   END-IF
           END-READ
           .


           MOVE WS-CLIENTE-RESUMO-3 TO SO-NUM-CLIENTE
           MOVE WS-ATU-REEMBOLSOS   TO SO-TOT-DEBITOS
           MOVE WS-ATU-CRED-APLICADO TO SO-TOT-CREDITOS
           WRITE SNAPSHOT-OUT-REC

           MOVE WS-CLIENTE-RESUMO-4 TO SO-NUM-CLIENTE
           MOVE WS-ATU-ARQUIVADO    TO SO-TOT-CREDITOS
           WRITE SNAPSHOT-OUT-REC

           MOVE WS-CLIENTE-RESUMO-5 TO SO-NUM-CLIENTE
           MOVE WS-ATU-ACIMA-90     TO SO-TOT-DEBITOS
           MOVE WS-ATU-A-VENCER     TO SO-TOT-CREDITOS
           MOVE WS-ATU-ABERTO       TO SO-SALDO
           WRITE SNAPSHOT-OUT-REC

           CLOSE SNAPSHOT-OUT
           .

      * recebido (delta de creditos menos ajustes, baixas,
      * renegociado e abatido do mes -- creditos que nao sao
      * dinheiro) e reembolsado, cada natureza numa linha sumarizada
      * do extrato que a contabilidade carrega. O credito aplicado a
      * faturas sai do faturado e do recebido: e o saldo credor do
      * cliente trocando de lugar dentro de DUPLICATAS A RECEBER.
      ******************************************************************
       P600-GRAVAR-EXTRATO-GL.

           COMPUTE WS-MOV-REEMBOLSADO =
               WS-ATU-REEMBOLSOS - WS-ANT-REEMBOLSOS
           COMPUTE WS-MOV-CRED-APLICADO =
               WS-ATU-CRED-APLICADO - WS-ANT-CRED-APLICADO
           COMPUTE WS-MOV-FATURADO =
               WS-ATU-DEBITOS - WS-ANT-DEBITOS
             - WS-MOV-REEMBOLSADO - WS-MOV-CRED-APLICADO
           COMPUTE WS-MOV-AJUSTADO =
               WS-ATU-AJUSTES - WS-ANT-AJUSTES
           COMPUTE WS-MOV-BAIXADO =
               WS-ATU-CREDITOS - WS-ANT-CREDITOS
             - WS-MOV-AJUSTADO - WS-MOV-BAIXADO
             - WS-MOV-RENEGOCIADO - WS-MOV-ABATIDO
             - WS-MOV-CRED-APLICADO

           OPEN OUTPUT GL-JOURNAL

           ADD 1 TO WS-LANCAMENTOS-GL
           .

      ******************************************************************
      * P700-FECHAR-PERIODO
      * Com o fechamento gravado, o periodo contabil do mes da
      * execucao passa a fechado no PERCTL (PERCHK01): daqui em
      * diante os programas que lancam em contas a receber recusam
      * movimento datado nele.
      ******************************************************************
       P700-FECHAR-PERIODO.

           MOVE 'F'              TO WS-PER-FUNCAO
           MOVE WS-DATA-HOJE-INT TO WS-PER-DATA
           MOVE 'ARFECH01'       TO WS-PER-PROGRAMA
           MOVE 'ARFECH01'       TO WS-PER-OPERADOR
           CALL 'PERCHK01' USING WS-PERCHK-PARM

           IF PER-OK
               DISPLAY 'ARFECH01 - PERIODO CONTABIL FECHADO: '
                       WS-DATA-HOJE-INT (1:6)
           END-IF
           .

      ******************************************************************
      * P800-VERIFICAR-EMPRESA
      * No fechamento por empresa, diz se o cliente em
      * WS-CLIENTE-BUSCA pertence a empresa selecionada
      * (CM-COD-EMPRESA do cadastro; zero, ou cliente fora do
      * cadastro, vale a empresa 01) -- o mesmo corte da postagem
      * por empresa do ARPOST01. No consolidado todo cliente entra.
      ******************************************************************
       P800-VERIFICAR-EMPRESA.

           SET CLIENTE-DA-EMPRESA TO TRUE

           IF EXECUCAO-POR-EMPRESA
               MOVE 1 TO WS-EMPRESA-CLIENTE
               MOVE WS-CLIENTE-BUSCA TO CM-NUM-CLIENTE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-COD-EMPRESA NOT = ZEROS
                           MOVE CM-COD-EMPRESA TO WS-EMPRESA-CLIENTE
                       END-IF
               END-READ
               IF WS-EMPRESA-CLIENTE NOT = WS-EMPRESA-SEL
                   SET CLIENTE-DA-EMPRESA TO FALSE
               END-IF
           END-IF
           .

       P900-ENCERRAR.

           DISPLAY 'ARFECH01 - FECHAMENTO ANTERIOR: '
