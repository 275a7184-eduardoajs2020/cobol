      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: FATHST01 - life story of one invoice from the FTJRNL
      *          invoice journal: takes an FT-NUM-FATURA from FATHPARM
      *          and prints, in order, every change applied to it --
      *          issue, bank registration and baixa, disputes, credit
      *          notes, payments, automatic debit, NFS-e,
      *          renegotiation, write-off, archive -- each step named
      *          by the program that applied it, with date, operator
      *          and CTRLFILE generation and the specific fields that
      *          differ between the before and after images decoded
      *          to their names and values (JRNQRY01's layout for the
      *          customer master). The PAGTHIST status transitions of
      *          the invoice follow as the payment section, with the
      *          amount paid and the balance left at each one.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  FATHPARM carries the operator asking (QP-OPERADOR);
      *             a history shown goes to the ACSLOG read-access trail
      *             through ACSLOG01 under the invoice's customer, and a
      *             query with no operator is refused.
      * 15/10/2026  Journal entries written by CESACE01 (invoice
      *             assigned to a factoring company) show as the CESSAO
      *             DE CREDITO event.
      * 15/10/2026  Journal entries written by AQUIS01 (item loaded with
      *             an acquired portfolio) show as the AQUISICAO DE
      *             CARTEIRA event.
      * 15/10/2026  Journal entries written by SEGVIA01 (due date
      *             extended on a second copy) show as the PRORROGACAO
      *             event.
      * 15/10/2026  Journal entries written by CANCFAT01 show as the
      *             CANCELAMENTO event.
      * 15/10/2026  Settlements by CREDAPL01 (customer credit balance
      *             applied to the invoice) show as CREDITO APLICADO.
      * 15/10/2026  First cut. The images are remapped onto the FATURA
      *             layout through COPY REPLACING, so a new invoice
      *             field joins the comparison by adding one field
      *             pair here. An issue entry is compared against an
      *             initialized record, so it lists what the invoice
      *             was issued with; an archive entry has no after
      *             image and prints its header only.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATHST01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FATURA-JOURNAL
                                      ASSIGN TO "FTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAGTO-HIST
                                      ASSIGN TO "PAGTHIST"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QUERY-PARM         ASSIGN TO "FATHPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT QUERY-RPT          ASSIGN TO "FATHRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-JOURNAL.
           COPY FTJRNL.

       FD  PAGTO-HIST.
           COPY PAGTHIST.

       FD  QUERY-PARM.
       01  QUERY-PARM-REC.
           03 QP-NUM-FATURA                   PIC 9(06).
           03 QP-OPERADOR                     PIC X(08).

       FD  QUERY-RPT.
       01  QUERY-RPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-FATURA-PEDIDA                   PIC 9(06) VALUE ZEROS.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       77 WS-CLIENTE-FATURA                  PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-ED                        PIC Z,ZZZ,ZZ9.99.
       77 WS-PERC-ED                         PIC Z9.99.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-EOF-HIST                    PIC X(01) VALUE 'N'.
              88 FIM-HISTORICO                    VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-ENTRADAS-LIDAS              PIC 9(07) VALUE ZEROS.
           03 WS-MUDANCAS-IMPRESSAS          PIC 9(07) VALUE ZEROS.
           03 WS-PAGTOS-IMPRESSOS            PIC 9(07) VALUE ZEROS.

      * Imagens antes e depois remapeadas no layout do mestre, cada
      * uma com seu prefixo, para a comparacao sair por nome de
      * campo.
       COPY FATURA REPLACING ==FATURA-REC==
                          BY ==WS-REG-ANTES==
                     LEADING ==FT== BY ==AN==.

       COPY FATURA REPLACING ==FATURA-REC==
                          BY ==WS-REG-DEPOIS==
                     LEADING ==FT== BY ==DP==.

      * Parametro para o CALL do ACSLOG01 (trilha de acesso LGPD).
           COPY ACSPARM.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'FATHST01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'HISTORICO DA FATURA'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.

       01 WS-LINHA-ENTRADA.
           03 ENT-DATA-HORA                  PIC X(21).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 ENT-EVENTO                     PIC X(24).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 ENT-PROGRAMA                   PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 ENT-OPERACAO                   PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(09)
                                       VALUE 'OPERADOR '.
           03 ENT-OPERADOR                   PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(08)
                                       VALUE 'GERACAO '.
           03 ENT-GERACAO                    PIC 9(06).

       01 WS-LINHA-CAMPO.
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 CMP-NOME                       PIC X(18).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 CMP-ANTES                      PIC X(40).
           03 FILLER                         PIC X(04) VALUE ' -> '.
           03 CMP-DEPOIS                     PIC X(40).

       01 WS-LINHA-PAGTO.
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 PAG-DATA                       PIC 9(08).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 PAG-HORA                       PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(07)
                                       VALUE 'STATUS '.
           03 PAG-STATUS-ANTES               PIC X(01).
           03 FILLER                         PIC X(04) VALUE ' -> '.
           03 PAG-STATUS-DEPOIS              PIC X(01).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(06)
                                       VALUE 'PAGO  '.
           03 PAG-VALOR-PAGO                 PIC Z,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(06)
                                       VALUE 'SALDO '.
           03 PAG-SALDO                      PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P050-LER-PARAMETROS
           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-ENTRADA
               UNTIL FIM-DE-ARQUIVO
           PERFORM P600-LISTAR-PAGAMENTOS
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

       P050-LER-PARAMETROS.

           OPEN INPUT QUERY-PARM
           IF WS-PARM-STATUS = '00'
               READ QUERY-PARM
                   NOT AT END
                       MOVE QP-NUM-FATURA TO WS-FATURA-PEDIDA
                       MOVE QP-OPERADOR   TO WS-OPERADOR
               END-READ
               CLOSE QUERY-PARM
           ELSE
               DISPLAY 'FATHST01 - PARAMETRO FATHPARM AUSENTE'
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-OPERADOR = SPACES
               DISPLAY 'FATHST01 - CONSULTA SEM OPERADOR NO FATHPARM'
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF
           .

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  FATURA-JOURNAL
           OPEN OUTPUT QUERY-RPT

           PERFORM P450-IMPRIMIR-CABECALHO

           PERFORM P110-LER-ENTRADA
           .

       P110-LER-ENTRADA.

           READ FATURA-JOURNAL
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           .

       P200-PROCESSA-ENTRADA.

           IF FJ-NUM-FATURA = WS-FATURA-PEDIDA
               ADD 1 TO WS-ENTRADAS-LIDAS
               IF WS-ENTRADAS-LIDAS = 1
                   PERFORM P210-GUARDAR-CLIENTE
               END-IF
               PERFORM P300-IMPRIMIR-ENTRADA
           END-IF

           PERFORM P110-LER-ENTRADA
           .

      * O cliente da fatura, para a trilha de acesso, sai da primeira
      * imagem do diario (a antes, no arquivamento).
       P210-GUARDAR-CLIENTE.

           IF FJ-IMAGEM-DEPOIS NOT = SPACES
               MOVE FJ-IMAGEM-DEPOIS TO WS-REG-DEPOIS
               MOVE DP-NUM-CLIENTE   TO WS-CLIENTE-FATURA
           ELSE
               MOVE FJ-IMAGEM-ANTES  TO WS-REG-ANTES
               MOVE AN-NUM-CLIENTE   TO WS-CLIENTE-FATURA
           END-IF
           .

      ******************************************************************
      * P300-IMPRIMIR-ENTRADA
      * Cabecalho do passo -- o evento da vida da fatura, pelo
      * programa que o aplicou -- e, campo a campo, so o que mudou
      * entre as imagens antes e depois. A emissao compara com um
      * registro inicializado; o arquivamento nao tem imagem-depois.
      ******************************************************************
       P300-IMPRIMIR-ENTRADA.

           MOVE FJ-DATA-HORA    TO ENT-DATA-HORA
           MOVE FJ-PROGRAMA     TO ENT-PROGRAMA
           MOVE FJ-OPERACAO     TO ENT-OPERACAO
           MOVE FJ-OPERADOR     TO ENT-OPERADOR
           MOVE FJ-NUM-CONTROLE TO ENT-GERACAO
           PERFORM P310-DEFINIR-EVENTO

           MOVE SPACES TO QUERY-RPT-REC
           WRITE QUERY-RPT-REC
           MOVE WS-LINHA-ENTRADA TO QUERY-RPT-REC
           WRITE QUERY-RPT-REC

           IF NOT FJ-OP-ARQUIVAMENTO
               IF FJ-IMAGEM-ANTES = SPACES
                   INITIALIZE WS-REG-ANTES
               ELSE
                   MOVE FJ-IMAGEM-ANTES TO WS-REG-ANTES
               END-IF
               MOVE FJ-IMAGEM-DEPOIS TO WS-REG-DEPOIS
               PERFORM P400-COMPARAR-CAMPOS
           END-IF
           .

       P310-DEFINIR-EVENTO.

           EVALUATE FJ-PROGRAMA
               WHEN 'FATURA01'
                   MOVE 'EMISSAO'                  TO ENT-EVENTO
               WHEN 'REMESSA01'
                   MOVE 'REMESSA BANCARIA'         TO ENT-EVENTO
               WHEN 'ACEITRET01'
                   MOVE 'REGISTRO BANCARIO'        TO ENT-EVENTO
               WHEN 'DISPUT01'
                   MOVE 'DISPUTA'                  TO ENT-EVENTO
               WHEN 'CREDNOT01'
                   MOVE 'NOTA DE CREDITO'          TO ENT-EVENTO
               WHEN 'PGTSET01'
                   MOVE 'PAGAMENTO'                TO ENT-EVENTO
               WHEN 'CREDAPL01'
                   MOVE 'CREDITO APLICADO'         TO ENT-EVENTO
               WHEN 'DEBREM01'
               WHEN 'BANKRET01'
                   MOVE 'DEBITO AUTOMATICO'        TO ENT-EVENTO
               WHEN 'NFSEEXP01'
               WHEN 'NFSERET01'
                   MOVE 'NFS-E'                    TO ENT-EVENTO
               WHEN 'RENEG01'
                   MOVE 'RENEGOCIACAO'             TO ENT-EVENTO
               WHEN 'WRTOFF01'
                   MOVE 'BAIXA POR PERDA'          TO ENT-EVENTO
               WHEN 'CANCFAT01'
                   MOVE 'CANCELAMENTO'             TO ENT-EVENTO
               WHEN 'SEGVIA01'
                   MOVE 'PRORROGACAO'              TO ENT-EVENTO
               WHEN 'AQUIS01'
                   MOVE 'AQUISICAO DE CARTEIRA'    TO ENT-EVENTO
               WHEN 'CESACE01'
                   MOVE 'CESSAO DE CREDITO'        TO ENT-EVENTO
               WHEN 'FATARC01'
                   MOVE 'ARQUIVAMENTO'             TO ENT-EVENTO
               WHEN OTHER
                   MOVE 'ALTERACAO'                TO ENT-EVENTO
           END-EVALUATE
           .

       P400-COMPARAR-CAMPOS.

           IF AN-NUM-CLIENTE NOT = DP-NUM-CLIENTE
               MOVE 'CLIENTE'          TO CMP-NOME
               MOVE AN-NUM-CLIENTE     TO CMP-ANTES
               MOVE DP-NUM-CLIENTE     TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-DATA-EMISSAO NOT = DP-DATA-EMISSAO
               MOVE 'DATA EMISSAO'     TO CMP-NOME
               MOVE AN-DATA-EMISSAO    TO CMP-ANTES
               MOVE DP-DATA-EMISSAO    TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-DATA-VENCTO NOT = DP-DATA-VENCTO
               MOVE 'VENCIMENTO'       TO CMP-NOME
               MOVE AN-DATA-VENCTO     TO CMP-ANTES
               MOVE DP-DATA-VENCTO     TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-VALOR NOT = DP-VALOR
               MOVE 'VALOR'            TO CMP-NOME
               MOVE AN-VALOR           TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-ANTES
               MOVE DP-VALOR           TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-STATUS NOT = DP-STATUS
               MOVE 'STATUS'           TO CMP-NOME
               MOVE AN-STATUS          TO CMP-ANTES
               MOVE DP-STATUS          TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-PARCELA-NUM NOT = DP-PARCELA-NUM
              OR AN-PARCELA-TOTAL NOT = DP-PARCELA-TOTAL
               MOVE 'PARCELA'          TO CMP-NOME
               MOVE SPACES             TO CMP-ANTES
               STRING AN-PARCELA-NUM '/' AN-PARCELA-TOTAL
                   DELIMITED BY SIZE INTO CMP-ANTES
               END-STRING
               MOVE SPACES             TO CMP-DEPOIS
               STRING DP-PARCELA-NUM '/' DP-PARCELA-TOTAL
                   DELIMITED BY SIZE INTO CMP-DEPOIS
               END-STRING
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-VALOR-AJUSTES NOT = DP-VALOR-AJUSTES
               MOVE 'AJUSTES'          TO CMP-NOME
               MOVE AN-VALOR-AJUSTES   TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-ANTES
               MOVE DP-VALOR-AJUSTES   TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-VALOR-BAIXADO NOT = DP-VALOR-BAIXADO
               MOVE 'VALOR BAIXADO'    TO CMP-NOME
               MOVE AN-VALOR-BAIXADO   TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-ANTES
               MOVE DP-VALOR-BAIXADO   TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-DESC-PERCENTUAL NOT = DP-DESC-PERCENTUAL
               MOVE 'DESCONTO %'       TO CMP-NOME
               MOVE AN-DESC-PERCENTUAL TO WS-PERC-ED
               MOVE WS-PERC-ED         TO CMP-ANTES
               MOVE DP-DESC-PERCENTUAL TO WS-PERC-ED
               MOVE WS-PERC-ED         TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-DESC-DIAS-ANTES NOT = DP-DESC-DIAS-ANTES
               MOVE 'DESCONTO DIAS'    TO CMP-NOME
               MOVE AN-DESC-DIAS-ANTES TO CMP-ANTES
               MOVE DP-DESC-DIAS-ANTES TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-SITUACAO-BANCO NOT = DP-SITUACAO-BANCO
               MOVE 'SITUACAO BANCO'   TO CMP-NOME
               MOVE AN-SITUACAO-BANCO  TO CMP-ANTES
               MOVE DP-SITUACAO-BANCO  TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-FATURA-ORIGEM NOT = DP-FATURA-ORIGEM
               MOVE 'FATURA ORIGEM'    TO CMP-NOME
               MOVE AN-FATURA-ORIGEM   TO CMP-ANTES
               MOVE DP-FATURA-ORIGEM   TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-DISPUTA NOT = DP-DISPUTA
               MOVE 'DISPUTA'          TO CMP-NOME
               MOVE AN-DISPUTA         TO CMP-ANTES
               MOVE DP-DISPUTA         TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-DATA-DISPUTA NOT = DP-DATA-DISPUTA
               MOVE 'DATA DISPUTA'     TO CMP-NOME
               MOVE AN-DATA-DISPUTA    TO CMP-ANTES
               MOVE DP-DATA-DISPUTA    TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-DATA-RESOLUCAO NOT = DP-DATA-RESOLUCAO
               MOVE 'DATA RESOLUCAO'   TO CMP-NOME
               MOVE AN-DATA-RESOLUCAO  TO CMP-ANTES
               MOVE DP-DATA-RESOLUCAO  TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-NUM-ACORDO NOT = DP-NUM-ACORDO
               MOVE 'ACORDO'           TO CMP-NOME
               MOVE AN-NUM-ACORDO      TO CMP-ANTES
               MOVE DP-NUM-ACORDO      TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-VALOR-RENEGOCIADO NOT = DP-VALOR-RENEGOCIADO
               MOVE 'VALOR RENEGOCIADO' TO CMP-NOME
               MOVE AN-VALOR-RENEGOCIADO TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-ANTES
               MOVE DP-VALOR-RENEGOCIADO TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-ALIQ-ISS NOT = DP-ALIQ-ISS
               MOVE 'ALIQUOTA ISS'     TO CMP-NOME
               MOVE AN-ALIQ-ISS        TO WS-PERC-ED
               MOVE WS-PERC-ED         TO CMP-ANTES
               MOVE DP-ALIQ-ISS        TO WS-PERC-ED
               MOVE WS-PERC-ED         TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-VALOR-ISS NOT = DP-VALOR-ISS
               MOVE 'VALOR ISS'        TO CMP-NOME
               MOVE AN-VALOR-ISS       TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-ANTES
               MOVE DP-VALOR-ISS       TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-ISS-RETIDO NOT = DP-ISS-RETIDO
               MOVE 'ISS RETIDO'       TO CMP-NOME
               MOVE AN-ISS-RETIDO      TO CMP-ANTES
               MOVE DP-ISS-RETIDO      TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-VALOR-ABATIDO NOT = DP-VALOR-ABATIDO
               MOVE 'VALOR ABATIDO'    TO CMP-NOME
               MOVE AN-VALOR-ABATIDO   TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-ANTES
               MOVE DP-VALOR-ABATIDO   TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-SITUACAO-NFSE NOT = DP-SITUACAO-NFSE
               MOVE 'SITUACAO NFS-E'   TO CMP-NOME
               MOVE AN-SITUACAO-NFSE   TO CMP-ANTES
               MOVE DP-SITUACAO-NFSE   TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-NUM-NFSE NOT = DP-NUM-NFSE
               MOVE 'NUMERO NFS-E'     TO CMP-NOME
               MOVE AN-NUM-NFSE        TO CMP-ANTES
               MOVE DP-NUM-NFSE        TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-COD-VERIFICACAO NOT = DP-COD-VERIFICACAO
               MOVE 'COD VERIFICACAO'  TO CMP-NOME
               MOVE AN-COD-VERIFICACAO TO CMP-ANTES
               MOVE DP-COD-VERIFICACAO TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-VALOR-IRRF NOT = DP-VALOR-IRRF
               MOVE 'VALOR IRRF'       TO CMP-NOME
               MOVE AN-VALOR-IRRF      TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-ANTES
               MOVE DP-VALOR-IRRF      TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-VALOR-PIS NOT = DP-VALOR-PIS
               MOVE 'VALOR PIS'        TO CMP-NOME
               MOVE AN-VALOR-PIS       TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-ANTES
               MOVE DP-VALOR-PIS       TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-VALOR-COFINS NOT = DP-VALOR-COFINS
               MOVE 'VALOR COFINS'     TO CMP-NOME
               MOVE AN-VALOR-COFINS    TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-ANTES
               MOVE DP-VALOR-COFINS    TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-VALOR-CSLL NOT = DP-VALOR-CSLL
               MOVE 'VALOR CSLL'       TO CMP-NOME
               MOVE AN-VALOR-CSLL      TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-ANTES
               MOVE DP-VALOR-CSLL      TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-VALOR-RET-FEDERAL NOT = DP-VALOR-RET-FEDERAL
               MOVE 'RETENCAO FEDERAL' TO CMP-NOME
               MOVE AN-VALOR-RET-FEDERAL TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-ANTES
               MOVE DP-VALOR-RET-FEDERAL TO WS-VALOR-ED
               MOVE WS-VALOR-ED        TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-PIX-TXID NOT = DP-PIX-TXID
               MOVE 'TXID PIX'         TO CMP-NOME
               MOVE AN-PIX-TXID        TO CMP-ANTES
               MOVE DP-PIX-TXID        TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-DEBITO-AUTO NOT = DP-DEBITO-AUTO
               MOVE 'DEBITO AUTOMATICO' TO CMP-NOME
               MOVE AN-DEBITO-AUTO     TO CMP-ANTES
               MOVE DP-DEBITO-AUTO     TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF
           .

       P410-IMPRIMIR-CAMPO.

           MOVE WS-LINHA-CAMPO TO QUERY-RPT-REC
           WRITE QUERY-RPT-REC
           ADD 1 TO WS-MUDANCAS-IMPRESSAS
           .

       P450-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA

           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO QUERY-RPT-REC
           WRITE QUERY-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO QUERY-RPT-REC
           WRITE QUERY-RPT-REC

           MOVE SPACES TO QUERY-RPT-REC
           STRING 'FATURA ' WS-FATURA-PEDIDA
               DELIMITED BY SIZE INTO QUERY-RPT-REC
           END-STRING
           WRITE QUERY-RPT-REC
           .

      ******************************************************************
      * P600-LISTAR-PAGAMENTOS
      * Secao de pagamentos: cada transicao de status que o PAGTHIST
      * registrou para a fatura, com o valor pago e o saldo deixado.
      ******************************************************************
       P600-LISTAR-PAGAMENTOS.

           OPEN INPUT PAGTO-HIST

           MOVE SPACES TO QUERY-RPT-REC
           WRITE QUERY-RPT-REC
           MOVE 'PAGAMENTOS (PAGTHIST)' TO QUERY-RPT-REC
           WRITE QUERY-RPT-REC

           PERFORM P610-LER-HISTORICO
           PERFORM P620-PROCESSA-HISTORICO
               UNTIL FIM-HISTORICO

           CLOSE PAGTO-HIST
           .

       P610-LER-HISTORICO.

           READ PAGTO-HIST
               AT END
                   SET FIM-HISTORICO TO TRUE
           END-READ
           .

       P620-PROCESSA-HISTORICO.

           IF PH-NUM-FATURA = WS-FATURA-PEDIDA
               IF WS-CLIENTE-FATURA = ZEROS
                   MOVE PH-NUM-CLIENTE TO WS-CLIENTE-FATURA
               END-IF
               MOVE PH-DATA-EFETIVA   TO PAG-DATA
               MOVE PH-HORA-EFETIVA   TO PAG-HORA
               MOVE PH-STATUS-ANTES   TO PAG-STATUS-ANTES
               MOVE PH-STATUS-DEPOIS  TO PAG-STATUS-DEPOIS
               MOVE PH-VALOR-PAGO     TO PAG-VALOR-PAGO
               MOVE PH-SALDO-RESTANTE TO PAG-SALDO
               MOVE WS-LINHA-PAGTO    TO QUERY-RPT-REC
               WRITE QUERY-RPT-REC
               ADD 1 TO WS-PAGTOS-IMPRESSOS
           END-IF

           PERFORM P610-LER-HISTORICO
           .

       P900-ENCERRAR-ARQUIVOS.

           IF WS-ENTRADAS-LIDAS > 0 OR WS-PAGTOS-IMPRESSOS > 0
               MOVE 'FATHST01'        TO WS-ACS-PROGRAMA
               MOVE WS-OPERADOR       TO WS-ACS-OPERADOR
               MOVE WS-CLIENTE-FATURA TO WS-ACS-NUM-CLIENTE
               MOVE 'FATURA'          TO WS-ACS-CATEGORIA
               CALL 'ACSLOG01' USING WS-ACSLOG-PARM
           END-IF

           CLOSE FATURA-JOURNAL
           CLOSE QUERY-RPT

           DISPLAY 'FATHST01 - PASSOS DA FATURA...: '
                   WS-ENTRADAS-LIDAS
           DISPLAY 'FATHST01 - CAMPOS DIFERENTES..: '
                   WS-MUDANCAS-IMPRESSAS
           DISPLAY 'FATHST01 - TRANSICOES PAGTO...: '
                   WS-PAGTOS-IMPRESSOS
           .

       END PROGRAM FATHST01.
