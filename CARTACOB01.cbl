      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The selection reads the nightly open-items work file
      *             ABERTOS (ABERTO01) instead of FATURA: each overdue
      *             invoice is quoted at the shop's one effective open
      *             remainder -- now also net of credit notes,
      *             write-offs, renegotiated and forgiven amounts and
      *             the payments applied on PAGTOSTS, so a paid item no
      *             longer lands on a letter -- and the active-promise
      *             and active-agreement suppressions come from the
      *             file's flags instead of PROMFILE and the ACORDO
      *             table (and its 500 limit). The file is checked
      *             against its trailer right after the selection:
      *             without it, out of count or built for another
      *             processing date no letter is written and the run
      *             ends with RETURN-CODE 9001.
      * 15/10/2026  The city line of the registered address comes from
      *             ENDFMT01, so a customer abroad gets city, region,
      *             postal code and country instead of a blank UF and
      *             CEP.
      * 15/10/2026  The letter body is merged from the CARTAMOD template
      *             of its stage in force on the processing date
      *             (MODMRG01): DL-TEXTO carries line 1 and the new
      *             DL-TEXTO-COMPL lines 2 to 5, with the customer,
      *             invoice list, total, longest delay and oldest due
      *             date filled in. A stage with no template in force
      *             keeps the standard text, counted at the end of the
      *             run.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  The letter is addressed to the customer's billing
      *             address when one is on file, the registered address
      *             otherwise.
      * 15/10/2026  The letter carries DL-AOS-CUIDADOS: the active
      *             billing contact on CLICONT, or the legal contact for
      *             the final notice; blank (letter to the company, as
      *             before) when the role has none.
      * 15/10/2026  The letter quotes each overdue invoice net of the
      *             federal retentions at source (FT-VALOR-RET-FEDERAL),
      *             the amount the corporate customer actually owes.
      * 03/09/2026  An overflow of the active-agreement table (500)
      *             now refuses the run with RC 9001 before any
      *             letter is written: a dropped agreement meant a
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITENS-ABERTOS      ASSIGN TO "ABERTOS"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      RECORD KEY IS CP-NUM-CLIENTE
                                      FILE STATUS IS WS-PREF-STATUS.

           SELECT OPTIONAL CLIENTE-CONTATO
                                      ASSIGN TO "CLICONT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CC-CHAVE
                                      FILE STATUS IS WS-CONT-STATUS.

           SELECT DUNNING-LETTER     ASSIGN TO "DUNLTR"
                                      ORGANIZATION IS LINE SEQUENTIAL.

                                      ASSIGN TO "COLLNEXT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-SCORE
                                      ASSIGN TO "PAYSCORE"
                                      ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
      * Itens em aberto do ABERTO01: saldo efetivo, atraso e as
      * flags de disputa, promessa nao vencida (PROMREG01) e acordo
      * ativo (RENEG01) -- cliente com promessa ou acordo esta
      * cooperando e a carta espera.
       FD  ITENS-ABERTOS.
           COPY ABERTOS.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
       FD  CONTATO-PREF.
           COPY CONTPREF.

      * Contatos por papel (CTTMNT01): a carta sai aos cuidados do
      * contato de cobranca, e a notificacao final do juridico.
       FD  CLIENTE-CONTATO.
           COPY CLICONT.

       FD  DUNNING-PARM.
       01  DUNNING-PARM-REC.
           03 DP-DIAS-MINIMOS                 PIC 9(03).
           03 DG-DATA-ENVIO                   PIC 9(08).
           03 DG-VALOR-TOTAL                  PIC 9(09)V99.

      * Score de comportamento de pagamento (PAYSCORE01): a media e o
      * pior atraso do cliente na janela modulam o tom da carta.
       FD  PAYMENT-SCORE.
           03 SW-NUM-FATURA                   PIC 9(06).
           03 SW-VALOR                        PIC 9(07)V99.
           03 SW-DIAS-ATRASO                  PIC 9(05).
           03 SW-PROMESSA                     PIC X(01).
           03 SW-ACORDO                       PIC X(01).

       FD  ATRASO-SORTED.
       01  ATRASO-SORTED-REC.
           03 AS-NUM-FATURA                   PIC 9(06).
           03 AS-VALOR                        PIC 9(07)V99.
           03 AS-DIAS-ATRASO                  PIC 9(05).
           03 AS-PROMESSA                     PIC X(01).
           03 AS-ACORDO                       PIC X(01).

      * Layout fixo do fornecedor grafico para a carta de cobranca:
      * um registro por carta, bloco de endereco mais o corpo ja
      * composto, mesma disciplina do MAILLBL. DL-AOS-CUIDADOS leva o
      * contato do papel (em branco, a carta vai para a empresa).
      * DL-TEXTO e a primeira linha do corpo mesclado do modelo
      * CARTAMOD; DL-TEXTO-COMPL, as linhas 2 a 5 (em branco quando
      * a carta sai com o texto padrao).
       FD  DUNNING-LETTER.
       01  DUNNING-LETTER-REC.
           03 DL-NUM-CLIENTE                  PIC 9(06).
           03 DL-VALOR-TOTAL                  PIC 9(09)V99.
           03 DL-DIAS-MAIOR-ATRASO            PIC 9(05).
           03 DL-TEXTO                        PIC X(120).
           03 DL-AOS-CUIDADOS                 PIC X(40).
           03 DL-TEXTO-COMPL                  PIC X(120)
                                              OCCURS 4 TIMES.

       WORKING-STORAGE SECTION.
      * Geracao (numero de controle do CTRLFILE) carimbada em cada
      * registro do log de contatos desta execucao.
       77 WS-GERACAO-LOG        PIC 9(06) VALUE ZEROS.

       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-DIAS-MINIMOS                    PIC 9(03) VALUE 5.
       77 WS-CLIENTE-ATUAL                   PIC 9(06) VALUE ZEROS.
       77 WS-DIAS-ATRASO                     PIC S9(05) VALUE ZEROS.
       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE                       PIC 9(07) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF-ABERTOS                 PIC X(01) VALUE 'N'.
              88 FIM-ABERTOS                      VALUE 'S' FALSE 'N'.
           03 WS-TRAILER-SW                  PIC X(01) VALUE 'N'.
              88 TRAILER-ACHADO                   VALUE 'S' FALSE 'N'.
           03 WS-ABERTOS-SW                  PIC X(01) VALUE 'N'.
              88 ABERTOS-REPROVADO                VALUE 'S' FALSE 'N'.
           03 WS-EOF-ATRASO                  PIC X(01) VALUE 'N'.
              88 FIM-ATRASO                       VALUE 'S' FALSE 'N'.
           03 WS-PRIMEIRO-SW                 PIC X(01) VALUE 'S'.
              88 PRIMEIRO-CLIENTE                 VALUE 'S' FALSE 'N'.

       77 WS-PREF-STATUS                     PIC X(02) VALUE '00'.
       77 WS-CONT-STATUS                     PIC X(02) VALUE '00'.
       77 WS-STAGE-STATUS                    PIC X(02) VALUE '00'.
       77 WS-INTERVALO-DIAS                  PIC 9(03) VALUE 7.
       77 WS-ESTAGIO-ATUAL                   PIC 9(01) VALUE ZEROS.
           03 WS-ENVIA-SW                    PIC X(01) VALUE 'N'.
              88 CARTA-LIBERADA                  VALUE 'S' FALSE 'N'.

       77 WS-SCORE-STATUS                    PIC X(02) VALUE '00'.

      * Acordo ativo e promessa nao vencida do cliente corrente, como
      * o ABERTO01 os marcou; a carta espera enquanto valerem.
       01 WS-FLAGS-ACORDO.
           03 WS-ACD-SW         PIC X(01) VALUE 'N'.
              88 ACORDO-VIGENTE       VALUE 'S' FALSE 'N'.

       01 WS-FLAGS-PROMESSA.
           03 WS-PROM-SW                     PIC X(01) VALUE 'N'.
              88 PROMESSA-ATIVA                  VALUE 'S' FALSE 'N'.

       01 WS-FLAGS-PREF.
           03 WS-PREF-SW                     PIC X(01) VALUE 'S'.
           03 WS-COM-PROMESSA                PIC 9(07) VALUE ZEROS.
           03 WS-PROTECAO-LEGAL              PIC 9(07) VALUE ZEROS.
           03 WS-COM-ACORDO                  PIC 9(07) VALUE ZEROS.
           03 WS-CARTAS-PADRAO               PIC 9(07) VALUE ZEROS.
           03 WS-ITENS-LIDOS                 PIC 9(07) VALUE ZEROS.

      * Conferencia do arquivo de abertos contra o trailer TRLCTL.
       77 WS-HASH-FATURAS                    PIC 9(11) VALUE ZEROS.
       77 WS-TRL-QTD                         PIC 9(07) VALUE ZEROS.
       77 WS-TRL-HASH                        PIC 9(11) VALUE ZEROS.
       77 WS-TRL-DATA                        PIC 9(08) VALUE ZEROS.

      * Acumuladores do cliente corrente para a quebra.
       01 WS-ACUM-CLIENTE.
           03 WS-ACUM-VALOR                  PIC 9(09)V99 VALUE ZEROS.
           03 WS-ACUM-MAIOR-ATRASO           PIC 9(05) VALUE ZEROS.

      * Faturas do cliente corrente para o marcador {FATURAS} do
      * modelo: os numeros em sequencia, e " E OUTRAS" quando nao
      * cabem mais.
       77 WS-LISTA-FATURAS                   PIC X(100) VALUE SPACES.
       77 WS-LISTA-PTR                       PIC 9(03) VALUE 1.
       77 WS-IDX-COMPL                       PIC 9(02) VALUE ZEROS.
       01 WS-FLAGS-LISTA.
           03 WS-LISTA-SW                    PIC X(01) VALUE 'N'.
              88 LISTA-CHEIA                     VALUE 'S' FALSE 'N'.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

      * Parametro para o CALL do MODMRG01 (corpo da carta mesclado do
      * modelo CARTAMOD).
           COPY MODPARM.

      * Parametro para o CALL do ENDFMT01 (linha de cidade do
      * endereco cadastral, brasileiro ou no exterior).
           COPY ENDPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETROS
           PERFORM P080-PREPARAR-DATA
           PERFORM P100-ORDENAR-ATRASOS

           PERFORM P120-CONFERIR-ABERTOS
           IF ABERTOS-REPROVADO
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P200-ABRIR-ARQUIVOS
           PERFORM P300-PROCESSA-ATRASO
               UNTIL FIM-ATRASO

       P080-PREPARAR-DATA.

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE-INT)
           .

      ******************************************************************
      * P105-SELECIONAR-ATRASOS
      * Libera para a classificacao so os itens abertos, fora de
      * disputa e com saldo efetivo, cujo atraso ja passou do minimo
      * configurado; o resto da carteira nao gera carta.
      ******************************************************************
       P105-SELECIONAR-ATRASOS.

           OPEN INPUT ITENS-ABERTOS

           PERFORM P106-SELECIONAR-UMA
               UNTIL FIM-ABERTOS

           CLOSE ITENS-ABERTOS
           .

       P106-SELECIONAR-UMA.

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
                       MOVE IA-DIAS-ATRASO TO WS-DIAS-ATRASO
                       IF NOT IA-EM-DISPUTA
                          AND WS-DIAS-ATRASO >= WS-DIAS-MINIMOS
                          AND IA-VALOR-ABERTO > 0
                           MOVE IA-NUM-CLIENTE  TO SW-NUM-CLIENTE
                           MOVE IA-NUM-FATURA   TO SW-NUM-FATURA
                           MOVE IA-VALOR-ABERTO TO SW-VALOR
                           MOVE WS-DIAS-ATRASO  TO SW-DIAS-ATRASO
                           MOVE IA-PROMESSA     TO SW-PROMESSA
                           MOVE IA-ACORDO       TO SW-ACORDO
                           RELEASE SORT-WORK-REC
                           ADD 1 TO WS-SELECIONADOS
                       END-IF
           END-READ
           .

      ******************************************************************
      * P120-CONFERIR-ABERTOS
      * Carta e estagio de cobranca so saem de um arquivo de abertos
      * inteiro e da data de processamento de hoje: sem trailer,
      * contagem ou hash fora do trailer, ou arquivo de outra data
      * recusa a execucao antes de qualquer carta.
      ******************************************************************
       P120-CONFERIR-ABERTOS.

           IF NOT TRAILER-ACHADO
               DISPLAY 'CARTACOB01 - ABERTOS SEM TRAILER - '
                       'EXECUCAO RECUSADA'
               SET ABERTOS-REPROVADO TO TRUE
           ELSE
               IF WS-ITENS-LIDOS NOT = WS-TRL-QTD
                  OR WS-HASH-FATURAS NOT = WS-TRL-HASH
                   DISPLAY 'CARTACOB01 - ABERTOS NAO BATEM COM O '
                           'TRAILER - EXECUCAO RECUSADA'
                   DISPLAY 'CARTACOB01 - TRAILER: QTD ' WS-TRL-QTD
                           ' HASH ' WS-TRL-HASH
                   SET ABERTOS-REPROVADO TO TRUE
               ELSE
                   IF WS-TRL-DATA NOT = WS-DATA-HOJE-INT
                       DISPLAY 'CARTACOB01 - ABERTOS MONTADO PARA '
                               WS-TRL-DATA ' - EXECUCAO RECUSADA'
                       SET ABERTOS-REPROVADO TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       P200-ABRIR-ARQUIVOS.
           OPEN INPUT  ATRASO-SORTED
           OPEN INPUT  CUSTOMER-MASTER
           OPEN INPUT  CONTATO-PREF
           OPEN INPUT  CLIENTE-CONTATO
           OPEN OUTPUT DUNNING-LETTER
           PERFORM P0GL-LER-GERACAO-LOG
           OPEN EXTEND CONTACT-LOG
           OPEN I-O    DUNNING-STAGE
           OPEN EXTEND DUNNING-LOG
           OPEN EXTEND COLLECT-NEXT
           OPEN INPUT  PAYMENT-SCORE

           PERFORM P210-LER-ATRASO
           .

       P210-LER-ATRASO.

           READ ATRASO-SORTED
      * P300-PROCESSA-ATRASO
      * Quebra por cliente: acumula quantidade, valor e maior atraso
      * dos titulos do cliente corrente e emite a carta na troca de
      * cliente; promessa e acordo vem iguais em todo item do
      * cliente.
      ******************************************************************
       P300-PROCESSA-ATRASO.
               MOVE AS-NUM-CLIENTE TO WS-CLIENTE-ATUAL
           END-IF

           MOVE AS-PROMESSA TO WS-PROM-SW
           MOVE AS-ACORDO   TO WS-ACD-SW

           ADD 1        TO WS-ACUM-QTD
           ADD AS-VALOR TO WS-ACUM-VALOR
           IF AS-DIAS-ATRASO > WS-ACUM-MAIOR-ATRASO
               MOVE AS-DIAS-ATRASO TO WS-ACUM-MAIOR-ATRASO
           END-IF
           PERFORM P310-LISTAR-FATURA

           PERFORM P210-LER-ATRASO
           .

       P310-LISTAR-FATURA.

           IF NOT LISTA-CHEIA
               IF WS-LISTA-PTR > 84
                   STRING ' E OUTRAS' DELIMITED BY SIZE
                       INTO WS-LISTA-FATURAS
                       WITH POINTER WS-LISTA-PTR
                   END-STRING
                   SET LISTA-CHEIA TO TRUE
               ELSE
                   IF WS-LISTA-PTR > 1
                       STRING ', ' DELIMITED BY SIZE
                           INTO WS-LISTA-FATURAS
                           WITH POINTER WS-LISTA-PTR
                       END-STRING
                   END-IF
                   STRING AS-NUM-FATURA DELIMITED BY SIZE
                       INTO WS-LISTA-FATURAS
                       WITH POINTER WS-LISTA-PTR
                   END-STRING
               END-IF
           END-IF
           .

      ******************************************************************
      * P400-EMITIR-CARTA
      * Compoe o registro de carta do cliente que fechou: endereco do
                   ADD 1 TO WS-SEM-CLIENTE
               NOT INVALID KEY
                   PERFORM P405-CONSULTAR-PREFERENCIA
                   EVALUATE TRUE
                       WHEN CM-PROTECAO-LEGAL
                           ADD 1 TO WS-PROTECAO-LEGAL
           MOVE ZEROS TO WS-ACUM-QTD
                         WS-ACUM-VALOR
                         WS-ACUM-MAIOR-ATRASO
           MOVE SPACES TO WS-LISTA-FATURAS
           MOVE 1      TO WS-LISTA-PTR
           SET LISTA-CHEIA TO FALSE
           .

      ******************************************************************
           END-READ
           .

      ******************************************************************
      * P407-VERIFICAR-ESTAGIO
      * Decide se o cliente recebe carta neste ciclo: quem ja recebeu
           END-IF
           .

      ******************************************************************
      * P410-MONTAR-CARTA
      * A carta vai para o endereco de cobranca quando o cliente tem
      * um cadastrado; sem ele, para o endereco cadastral.
      ******************************************************************
       P410-MONTAR-CARTA.

           MOVE SPACES               TO DUNNING-LETTER-REC
           MOVE CM-NUM-CLIENTE       TO DL-NUM-CLIENTE
           MOVE CM-NOME-FORMATADO    TO DL-NOME

           IF CM-COB-ENDERECO NOT = SPACES
               MOVE CM-COB-ENDERECO  TO DL-ENDERECO
               STRING FUNCTION TRIM (CM-COB-CIDADE)
                                         DELIMITED BY SIZE
                      '-'                DELIMITED BY SIZE
                      CM-COB-UF          DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      CM-COB-CEP         DELIMITED BY SIZE
                   INTO DL-CIDADE-UF-CEP
               END-STRING
           ELSE
               MOVE CM-ENDERECO      TO DL-ENDERECO
               MOVE CM-CIDADE     TO WS-ENDFMT-CIDADE
               MOVE CM-UF         TO WS-ENDFMT-UF
               MOVE CM-CEP        TO WS-ENDFMT-CEP
               MOVE CM-COD-PAIS   TO WS-ENDFMT-PAIS
               MOVE CM-COD-POSTAL TO WS-ENDFMT-COD-POSTAL
               MOVE CM-REGIAO     TO WS-ENDFMT-REGIAO
               CALL 'ENDFMT01' USING WS-ENDFMT-PARM
               MOVE WS-ENDFMT-LINHA TO DL-CIDADE-UF-CEP
           END-IF

           MOVE WS-ACUM-QTD          TO DL-QTD-TITULOS
           MOVE WS-ACUM-VALOR        TO DL-VALOR-TOTAL
           MOVE WS-ACUM-MAIOR-ATRASO TO DL-DIAS-MAIOR-ATRASO

           PERFORM P420-ESCALAR-SEVERIDADE
           PERFORM P425-BUSCAR-CONTATO

           WRITE DUNNING-LETTER-REC
           ADD 1 TO WS-CARTAS
      * O tom da carta segue o estagio de cobranca do cliente, que
      * avanca um por ciclo: lembrete, cobranca, aviso e notificacao
      * final -- em vez de recalcular da faixa de atraso e repetir a
      * mesma carta toda semana. O corpo vem do modelo CARTAMOD do
      * estagio em vigor na data de processamento; o texto abaixo so
      * sai enquanto o estagio nao tem modelo em vigor.
      ******************************************************************
       P420-ESCALAR-SEVERIDADE.

      -             '90 DIAS SERAO ENCAMINHADOS A COBRANCA JUDICIAL.'
                                    TO DL-TEXTO
           END-EVALUATE

           PERFORM P422-MESCLAR-MODELO
           .

      ******************************************************************
      * P422-MESCLAR-MODELO
      * Modelo COBRANCA do estagio da carta (o final vale para o
      * estagio 4 em diante), preenchido com o cliente, as faturas, o
      * total, o maior atraso e o vencimento mais antigo. Linha que
      * passa da largura sai cortada, como o MODPRV01 ja mostrou ao
      * juridico.
      ******************************************************************
       P422-MESCLAR-MODELO.

           INITIALIZE WS-MODMRG-PARM
           SET MOD-MESCLAR            TO TRUE
           MOVE 'COBRANCA'            TO WS-MOD-TIPO-CARTA
           IF WS-ESTAGIO-NOVO > 4
               MOVE 4                 TO WS-MOD-ESTAGIO
           ELSE
               MOVE WS-ESTAGIO-NOVO   TO WS-MOD-ESTAGIO
           END-IF
           MOVE WS-DTP-DATA-ATUAL     TO WS-MOD-DATA-REF
           MOVE CM-NOME-FORMATADO     TO WS-MOD-NOME
           MOVE CM-DOCUMENTO          TO WS-MOD-DOCUMENTO
           MOVE CM-NUM-CLIENTE        TO WS-MOD-NUM-CLIENTE
           MOVE WS-LISTA-FATURAS      TO WS-MOD-FATURAS
           MOVE WS-ACUM-QTD           TO WS-MOD-QTD
           MOVE WS-ACUM-VALOR         TO WS-MOD-TOTAL
           MOVE WS-ACUM-MAIOR-ATRASO  TO WS-MOD-DIAS
           COMPUTE WS-MOD-VENCTO =
               FUNCTION DATE-OF-INTEGER
                   (WS-DIAS-HOJE - WS-ACUM-MAIOR-ATRASO)

           CALL 'MODMRG01' USING WS-MODMRG-PARM

           IF MOD-OK OR MOD-LINHA-CORTADA
               MOVE WS-MOD-LINHA (1) TO DL-TEXTO
               PERFORM P423-COPIAR-COMPLEMENTO
                   VARYING WS-IDX-COMPL FROM 1 BY 1
                     UNTIL WS-IDX-COMPL > 4
           ELSE
               ADD 1 TO WS-CARTAS-PADRAO
           END-IF
           .

       P423-COPIAR-COMPLEMENTO.

           MOVE WS-MOD-LINHA (WS-IDX-COMPL + 1)
                                 TO DL-TEXTO-COMPL (WS-IDX-COMPL)
           .

      ******************************************************************
      * P425-BUSCAR-CONTATO
      * A notificacao final (ameaca de cobranca judicial) vai aos
      * cuidados do contato juridico; as demais cartas, do contato de
      * cobranca. Sem contato ativo do papel em CLICONT a carta segue
      * so com o nome e o endereco do mestre, como sempre.
      ******************************************************************
       P425-BUSCAR-CONTATO.

           MOVE WS-CLIENTE-ATUAL TO CC-NUM-CLIENTE
           IF WS-ESTAGIO-NOVO >= 4
               SET CC-PAPEL-JURIDICO TO TRUE
           ELSE
               SET CC-PAPEL-COBRANCA TO TRUE
           END-IF

           READ CLIENTE-CONTATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CC-ATIVO
                       MOVE CC-NOME TO DL-AOS-CUIDADOS
                   END-IF
           END-READ
           .

       P800-FECHAR-ULTIMO.
           CLOSE ATRASO-SORTED
           CLOSE CUSTOMER-MASTER
           CLOSE CONTATO-PREF
           CLOSE CLIENTE-CONTATO
           CLOSE DUNNING-LETTER
           CLOSE CONTACT-LOG
           CLOSE DUNNING-STAGE
           CLOSE DUNNING-LOG
           CLOSE COLLECT-NEXT
           CLOSE PAYMENT-SCORE

           SET MOD-ENCERRAR TO TRUE
           CALL 'MODMRG01' USING WS-MODMRG-PARM

           DISPLAY 'CARTACOB01 - TITULOS SELECIONADOS: '
                   WS-SELECIONADOS
           DISPLAY 'CARTACOB01 - CARTAS EMITIDAS.....: ' WS-CARTAS
                   WS-PROTECAO-LEGAL
           DISPLAY 'CARTACOB01 - COM ACORDO VIGENTE..: '
                   WS-COM-ACORDO
           DISPLAY 'CARTACOB01 - CARTAS TEXTO PADRAO.: '
                   WS-CARTAS-PADRAO
           .

      ******************************************************************
      ******************************************************************
       P960-GRAVAR-CONTATO.

           MOVE WS-DTP-DATA-ATUAL TO CLG-DATA
           MOVE WS-GERACAO-LOG              TO CLG-GERACAO

           WRITE CONTATO-LOG-REC
