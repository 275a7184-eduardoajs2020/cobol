      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: DECLQT01 - annual debt-discharge declaration
      *          (declaracao anual de quitacao de debitos, Lei
      *          12.007/2009). For the DQTPARM year (default the
      *          previous one) classifies every invoice due in that
      *          year, in the live FATURA master and in the FATARCH
      *          archive: paid, covered by PAGTOSTS, or renegotiated
      *          in an agreement already honored counts as settled;
      *          open, written off or renegotiated in an agreement
      *          still running blocks the declaration. An open item
      *          under dispute (DISPUT01), or of a customer under
      *          judicial protection (CM-PROTECAO-LEGAL), is left out
      *          of the decision and the declaration says so. A
      *          customer with settled invoices and nothing blocking
      *          gets the declaration by email in the statement
      *          extract layout (DQTEML) where CONTPREF consents and
      *          CM-EMAIL is loaded, otherwise on paper (DQTLTR
      *          letter plus the MAILLBL-layout label on DQTLBL),
      *          suppressed like every mail outbound on an opt-out or
      *          a returned address. Every declaration sent goes to
      *          CONTLOG; DQTRPT lists the declarations and DQTPEND
      *          the customers with blocking items, item by item.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Cancelled (CANCFAT01) and factor-assigned
      *             (CESACE01) invoices are dropped from the year's
      *             items: neither is a debt to us, so neither blocks
      *             the declaration.
      * 15/10/2026  The city line of the registered address comes from
      *             ENDFMT01, so a customer abroad gets city, region,
      *             postal code and country instead of a blank UF and
      *             CEP.
      * 15/10/2026  The declaration text and the disputed-items caveat
      *             are merged from the CARTAMOD templates in force on
      *             the processing date (MODMRG01, type QUITACAO, stages
      *             01 and 02): the email carries every declaration
      *             line, the paper letter line 1 on QL-TEXTO and the
      *             new QL-TEXTO-COMPL lines 2 to 5. No template in
      *             force keeps the standard texts.
      * 15/10/2026  The invoice archive image follows the FATURA master
      *             to 241 bytes (issuing company).
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  The paper declaration and its label go to the
      *             customer's billing address when one is on file, the
      *             registered address otherwise.
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLQT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DQT-PARM           ASSIGN TO "DQTPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL FATURA-ARCH
                                      ASSIGN TO "FATARCH"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAGAMENTO-STATUS
                                      ASSIGN TO "PAGTOSTS"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS PS-CHAVE
                                      FILE STATUS IS WS-PAGTOS-STATUS.

           SELECT OPTIONAL ACORDO-FILE
                                      ASSIGN TO "ACORDO"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS AC-NUM-ACORDO
                                      FILE STATUS IS WS-ACORDO-STATUS.

           SELECT OPTIONAL CUSTOMER-MASTER
                                      ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL CONTATO-PREF
                                      ASSIGN TO "CONTPREF"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CP-NUM-CLIENTE
                                      FILE STATUS IS WS-PREF-STATUS.

           SELECT EMAIL-OUT          ASSIGN TO "DQTEML"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DECL-LETTER        ASSIGN TO "DQTLTR"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAILING-LABEL      ASSIGN TO "DQTLBL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DECL-RPT           ASSIGN TO "DQTRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PEND-RPT           ASSIGN TO "DQTPEND"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTACT-LOG
                                      ASSIGN TO "CONTLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-CONTROL-FILE
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ITEM-SORT          ASSIGN TO "SRTWORKG".

       DATA DIVISION.
       FILE SECTION.
      * Ano de referencia da declaracao.
       FD  DQT-PARM.
       01  DQT-PARM-REC.
           03 DQ-ANO                          PIC 9(04).

       FD  FATURA-MASTER.
           COPY FATURA.

       FD  FATURA-ARCH.
       01  FATURA-ARCH-REC                    PIC X(241).

       FD  PAGAMENTO-STATUS.
           COPY PAGTOSTS.

       FD  ACORDO-FILE.
           COPY ACORDO.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CONTATO-PREF.
           COPY CONTPREF.

      * Mesmo formato do extrato de email do CUSTSTMT01: registro
      * DEST, registro ASSUNTO, corpo linha a linha e FIM.
       FD  EMAIL-OUT.
       01  EMAIL-OUT-REC                      PIC X(132).

      * Layout fixo do fornecedor grafico para a declaracao em papel:
      * bloco de endereco mais o texto ja composto, mesma disciplina
      * do DUNLTR. QL-TEXTO e a primeira linha da declaracao mesclada
      * do modelo CARTAMOD, QL-TEXTO-COMPL as linhas 2 a 5.
       FD  DECL-LETTER.
       01  DECL-LETTER-REC.
           03 QL-NUM-CLIENTE                  PIC 9(06).
           03 QL-NOME                         PIC X(30).
           03 QL-ENDERECO                     PIC X(60).
           03 QL-CIDADE-UF-CEP                PIC X(45).
           03 QL-DOCUMENTO                    PIC X(14).
           03 QL-ANO                          PIC 9(04).
           03 QL-QTD-FATURAS                  PIC 9(05).
           03 QL-TEXTO                        PIC X(120).
           03 QL-RESSALVA                     PIC X(60).
           03 QL-TEXTO-COMPL                  PIC X(120)
                                              OCCURS 4 TIMES.

      * Etiqueta no layout do MAILLBL (CORR_01).
       FD  MAILING-LABEL.
       01  MAILING-LABEL-REC.
           03 ML-NOME                        PIC X(30).
           03 ML-ENDERECO                    PIC X(60).
           03 ML-CIDADE-UF-CEP               PIC X(45).
           03 ML-TELEFONE                    PIC X(15).
           03 ML-NUM-CLIENTE                 PIC 9(06).

       FD  DECL-RPT.
       01  DECL-RPT-REC                       PIC X(132).

       FD  PEND-RPT.
       01  PEND-RPT-REC                       PIC X(132).

       FD  CONTACT-LOG.
           COPY CONTLOG.

       FD  LOG-CONTROL-FILE.
       01  LOG-CONTROL-FILE-REC.
           03 LCF-ULTIMO-NUMERO              PIC 9(07).

       SD  ITEM-SORT.
       01  ITEM-SORT-REC.
           03 SR-NUM-CLIENTE                  PIC 9(06).
           03 SR-NUM-FATURA                   PIC 9(06).
           03 SR-SITUACAO                     PIC X(01).
              88 SR-QUITADA                       VALUE 'Q'.
              88 SR-EM-DISPUTA                    VALUE 'D'.
              88 SR-ABERTA                        VALUE 'A'.
              88 SR-BAIXADA                       VALUE 'B'.
              88 SR-RENEGOCIADA                   VALUE 'N'.
           03 SR-DATA-VENCTO                  PIC X(10).
           03 SR-VALOR                        PIC 9(07)V99.

       WORKING-STORAGE SECTION.
      * Geracao (numero de controle do CTRLFILE) carimbada em cada
      * registro do log de contatos desta execucao.
       77 WS-GERACAO-LOG        PIC 9(06) VALUE ZEROS.

       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PAGTOS-STATUS                   PIC X(02) VALUE '00'.
       77 WS-ACORDO-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PREF-STATUS                     PIC X(02) VALUE '00'.

       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-ANO-DECLARACAO                  PIC 9(04) VALUE ZEROS.
       77 WS-ANO-VENCTO                      PIC 9(04) VALUE ZEROS.
       77 WS-VALOR-ABERTO                    PIC S9(07)V99 VALUE ZEROS.

      * Imagem de trabalho da fatura, venha do mestre vivo ou do
      * arquivo morto (FATARCH), mesma tecnica do FATLKP01.
       COPY FATURA REPLACING ==FATURA-REC== BY ==WS-FATURA-LIDA==
                     LEADING ==FT== BY ==FL==.

      * Cliente em quebra: faturas quitadas, deixadas de fora
      * (disputa ou protecao legal) e as pendencias que bloqueiam a
      * declaracao, guardadas para a listagem.
       77 WS-CLIENTE-ATUAL                   PIC 9(06) VALUE ZEROS.
       77 WS-CLI-QUITADAS                    PIC 9(05) VALUE ZEROS.
       77 WS-CLI-RESSALVADAS                 PIC 9(05) VALUE ZEROS.
       77 WS-CLI-VALOR-PENDENTE              PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-PEND                        PIC 9(03) VALUE ZEROS.
       77 WS-IDX-PEND                        PIC 9(03) VALUE ZEROS.
       77 WS-IDX-DECL                        PIC 9(02) VALUE ZEROS.
       01 WS-TAB-PENDENCIAS.
           03 WS-PEND-ENTRADA OCCURS 0 TO 200 TIMES
                              DEPENDING ON WS-TOT-PEND.
              05 WS-PEND-FATURA             PIC 9(06).
              05 WS-PEND-SITUACAO           PIC X(01).
              05 WS-PEND-VENCTO             PIC X(10).
              05 WS-PEND-VALOR              PIC 9(07)V99.

       01 WS-SWITCHES.
           03 WS-EOF-FATURA                  PIC X(01) VALUE 'N'.
              88 FIM-FATURA                       VALUE 'S' FALSE 'N'.
           03 WS-EOF-MORTO                   PIC X(01) VALUE 'N'.
              88 FIM-ARQUIVO-MORTO                VALUE 'S' FALSE 'N'.
           03 WS-EOF-SORT                    PIC X(01) VALUE 'N'.
              88 FIM-SORT                         VALUE 'S' FALSE 'N'.
           03 WS-PRIMEIRO-SW                 PIC X(01) VALUE 'S'.
              88 PRIMEIRO-CLIENTE                 VALUE 'S' FALSE 'N'.
           03 WS-CLIENTE-SW                  PIC X(01) VALUE 'N'.
              88 CLIENTE-NO-MESTRE                VALUE 'S' FALSE 'N'.

      * Canal de entrega da declaracao corrente: email para quem
      * consentiu e tem CM-EMAIL, papel para o resto; papel vetado
      * ou endereco devolvido suprime a entrega.
       01 WS-FLAGS-CANAL.
           03 WS-CANAL-SW                    PIC X(01) VALUE 'P'.
              88 CANAL-EMAIL                     VALUE 'E'.
              88 CANAL-PAPEL                     VALUE 'P'.
              88 CANAL-SUPRIMIDO                 VALUE 'S'.

       01 WS-CONTADORES.
           03 WS-FATURAS-LIDAS               PIC 9(07) VALUE ZEROS.
           03 WS-FATURAS-MORTO               PIC 9(07) VALUE ZEROS.
           03 WS-FATURAS-DO-ANO              PIC 9(07) VALUE ZEROS.
           03 WS-FATURAS-FORA                PIC 9(07) VALUE ZEROS.
           03 WS-CLIENTES-AVALIADOS          PIC 9(07) VALUE ZEROS.
           03 WS-DECLARACOES-EMAIL           PIC 9(07) VALUE ZEROS.
           03 WS-DECLARACOES-PAPEL           PIC 9(07) VALUE ZEROS.
           03 WS-DECLARACOES-SUPRIMIDAS      PIC 9(07) VALUE ZEROS.
           03 WS-CLIENTES-PENDENTES          PIC 9(07) VALUE ZEROS.
           03 WS-CLIENTES-SEM-QUITADA        PIC 9(07) VALUE ZEROS.
           03 WS-DECLARACOES-PADRAO          PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'DECLQT01'.
           03 WS-RPTFMT-TITULO               PIC X(30).
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

      * Texto da declaracao, o mesmo no email e na carta.
       01 WS-TEXTO-DECLARACAO.
           03 FILLER                         PIC X(48)
               VALUE 'DECLARAMOS, NOS TERMOS DA LEI 12.007/2009, QUE '.
           03 FILLER                         PIC X(46)
               VALUE 'ESTAO QUITADAS TODAS AS FATURAS COM VENCIMENTO'.
           03 FILLER                         PIC X(04) VALUE ' EM '.
           03 TXT-ANO                        PIC 9(04).
           03 FILLER                         PIC X(02) VALUE ' ('.
           03 TXT-QTD                        PIC ZZZZ9.
           03 FILLER                         PIC X(10)
               VALUE ' FATURAS).'.
       01 WS-TEXTO-RESSALVA.
           03 FILLER                         PIC X(33)
               VALUE 'NAO ABRANGE FATURAS EM DISCUSSAO '.
           03 FILLER                         PIC X(27)
               VALUE 'ADMINISTRATIVA OU JUDICIAL.'.

      * Declaracao e ressalva do cliente corrente, mescladas dos
      * modelos QUITACAO 01 e 02 do CARTAMOD; sem modelo em vigor,
      * os textos padrao acima.
       01 WS-DECL-MESCLADA.
           03 WS-DECL-QTD                    PIC 9(02).
           03 WS-DECL-LINHA                  PIC X(120)
                                             OCCURS 5 TIMES.
       01 WS-RESSALVA-MESCLADA               PIC X(60).

       01 WS-LINHA-CAB-DECL.
           03 FILLER                         PIC X(08) VALUE 'CLIENTE'.
           03 FILLER                         PIC X(31) VALUE 'NOME'.
           03 FILLER                         PIC X(16)
                                       VALUE 'DOCUMENTO'.
           03 FILLER                         PIC X(10) VALUE 'QUITADAS'.
           03 FILLER                         PIC X(11) VALUE 'RESSALVA'.
           03 FILLER                         PIC X(20) VALUE 'ENTREGA'.

       01 WS-LINHA-DECL.
           03 LDC-CLIENTE                    PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LDC-NOME                       PIC X(30).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 LDC-DOCUMENTO                  PIC X(14).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LDC-QUITADAS                   PIC ZZZZ9.
           03 FILLER                         PIC X(05) VALUE SPACES.
           03 LDC-RESSALVADAS                PIC ZZZZ9.
           03 FILLER                         PIC X(06) VALUE SPACES.
           03 LDC-ENTREGA                    PIC X(30).

       01 WS-LINHA-CAB-PEND.
           03 FILLER                         PIC X(08) VALUE 'CLIENTE'.
           03 FILLER                         PIC X(31) VALUE 'NOME'.
           03 FILLER                         PIC X(08) VALUE 'FATURA'.
           03 FILLER                         PIC X(12)
                                       VALUE 'VENCIMENTO'.
           03 FILLER                         PIC X(16) VALUE 'SITUACAO'.
           03 FILLER                         PIC X(14)
                                       VALUE '    EM ABERTO'.

       01 WS-LINHA-PEND.
           03 LPD-CLIENTE                    PIC Z(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LPD-NOME                       PIC X(30).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 LPD-FATURA                     PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LPD-VENCTO                     PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LPD-SITUACAO                   PIC X(14).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LPD-VALOR                      PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-LINHA-TOTAL-PEND.
           03 FILLER                         PIC X(39) VALUE SPACES.
           03 FILLER                         PIC X(36)
                        VALUE 'TOTAL PENDENTE DO CLIENTE NO ANO....'.
           03 LTP-VALOR                      PIC ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

      * Parametro para o CALL do MODMRG01 (declaracao mesclada do
      * modelo CARTAMOD).
           COPY MODPARM.

      * Parametro para o CALL do ENDFMT01 (linha de cidade do
      * endereco cadastral, brasileiro ou no exterior).
           COPY ENDPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           PERFORM P050-LER-PARAMETRO
           PERFORM P0GL-LER-GERACAO-LOG

           SORT ITEM-SORT
               ON ASCENDING KEY SR-NUM-CLIENTE
                                SR-NUM-FATURA
               INPUT PROCEDURE IS P100-SELECIONAR-FATURAS
               OUTPUT PROCEDURE IS P300-AVALIAR-CLIENTES

           PERFORM P900-EXIBIR-TOTAIS

           GOBACK.

      ******************************************************************
      * P050-LER-PARAMETRO
      * O ano de referencia vem do DQTPARM; sem parametro, o ano
      * anterior ao da execucao (a corrida de maio).
      ******************************************************************
       P050-LER-PARAMETRO.

           COMPUTE WS-ANO-DECLARACAO = WS-DATA-HOJE-INT / 10000 - 1

           OPEN INPUT DQT-PARM
           IF WS-PARM-STATUS = '00'
               READ DQT-PARM
                   NOT AT END
                       IF DQ-ANO IS NUMERIC AND DQ-ANO > ZEROS
                           MOVE DQ-ANO TO WS-ANO-DECLARACAO
                       END-IF
               END-READ
               CLOSE DQT-PARM
           END-IF
           .

      ******************************************************************
      * P100-SELECIONAR-FATURAS
      * Mestre vivo e arquivo morto: o FATARC01 tira a fatura paga ou
      * baixada do mestre, e sem o FATARCH o ano ficaria incompleto.
      ******************************************************************
       P100-SELECIONAR-FATURAS.

           OPEN INPUT FATURA-MASTER
           OPEN INPUT PAGAMENTO-STATUS
           OPEN INPUT ACORDO-FILE

           PERFORM P110-LER-UMA-FATURA
               UNTIL FIM-FATURA

           CLOSE FATURA-MASTER

           OPEN INPUT FATURA-ARCH

           PERFORM P120-LER-UMA-DO-MORTO
               UNTIL FIM-ARQUIVO-MORTO

           CLOSE FATURA-ARCH
           CLOSE PAGAMENTO-STATUS
           CLOSE ACORDO-FILE
           .

       P110-LER-UMA-FATURA.

           READ FATURA-MASTER
               AT END
                   SET FIM-FATURA TO TRUE
               NOT AT END
                   ADD 1 TO WS-FATURAS-LIDAS
                   MOVE FATURA-REC TO WS-FATURA-LIDA
                   PERFORM P130-CLASSIFICAR-FATURA
           END-READ
           .

       P120-LER-UMA-DO-MORTO.

           READ FATURA-ARCH
               AT END
                   SET FIM-ARQUIVO-MORTO TO TRUE
               NOT AT END
                   IF FATURA-ARCH-REC (1:7) NOT = 'TRAILER'
                       ADD 1 TO WS-FATURAS-MORTO
                       MOVE FATURA-ARCH-REC TO WS-FATURA-LIDA
                       PERFORM P130-CLASSIFICAR-FATURA
                   END-IF
           END-READ
           .

      ******************************************************************
      * P130-CLASSIFICAR-FATURA
      * So entra a fatura com vencimento no ano de referencia. Paga
      * quita; baixada nao (a divida foi perdoada, nao paga);
      * renegociada quita quando o acordo foi cumprido; aberta quita
      * quando o aplicado em PAGTOSTS cobre o valor efetivo, e fica
      * de fora da decisao enquanto em disputa. Cancelada (CANCFAT01)
      * nao e divida, e cedida (CESACE01) e devida ao factor, nao a
      * nos: as duas saem dos itens do ano, so contadas.
      ******************************************************************
       P130-CLASSIFICAR-FATURA.

           MOVE FL-DATA-VENCTO (7:4) TO WS-ANO-VENCTO

           IF WS-ANO-VENCTO = WS-ANO-DECLARACAO
               EVALUATE TRUE
                   WHEN FL-CANCELADA
                   WHEN FL-CEDIDA
                       ADD 1 TO WS-FATURAS-FORA
                   WHEN OTHER
                       PERFORM P135-LIBERAR-FATURA
               END-EVALUATE
           END-IF
           .

       P135-LIBERAR-FATURA.

           ADD 1 TO WS-FATURAS-DO-ANO
           MOVE FL-NUM-CLIENTE TO SR-NUM-CLIENTE
           MOVE FL-NUM-FATURA  TO SR-NUM-FATURA
           MOVE FL-DATA-VENCTO TO SR-DATA-VENCTO
           MOVE ZEROS          TO SR-VALOR

           EVALUATE TRUE
               WHEN FL-PAGA
                   SET SR-QUITADA TO TRUE
               WHEN FL-BAIXADA
                   SET SR-BAIXADA TO TRUE
                   MOVE FL-VALOR-BAIXADO TO SR-VALOR
               WHEN FL-RENEGOCIADA
                   PERFORM P140-VERIFICAR-ACORDO
               WHEN OTHER
                   PERFORM P150-VERIFICAR-ABERTA
           END-EVALUATE

           RELEASE ITEM-SORT-REC
           .

       P140-VERIFICAR-ACORDO.

           SET SR-RENEGOCIADA TO TRUE
           MOVE FL-VALOR-RENEGOCIADO TO SR-VALOR

           MOVE FL-NUM-ACORDO TO AC-NUM-ACORDO
           READ ACORDO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AC-CUMPRIDO
                       SET SR-QUITADA TO TRUE
                       MOVE ZEROS TO SR-VALOR
                   END-IF
           END-READ
           .

      ******************************************************************
      * P150-VERIFICAR-ABERTA
      * Valor efetivo em aberto: faturado menos notas de credito,
      * retencoes federais e o ja aplicado em PAGTOSTS, a mesma conta
      * do AGERPT01.
      ******************************************************************
       P150-VERIFICAR-ABERTA.

           COMPUTE WS-VALOR-ABERTO =
               FL-VALOR - FL-VALOR-AJUSTES - FL-VALOR-RET-FEDERAL

           MOVE FL-NUM-CLIENTE TO PS-NUM-CLIENTE
           MOVE FL-NUM-FATURA  TO PS-NUM-FATURA
           READ PAGAMENTO-STATUS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PS-PAGTO = 'S' OR PS-PAGTO = 'P'
                      OR PS-PAGTO = 'X'
                       SUBTRACT PS-VALOR-PAGO FROM WS-VALOR-ABERTO
                   END-IF
           END-READ

           EVALUATE TRUE
               WHEN WS-VALOR-ABERTO <= ZEROS
                   SET SR-QUITADA TO TRUE
               WHEN FL-EM-DISPUTA
                   SET SR-EM-DISPUTA TO TRUE
                   MOVE WS-VALOR-ABERTO TO SR-VALOR
               WHEN OTHER
                   SET SR-ABERTA TO TRUE
                   MOVE WS-VALOR-ABERTO TO SR-VALOR
           END-EVALUATE
           .

      ******************************************************************
      * P300-AVALIAR-CLIENTES
      * Quebra por cliente sobre as faturas do ano em ordem de
      * cliente: na quebra, declaracao ou listagem de pendencias.
      ******************************************************************
       P300-AVALIAR-CLIENTES.

           OPEN INPUT  CUSTOMER-MASTER
           OPEN INPUT  CONTATO-PREF
           OPEN OUTPUT EMAIL-OUT
           OPEN OUTPUT DECL-LETTER
           OPEN OUTPUT MAILING-LABEL
           OPEN OUTPUT DECL-RPT
           OPEN OUTPUT PEND-RPT
           OPEN EXTEND CONTACT-LOG

           PERFORM P310-IMPRIMIR-CABECALHOS
           PERFORM P320-ZERAR-CLIENTE

           PERFORM P330-RETORNAR-FATURA
               UNTIL FIM-SORT

           IF NOT PRIMEIRO-CLIENTE
               PERFORM P400-FECHAR-CLIENTE
           END-IF

           CLOSE CUSTOMER-MASTER
           CLOSE CONTATO-PREF
           CLOSE EMAIL-OUT
           CLOSE DECL-LETTER
           CLOSE MAILING-LABEL
           CLOSE DECL-RPT
           CLOSE PEND-RPT
           CLOSE CONTACT-LOG

           SET MOD-ENCERRAR TO TRUE
           CALL 'MODMRG01' USING WS-MODMRG-PARM
           .

       P310-IMPRIMIR-CABECALHOS.

           MOVE 'DECLARACOES DE QUITACAO ANUAL' TO WS-RPTFMT-TITULO
           MOVE 1 TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO DECL-RPT-REC
           WRITE DECL-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO DECL-RPT-REC
           WRITE DECL-RPT-REC
           MOVE SPACES TO DECL-RPT-REC
           STRING 'ANO DE REFERENCIA: ' WS-ANO-DECLARACAO
               DELIMITED BY SIZE INTO DECL-RPT-REC
           END-STRING
           WRITE DECL-RPT-REC
           MOVE WS-LINHA-CAB-DECL TO DECL-RPT-REC
           WRITE DECL-RPT-REC

           MOVE 'PENDENCIAS - SEM DECLARACAO' TO WS-RPTFMT-TITULO
           MOVE 1 TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO PEND-RPT-REC
           WRITE PEND-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO PEND-RPT-REC
           WRITE PEND-RPT-REC
           MOVE SPACES TO PEND-RPT-REC
           STRING 'ANO DE REFERENCIA: ' WS-ANO-DECLARACAO
               DELIMITED BY SIZE INTO PEND-RPT-REC
           END-STRING
           WRITE PEND-RPT-REC
           MOVE WS-LINHA-CAB-PEND TO PEND-RPT-REC
           WRITE PEND-RPT-REC
           .

       P320-ZERAR-CLIENTE.

           MOVE ZEROS TO WS-CLI-QUITADAS
                         WS-CLI-RESSALVADAS
                         WS-CLI-VALOR-PENDENTE
                         WS-TOT-PEND
           .

       P330-RETORNAR-FATURA.

           RETURN ITEM-SORT
               AT END
                   SET FIM-SORT TO TRUE
               NOT AT END
                   IF PRIMEIRO-CLIENTE
                       MOVE SR-NUM-CLIENTE TO WS-CLIENTE-ATUAL
                       SET PRIMEIRO-CLIENTE TO FALSE
                   END-IF
                   IF SR-NUM-CLIENTE NOT = WS-CLIENTE-ATUAL
                       PERFORM P400-FECHAR-CLIENTE
                       PERFORM P320-ZERAR-CLIENTE
                       MOVE SR-NUM-CLIENTE TO WS-CLIENTE-ATUAL
                   END-IF
                   PERFORM P340-ACUMULAR-FATURA
           END-RETURN
           .

       P340-ACUMULAR-FATURA.

           EVALUATE TRUE
               WHEN SR-QUITADA
                   ADD 1 TO WS-CLI-QUITADAS
               WHEN SR-EM-DISPUTA
                   ADD 1 TO WS-CLI-RESSALVADAS
               WHEN OTHER
                   ADD SR-VALOR TO WS-CLI-VALOR-PENDENTE
                   IF WS-TOT-PEND < 200
                       ADD 1 TO WS-TOT-PEND
                       MOVE SR-NUM-FATURA
                         TO WS-PEND-FATURA (WS-TOT-PEND)
                       MOVE SR-SITUACAO
                         TO WS-PEND-SITUACAO (WS-TOT-PEND)
                       MOVE SR-DATA-VENCTO
                         TO WS-PEND-VENCTO (WS-TOT-PEND)
                       MOVE SR-VALOR
                         TO WS-PEND-VALOR (WS-TOT-PEND)
                   END-IF
           END-EVALUATE
           .

      ******************************************************************
      * P400-FECHAR-CLIENTE
      * Cliente sob protecao judicial tem a divida em discussao no
      * processo: as pendencias dele ficam de fora como as faturas em
      * disputa. Sem pendencia e com fatura quitada, declaracao; com
      * pendencia, listagem item a item.
      ******************************************************************
       P400-FECHAR-CLIENTE.

           ADD 1 TO WS-CLIENTES-AVALIADOS

           MOVE WS-CLIENTE-ATUAL TO CM-NUM-CLIENTE
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET CLIENTE-NO-MESTRE TO FALSE
                   MOVE SPACES TO CUSTOMER-MASTER-REC
                   MOVE 'NAO CADASTRADO' TO CM-NOME-FORMATADO
               NOT INVALID KEY
                   SET CLIENTE-NO-MESTRE TO TRUE
           END-READ

           IF CM-PROTECAO-LEGAL AND WS-TOT-PEND > 0
               ADD WS-TOT-PEND TO WS-CLI-RESSALVADAS
               MOVE ZEROS TO WS-TOT-PEND WS-CLI-VALOR-PENDENTE
           END-IF

           EVALUATE TRUE
               WHEN WS-TOT-PEND > 0
                   PERFORM P450-LISTAR-PENDENCIAS
               WHEN WS-CLI-QUITADAS = 0
                   ADD 1 TO WS-CLIENTES-SEM-QUITADA
               WHEN NOT CLIENTE-NO-MESTRE
                   ADD 1 TO WS-CLIENTES-SEM-QUITADA
               WHEN OTHER
                   PERFORM P500-EMITIR-DECLARACAO
           END-EVALUATE
           .

       P450-LISTAR-PENDENCIAS.

           ADD 1 TO WS-CLIENTES-PENDENTES

           PERFORM P460-LISTAR-UMA-PENDENCIA
               VARYING WS-IDX-PEND FROM 1 BY 1
                 UNTIL WS-IDX-PEND > WS-TOT-PEND

           MOVE WS-CLI-VALOR-PENDENTE TO LTP-VALOR
           MOVE WS-LINHA-TOTAL-PEND TO PEND-RPT-REC
           WRITE PEND-RPT-REC
           MOVE SPACES TO PEND-RPT-REC
           WRITE PEND-RPT-REC
           .

       P460-LISTAR-UMA-PENDENCIA.

           MOVE SPACES TO WS-LINHA-PEND
           IF WS-IDX-PEND = 1
               MOVE WS-CLIENTE-ATUAL  TO LPD-CLIENTE
               MOVE CM-NOME-FORMATADO TO LPD-NOME
           END-IF
           MOVE WS-PEND-FATURA (WS-IDX-PEND) TO LPD-FATURA
           MOVE WS-PEND-VENCTO (WS-IDX-PEND) TO LPD-VENCTO
           EVALUATE WS-PEND-SITUACAO (WS-IDX-PEND)
               WHEN 'A'
                   MOVE 'EM ABERTO'      TO LPD-SITUACAO
               WHEN 'B'
                   MOVE 'BAIXADA'        TO LPD-SITUACAO
               WHEN 'N'
                   MOVE 'EM ACORDO'      TO LPD-SITUACAO
           END-EVALUATE
           MOVE WS-PEND-VALOR (WS-IDX-PEND) TO LPD-VALOR
           MOVE WS-LINHA-PEND TO PEND-RPT-REC
           WRITE PEND-RPT-REC
           .

      ******************************************************************
      * P500-EMITIR-DECLARACAO
      * Canal pela preferencia de contato, como o extrato: email com
      * consentimento e CM-EMAIL; papel (carta e etiqueta) para o
      * resto, a menos que a mala esteja vetada ou o endereco tenha
      * voltado -- ai a declaracao fica listada sem entrega.
      ******************************************************************
       P500-EMITIR-DECLARACAO.

           MOVE WS-ANO-DECLARACAO TO TXT-ANO
           MOVE WS-CLI-QUITADAS   TO TXT-QTD

           SET CANAL-PAPEL TO TRUE

           MOVE WS-CLIENTE-ATUAL TO CP-NUM-CLIENTE
           READ CONTATO-PREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CP-EMAIL-PERMITIDO
                        AND CM-EMAIL NOT = SPACES
                           SET CANAL-EMAIL TO TRUE
                       WHEN CP-MALA-VETADA
                       WHEN CP-ENDERECO-DEVOLVIDO
                           SET CANAL-SUPRIMIDO TO TRUE
                   END-EVALUATE
           END-READ

           MOVE SPACES TO WS-LINHA-DECL
           MOVE WS-CLIENTE-ATUAL   TO LDC-CLIENTE
           MOVE CM-NOME-FORMATADO  TO LDC-NOME
           MOVE CM-DOCUMENTO       TO LDC-DOCUMENTO
           MOVE WS-CLI-QUITADAS    TO LDC-QUITADAS
           MOVE WS-CLI-RESSALVADAS TO LDC-RESSALVADAS

           EVALUATE TRUE
               WHEN CANAL-EMAIL
                   PERFORM P505-MESCLAR-MODELOS
                   PERFORM P510-ENVIAR-EMAIL
                   MOVE 'EMAIL' TO LDC-ENTREGA
               WHEN CANAL-PAPEL
                   PERFORM P505-MESCLAR-MODELOS
                   PERFORM P520-ENVIAR-CARTA
                   MOVE 'CARTA' TO LDC-ENTREGA
               WHEN OTHER
                   ADD 1 TO WS-DECLARACOES-SUPRIMIDAS
                   MOVE 'SUPRIMIDA - SEM CANAL' TO LDC-ENTREGA
           END-EVALUATE

           MOVE WS-LINHA-DECL TO DECL-RPT-REC
           WRITE DECL-RPT-REC
           .

      ******************************************************************
      * P505-MESCLAR-MODELOS
      * Declaracao do modelo QUITACAO 01 em vigor na data de
      * processamento, com cliente, documento, ano e quantidade de
      * faturas quitadas; a ressalva, quando o cliente tem faturas
      * fora da decisao, do QUITACAO 02 (uma linha de 60). Sem modelo
      * em vigor ficam os textos padrao.
      ******************************************************************
       P505-MESCLAR-MODELOS.

           MOVE SPACES TO WS-DECL-MESCLADA
           MOVE WS-TEXTO-RESSALVA TO WS-RESSALVA-MESCLADA

           INITIALIZE WS-MODMRG-PARM
           SET MOD-MESCLAR            TO TRUE
           MOVE 'QUITACAO'            TO WS-MOD-TIPO-CARTA
           MOVE 1                     TO WS-MOD-ESTAGIO
           MOVE WS-DTP-DATA-ATUAL     TO WS-MOD-DATA-REF
           MOVE CM-NOME-FORMATADO     TO WS-MOD-NOME
           MOVE CM-DOCUMENTO          TO WS-MOD-DOCUMENTO
           MOVE WS-CLIENTE-ATUAL      TO WS-MOD-NUM-CLIENTE
           MOVE WS-ANO-DECLARACAO     TO WS-MOD-ANO
           MOVE WS-CLI-QUITADAS       TO WS-MOD-QTD

           CALL 'MODMRG01' USING WS-MODMRG-PARM

           IF MOD-OK OR MOD-LINHA-CORTADA
               MOVE WS-MOD-QTD-LINHAS TO WS-DECL-QTD
               PERFORM P506-COPIAR-LINHA
                   VARYING WS-IDX-DECL FROM 1 BY 1
                     UNTIL WS-IDX-DECL > WS-DECL-QTD
           ELSE
               ADD 1 TO WS-DECLARACOES-PADRAO
               MOVE 1                   TO WS-DECL-QTD
               MOVE WS-TEXTO-DECLARACAO TO WS-DECL-LINHA (1)
           END-IF

           IF WS-CLI-RESSALVADAS > 0
               MOVE 2 TO WS-MOD-ESTAGIO
               CALL 'MODMRG01' USING WS-MODMRG-PARM
               IF MOD-OK OR MOD-LINHA-CORTADA
                   MOVE WS-MOD-LINHA (1) TO WS-RESSALVA-MESCLADA
               END-IF
           END-IF
           .

       P506-COPIAR-LINHA.

           MOVE WS-MOD-LINHA (WS-IDX-DECL)
                                 TO WS-DECL-LINHA (WS-IDX-DECL)
           .

       P510-ENVIAR-EMAIL.

           MOVE SPACES TO EMAIL-OUT-REC
           STRING 'DEST: ' CM-EMAIL
               DELIMITED BY SIZE INTO EMAIL-OUT-REC
           END-STRING
           WRITE EMAIL-OUT-REC
           MOVE SPACES TO EMAIL-OUT-REC
           STRING 'ASSUNTO: DECLARACAO DE QUITACAO ANUAL '
                  WS-ANO-DECLARACAO ' - CLIENTE ' WS-CLIENTE-ATUAL
               DELIMITED BY SIZE INTO EMAIL-OUT-REC
           END-STRING
           WRITE EMAIL-OUT-REC

           MOVE SPACES TO EMAIL-OUT-REC
           STRING 'DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO '
                  WS-ANO-DECLARACAO
               DELIMITED BY SIZE INTO EMAIL-OUT-REC
           END-STRING
           WRITE EMAIL-OUT-REC
           MOVE SPACES TO EMAIL-OUT-REC
           STRING 'CLIENTE: ' WS-CLIENTE-ATUAL ' ' CM-NOME-FORMATADO
                  ' DOCUMENTO: ' CM-DOCUMENTO
               DELIMITED BY SIZE INTO EMAIL-OUT-REC
           END-STRING
           WRITE EMAIL-OUT-REC
           PERFORM P515-ESCREVER-DECLARACAO
               VARYING WS-IDX-DECL FROM 1 BY 1
                 UNTIL WS-IDX-DECL > WS-DECL-QTD
           IF WS-CLI-RESSALVADAS > 0
               MOVE WS-RESSALVA-MESCLADA TO EMAIL-OUT-REC
               WRITE EMAIL-OUT-REC
           END-IF
           MOVE 'FIM' TO EMAIL-OUT-REC
           WRITE EMAIL-OUT-REC

           ADD 1 TO WS-DECLARACOES-EMAIL
           MOVE 'EMAIL' TO CLG-CANAL
           PERFORM P960-GRAVAR-CONTATO
           .

       P515-ESCREVER-DECLARACAO.

           MOVE WS-DECL-LINHA (WS-IDX-DECL) TO EMAIL-OUT-REC
           WRITE EMAIL-OUT-REC
           .

       P520-ENVIAR-CARTA.

           MOVE SPACES              TO DECL-LETTER-REC
           MOVE WS-CLIENTE-ATUAL    TO QL-NUM-CLIENTE
           MOVE CM-NOME-FORMATADO   TO QL-NOME
           IF CM-COB-ENDERECO NOT = SPACES
               MOVE CM-COB-ENDERECO TO QL-ENDERECO
               STRING FUNCTION TRIM (CM-COB-CIDADE)
                                         DELIMITED BY SIZE
                      '-'                DELIMITED BY SIZE
                      CM-COB-UF          DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      CM-COB-CEP         DELIMITED BY SIZE
                   INTO QL-CIDADE-UF-CEP
               END-STRING
           ELSE
               MOVE CM-ENDERECO     TO QL-ENDERECO
               MOVE CM-CIDADE     TO WS-ENDFMT-CIDADE
               MOVE CM-UF         TO WS-ENDFMT-UF
               MOVE CM-CEP        TO WS-ENDFMT-CEP
               MOVE CM-COD-PAIS   TO WS-ENDFMT-PAIS
               MOVE CM-COD-POSTAL TO WS-ENDFMT-COD-POSTAL
               MOVE CM-REGIAO     TO WS-ENDFMT-REGIAO
               CALL 'ENDFMT01' USING WS-ENDFMT-PARM
               MOVE WS-ENDFMT-LINHA TO QL-CIDADE-UF-CEP
           END-IF
           MOVE CM-DOCUMENTO        TO QL-DOCUMENTO
           MOVE WS-ANO-DECLARACAO   TO QL-ANO
           MOVE WS-CLI-QUITADAS     TO QL-QTD-FATURAS
           MOVE WS-DECL-LINHA (1)   TO QL-TEXTO
           PERFORM P525-COPIAR-COMPLEMENTO
               VARYING WS-IDX-DECL FROM 1 BY 1
                 UNTIL WS-IDX-DECL > 4
           IF WS-CLI-RESSALVADAS > 0
               MOVE WS-RESSALVA-MESCLADA TO QL-RESSALVA
           END-IF
           WRITE DECL-LETTER-REC

           MOVE SPACES              TO MAILING-LABEL-REC
           MOVE CM-NOME-FORMATADO   TO ML-NOME
           MOVE QL-ENDERECO         TO ML-ENDERECO
           MOVE QL-CIDADE-UF-CEP    TO ML-CIDADE-UF-CEP
           MOVE CM-TELEFONE         TO ML-TELEFONE
           MOVE WS-CLIENTE-ATUAL    TO ML-NUM-CLIENTE
           WRITE MAILING-LABEL-REC

           ADD 1 TO WS-DECLARACOES-PAPEL
           MOVE 'MALA ' TO CLG-CANAL
           PERFORM P960-GRAVAR-CONTATO
           .

       P525-COPIAR-COMPLEMENTO.

           MOVE WS-DECL-LINHA (WS-IDX-DECL + 1)
                                 TO QL-TEXTO-COMPL (WS-IDX-DECL)
           .

       P900-EXIBIR-TOTAIS.

           DISPLAY 'DECLQT01 - ANO DE REFERENCIA..: '
                   WS-ANO-DECLARACAO
           DISPLAY 'DECLQT01 - FATURAS DO ANO.....: '
                   WS-FATURAS-DO-ANO
           DISPLAY 'DECLQT01 - CANCELADAS/CEDIDAS.: '
                   WS-FATURAS-FORA
           DISPLAY 'DECLQT01 - CLIENTES AVALIADOS.: '
                   WS-CLIENTES-AVALIADOS
           DISPLAY 'DECLQT01 - DECLARACOES EMAIL..: '
                   WS-DECLARACOES-EMAIL
           DISPLAY 'DECLQT01 - DECLARACOES PAPEL..: '
                   WS-DECLARACOES-PAPEL
           DISPLAY 'DECLQT01 - DECLAR. SUPRIMIDAS.: '
                   WS-DECLARACOES-SUPRIMIDAS
           DISPLAY 'DECLQT01 - CLIENTES PENDENTES.: '
                   WS-CLIENTES-PENDENTES
           DISPLAY 'DECLQT01 - SEM FATURA QUITADA.: '
                   WS-CLIENTES-SEM-QUITADA
           DISPLAY 'DECLQT01 - DECLAR. TXT PADRAO.: '
                   WS-DECLARACOES-PADRAO
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

      ******************************************************************
      * P960-GRAVAR-CONTATO
      * Acrescenta a declaracao recem expedida ao log central CONTLOG,
      * canal ja preenchido pelo chamador.
      ******************************************************************
       P960-GRAVAR-CONTATO.

           MOVE WS-CLIENTE-ATUAL            TO CLG-NUM-CLIENTE
           MOVE 'QUITACAO'                  TO CLG-TIPO-DOC
           MOVE WS-DTP-DATA-ATUAL TO CLG-DATA
           MOVE WS-GERACAO-LOG              TO CLG-GERACAO

           WRITE CONTATO-LOG-REC
           .

       END PROGRAM DECLQT01.
