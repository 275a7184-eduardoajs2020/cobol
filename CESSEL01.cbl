      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: CESSEL01 - receivables assignment (cessao de credito)
      *          selection. The CESSPARM card names the factoring
      *          company (FACTTAB), the issuing company whose
      *          invoices are offered and the operator, and how they
      *          are chosen: by criteria (due-date window, value
      *          range, one customer) scanning the FATURA master, or
      *          by list, one invoice number per CESSLST line. Only
      *          an open invoice not yet due, out of dispute and of
      *          any agreement, with nothing paid or applied to it,
      *          of a customer not under legal protection and not
      *          already offered or assigned, goes on the CESSOUT
      *          assignment file with the debtor's document, name and
      *          billing address from CUSTMAST, up to the optional
      *          lot limit. Each one is entered on the CESSAO ledger
      *          as offered; CESACE01 takes the factor's answer.
      *          The selection and, in list mode, every invoice
      *          refused with the reason, print on CESSRPT.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CESSEL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CESSAO-PARM
                                      ASSIGN TO "CESSPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL CESSAO-LISTA
                                      ASSIGN TO "CESSLST"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FACTOR-TABLE
                                      ASSIGN TO "FACTTAB"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL CUSTOMER-MASTER
                                      ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

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

           SELECT OPTIONAL CESSAO-CREDITO
                                      ASSIGN TO "CESSAO"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CS-NUM-FATURA
                                      FILE STATUS IS WS-CESSAO-STATUS.

           SELECT CESSAO-OUT         ASSIGN TO "CESSOUT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CESSAO-RPT         ASSIGN TO "CESSRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Parametros da selecao: limites zerados nao limitam; empresa
      * zerada e a 01.
       FD  CESSAO-PARM.
       01  CESSAO-PARM-REC.
           03 CP-COD-FACTOR                   PIC X(06).
           03 CP-MODO                         PIC X(01).
              88 CP-MODO-CRITERIO                 VALUE 'C'.
              88 CP-MODO-LISTA                    VALUE 'L'.
           03 CP-COD-EMPRESA                  PIC 9(02).
           03 CP-NUM-CLIENTE                  PIC 9(06).
           03 CP-VENCTO-DE                    PIC 9(08).
           03 CP-VENCTO-ATE                   PIC 9(08).
           03 CP-VALOR-MINIMO                 PIC 9(07)V99.
           03 CP-VALOR-MAXIMO                 PIC 9(07)V99.
           03 CP-LIMITE-LOTE                  PIC 9(11)V99.
           03 CP-OPERADOR                     PIC X(08).

       FD  CESSAO-LISTA.
       01  CESSAO-LISTA-REC.
           03 CL-NUM-FATURA                   PIC 9(06).

       FD  FACTOR-TABLE.
           COPY FACTOR.

       FD  FATURA-MASTER.
           COPY FATURA.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  PAGAMENTO-STATUS.
           COPY PAGTOSTS.

       FD  CREDITO-APLIC.
           COPY CREDAPL.

       FD  CESSAO-CREDITO.
           COPY CESSAO.

      * Arquivo de cessao para o factor: cabecalho '0' com factor e
      * cedente, um '1' por titulo com o devedor, trailer '9'.
       FD  CESSAO-OUT.
       01  CESSAO-OUT-REC.
           03 CO-TIPO                         PIC X(01).
           03 CO-NUM-FATURA                   PIC 9(06).
           03 CO-NUM-CLIENTE                  PIC 9(06).
           03 CO-DATA-EMISSAO                 PIC X(10).
           03 CO-DATA-VENCTO                  PIC X(10).
           03 CO-VALOR-FACE                   PIC 9(07)V99.
           03 CO-VALOR-RETIDO                 PIC 9(07)V99.
           03 CO-TIPO-DEVEDOR                 PIC 9(01).
           03 CO-DOC-DEVEDOR                  PIC X(14).
           03 CO-NOME-DEVEDOR                 PIC X(30).
           03 CO-ENDERECO                     PIC X(60).
           03 CO-CIDADE                       PIC X(30).
           03 CO-UF                           PIC X(02).
           03 CO-CEP                          PIC X(08).

       01  CESSAO-OUT-HEADER REDEFINES CESSAO-OUT-REC.
           03 CH-TIPO                         PIC X(01).
           03 CH-COD-FACTOR                   PIC X(06).
           03 CH-CNPJ-FACTOR                  PIC X(14).
           03 CH-CNPJ-CEDENTE                 PIC X(14).
           03 CH-RAZAO-CEDENTE                PIC X(40).
           03 CH-LOTE                         PIC 9(08).
           03 CH-DATA-GERACAO                 PIC 9(08).
           03 FILLER                          PIC X(105).

       01  CESSAO-OUT-TRAILER REDEFINES CESSAO-OUT-REC.
           03 CZ-TIPO                         PIC X(01).
           COPY TRLCTL.
           03 CZ-VALOR-TOTAL                  PIC 9(11)V99.
           03 FILLER                          PIC X(157).

       FD  CESSAO-RPT.
       01  CESSAO-RPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PAGTOS-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CREDAPL-STATUS                  PIC X(02) VALUE '00'.
       77 WS-CESSAO-STATUS                   PIC X(02) VALUE '00'.

      * Empresa cedente: a do CESSPARM, ou a 01.
       77 WS-EMPRESA-LOTE                    PIC 9(02) VALUE 1.
       77 WS-EMPRESA-FATURA                  PIC 9(02) VALUE ZEROS.

       77 WS-VALOR-FACE                      PIC S9(09)V99 VALUE ZEROS.
       77 WS-VALOR-TOTAL                     PIC 9(11)V99 VALUE ZEROS.
       77 WS-HASH-FATURAS                    PIC 9(11) VALUE ZEROS.
       77 WS-MOTIVO-RECUSA                   PIC X(40) VALUE SPACES.

       01 WS-DATA-VENCTO-AUX.
           03 WS-VCT-DD                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-VCT-MM                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-VCT-AA                      PIC 9(04).

       77 WS-DATA-VENCTO                     PIC 9(08) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-FACTOR-SW                   PIC X(01) VALUE 'N'.
              88 FACTOR-ENCONTRADO                VALUE 'S' FALSE 'N'.
           03 WS-FIM-FACTOR-SW               PIC X(01) VALUE 'N'.
              88 FIM-FACTORES                     VALUE 'S' FALSE 'N'.
           03 WS-PARM-OK-SW                  PIC X(01) VALUE 'S'.
              88 PARAMETROS-VALIDOS               VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(07) VALUE ZEROS.
           03 WS-SELECIONADAS                PIC 9(07) VALUE ZEROS.
           03 WS-RECUSADAS                   PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'CESSEL01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'SELECAO PARA CESSAO'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.

       01 WS-LINHA-FACTOR.
           03 FILLER                         PIC X(08) VALUE 'FACTOR: '.
           03 LF-COD-FACTOR                  PIC X(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LF-NOME-FACTOR                 PIC X(40).
           03 FILLER                         PIC X(08) VALUE '  LOTE: '.
           03 LF-LOTE                        PIC 9(08).
           03 FILLER                         PIC X(12)
                                       VALUE '  OPERADOR: '.
           03 LF-OPERADOR                    PIC X(08).

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(08) VALUE 'FATURA'.
           03 FILLER                         PIC X(08) VALUE 'CLIENTE'.
           03 FILLER                         PIC X(16)
                                       VALUE 'DOCUMENTO'.
           03 FILLER                         PIC X(32)
                                       VALUE 'DEVEDOR'.
           03 FILLER                         PIC X(12) VALUE 'EMISSAO'.
           03 FILLER                         PIC X(12)
                                       VALUE 'VENCIMENTO'.
           03 FILLER                         PIC X(14)
                                       VALUE '    VALOR FACE'.

       01 WS-LINHA-DETALHE.
           03 DET-NUM-FATURA                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-NUM-CLIENTE                PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-DOCUMENTO                  PIC X(14).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-NOME                       PIC X(30).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-EMISSAO                    PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-VENCTO                     PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-VALOR-FACE                 PIC Z,ZZZ,ZZ9.99.

       01 WS-LINHA-RECUSA.
           03 REC-NUM-FATURA                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(10)
                                       VALUE 'RECUSADA: '.
           03 REC-MOTIVO                     PIC X(40).

       01 WS-LINHA-RODAPE.
           03 ROD-TITULO                     PIC X(30).
           03 ROD-QTDE                       PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 ROD-VALOR                      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do EMPLKP01 (empresa cedente).
           COPY EMPPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETROS

           IF NOT PARAMETROS-VALIDOS
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P100-ABRIR-ARQUIVOS

           IF CP-MODO-LISTA
               PERFORM P210-PROCESSA-LISTA
                   UNTIL FIM-DE-ARQUIVO
           ELSE
               PERFORM P200-PROCESSA-FATURA
                   UNTIL FIM-DE-ARQUIVO
           END-IF

           PERFORM P600-GRAVAR-TRAILER
           PERFORM P700-IMPRIMIR-RODAPE
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

      ******************************************************************
      * P050-LER-PARAMETROS
      * Sem CESSPARM, sem factor cadastrado no FACTTAB, com empresa
      * fora do EMPRTAB, modo desconhecido ou sem operador a selecao
      * nao roda: o arquivo de cessao e um documento do cedente e
      * nao sai com dados incompletos.
      ******************************************************************
       P050-LER-PARAMETROS.

           INITIALIZE CESSAO-PARM-REC
           OPEN INPUT CESSAO-PARM
           IF WS-PARM-STATUS = '00'
               READ CESSAO-PARM
                   AT END
                       SET PARAMETROS-VALIDOS TO FALSE
               END-READ
               CLOSE CESSAO-PARM
           ELSE
               SET PARAMETROS-VALIDOS TO FALSE
           END-IF

           IF NOT PARAMETROS-VALIDOS
               DISPLAY 'CESSEL01 - CESSPARM AUSENTE - SELECAO RECUSADA'
           ELSE
               PERFORM P060-VALIDAR-PARAMETROS
           END-IF
           .

       P060-VALIDAR-PARAMETROS.

           IF CP-COD-EMPRESA NOT = ZEROS
               MOVE CP-COD-EMPRESA TO WS-EMPRESA-LOTE
           END-IF

           MOVE 'C'             TO WS-EMP-FUNCAO
           MOVE WS-EMPRESA-LOTE TO WS-EMP-COD-EMPRESA
           CALL 'EMPLKP01' USING WS-EMPLKP-PARM

           PERFORM P070-LOCALIZAR-FACTOR

           EVALUATE TRUE
               WHEN NOT CP-MODO-CRITERIO AND NOT CP-MODO-LISTA
                   DISPLAY 'CESSEL01 - MODO DE SELECAO INVALIDO: '
                           CP-MODO ' - SELECAO RECUSADA'
                   SET PARAMETROS-VALIDOS TO FALSE
               WHEN CP-OPERADOR = SPACES
                   DISPLAY 'CESSEL01 - SELECAO SEM OPERADOR'
                           ' - SELECAO RECUSADA'
                   SET PARAMETROS-VALIDOS TO FALSE
               WHEN NOT EMP-OK
                   DISPLAY 'CESSEL01 - EMPRESA NAO CADASTRADA: '
                           WS-EMPRESA-LOTE ' - SELECAO RECUSADA'
                   SET PARAMETROS-VALIDOS TO FALSE
               WHEN NOT FACTOR-ENCONTRADO
                   DISPLAY 'CESSEL01 - FACTOR NAO CADASTRADO: '
                           CP-COD-FACTOR ' - SELECAO RECUSADA'
                   SET PARAMETROS-VALIDOS TO FALSE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * Procura o factor do CESSPARM na tabela do FACTTAB; achado, o
      * FACTOR-REC fica com os dados dele.
       P070-LOCALIZAR-FACTOR.

           SET FACTOR-ENCONTRADO TO FALSE
           SET FIM-FACTORES TO FALSE

           OPEN INPUT FACTOR-TABLE
           PERFORM P075-LER-FACTOR
               UNTIL FIM-FACTORES OR FACTOR-ENCONTRADO
           CLOSE FACTOR-TABLE
           .

       P075-LER-FACTOR.

           READ FACTOR-TABLE
               AT END
                   SET FIM-FACTORES TO TRUE
               NOT AT END
                   IF FC-COD-FACTOR = CP-COD-FACTOR
                       SET FACTOR-ENCONTRADO TO TRUE
                   END-IF
           END-READ
           .

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  FATURA-MASTER
           OPEN INPUT  CUSTOMER-MASTER
           OPEN INPUT  PAGAMENTO-STATUS
           OPEN INPUT  CREDITO-APLIC
           OPEN I-O    CESSAO-CREDITO
           OPEN OUTPUT CESSAO-OUT
           OPEN OUTPUT CESSAO-RPT

           IF CP-MODO-LISTA
               OPEN INPUT CESSAO-LISTA
           END-IF

           PERFORM P150-GRAVAR-HEADER
           PERFORM P450-IMPRIMIR-CABECALHO

           PERFORM P110-LER-PROXIMO
           .

       P110-LER-PROXIMO.

           IF CP-MODO-LISTA
               READ CESSAO-LISTA
                   AT END
                       SET FIM-DE-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIDAS
               END-READ
           ELSE
               READ FATURA-MASTER NEXT RECORD
                   AT END
                       SET FIM-DE-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIDAS
               END-READ
           END-IF
           .

      * Cabecalho do arquivo: o factor cessionario, o cedente (CNPJ e
      * razao social da empresa no EMPRTAB) e o lote, que e a data
      * de processamento.
       P150-GRAVAR-HEADER.

           MOVE SPACES              TO CESSAO-OUT-REC
           MOVE '0'                 TO CH-TIPO
           MOVE FC-COD-FACTOR       TO CH-COD-FACTOR
           MOVE FC-CNPJ             TO CH-CNPJ-FACTOR
           MOVE WS-EMP-CNPJ         TO CH-CNPJ-CEDENTE
           MOVE WS-EMP-RAZAO-SOCIAL TO CH-RAZAO-CEDENTE
           MOVE WS-DTP-DATA-ATUAL   TO CH-LOTE
           MOVE WS-DTP-DATA-ATUAL   TO CH-DATA-GERACAO
           WRITE CESSAO-OUT-REC
           .

      ******************************************************************
      * P200-PROCESSA-FATURA
      * Selecao por criterio: toda fatura do mestre passa pelas
      * condicoes de cessao (P300) e pelos criterios do CESSPARM
      * (P320). A recusa aqui so conta -- a maior parte do mestre
      * nao e candidata e nao vai para o relatorio.
      ******************************************************************
       P200-PROCESSA-FATURA.

           MOVE SPACES TO WS-MOTIVO-RECUSA

           PERFORM P300-AVALIAR-FATURA
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM P320-AVALIAR-CRITERIOS
           END-IF

           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM P400-SELECIONAR-FATURA
           ELSE
               ADD 1 TO WS-RECUSADAS
           END-IF

           PERFORM P110-LER-PROXIMO
           .

      ******************************************************************
      * P210-PROCESSA-LISTA
      * Selecao por lista: a fatura foi escolhida pelo operador, entao
      * so as condicoes de cessao valem; cada recusa sai no relatorio
      * com o motivo.
      ******************************************************************
       P210-PROCESSA-LISTA.

           MOVE SPACES TO WS-MOTIVO-RECUSA

           MOVE CL-NUM-FATURA TO FT-NUM-FATURA
           READ FATURA-MASTER
               INVALID KEY
                   MOVE 'FATURA NAO ENCONTRADA' TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   PERFORM P300-AVALIAR-FATURA
           END-READ

           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM P330-AVALIAR-LIMITE
           END-IF

           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM P400-SELECIONAR-FATURA
           ELSE
               PERFORM P800-RECUSAR-FATURA
           END-IF

           PERFORM P110-LER-PROXIMO
           .

      ******************************************************************
      * P300-AVALIAR-FATURA
      * Condicoes de cessao: titulo aberto da empresa cedente, ainda
      * a vencer, fora de disputa e de acordo de renegociacao, sem
      * pagamento nem credito aplicado (o factor compra o titulo
      * inteiro), nao oferecido nem cedido antes, de cliente
      * cadastrado e fora de protecao legal.
      ******************************************************************
       P300-AVALIAR-FATURA.

           MOVE FT-COD-EMPRESA TO WS-EMPRESA-FATURA
           IF WS-EMPRESA-FATURA = ZEROS
               MOVE 1 TO WS-EMPRESA-FATURA
           END-IF

           MOVE FT-DATA-VENCTO TO WS-DATA-VENCTO-AUX
           COMPUTE WS-DATA-VENCTO =
               WS-VCT-AA * 10000 + WS-VCT-MM * 100 + WS-VCT-DD

           COMPUTE WS-VALOR-FACE =
               FT-VALOR - FT-VALOR-AJUSTES - FT-VALOR-ABATIDO

           EVALUATE TRUE
               WHEN WS-EMPRESA-FATURA NOT = WS-EMPRESA-LOTE
                   MOVE 'FATURA DE OUTRA EMPRESA' TO WS-MOTIVO-RECUSA
               WHEN NOT FT-ABERTA
                   STRING 'FATURA NAO ESTA ABERTA (SITUACAO '
                          FT-STATUS ')'
                       DELIMITED BY SIZE INTO WS-MOTIVO-RECUSA
                   END-STRING
               WHEN FT-EM-DISPUTA
                   MOVE 'FATURA EM DISPUTA' TO WS-MOTIVO-RECUSA
               WHEN FT-NUM-ACORDO NOT = ZEROS
                   MOVE 'FATURA DE ACORDO DE RENEGOCIACAO'
                                                 TO WS-MOTIVO-RECUSA
               WHEN WS-DATA-VENCTO < WS-DTP-DATA-ATUAL
                   MOVE 'FATURA VENCIDA' TO WS-MOTIVO-RECUSA
               WHEN WS-VALOR-FACE NOT > 0
                   MOVE 'FATURA SEM VALOR EM ABERTO'
                                                 TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   PERFORM P310-VERIFICAR-MOVIMENTOS
           END-EVALUATE
           .

      * Pagamento, credito aplicado, cessao anterior e o cliente.
       P310-VERIFICAR-MOVIMENTOS.

           MOVE FT-NUM-CLIENTE TO PS-NUM-CLIENTE
           MOVE FT-NUM-FATURA  TO PS-NUM-FATURA
           READ PAGAMENTO-STATUS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PS-PAGTO = 'S' OR PS-PAGTO = 'P'
                      OR PS-PAGTO = 'X'
                       MOVE 'FATURA COM PAGAMENTO' TO WS-MOTIVO-RECUSA
                   END-IF
           END-READ

           IF WS-MOTIVO-RECUSA = SPACES
               MOVE FT-NUM-FATURA TO CA-NUM-FATURA
               READ CREDITO-APLIC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'FATURA COM CREDITO APLICADO'
                                                 TO WS-MOTIVO-RECUSA
               END-READ
           END-IF

           IF WS-MOTIVO-RECUSA = SPACES
               MOVE FT-NUM-FATURA TO CS-NUM-FATURA
               READ CESSAO-CREDITO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CS-OFERECIDA
                           MOVE 'FATURA JA OFERECIDA A FACTOR'
                                                 TO WS-MOTIVO-RECUSA
                       END-IF
                       IF CS-CEDIDA
                           MOVE 'FATURA JA CEDIDA' TO WS-MOTIVO-RECUSA
                       END-IF
               END-READ
           END-IF

           IF WS-MOTIVO-RECUSA = SPACES
               MOVE FT-NUM-CLIENTE TO CM-NUM-CLIENTE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'CLIENTE NAO CADASTRADO'
                                                 TO WS-MOTIVO-RECUSA
                   NOT INVALID KEY
                       IF CM-PROTECAO-LEGAL
                           MOVE 'CLIENTE SOB PROTECAO LEGAL'
                                                 TO WS-MOTIVO-RECUSA
                       END-IF
               END-READ
           END-IF
           .

      ******************************************************************
      * P320-AVALIAR-CRITERIOS
      * Criterios do CESSPARM; limite zerado nao limita.
      ******************************************************************
       P320-AVALIAR-CRITERIOS.

           EVALUATE TRUE
               WHEN CP-NUM-CLIENTE NOT = ZEROS
                AND FT-NUM-CLIENTE NOT = CP-NUM-CLIENTE
                   MOVE 'FORA DO CLIENTE PEDIDO' TO WS-MOTIVO-RECUSA
               WHEN CP-VENCTO-DE NOT = ZEROS
                AND WS-DATA-VENCTO < CP-VENCTO-DE
                   MOVE 'VENCIMENTO FORA DO PERIODO'
                                                 TO WS-MOTIVO-RECUSA
               WHEN CP-VENCTO-ATE NOT = ZEROS
                AND WS-DATA-VENCTO > CP-VENCTO-ATE
                   MOVE 'VENCIMENTO FORA DO PERIODO'
                                                 TO WS-MOTIVO-RECUSA
               WHEN CP-VALOR-MINIMO NOT = ZEROS
                AND WS-VALOR-FACE < CP-VALOR-MINIMO
                   MOVE 'VALOR ABAIXO DO MINIMO' TO WS-MOTIVO-RECUSA
               WHEN CP-VALOR-MAXIMO NOT = ZEROS
                AND WS-VALOR-FACE > CP-VALOR-MAXIMO
                   MOVE 'VALOR ACIMA DO MAXIMO' TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   PERFORM P330-AVALIAR-LIMITE
           END-EVALUATE
           .

      * O lote nao passa do limite do CESSPARM (zerado, sem limite).
       P330-AVALIAR-LIMITE.

           IF CP-LIMITE-LOTE NOT = ZEROS
              AND WS-VALOR-TOTAL + WS-VALOR-FACE > CP-LIMITE-LOTE
               MOVE 'LIMITE DO LOTE ATINGIDO' TO WS-MOTIVO-RECUSA
           END-IF
           .

      ******************************************************************
      * P400-SELECIONAR-FATURA
      * O titulo vai para o arquivo com o devedor: documento, nome e
      * o endereco de cobranca quando o cadastro tiver um, senao o
      * principal. No CESSAO fica oferecido ao factor, no lote do
      * dia; uma oferta recusada antes e substituida.
      ******************************************************************
       P400-SELECIONAR-FATURA.

           MOVE SPACES              TO CESSAO-OUT-REC
           MOVE '1'                 TO CO-TIPO
           MOVE FT-NUM-FATURA       TO CO-NUM-FATURA
           MOVE FT-NUM-CLIENTE      TO CO-NUM-CLIENTE
           MOVE FT-DATA-EMISSAO     TO CO-DATA-EMISSAO
           MOVE FT-DATA-VENCTO      TO CO-DATA-VENCTO
           MOVE WS-VALOR-FACE       TO CO-VALOR-FACE
           MOVE FT-VALOR-RET-FEDERAL TO CO-VALOR-RETIDO

           EVALUATE TRUE
               WHEN CM-DOCUMENTO = SPACES
                   MOVE 3 TO CO-TIPO-DEVEDOR
               WHEN CM-DOCUMENTO (12:3) = SPACES
                   MOVE 1 TO CO-TIPO-DEVEDOR
               WHEN OTHER
                   MOVE 2 TO CO-TIPO-DEVEDOR
           END-EVALUATE
           MOVE CM-DOCUMENTO        TO CO-DOC-DEVEDOR
           MOVE CM-NOME-FORMATADO   TO CO-NOME-DEVEDOR

           IF CM-COB-ENDERECO NOT = SPACES
               MOVE CM-COB-ENDERECO TO CO-ENDERECO
               MOVE CM-COB-CIDADE   TO CO-CIDADE
               MOVE CM-COB-UF       TO CO-UF
               MOVE CM-COB-CEP      TO CO-CEP
           ELSE
               MOVE CM-ENDERECO     TO CO-ENDERECO
               MOVE CM-CIDADE       TO CO-CIDADE
               MOVE CM-UF           TO CO-UF
               MOVE CM-CEP          TO CO-CEP
           END-IF

           INITIALIZE CESSAO-REC
           MOVE FT-NUM-FATURA       TO CS-NUM-FATURA
           MOVE FT-NUM-CLIENTE      TO CS-NUM-CLIENTE
           MOVE FC-COD-FACTOR       TO CS-COD-FACTOR
           MOVE WS-DTP-DATA-ATUAL   TO CS-LOTE
           MOVE WS-DTP-DATA-ATUAL   TO CS-DATA-SELECAO
           MOVE WS-VALOR-FACE       TO CS-VALOR-FACE
           MOVE CP-OPERADOR         TO CS-OPERADOR
           SET CS-OFERECIDA TO TRUE

           WRITE CESSAO-REC
               INVALID KEY
                   REWRITE CESSAO-REC
                       INVALID KEY
                           MOVE 'FALHA AO GRAVAR O CESSAO'
                                                 TO WS-MOTIVO-RECUSA
                   END-REWRITE
           END-WRITE

           IF WS-MOTIVO-RECUSA = SPACES
               WRITE CESSAO-OUT-REC
               ADD 1             TO WS-SELECIONADAS
               ADD WS-VALOR-FACE TO WS-VALOR-TOTAL
               ADD FT-NUM-FATURA TO WS-HASH-FATURAS
               PERFORM P500-IMPRIMIR-SELECAO
           ELSE
               PERFORM P800-RECUSAR-FATURA
           END-IF
           .

       P450-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO CESSAO-RPT-REC
           WRITE CESSAO-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO CESSAO-RPT-REC
           WRITE CESSAO-RPT-REC

           MOVE SPACES TO CESSAO-RPT-REC
           WRITE CESSAO-RPT-REC
           MOVE FC-COD-FACTOR     TO LF-COD-FACTOR
           MOVE FC-NOME           TO LF-NOME-FACTOR
           MOVE WS-DTP-DATA-ATUAL TO LF-LOTE
           MOVE CP-OPERADOR       TO LF-OPERADOR
           MOVE WS-LINHA-FACTOR   TO CESSAO-RPT-REC
           WRITE CESSAO-RPT-REC

           MOVE SPACES TO CESSAO-RPT-REC
           WRITE CESSAO-RPT-REC
           MOVE WS-LINHA-CAB3 TO CESSAO-RPT-REC
           WRITE CESSAO-RPT-REC
           .

       P500-IMPRIMIR-SELECAO.

           MOVE CO-NUM-FATURA     TO DET-NUM-FATURA
           MOVE CO-NUM-CLIENTE    TO DET-NUM-CLIENTE
           MOVE CO-DOC-DEVEDOR    TO DET-DOCUMENTO
           MOVE CO-NOME-DEVEDOR   TO DET-NOME
           MOVE CO-DATA-EMISSAO   TO DET-EMISSAO
           MOVE CO-DATA-VENCTO    TO DET-VENCTO
           MOVE CO-VALOR-FACE     TO DET-VALOR-FACE

           MOVE WS-LINHA-DETALHE TO CESSAO-RPT-REC
           WRITE CESSAO-RPT-REC
           .

      ******************************************************************
      * P600-GRAVAR-TRAILER
      * Trailer de controle (TRLCTL): titulos do lote e soma dos
      * numeros de fatura, mais o valor de face total.
      ******************************************************************
       P600-GRAVAR-TRAILER.

           MOVE SPACES            TO CESSAO-OUT-REC
           MOVE '9'               TO CZ-TIPO
           MOVE 'TRAILER'         TO TRL-INDICADOR
           MOVE WS-SELECIONADAS   TO TRL-QTD-REGISTROS
           MOVE WS-HASH-FATURAS   TO TRL-HASH-TOTAL
           MOVE WS-VALOR-TOTAL    TO CZ-VALOR-TOTAL
           WRITE CESSAO-OUT-REC
           .

       P700-IMPRIMIR-RODAPE.

           MOVE SPACES TO CESSAO-RPT-REC
           WRITE CESSAO-RPT-REC

           MOVE SPACES TO WS-LINHA-RODAPE
           MOVE 'TITULOS SELECIONADOS........: ' TO ROD-TITULO
           MOVE WS-SELECIONADAS TO ROD-QTDE
           MOVE WS-VALOR-TOTAL  TO ROD-VALOR
           MOVE WS-LINHA-RODAPE TO CESSAO-RPT-REC
           WRITE CESSAO-RPT-REC

           MOVE SPACES TO WS-LINHA-RODAPE
           MOVE 'FATURAS NAO SELECIONADAS....: ' TO ROD-TITULO
           MOVE WS-RECUSADAS TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO CESSAO-RPT-REC
           WRITE CESSAO-RPT-REC
           .

       P800-RECUSAR-FATURA.

           MOVE CL-NUM-FATURA    TO REC-NUM-FATURA
           IF CP-MODO-CRITERIO
               MOVE FT-NUM-FATURA TO REC-NUM-FATURA
           END-IF
           MOVE WS-MOTIVO-RECUSA TO REC-MOTIVO
           MOVE WS-LINHA-RECUSA  TO CESSAO-RPT-REC
           WRITE CESSAO-RPT-REC
           ADD 1 TO WS-RECUSADAS
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE FATURA-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE PAGAMENTO-STATUS
           CLOSE CREDITO-APLIC
           CLOSE CESSAO-CREDITO
           CLOSE CESSAO-OUT
           CLOSE CESSAO-RPT

           IF CP-MODO-LISTA
               CLOSE CESSAO-LISTA
           END-IF

           DISPLAY 'CESSEL01 - FACTOR...........: ' FC-COD-FACTOR
                   ' - ' FC-NOME
           DISPLAY 'CESSEL01 - FATURAS LIDAS.....: ' WS-LIDAS
           DISPLAY 'CESSEL01 - SELECIONADAS......: ' WS-SELECIONADAS
           DISPLAY 'CESSEL01 - VALOR DE FACE.....: ' WS-VALOR-TOTAL
           DISPLAY 'CESSEL01 - NAO SELECIONADAS..: ' WS-RECUSADAS
           .

       END PROGRAM CESSEL01.
