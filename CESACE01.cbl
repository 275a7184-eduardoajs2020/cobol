      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: CESACE01 - receivables assignment acceptance intake.
      *          The factoring company answers a CESSEL01 lot with the
      *          CESSACE file: a header with the factor, the lot and
      *          the operator who received it, one detail per offered
      *          invoice (accepted or refused, the price paid and the
      *          assignment date) and a trailer with the detail count
      *          and the total price. The file is checked whole
      *          first -- factor on FACTTAB, header and trailer in
      *          place, count and total matching -- and refused with
      *          nothing applied when it does not balance. An accepted
      *          invoice still open with no payment becomes assigned:
      *          the FATURA item turns FT-CEDIDA (journaled on
      *          FTJRNL), the CESSAO ledger records the date and the
      *          price, and the face value leaves the customer's
      *          balance as an ARMOVS credit, so the item drops out of
      *          aging, dunning, interest and bureau reporting. A
      *          refused invoice stays ours and may be offered again.
      *          Every answer prints on the CESARPT register.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  An acceptance whose assignment date, or the run
      *             date the ARMOVS credit carries, falls in a closed
      *             accounting period (PERCHK01) is rejected on the
      *             register and the assignment stays offered; so is
      *             one with an invalid assignment date.
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CESACE01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CESSAO-ACEITE      ASSIGN TO "CESSACE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FACTOR-TABLE
                                      ASSIGN TO "FACTTAB"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL PAGAMENTO-STATUS
                                      ASSIGN TO "PAGTOSTS"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS PS-CHAVE
                                      FILE STATUS IS WS-PAGTOS-STATUS.

           SELECT OPTIONAL CESSAO-CREDITO
                                      ASSIGN TO "CESSAO"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CS-NUM-FATURA
                                      FILE STATUS IS WS-CESSAO-STATUS.

           SELECT OPTIONAL AR-MOVEMENTS
                                      ASSIGN TO "ARMOVS"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CESSAO-ACE-RPT     ASSIGN TO "CESARPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-CONTROL-FILE
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FATURA-JOURNAL
                                      ASSIGN TO "FTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Resposta do factor: cabecalho 'H', um 'D' por titulo (decisao
      * 'A' aceita / 'R' recusa; datas aaaammdd), trailer 'T'.
       FD  CESSAO-ACEITE.
       01  CESSAO-ACEITE-REC.
           03 CA-TIPO-REG                     PIC X(01).
              88 CA-CABECALHO                     VALUE 'H'.
              88 CA-DETALHE                       VALUE 'D'.
              88 CA-TRAILER                       VALUE 'T'.
           03 CA-NUM-FATURA-ACE               PIC 9(06).
           03 CA-DECISAO                      PIC X(01).
              88 CA-ACEITA                        VALUE 'A'.
              88 CA-RECUSADA                      VALUE 'R'.
           03 CA-VALOR-CESSAO                 PIC 9(07)V99.
           03 CA-DATA-CESSAO                  PIC 9(08).
           03 FILLER                          PIC X(10).

       01  CESSAO-ACEITE-HEADER REDEFINES CESSAO-ACEITE-REC.
           03 CAH-TIPO-REG                    PIC X(01).
           03 CAH-COD-FACTOR                  PIC X(06).
           03 CAH-LOTE                        PIC 9(08).
           03 CAH-OPERADOR                    PIC X(08).
           03 FILLER                          PIC X(12).

       01  CESSAO-ACEITE-TRAILER REDEFINES CESSAO-ACEITE-REC.
           03 CAT-TIPO-REG                    PIC X(01).
           03 CAT-QTD-DETALHES                PIC 9(07).
           03 CAT-VALOR-TOTAL                 PIC 9(11)V99.
           03 FILLER                          PIC X(14).

       FD  FACTOR-TABLE.
           COPY FACTOR.

       FD  FATURA-MASTER.
           COPY FATURA.

       FD  PAGAMENTO-STATUS.
           COPY PAGTOSTS.

       FD  CESSAO-CREDITO.
           COPY CESSAO.

       FD  AR-MOVEMENTS.
           COPY ARMOVS.

       FD  CESSAO-ACE-RPT.
       01  CESSAO-ACE-RPT-REC                 PIC X(132).

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
       77 WS-PAGTOS-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CESSAO-STATUS                   PIC X(02) VALUE '00'.

       77 WS-LINHA                           PIC 9(07) VALUE ZEROS.
       77 WS-COD-FACTOR                      PIC X(06) VALUE SPACES.
       77 WS-LOTE                            PIC 9(08) VALUE ZEROS.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       77 WS-QTD-DETALHES                    PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-DETALHES                  PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-TRAILER                     PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-TRAILER                   PIC 9(11)V99 VALUE ZEROS.
       77 WS-MOTIVO                          PIC X(40) VALUE SPACES.
       77 WS-RESULTADO                       PIC X(10) VALUE SPACES.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-FACTOR-SW                   PIC X(01) VALUE 'N'.
              88 FACTOR-ENCONTRADO                VALUE 'S' FALSE 'N'.
           03 WS-FIM-FACTOR-SW               PIC X(01) VALUE 'N'.
              88 FIM-FACTORES                     VALUE 'S' FALSE 'N'.
           03 WS-CABECALHO-SW                PIC X(01) VALUE 'N'.
              88 CABECALHO-LIDO                   VALUE 'S' FALSE 'N'.
           03 WS-TRAILER-SW                  PIC X(01) VALUE 'N'.
              88 TRAILER-LIDO                     VALUE 'S' FALSE 'N'.
           03 WS-ARQUIVO-SW                  PIC X(01) VALUE 'S'.
              88 ARQUIVO-VALIDO                   VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-CEDIDAS                     PIC 9(07) VALUE ZEROS.
           03 WS-RECUSADAS-FACTOR            PIC 9(07) VALUE ZEROS.
           03 WS-REJEITADAS                  PIC 9(07) VALUE ZEROS.
           03 WS-VALOR-FACE-CEDIDO           PIC 9(11)V99 VALUE ZEROS.
           03 WS-VALOR-CESSAO-TOTAL          PIC 9(11)V99 VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'CESACE01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'ACEITE DE CESSAO DE CREDITO'.
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
           03 FILLER                         PIC X(12)
                                       VALUE 'RESULTADO'.
           03 FILLER                         PIC X(14)
                                       VALUE '    VALOR FACE'.
           03 FILLER                         PIC X(16)
                                       VALUE '   VALOR CESSAO'.
           03 FILLER                         PIC X(10) VALUE 'DATA'.
           03 FILLER                         PIC X(40)
                                       VALUE 'OBSERVACAO'.

       01 WS-LINHA-DETALHE.
           03 DET-NUM-FATURA                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-NUM-CLIENTE                PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-RESULTADO                  PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-VALOR-FACE                 PIC Z,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-VALOR-CESSAO               PIC Z,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 DET-DATA                       PIC 9(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-OBSERVACAO                 PIC X(40).

       01 WS-LINHA-ERRO.
           03 ERR-LINHA                      PIC ZZZZZZ9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(14)
                                       VALUE 'ARQUIVO RECUS.'.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 ERR-MOTIVO                     PIC X(40).

       01 WS-LINHA-RODAPE.
           03 ROD-TITULO                     PIC X(30).
           03 ROD-QTDE                       PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 ROD-VALOR                      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

      * Parametro para o CALL do PERCHK01 (controle de periodos
      * contabeis).
           COPY PERPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-CONFERIR-ARQUIVO

           IF ARQUIVO-VALIDO
               PERFORM P300-APLICAR-RESPOSTA
           ELSE
               MOVE 9001 TO RETURN-CODE
           END-IF

           PERFORM P700-IMPRIMIR-RODAPE
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  CESSAO-ACEITE
           OPEN OUTPUT CESSAO-ACE-RPT

           PERFORM P450-IMPRIMIR-CABECALHO

           PERFORM P110-LER-ENTRADA
           .

       P110-LER-ENTRADA.

           READ CESSAO-ACEITE
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINHA
           END-READ
           .

      ******************************************************************
      * P200-CONFERIR-ARQUIVO
      * Primeira passada: cabecalho primeiro, com factor cadastrado e
      * operador; trailer no fim, com a quantidade de detalhes e o
      * total dos precos iguais aos lidos. O arquivo que nao fecha
      * lista no CESARPT e nao e aplicado.
      ******************************************************************
       P200-CONFERIR-ARQUIVO.

           PERFORM P210-CONFERIR-REGISTRO
               UNTIL FIM-DE-ARQUIVO

           MOVE ZEROS TO WS-LINHA
           IF NOT CABECALHO-LIDO
               MOVE 'ARQUIVO SEM CABECALHO' TO WS-MOTIVO
               PERFORM P800-RECUSAR-ARQUIVO
           END-IF

           EVALUATE TRUE
               WHEN NOT TRAILER-LIDO
                   MOVE 'ARQUIVO SEM TRAILER' TO WS-MOTIVO
                   PERFORM P800-RECUSAR-ARQUIVO
               WHEN WS-QTD-TRAILER NOT = WS-QTD-DETALHES
                   MOVE 'QUANTIDADE DIFERENTE DO TRAILER'
                                             TO WS-MOTIVO
                   PERFORM P800-RECUSAR-ARQUIVO
               WHEN WS-VALOR-TRAILER NOT = WS-VALOR-DETALHES
                   MOVE 'VALOR TOTAL DIFERENTE DO TRAILER'
                                             TO WS-MOTIVO
                   PERFORM P800-RECUSAR-ARQUIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       P210-CONFERIR-REGISTRO.

           EVALUATE TRUE
               WHEN WS-LINHA = 1 AND NOT CA-CABECALHO
                   MOVE 'PRIMEIRO REGISTRO NAO E O CABECALHO'
                                             TO WS-MOTIVO
                   PERFORM P800-RECUSAR-ARQUIVO
               WHEN TRAILER-LIDO
                   MOVE 'REGISTRO DEPOIS DO TRAILER' TO WS-MOTIVO
                   PERFORM P800-RECUSAR-ARQUIVO
               WHEN CA-CABECALHO
                   PERFORM P220-CONFERIR-CABECALHO
               WHEN CA-DETALHE
                   ADD 1               TO WS-QTD-DETALHES
                   ADD CA-VALOR-CESSAO TO WS-VALOR-DETALHES
               WHEN CA-TRAILER
                   SET TRAILER-LIDO TO TRUE
                   MOVE CAT-QTD-DETALHES TO WS-QTD-TRAILER
                   MOVE CAT-VALOR-TOTAL  TO WS-VALOR-TRAILER
               WHEN OTHER
                   MOVE 'TIPO DE REGISTRO DESCONHECIDO' TO WS-MOTIVO
                   PERFORM P800-RECUSAR-ARQUIVO
           END-EVALUATE

           PERFORM P110-LER-ENTRADA
           .

       P220-CONFERIR-CABECALHO.

           EVALUATE TRUE
               WHEN WS-LINHA NOT = 1
                   MOVE 'CABECALHO FORA DE LUGAR' TO WS-MOTIVO
                   PERFORM P800-RECUSAR-ARQUIVO
               WHEN CAH-OPERADOR = SPACES
                   SET CABECALHO-LIDO TO TRUE
                   MOVE 'ARQUIVO SEM OPERADOR' TO WS-MOTIVO
                   PERFORM P800-RECUSAR-ARQUIVO
               WHEN OTHER
                   SET CABECALHO-LIDO TO TRUE
                   MOVE CAH-COD-FACTOR TO WS-COD-FACTOR
                   MOVE CAH-LOTE       TO WS-LOTE
                   MOVE CAH-OPERADOR   TO WS-OPERADOR
                   PERFORM P230-LOCALIZAR-FACTOR
                   IF FACTOR-ENCONTRADO
                       MOVE FC-COD-FACTOR  TO LF-COD-FACTOR
                       MOVE FC-NOME        TO LF-NOME-FACTOR
                       MOVE WS-LOTE        TO LF-LOTE
                       MOVE WS-OPERADOR    TO LF-OPERADOR
                       MOVE WS-LINHA-FACTOR TO CESSAO-ACE-RPT-REC
                       WRITE CESSAO-ACE-RPT-REC
                       MOVE SPACES TO CESSAO-ACE-RPT-REC
                       WRITE CESSAO-ACE-RPT-REC
                   ELSE
                       MOVE 'FACTOR NAO CADASTRADO' TO WS-MOTIVO
                       PERFORM P800-RECUSAR-ARQUIVO
                   END-IF
           END-EVALUATE
           .

      * Procura o factor do cabecalho na tabela do FACTTAB.
       P230-LOCALIZAR-FACTOR.

           SET FACTOR-ENCONTRADO TO FALSE
           SET FIM-FACTORES TO FALSE

           OPEN INPUT FACTOR-TABLE
           PERFORM P235-LER-FACTOR
               UNTIL FIM-FACTORES OR FACTOR-ENCONTRADO
           CLOSE FACTOR-TABLE
           .

       P235-LER-FACTOR.

           READ FACTOR-TABLE
               AT END
                   SET FIM-FACTORES TO TRUE
               NOT AT END
                   IF FC-COD-FACTOR = WS-COD-FACTOR
                       SET FACTOR-ENCONTRADO TO TRUE
                   END-IF
           END-READ
           .

      ******************************************************************
      * P300-APLICAR-RESPOSTA
      * Segunda passada, so com o arquivo conferido: cada detalhe e
      * aplicado a cessao oferecida desse factor.
      ******************************************************************
       P300-APLICAR-RESPOSTA.

           OPEN I-O    FATURA-MASTER
           OPEN INPUT  PAGAMENTO-STATUS
           OPEN I-O    CESSAO-CREDITO
           PERFORM P0GL-LER-GERACAO-LOG
           OPEN EXTEND AR-MOVEMENTS
           OPEN EXTEND FATURA-JOURNAL

           CLOSE CESSAO-ACEITE
           OPEN INPUT CESSAO-ACEITE
           SET FIM-DE-ARQUIVO TO FALSE
           MOVE ZEROS TO WS-LINHA
           PERFORM P110-LER-ENTRADA

           PERFORM P310-APLICAR-REGISTRO
               UNTIL FIM-DE-ARQUIVO

           CLOSE FATURA-MASTER
           CLOSE PAGAMENTO-STATUS
           CLOSE CESSAO-CREDITO
           CLOSE AR-MOVEMENTS
           CLOSE FATURA-JOURNAL
           .

       P310-APLICAR-REGISTRO.

           IF CA-DETALHE
               PERFORM P320-APLICAR-DETALHE
           END-IF

           PERFORM P110-LER-ENTRADA
           .

      ******************************************************************
      * P320-APLICAR-DETALHE
      * A resposta vale para a fatura oferecida a este factor e ainda
      * sem resposta; o resto e rejeitado no relatorio sem mexer no
      * CESSAO. O aceite com a data da cessao ou a do lancamento num
      * periodo contabil fechado tambem e rejeitado: a cessao fica
      * oferecida ate o periodo ser reaberto.
      ******************************************************************
       P320-APLICAR-DETALHE.

           MOVE SPACES TO WS-MOTIVO
           MOVE ZEROS  TO CS-NUM-CLIENTE CS-VALOR-FACE

           MOVE CA-NUM-FATURA-ACE TO CS-NUM-FATURA
           READ CESSAO-CREDITO
               INVALID KEY
                   MOVE 'FATURA NAO OFERECIDA EM CESSAO' TO WS-MOTIVO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CS-COD-FACTOR NOT = WS-COD-FACTOR
                           MOVE 'FATURA OFERECIDA A OUTRO FACTOR'
                                             TO WS-MOTIVO
                       WHEN NOT CS-OFERECIDA
                           MOVE 'CESSAO JA RESPONDIDA' TO WS-MOTIVO
                       WHEN NOT CA-ACEITA AND NOT CA-RECUSADA
                           MOVE 'DECISAO INVALIDA' TO WS-MOTIVO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ

           IF WS-MOTIVO = SPACES AND CA-ACEITA
               PERFORM P325-VERIFICAR-PERIODO
           END-IF

           EVALUATE TRUE
               WHEN WS-MOTIVO NOT = SPACES
                   MOVE 'REJEITADA' TO WS-RESULTADO
                   ADD 1 TO WS-REJEITADAS
               WHEN CA-RECUSADA
                   PERFORM P340-REGISTRAR-RECUSA
               WHEN OTHER
                   PERFORM P330-CEDER-FATURA
           END-EVALUATE

           PERFORM P500-IMPRIMIR-DETALHE
           .

      ******************************************************************
      * P325-VERIFICAR-PERIODO
      * A cessao entra no mes da data informada pelo factor (a da
      * execucao quando vem zerada) e o credito do ARMOVS no mes da
      * execucao; os dois periodos tem de estar abertos (PERCHK01).
      ******************************************************************
       P325-VERIFICAR-PERIODO.

           MOVE 'V'            TO WS-PER-FUNCAO
           MOVE CA-DATA-CESSAO TO WS-PER-DATA
           IF WS-PER-DATA = ZEROS
               MOVE WS-DTP-DATA-ATUAL TO WS-PER-DATA
           END-IF
           MOVE 'CESACE01'     TO WS-PER-PROGRAMA
           MOVE WS-OPERADOR    TO WS-PER-OPERADOR
           CALL 'PERCHK01' USING WS-PERCHK-PARM

           IF PER-INVALIDO
               MOVE 'DATA DA CESSAO INVALIDA' TO WS-MOTIVO
           END-IF

           IF PER-ABERTO
              AND WS-PER-DATA (1:6) NOT = WS-DTP-DATA-ATUAL (1:6)
               MOVE WS-DTP-DATA-ATUAL TO WS-PER-DATA
               CALL 'PERCHK01' USING WS-PERCHK-PARM
           END-IF

           IF PER-FECHADO
               STRING 'PERIODO CONTABIL FECHADO ('
                      WS-PER-DATA (1:6) ')'
                   DELIMITED BY SIZE INTO WS-MOTIVO
               END-STRING
           END-IF
           .

      ******************************************************************
      * P330-CEDER-FATURA
      * Aceite: a fatura tem de continuar aberta e sem pagamento desde
      * a selecao -- a que mudou fica como recusada, a cessao dela se
      * acerta com o factor. A cedida sai das contas a receber: o
      * FATURA fica FT-CEDIDA e o valor de face vai como credito do
      * cliente no ARMOVS.
      ******************************************************************
       P330-CEDER-FATURA.

           MOVE CS-NUM-FATURA TO FT-NUM-FATURA
           READ FATURA-MASTER
               INVALID KEY
                   MOVE 'FATURA NAO ENCONTRADA' TO WS-MOTIVO
               NOT INVALID KEY
                   IF NOT FT-ABERTA
                       STRING 'FATURA NAO ESTA ABERTA (SITUACAO '
                              FT-STATUS ')'
                           DELIMITED BY SIZE INTO WS-MOTIVO
                       END-STRING
                   END-IF
           END-READ

           IF WS-MOTIVO = SPACES
               MOVE FT-NUM-CLIENTE TO PS-NUM-CLIENTE
               MOVE FT-NUM-FATURA  TO PS-NUM-FATURA
               READ PAGAMENTO-STATUS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PS-PAGTO = 'S' OR PS-PAGTO = 'P'
                          OR PS-PAGTO = 'X'
                           MOVE 'FATURA COM PAGAMENTO DEPOIS DA OFERTA'
                                             TO WS-MOTIVO
                       END-IF
               END-READ
           END-IF

           IF WS-MOTIVO NOT = SPACES
               PERFORM P340-REGISTRAR-RECUSA
           ELSE
               MOVE FATURA-REC TO WS-FT-IMAGEM-ANTES
               SET FT-CEDIDA TO TRUE
               REWRITE FATURA-REC
                   INVALID KEY
                       MOVE 'FALHA AO REGRAVAR A FATURA' TO WS-MOTIVO
                       MOVE 'REJEITADA' TO WS-RESULTADO
                       ADD 1 TO WS-REJEITADAS
                   NOT INVALID KEY
                       MOVE 'REGRAVACAO' TO FJ-OPERACAO
                       PERFORM P0FJ-GRAVAR-JORNAL-FATURA
                       PERFORM P350-GRAVAR-CESSAO
               END-REWRITE
           END-IF
           .

      * A recusa (do factor, ou da fatura que mudou) devolve o titulo
      * a carteira: pode ser oferecido de novo.
       P340-REGISTRAR-RECUSA.

           SET CS-RECUSADA TO TRUE
           MOVE WS-OPERADOR TO CS-OPERADOR
           REWRITE CESSAO-REC
               INVALID KEY
                   MOVE 'FALHA AO REGRAVAR O CESSAO' TO WS-MOTIVO
           END-REWRITE

           MOVE 'RECUSADA' TO WS-RESULTADO
           ADD 1 TO WS-RECUSADAS-FACTOR
           .

       P350-GRAVAR-CESSAO.

           SET CS-CEDIDA TO TRUE
           MOVE CA-DATA-CESSAO  TO CS-DATA-CESSAO
           IF CS-DATA-CESSAO = ZEROS
               MOVE WS-DTP-DATA-ATUAL TO CS-DATA-CESSAO
           END-IF
           MOVE CA-VALOR-CESSAO TO CS-VALOR-CESSAO
           MOVE ZEROS           TO CS-VALOR-RECEBIDO
           MOVE ZEROS           TO CS-DATA-ULT-RECEBTO
           MOVE WS-OPERADOR     TO CS-OPERADOR
           REWRITE CESSAO-REC
               INVALID KEY
                   MOVE 'FALHA AO REGRAVAR O CESSAO' TO WS-MOTIVO
           END-REWRITE

           MOVE FT-NUM-CLIENTE    TO MV-NUM-CLIENTE
           SET MV-CREDITO         TO TRUE
           MOVE CS-VALOR-FACE     TO MV-VALOR
           MOVE WS-DTP-DATA-ATUAL TO MV-DATA
           MOVE 'CESACE01'        TO MV-ORIGEM
           WRITE AR-MOVIMENTO-REC

           MOVE 'CEDIDA' TO WS-RESULTADO
           ADD 1               TO WS-CEDIDAS
           ADD CS-VALOR-FACE   TO WS-VALOR-FACE-CEDIDO
           ADD CS-VALOR-CESSAO TO WS-VALOR-CESSAO-TOTAL
           .

       P450-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO CESSAO-ACE-RPT-REC
           WRITE CESSAO-ACE-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO CESSAO-ACE-RPT-REC
           WRITE CESSAO-ACE-RPT-REC

           MOVE SPACES TO CESSAO-ACE-RPT-REC
           WRITE CESSAO-ACE-RPT-REC
           MOVE WS-LINHA-CAB3 TO CESSAO-ACE-RPT-REC
           WRITE CESSAO-ACE-RPT-REC
           .

       P500-IMPRIMIR-DETALHE.

           MOVE CA-NUM-FATURA-ACE TO DET-NUM-FATURA
           MOVE CS-NUM-CLIENTE    TO DET-NUM-CLIENTE
           MOVE WS-RESULTADO      TO DET-RESULTADO
           MOVE CS-VALOR-FACE     TO DET-VALOR-FACE
           MOVE CA-VALOR-CESSAO   TO DET-VALOR-CESSAO
           MOVE CA-DATA-CESSAO    TO DET-DATA
           MOVE WS-MOTIVO         TO DET-OBSERVACAO

           MOVE WS-LINHA-DETALHE TO CESSAO-ACE-RPT-REC
           WRITE CESSAO-ACE-RPT-REC
           .

       P700-IMPRIMIR-RODAPE.

           MOVE SPACES TO CESSAO-ACE-RPT-REC
           WRITE CESSAO-ACE-RPT-REC

           MOVE SPACES TO WS-LINHA-RODAPE
           MOVE 'FATURAS CEDIDAS (FACE)......: ' TO ROD-TITULO
           MOVE WS-CEDIDAS TO ROD-QTDE
           MOVE WS-VALOR-FACE-CEDIDO TO ROD-VALOR
           MOVE WS-LINHA-RODAPE TO CESSAO-ACE-RPT-REC
           WRITE CESSAO-ACE-RPT-REC

           MOVE SPACES TO WS-LINHA-RODAPE
           MOVE 'PRECO PAGO PELO FACTOR......: ' TO ROD-TITULO
           MOVE WS-VALOR-CESSAO-TOTAL TO ROD-VALOR
           MOVE WS-LINHA-RODAPE TO CESSAO-ACE-RPT-REC
           WRITE CESSAO-ACE-RPT-REC

           MOVE SPACES TO WS-LINHA-RODAPE
           MOVE 'RECUSADAS...................: ' TO ROD-TITULO
           MOVE WS-RECUSADAS-FACTOR TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO CESSAO-ACE-RPT-REC
           WRITE CESSAO-ACE-RPT-REC

           MOVE SPACES TO WS-LINHA-RODAPE
           MOVE 'REJEITADAS..................: ' TO ROD-TITULO
           MOVE WS-REJEITADAS TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO CESSAO-ACE-RPT-REC
           WRITE CESSAO-ACE-RPT-REC
           .

      * Erro de estrutura do arquivo: lista a linha e o motivo e o
      * arquivo inteiro fica sem aplicar.
       P800-RECUSAR-ARQUIVO.

           SET ARQUIVO-VALIDO TO FALSE
           MOVE WS-LINHA  TO ERR-LINHA
           MOVE WS-MOTIVO TO ERR-MOTIVO
           MOVE WS-LINHA-ERRO TO CESSAO-ACE-RPT-REC
           WRITE CESSAO-ACE-RPT-REC
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE CESSAO-ACEITE
           CLOSE CESSAO-ACE-RPT

           IF NOT ARQUIVO-VALIDO
               DISPLAY 'CESACE01 - ARQUIVO DO FACTOR RECUSADO'
                       ' - NADA APLICADO (VER CESARPT)'
           END-IF

           DISPLAY 'CESACE01 - FACTOR...........: ' WS-COD-FACTOR
           DISPLAY 'CESACE01 - DETALHES LIDOS....: ' WS-QTD-DETALHES
           DISPLAY 'CESACE01 - FATURAS CEDIDAS...: ' WS-CEDIDAS
           DISPLAY 'CESACE01 - RECUSADAS.........: '
                   WS-RECUSADAS-FACTOR
           DISPLAY 'CESACE01 - REJEITADAS........: ' WS-REJEITADAS
           .

      ******************************************************************
      * P0FJ-GRAVAR-JORNAL-FATURA
      * Acrescenta ao FTJRNL a alteracao recem aplicada a fatura:
      * FJ-OPERACAO vem do chamador, a imagem-antes foi guardada em
      * WS-FT-IMAGEM-ANTES antes da alteracao.
      ******************************************************************
       P0FJ-GRAVAR-JORNAL-FATURA.

           MOVE 'CESACE01'             TO FJ-PROGRAMA
           MOVE FT-NUM-FATURA          TO FJ-NUM-FATURA
           MOVE FUNCTION CURRENT-DATE  TO FJ-DATA-HORA
           MOVE WS-FT-IMAGEM-ANTES     TO FJ-IMAGEM-ANTES
           MOVE FATURA-REC             TO FJ-IMAGEM-DEPOIS
           MOVE WS-OPERADOR            TO FJ-OPERADOR
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

       END PROGRAM CESACE01.
