      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  The hold queue carries the hold reason (credit limit
      *             or irregular CNPJ) and the CNPJ registration status
      *             (hold image 123 bytes); a released CNPJ hold is
      *             logged with the status it was released under.
      * 15/10/2026  CREDDEC carries the deciding operator; every
      *             decision goes through the AUTCHK01 authority check
      *             (OPRAUT type CREDITO, the line value against the
      *             limit), and one outside the operator's authority
      *             stays on the queue with the reason on CREDRPT.
      * 15/10/2026  Held and released lines carry the free-text line
      *             description now at the end of FATURAIN (hold image
      *             120 bytes).
      * 15/10/2026  Held and released lines carry the service-catalog
      *             item code, quantity and unit price FATURA01 now
      *             queues.
      * 03/09/2026  The CREDHLDN swap image corrected to the 66
      *             bytes the hold record really has.
      * 03/09/2026  The hold queue and the released FATLIB line now
           03 DC-ACAO                         PIC X(01).
              88 DC-LIBERAR                       VALUE 'L'.
              88 DC-RECUSAR                       VALUE 'R'.
           03 DC-OPERADOR                     PIC X(08).

       FD  CREDIT-HOLD.
       01  CREDIT-HOLD-REC.
           03 CH-ISS-RETIDO                   PIC X(01).
           03 CH-SALDO-ABERTO                 PIC S9(09)V99.
           03 CH-LIMITE                       PIC 9(09)V99.
           03 CH-COD-ITEM                     PIC X(08).
           03 CH-QUANTIDADE                   PIC 9(05)V99.
           03 CH-PRECO-UNITARIO               PIC 9(07)V99.
           03 CH-DESCRICAO                    PIC X(30).
           03 CH-MOTIVO-RETENCAO              PIC X(01).
              88 CH-RETIDA-LIMITE                 VALUE 'L'.
              88 CH-RETIDA-CNPJ                   VALUE 'C'.
           03 CH-SITUACAO-CNPJ                PIC X(02).

       FD  CREDIT-HOLD-N.
       01  CREDIT-HOLD-N-REC                  PIC X(123).

       FD  FATURA-LIBERADA.
       01  FATURA-LIBERADA-REC.
           03 FL-DESC-DIAS                    PIC 9(03).
           03 FL-FATURA-ORIGEM                PIC 9(06).
           03 FL-ISS-RETIDO                   PIC X(01).
           03 FL-COD-ITEM                     PIC X(08).
           03 FL-QUANTIDADE                   PIC 9(05)V99.
           03 FL-PRECO-UNITARIO               PIC 9(07)V99.
           03 FL-DESCRICAO                    PIC X(30).

       01  FATURA-LIBERADA-HEADER.
           COPY HDRCTL.
           03 WS-LIBERADAS                   PIC 9(05) VALUE ZEROS.
           03 WS-RECUSADAS                   PIC 9(05) VALUE ZEROS.
           03 WS-MANTIDAS-FILA               PIC 9(05) VALUE ZEROS.
           03 WS-FORA-ALCADA                 PIC 9(05) VALUE ZEROS.

      * Parametro para o CALL do AUTCHK01 (alcada do operador que
      * decide).
           COPY AUTPARM.

      * Tabela de decisoes do supervisor, carregada na abertura.
       77 WS-TOT-DECISOES                    PIC 9(03) VALUE ZEROS.
                         INDEXED BY WS-IDX-DEC.
              05 WS-DEC-CLIENTE              PIC 9(06).
              05 WS-DEC-ACAO                 PIC X(01).
              05 WS-DEC-OPERADOR             PIC X(08).

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-CARREGAR-DECISAO
               UNTIL FIM-DECISOES

           MOVE SPACES                      TO FATURA-LIBERADA-HEADER
           MOVE 'HEADER'                    TO HDR-INDICADOR
           MOVE WS-DTP-DATA-ATUAL TO HDR-DATA-ARQUIVO
           MOVE 'CREDHOLD'                  TO HDR-SISTEMA-ORIGEM
           MOVE WS-PROXIMA-GERACAO          TO HDR-GERACAO

               SET WS-IDX-DEC TO WS-TOT-DECISOES
               MOVE DC-NUM-CLIENTE TO WS-DEC-CLIENTE (WS-IDX-DEC)
               MOVE DC-ACAO        TO WS-DEC-ACAO (WS-IDX-DEC)
               MOVE DC-OPERADOR    TO WS-DEC-OPERADOR (WS-IDX-DEC)
           END-IF

           PERFORM P110-LER-DECISAO
      * Cada linha retida ou casa com uma decisao (liberada para o
      * FATLIB ou recusada, ambas logadas) ou segue sem decisao para
      * a fila nova CREDHLDN, que a operacao troca no lugar da velha.
      * Decisao fora da alcada do operador (AUTCHK01) nao decide: a
      * linha fica na fila e o motivo sai no CREDRPT.
      ******************************************************************
       P300-PROCESSAR-FILA.

           PERFORM P400-PROCURAR-DECISAO

           IF DECISAO-ACHADA
               PERFORM P450-VERIFICAR-ALCADA
           END-IF

           EVALUATE TRUE
               WHEN NOT DECISAO-ACHADA
                   MOVE CREDIT-HOLD-REC TO CREDIT-HOLD-N-REC
                   WRITE CREDIT-HOLD-N-REC
                   ADD 1 TO WS-MANTIDAS-FILA
               WHEN NOT AUT-OK
                   PERFORM P650-RECUSAR-DECISAO
               WHEN WS-DEC-ACAO (WS-IDX-ACHADA) = 'L'
                   PERFORM P500-LIBERAR-LINHA
               WHEN OTHER
                   PERFORM P600-RECUSAR-LINHA
           END-EVALUATE

           PERFORM P120-LER-FILA
           .
           END-IF
           .

      ******************************************************************
      * P450-VERIFICAR-ALCADA
      * Liberar uma linha retida e aprovar credito no valor da linha:
      * o operador precisa de alcada CREDITO que cubra o valor. A
      * retencao foi pedida pelo proprio faturamento (FATURA01).
      ******************************************************************
       P450-VERIFICAR-ALCADA.

           MOVE 'CREDHL01'      TO WS-AUT-PROGRAMA
           MOVE 'CREDITO'       TO WS-AUT-TIPO
           IF WS-DEC-ACAO (WS-IDX-ACHADA) = 'L'
               SET AUT-APROVACAO TO TRUE
           ELSE
               SET AUT-RECUSA    TO TRUE
           END-IF
           MOVE CH-NUM-CLIENTE  TO WS-AUT-CHAVE
           MOVE WS-DEC-OPERADOR (WS-IDX-ACHADA) TO WS-AUT-APROVADOR
           MOVE 'FATURA01'      TO WS-AUT-SOLICITANTE
           MOVE CH-VALOR        TO WS-AUT-VALOR
           CALL 'AUTCHK01' USING WS-AUTCHK-PARM
           .

      ******************************************************************
      * P500-LIBERAR-LINHA
      * Linha liberada volta ao faturamento no layout FATURAIN: o
           MOVE CH-DESC-DIAS    TO FL-DESC-DIAS
           MOVE CH-FATURA-ORIGEM TO FL-FATURA-ORIGEM
           MOVE CH-ISS-RETIDO   TO FL-ISS-RETIDO
           MOVE CH-COD-ITEM     TO FL-COD-ITEM
           MOVE CH-QUANTIDADE   TO FL-QUANTIDADE
           MOVE CH-PRECO-UNITARIO TO FL-PRECO-UNITARIO
           MOVE CH-DESCRICAO    TO FL-DESCRICAO

           WRITE FATURA-LIBERADA-REC
           ADD 1 TO WS-LIBERADAS
           MOVE CH-NUM-CLIENTE  TO CR-NUM-CLIENTE
           MOVE 'LIBERADA'      TO CR-ACAO
           MOVE CH-VALOR        TO CR-VALOR
           IF CH-RETIDA-CNPJ
               STRING 'LINHA DEVOLVIDA AO FATURAMENTO (FATLIB) - '
                      'CNPJ ' CH-SITUACAO-CNPJ
                   DELIMITED BY SIZE INTO CR-RESULTADO
           ELSE
               MOVE 'LINHA DEVOLVIDA AO FATURAMENTO (FATLIB)'
                                TO CR-RESULTADO
           END-IF
           WRITE CREDIT-RPT-REC
           .

           WRITE CREDIT-RPT-REC
           .

       P650-RECUSAR-DECISAO.

           ADD 1 TO WS-FORA-ALCADA

           MOVE SPACES          TO CREDIT-RPT-REC
           MOVE CH-NUM-CLIENTE  TO CR-NUM-CLIENTE
           MOVE 'SEM ALCADA'    TO CR-ACAO
           MOVE CH-VALOR        TO CR-VALOR
           MOVE WS-AUT-MOTIVO   TO CR-RESULTADO
           WRITE CREDIT-RPT-REC

           MOVE CREDIT-HOLD-REC TO CREDIT-HOLD-N-REC
           WRITE CREDIT-HOLD-N-REC
           ADD 1 TO WS-MANTIDAS-FILA
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE CREDIT-DECISIONS
           DISPLAY 'CREDHLD01 - RETIDAS LIDAS....: ' WS-RETIDAS-LIDAS
           DISPLAY 'CREDHLD01 - LIBERADAS........: ' WS-LIBERADAS
           DISPLAY 'CREDHLD01 - RECUSADAS........: ' WS-RECUSADAS
           DISPLAY 'CREDHLD01 - FORA DA ALCADA...: ' WS-FORA-ALCADA
           DISPLAY 'CREDHLD01 - MANTIDAS NA FILA.: ' WS-MANTIDAS-FILA
           .

