      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  Corrected lines carry the free-text line description
      *             now at the end of FATURAIN.
      * 15/10/2026  Corrected lines carry the service-catalog item code,
      *             quantity and unit price and are revalidated under
      *             the same item rule as FATVAL01.
      * 03/09/2026  The line layout caught up with the issuer's: the
      *             ISS-retention byte at the end of FATURAIN now
      *             rides through resubmission intact.
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL CATALOGO  ASSIGN TO "SVCCAT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS SV-COD-ITEM
                                      FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT VALIDA-PARM        ASSIGN TO "FVPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.
           03 FC-DESC-DIAS                    PIC 9(03).
           03 FC-FATURA-ORIGEM                PIC 9(06).
           03 FC-ISS-RETIDO                   PIC X(01).
           03 FC-COD-ITEM                     PIC X(08).
           03 FC-QUANTIDADE                   PIC 9(05)V99.
           03 FC-PRECO-UNITARIO               PIC 9(07)V99.
           03 FC-DESCRICAO                    PIC X(30).

       FD  FATURA-RESSUBMETIDA.
       01  FATURA-RESSUBMETIDA-REC            PIC X(98).

       01  FATURA-RESSUBMETIDA-HEADER.
           COPY HDRCTL.

       FD  FATURA-REJEITADA-2.
       01  FATURA-REJEITADA-2-REC.
           03 F2-LINHA                        PIC X(98).
           03 FILLER                          PIC X(02).
           03 F2-MOTIVO                       PIC X(40).

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CATALOGO.
           COPY SVCCAT.

       FD  VALIDA-PARM.
       01  VALIDA-PARM-REC.
           03 FV-VALOR-MAXIMO                 PIC 9(09)V99.

       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-CATALOGO-STATUS                 PIC X(02) VALUE '00'.
       77 WS-VALOR-MAXIMO                    PIC 9(09)V99
                                             VALUE 100000.
       77 WS-MOTIVO-ATUAL                    PIC X(40) VALUE SPACES.
      * Parametro para o CALL do DTVALID01 (validacao de data).
           COPY DTVPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETROS
           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-LINHA

           OPEN INPUT  FATURA-CORRIGIDA
           OPEN INPUT  CUSTOMER-MASTER
           OPEN INPUT  CATALOGO
           OPEN OUTPUT FATURA-RESSUBMETIDA
           OPEN OUTPUT FATURA-REJEITADA-2


           MOVE SPACES   TO FATURA-RESSUBMETIDA-HEADER
           MOVE 'HEADER' TO HDR-INDICADOR
           MOVE WS-DTP-DATA-ATUAL TO HDR-DATA-ARQUIVO
           MOVE 'FATRSB'                    TO HDR-SISTEMA-ORIGEM
           MOVE WS-PROXIMA-GERACAO          TO HDR-GERACAO


      ******************************************************************
      * P200-PROCESSA-LINHA
      * As mesmas regras do FATVAL01: cliente ativo no mestre, item de
      * catalogo valido, valor plausivel, data valida; o que passa
      * sai sob a geracao nova e o que falha de novo volta para
      * FATREJ2.
      ******************************************************************
       P200-PROCESSA-LINHA.

           SET LINHA-REJEITADA TO FALSE

           PERFORM P300-VALIDAR-CLIENTE
           PERFORM P350-VALIDAR-ITEM
           PERFORM P400-VALIDAR-VALOR
           PERFORM P500-VALIDAR-DATA

           END-READ
           .

      ******************************************************************
      * P350-VALIDAR-ITEM
      * A mesma regra de item do FATVAL01: codigo existente e ativo no
      * SVCCAT, quantidade acima de zero, preco unitario zerado assume
      * o de catalogo e o valor da linha e quantidade x preco.
      ******************************************************************
       P350-VALIDAR-ITEM.

           IF NOT LINHA-REJEITADA
              AND FC-COD-ITEM NOT = SPACES
               MOVE FC-COD-ITEM TO SV-COD-ITEM
               READ CATALOGO
                   INVALID KEY
                       SET LINHA-REJEITADA TO TRUE
                       MOVE 'CODIGO DE ITEM DESCONHECIDO'
                                             TO WS-MOTIVO-ATUAL
                   NOT INVALID KEY
                       PERFORM P360-CALCULAR-VALOR-ITEM
               END-READ
           END-IF
           .

       P360-CALCULAR-VALOR-ITEM.

           EVALUATE TRUE
               WHEN SV-ITEM-INATIVO
                   SET LINHA-REJEITADA TO TRUE
                   MOVE 'CODIGO DE ITEM INATIVO'
                                             TO WS-MOTIVO-ATUAL
               WHEN FC-QUANTIDADE IS NOT NUMERIC
               WHEN FC-QUANTIDADE = ZEROS
                   SET LINHA-REJEITADA TO TRUE
                   MOVE 'QUANTIDADE INVALIDA'
                                             TO WS-MOTIVO-ATUAL
               WHEN OTHER
                   IF FC-PRECO-UNITARIO IS NOT NUMERIC
                      OR FC-PRECO-UNITARIO = ZEROS
                       MOVE SV-PRECO-UNITARIO TO FC-PRECO-UNITARIO
                   END-IF
                   COMPUTE FC-VALOR ROUNDED =
                       FC-QUANTIDADE * FC-PRECO-UNITARIO
                       ON SIZE ERROR
                           SET LINHA-REJEITADA TO TRUE
                           MOVE 'VALOR CALCULADO EXCEDE O CAMPO'
                                             TO WS-MOTIVO-ATUAL
                   END-COMPUTE
           END-EVALUATE
           .

       P400-VALIDAR-VALOR.

           IF NOT LINHA-REJEITADA

           CLOSE FATURA-CORRIGIDA
           CLOSE CUSTOMER-MASTER
           CLOSE CATALOGO
           CLOSE FATURA-RESSUBMETIDA
           CLOSE FATURA-REJEITADA-2

