      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  FATURAIN lines end in a free-text description (30
      *             bytes) that rides through validation unchanged.
      * 15/10/2026  Lines may now name a service-catalog item: FATURAIN
      *             carries item code, quantity and unit price at the
      *             end. The code must exist and be active on SVCCAT and
      *             the quantity be above zero; a zero unit price takes
      *             the catalog price, and the line amount becomes
      *             quantity times unit price. Lines without a code pass
      *             as before.
      * 03/09/2026  The line layout caught up with the issuer's: the
      *             ISS-retention byte at the end of FATURAIN now
      *             rides through validation, so a retained line no
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
           03 FI-DESC-DIAS                    PIC 9(03).
           03 FI-FATURA-ORIGEM                PIC 9(06).
           03 FI-ISS-RETIDO                   PIC X(01).
           03 FI-COD-ITEM                     PIC X(08).
           03 FI-QUANTIDADE                   PIC 9(05)V99.
           03 FI-PRECO-UNITARIO               PIC 9(07)V99.
           03 FI-DESCRICAO                    PIC X(30).

       01  FATURA-IN-HEADER.
           COPY HDRCTL.

       FD  FATURA-VALIDADA.
       01  FATURA-VALIDADA-REC                PIC X(98).

       FD  FATURA-REJEITADA.
       01  FATURA-REJEITADA-REC.
           03 FR-LINHA                        PIC X(98).
           03 FILLER                          PIC X(02).
           03 FR-MOTIVO                       PIC X(40).

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CATALOGO.
           COPY SVCCAT.

       FD  VALIDA-PARM.
       01  VALIDA-PARM-REC.
           03 FV-VALOR-MAXIMO                 PIC 9(09)V99.
       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-CATALOGO-STATUS                 PIC X(02) VALUE '00'.
       77 WS-VALOR-MAXIMO                    PIC 9(09)V99
                                             VALUE 100000.
       77 WS-MOTIVO-ATUAL                    PIC X(40) VALUE SPACES.

           OPEN INPUT  FATURA-IN
           OPEN INPUT  CUSTOMER-MASTER
           OPEN INPUT  CATALOGO
           OPEN OUTPUT FATURA-VALIDADA
           OPEN OUTPUT FATURA-REJEITADA

                   DISPLAY 'FATVAL01 - FEED VAZIO OU SEM CABECALHO'
                   CLOSE FATURA-IN
                   CLOSE CUSTOMER-MASTER
                   CLOSE CATALOGO
                   CLOSE FATURA-VALIDADA
                   CLOSE FATURA-REJEITADA
                   MOVE 9001 TO RETURN-CODE
                       'INVALIDO - LOTE RECUSADO'
               CLOSE FATURA-IN
               CLOSE CUSTOMER-MASTER
               CLOSE CATALOGO
               CLOSE FATURA-VALIDADA
               CLOSE FATURA-REJEITADA
               MOVE 9001 TO RETURN-CODE
           SET LINHA-REJEITADA TO FALSE

           PERFORM P300-VALIDAR-CLIENTE
           PERFORM P350-VALIDAR-ITEM
           PERFORM P400-VALIDAR-VALOR
           PERFORM P500-VALIDAR-DATA

           END-READ
           .

      ******************************************************************
      * P350-VALIDAR-ITEM
      * Linha com codigo de item: o codigo tem de existir e estar
      * ativo no SVCCAT e a quantidade tem de ser numerica e acima de
      * zero. Preco unitario zerado assume o preco de catalogo, e o
      * valor da linha passa a ser quantidade x preco unitario. Linha
      * sem codigo e linha antiga e segue com o valor informado.
      ******************************************************************
       P350-VALIDAR-ITEM.

           IF NOT LINHA-REJEITADA
              AND FI-COD-ITEM NOT = SPACES
               MOVE FI-COD-ITEM TO SV-COD-ITEM
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
               WHEN FI-QUANTIDADE IS NOT NUMERIC
               WHEN FI-QUANTIDADE = ZEROS
                   SET LINHA-REJEITADA TO TRUE
                   MOVE 'QUANTIDADE INVALIDA'
                                             TO WS-MOTIVO-ATUAL
               WHEN OTHER
                   IF FI-PRECO-UNITARIO IS NOT NUMERIC
                      OR FI-PRECO-UNITARIO = ZEROS
                       MOVE SV-PRECO-UNITARIO TO FI-PRECO-UNITARIO
                   END-IF
                   COMPUTE FI-VALOR ROUNDED =
                       FI-QUANTIDADE * FI-PRECO-UNITARIO
                       ON SIZE ERROR
                           SET LINHA-REJEITADA TO TRUE
                           MOVE 'VALOR CALCULADO EXCEDE O CAMPO'
                                             TO WS-MOTIVO-ATUAL
                   END-COMPUTE
           END-EVALUATE
           .

       P400-VALIDAR-VALOR.

           IF NOT LINHA-REJEITADA

           CLOSE FATURA-IN
           CLOSE CUSTOMER-MASTER
           CLOSE CATALOGO
           CLOSE FATURA-VALIDADA
           CLOSE FATURA-REJEITADA

