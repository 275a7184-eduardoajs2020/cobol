      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  An item whose invoice was assigned to a factoring
      *             company (FT-CEDIDA, CESACE01) accrues no interest --
      *             the credit is the factor's -- and is skipped with
      *             its own count.
      * 03/09/2026  An item of a customer under judicial protection
      *             (CM-PROTECAO-LEGAL) accrues no interest, with its
      *             own count -- a hard legal suppress.
              88 ITEM-EM-DISPUTA                  VALUE 'S' FALSE 'N'.
           03 WS-LEGAL-SW                    PIC X(01) VALUE 'N'.
              88 ITEM-SOB-PROTECAO                VALUE 'S' FALSE 'N'.
           03 WS-CEDIDA-SW                   PIC X(01) VALUE 'N'.
              88 ITEM-CEDIDO                      VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDOS                       PIC 9(07) VALUE ZEROS.
           03 WS-GRAVADOS                    PIC 9(07) VALUE ZEROS.
           03 WS-EM-DISPUTA                  PIC 9(07) VALUE ZEROS.
           03 WS-PROTECAO-LEGAL              PIC 9(07) VALUE ZEROS.
           03 WS-CEDIDAS                     PIC 9(07) VALUE ZEROS.

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.
       77 WS-LINHAS-PAGINA                   PIC 9(02) VALUE ZEROS.
           PERFORM P120-VERIFICAR-PROTECAO

           EVALUATE TRUE
               WHEN ITEM-CEDIDO
                   ADD 1 TO WS-CEDIDAS
               WHEN ITEM-SOB-PROTECAO
                   ADD 1 TO WS-PROTECAO-LEGAL
               WHEN ITEM-EM-DISPUTA
      * Item contestado nao acumula juros: enquanto a disputa da
      * fatura estiver aberta no mestre (DISPUT01), o item sai do
      * calculo com contagem propria. Fatura fora do mestre segue o
      * fluxo normal, como antes. Fatura cedida a factor (CESACE01)
      * tambem sai: o credito e os encargos dele sao do factor.
      ******************************************************************
       P100-VERIFICAR-DISPUTA.

           SET ITEM-EM-DISPUTA TO FALSE
           SET ITEM-CEDIDO TO FALSE

           MOVE AT-NUM-FATURA TO FT-NUM-FATURA

                   IF FT-EM-DISPUTA
                       SET ITEM-EM-DISPUTA TO TRUE
                   END-IF
                   IF FT-CEDIDA
                       SET ITEM-CEDIDO TO TRUE
                   END-IF
           END-READ
           .

           DISPLAY 'JUROS01 - ENCARGOS GERADOS: ' WS-GRAVADOS
           DISPLAY 'JUROS01 - EM DISPUTA.....: ' WS-EM-DISPUTA
           DISPLAY 'JUROS01 - PROTECAO LEGAL.: ' WS-PROTECAO-LEGAL
           DISPLAY 'JUROS01 - CEDIDAS FACTOR.: ' WS-CEDIDAS

           IF HOUVE-ERRO-CALC
               MOVE 9001 TO RETURN-CODE
