      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  A label addressed abroad (ENDFMT01 ends its city
      *             line with ' - ' and the country code) has no CEP:
      *             it sorts after every CEP and closes in one bundle of
      *             its own, marked INTERNACIONAL on the manifest, out
      *             of the domestic pre-sort.
      * 22/08/2026  First cut. The CEP rides at the tail of
      *             ML-CIDADE-UF-CEP, so the sort key is the last
      *             eight characters of the trimmed field. Sorted
       77 WS-NUM-LOTE                        PIC 9(04) VALUE ZEROS.
       77 WS-ETIQ-NO-LOTE                    PIC 9(05) VALUE ZEROS.

      * Chave de classificacao da etiqueta para o exterior: passa
      * depois de qualquer CEP e forma um lote so.
       77 WS-CHAVE-EXTERIOR                  PIC X(08) VALUE 'EXTERIOR'.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
                                       VALUE '  ETIQUETAS '.
           03 LLO-QTD                        PIC ZZ,ZZ9.

       01 WS-LINHA-LOTE-EXT.
           03 FILLER                         PIC X(06) VALUE 'LOTE  '.
           03 LLX-NUMERO                     PIC ZZZ9.
           03 FILLER                         PIC X(26)
                               VALUE '  INTERNACIONAL           '.
           03 FILLER                         PIC X(12)
                                       VALUE '  ETIQUETAS '.
           03 LLX-QTD                        PIC ZZ,ZZ9.

       01 WS-LINHA-TOTAL.
           03 FILLER                         PIC X(26)
                               VALUE 'TOTAL GERAL DE ETIQUETAS: '.
      * P100-LIBERAR-ETIQUETAS
      * Le MAILLBL e libera cada etiqueta com o CEP na frente como
      * chave de classificacao: o CEP e a cauda de ML-CIDADE-UF-CEP.
      * Etiqueta para o exterior termina em ' - ' e o codigo do pais
      * e vai com a chave WS-CHAVE-EXTERIOR.
      ******************************************************************
       P100-LIBERAR-ETIQUETAS.

               FUNCTION LENGTH (FUNCTION TRIM (ML-CIDADE-UF-CEP))

           IF WS-CUC-TAM >= 8
               IF ML-CIDADE-UF-CEP (WS-CUC-TAM - 4 : 3) = ' - '
                   MOVE WS-CHAVE-EXTERIOR TO WS-CEP-ATUAL
               ELSE
                   MOVE ML-CIDADE-UF-CEP (WS-CUC-TAM - 7 : 8)
                     TO WS-CEP-ATUAL
               END-IF
           ELSE
               MOVE SPACES TO WS-CEP-ATUAL
           END-IF

           ADD 1 TO WS-NUM-LOTE

           MOVE SPACES TO BUNDLE-MANIFEST-REC
           IF WS-CEP-INICIO-LOTE = WS-CHAVE-EXTERIOR
               MOVE WS-NUM-LOTE        TO LLX-NUMERO
               MOVE WS-ETIQ-NO-LOTE    TO LLX-QTD
               MOVE WS-LINHA-LOTE-EXT  TO BUNDLE-MANIFEST-REC
           ELSE
               MOVE WS-NUM-LOTE        TO LLO-NUMERO
               MOVE WS-CEP-INICIO-LOTE TO LLO-CEP-INICIO
               MOVE WS-CEP-FIM-LOTE    TO LLO-CEP-FIM
               MOVE WS-ETIQ-NO-LOTE    TO LLO-QTD
               MOVE WS-LINHA-LOTE      TO BUNDLE-MANIFEST-REC
           END-IF
           WRITE BUNDLE-MANIFEST-REC

           MOVE ZEROS TO WS-ETIQ-NO-LOTE
