      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  CLQPARM carries the operator asking (QP-OPERADOR); a
      *             listing with contacts goes to the ACSLOG read-access
      *             trail through ACSLOG01, and a query with no operator
      *             is refused.
      * 03/09/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 QP-NUM-CLIENTE                  PIC 9(06).
           03 QP-DATA-DE                      PIC 9(08).
           03 QP-DATA-ATE                     PIC 9(08).
           03 QP-OPERADOR                     PIC X(08).

       FD  QUERY-RPT.
       01  QUERY-RPT-REC                      PIC X(132).
       77 WS-CLIENTE-PEDIDO                  PIC 9(06) VALUE ZEROS.
       77 WS-DATA-DE                         PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ATE                        PIC 9(08) VALUE 99999999.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.

      * Parametro para o CALL do ACSLOG01 (trilha de acesso LGPD).
           COPY ACSPARM.

       01 WS-LINHA-DETALHE.
           03 DET-DATA                       PIC 9(08).
           03 FILLER                         PIC X(03) VALUE SPACES.
                   NOT AT END
                       MOVE QP-NUM-CLIENTE TO WS-CLIENTE-PEDIDO
                       MOVE QP-DATA-DE     TO WS-DATA-DE
                       MOVE QP-OPERADOR    TO WS-OPERADOR
                       IF QP-DATA-ATE > 0
                           MOVE QP-DATA-ATE TO WS-DATA-ATE
                       END-IF
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-OPERADOR = SPACES
               DISPLAY 'CONTQRY01 - CONSULTA SEM OPERADOR NO CLQPARM'
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF
           .

       P100-ABRIR-ARQUIVOS.
               MOVE '  (NENHUM CONTATO NO PERIODO)'
                 TO QUERY-RPT-REC
               WRITE QUERY-RPT-REC
           ELSE
               MOVE 'CONTQRY01'       TO WS-ACS-PROGRAMA
               MOVE WS-OPERADOR       TO WS-ACS-OPERADOR
               MOVE WS-CLIENTE-PEDIDO TO WS-ACS-NUM-CLIENTE
               MOVE 'CONTATO'         TO WS-ACS-CATEGORIA
               CALL 'ACSLOG01' USING WS-ACSLOG-PARM
           END-IF

           CLOSE CONTACT-LOG
