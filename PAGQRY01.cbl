      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  PAGQRYIN carries the operator asking (QI-OPERADOR);
      *             every status answered goes to the ACSLOG read-access
      *             trail through ACSLOG01, and a query with no operator
      *             is refused.
      * 22/08/2026  First cut. Requests are loaded into a table up
      *             front (dates validated through DTVALID01) and the
      *             whole history is swept once, keeping per request
           03 QI-NUM-CLIENTE                  PIC 9(06).
           03 QI-NUM-FATURA                   PIC 9(06).
           03 QI-DATA                         PIC X(10).
           03 QI-OPERADOR                     PIC X(08).

       FD  PAGTO-HIST.
           COPY PAGTHIST.
       77 WS-LIDAS                           PIC 9(05) VALUE ZEROS.
       77 WS-INVALIDAS                       PIC 9(05) VALUE ZEROS.
       77 WS-HIST-LIDOS                      PIC 9(07) VALUE ZEROS.
       77 WS-RECUSADAS                       PIC 9(05) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF-QRY                     PIC X(01) VALUE 'N'.
              05 WS-CONS-STATUS              PIC X(01).
              05 WS-CONS-DATA-HIST           PIC 9(08).
              05 WS-CONS-HORA-HIST           PIC 9(06).
              05 WS-CONS-OPERADOR            PIC X(08).

           COPY DTVPARM.

      * Parametro para o CALL do ACSLOG01 (trilha de acesso LGPD).
           COPY ACSPARM.

       01 WS-LINHA-CAB.
           03 FILLER                         PIC X(08)
                                       VALUE 'CLIENTE '.
      ******************************************************************
       P200-CARREGAR-CONSULTA.

           IF QI-OPERADOR = SPACES
               ADD 1 TO WS-RECUSADAS
               MOVE SPACES         TO WS-LINHA-RESPOSTA
               MOVE QI-NUM-CLIENTE TO LRS-NUM-CLIENTE
               MOVE QI-NUM-FATURA  TO LRS-NUM-FATURA
               MOVE QI-DATA        TO LRS-DATA
               MOVE 'CONSULTA SEM OPERADOR'
                                   TO LRS-SITUACAO
               MOVE WS-LINHA-RESPOSTA TO QUERY-RPT-REC
               WRITE QUERY-RPT-REC
           ELSE
               PERFORM P210-VALIDAR-CONSULTA
           END-IF

           PERFORM P110-LER-CONSULTA
           .

       P210-VALIDAR-CONSULTA.

           MOVE QI-DATA TO WS-DTV-DATA
           CALL 'DTVALID01' USING WS-DTVALID-PARM

               MOVE SPACES         TO WS-CONS-STATUS  (WS-IDX-CONS)
               MOVE ZEROS          TO WS-CONS-DATA-HIST (WS-IDX-CONS)
               MOVE ZEROS          TO WS-CONS-HORA-HIST (WS-IDX-CONS)
               MOVE QI-OPERADOR    TO WS-CONS-OPERADOR (WS-IDX-CONS)
           ELSE
               ADD 1 TO WS-INVALIDAS
               MOVE SPACES         TO WS-LINHA-RESPOSTA
               MOVE WS-LINHA-RESPOSTA TO QUERY-RPT-REC
               WRITE QUERY-RPT-REC
           END-IF
           .

      ******************************************************************
               MOVE '/'  TO LRS-DESDE (6:1)
               MOVE WS-CONS-DATA-HIST (WS-IDX-CONS) (1:4)
                 TO LRS-DESDE (7:4)
               PERFORM P520-REGISTRAR-ACESSO
           ELSE
               MOVE 'SEM HISTORICO NA DATA' TO LRS-SITUACAO
           END-IF
           WRITE QUERY-RPT-REC
           .

      * Situacao de pagamento mostrada vai para a trilha de acesso.
       P520-REGISTRAR-ACESSO.

           MOVE 'PAGQRY01'                     TO WS-ACS-PROGRAMA
           MOVE WS-CONS-OPERADOR (WS-IDX-CONS) TO WS-ACS-OPERADOR
           MOVE WS-CONS-CLIENTE (WS-IDX-CONS)  TO WS-ACS-NUM-CLIENTE
           MOVE 'PAGAMENTO'                    TO WS-ACS-CATEGORIA
           CALL 'ACSLOG01' USING WS-ACSLOG-PARM
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE QUERY-IN

           DISPLAY 'PAGQRY01 - CONSULTAS LIDAS....: ' WS-LIDAS
           DISPLAY 'PAGQRY01 - DATAS INVALIDAS....: ' WS-INVALIDAS
           DISPLAY 'PAGQRY01 - SEM OPERADOR.......: ' WS-RECUSADAS
           DISPLAY 'PAGQRY01 - HISTORICOS VARRIDOS: ' WS-HIST-LIDOS
           .

