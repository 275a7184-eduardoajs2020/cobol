      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  ADDRQRIN carries the operator asking (QI-OPERADOR);
      *             every address shown goes to the ACSLOG read-access
      *             trail through ACSLOG01, and a query with no operator
      *             is refused.
      * 03/09/2026  ADDRHIST moved to indexed organization keyed by
      *             customer plus effective date: each request now
      *             positions by key and range-reads the customer
              88 QI-CONSULTA-DATA                 VALUE 'D'.
              88 QI-LINHA-DO-TEMPO                VALUE 'T'.
           03 QI-DATA                         PIC X(10).
           03 QI-OPERADOR                     PIC X(08).

       FD  ADDR-HIST.
           COPY ADDRHIST.
       77 WS-AHIST-STATUS       PIC X(02) VALUE '00'.
       77 WS-LIDAS                           PIC 9(05) VALUE ZEROS.
       77 WS-INVALIDAS                       PIC 9(05) VALUE ZEROS.
       77 WS-RECUSADAS                       PIC 9(05) VALUE ZEROS.
       77 WS-DATA-ALVO                       PIC 9(08) VALUE ZEROS.
       77 WS-MELHOR-DATA                     PIC 9(08) VALUE ZEROS.
       77 WS-LINHAS-TEMPO                    PIC 9(05) VALUE ZEROS.

           COPY DTVPARM.

      * Parametro para o CALL do ACSLOG01 (trilha de acesso LGPD).
           COPY ACSPARM.

       01 WS-LINHA-CONSULTA.
           03 FILLER                         PIC X(09)
                                       VALUE 'CLIENTE: '.

           DISPLAY 'ADDRQRY01 - CONSULTAS LIDAS..: ' WS-LIDAS
           DISPLAY 'ADDRQRY01 - DATAS INVALIDAS..: ' WS-INVALIDAS
           DISPLAY 'ADDRQRY01 - SEM OPERADOR.....: ' WS-RECUSADAS

           GOBACK.

           WRITE QUERY-RPT-REC

           EVALUATE TRUE
               WHEN QI-OPERADOR = SPACES
                   MOVE 'CONSULTA SEM OPERADOR IDENTIFICADO'
                     TO LAV-TEXTO
                   MOVE WS-LINHA-AVISO TO QUERY-RPT-REC
                   WRITE QUERY-RPT-REC
                   ADD 1 TO WS-RECUSADAS
               WHEN QI-CONSULTA-DATA
                   PERFORM P300-CONSULTAR-NA-DATA
               WHEN QI-LINHA-DO-TEMPO

               IF ENDERECO-ACHADO
                   PERFORM P350-IMPRIMIR-VIGENTE
                   PERFORM P800-REGISTRAR-ACESSO
               ELSE
                   MOVE 'SEM ENDERECO NA DATA' TO LAV-TEXTO
                   MOVE WS-LINHA-AVISO TO QUERY-RPT-REC
               MOVE 'SEM HISTORICO PARA O CLIENTE' TO LAV-TEXTO
               MOVE WS-LINHA-AVISO TO QUERY-RPT-REC
               WRITE QUERY-RPT-REC
           ELSE
               PERFORM P800-REGISTRAR-ACESSO
           END-IF
           .

           MOVE WS-MELHOR-DATA (1:4) TO LEN-DATA-EFETIVA (7:4)
           .

      ******************************************************************
      * P800-REGISTRAR-ACESSO
      * Endereco mostrado ao operador vai para a trilha de acesso.
      ******************************************************************
       P800-REGISTRAR-ACESSO.

           MOVE 'ADDRQRY01'    TO WS-ACS-PROGRAMA
           MOVE QI-OPERADOR    TO WS-ACS-OPERADOR
           MOVE QI-NUM-CLIENTE TO WS-ACS-NUM-CLIENTE
           MOVE 'ENDERECO'     TO WS-ACS-CATEGORIA
           CALL 'ACSLOG01' USING WS-ACSLOG-PARM
           .

       END PROGRAM ADDRQRY01.
