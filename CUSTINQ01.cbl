      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  INQIN carries the operator asking (IQ-OPERADOR);
      *             every customer listed goes to the ACSLOG read-access
      *             trail through ACSLOG01, and a request with no
      *             operator is refused.
      * 03/09/2026  New request tipo 'F': phonetic search. The
      *             FONKEY01 key of the requested name positions the
      *             FONIDX index (built by FONBLD01) and the range is
              88 IQ-POR-NOME                      VALUE 'N'.
              88 IQ-POR-FONETICA                  VALUE 'F'.
           03 IQ-VALOR                        PIC X(30).
           03 IQ-OPERADOR                     PIC X(08).

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
      * Parametro para o CALL do FONKEY01 (chave fonetica).
           COPY FONPARM.

      * Parametro para o CALL do ACSLOG01 (trilha de acesso LGPD).
           COPY ACSPARM.

       01 WS-CONTADORES.
           03 WS-CONSULTAS-LIDAS             PIC 9(05) VALUE ZEROS.
           03 WS-REGISTROS-ACHADOS           PIC 9(07) VALUE ZEROS.
           03 WS-CONSULTAS-RECUSADAS         PIC 9(05) VALUE ZEROS.

       01 WS-LINHA-CONSULTA.
           03 FILLER                         PIC X(10)
                   WS-CONSULTAS-LIDAS
           DISPLAY 'CUSTINQ01 - REGISTROS ACHADOS.: '
                   WS-REGISTROS-ACHADOS
           DISPLAY 'CUSTINQ01 - SEM OPERADOR......: '
                   WS-CONSULTAS-RECUSADAS

           GOBACK.

           MOVE IQ-VALOR TO LCQ-VALOR

           EVALUATE TRUE
               WHEN IQ-OPERADOR = SPACES
                   MOVE 'RECUSADA'   TO LCQ-TIPO
                   MOVE WS-LINHA-CONSULTA TO INQUIRY-RPT-REC
                   WRITE INQUIRY-RPT-REC
                   MOVE 'CONSULTA SEM OPERADOR IDENTIFICADO'
                                     TO LAV-TEXTO
                   MOVE WS-LINHA-AVISO TO INQUIRY-RPT-REC
                   WRITE INQUIRY-RPT-REC
                   ADD 1 TO WS-CONSULTAS-RECUSADAS
               WHEN IQ-POR-DOCUMENTO
                   MOVE 'DOCUMENTO'  TO LCQ-TIPO
                   MOVE WS-LINHA-CONSULTA TO INQUIRY-RPT-REC
           END-EVALUATE

           IF (IQ-POR-DOCUMENTO OR IQ-POR-NOME OR IQ-POR-FONETICA)
              AND IQ-OPERADOR NOT = SPACES
              AND WS-ACHADOS-CONSULTA = 0
               MOVE 'NENHUM CLIENTE ENCONTRADO' TO LAV-TEXTO
               MOVE WS-LINHA-AVISO TO INQUIRY-RPT-REC
           MOVE WS-LINHA-CLIENTE TO INQUIRY-RPT-REC
           WRITE INQUIRY-RPT-REC

           MOVE 'CUSTINQ01'    TO WS-ACS-PROGRAMA
           MOVE IQ-OPERADOR    TO WS-ACS-OPERADOR
           MOVE CM-NUM-CLIENTE TO WS-ACS-NUM-CLIENTE
           MOVE 'CADASTRO'     TO WS-ACS-CATEGORIA
           CALL 'ACSLOG01' USING WS-ACSLOG-PARM

           ADD 1 TO WS-ACHADOS-CONSULTA
           ADD 1 TO WS-REGISTROS-ACHADOS
           .
