      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  FATLKPIN carries the operator asking (LK-OPERADOR);
      *             every invoice shown goes to the ACSLOG read-access
      *             trail under its customer through ACSLOG01, and a
      *             lookup with no operator is refused.
      * 15/10/2026  The invoice archive image follows the FATURA master
      *             to 241 bytes (issuing company).
      * 15/10/2026  The invoice archive image follows the FATURA master
      *             to 239 bytes (automatic-debit status).
      * 15/10/2026  The invoice archive image follows the FATURA master
      *             to 238 bytes (PIX charge txid).
      * 15/10/2026  The invoice archive image follows the FATURA master
      *             to 203 bytes (federal retentions IRRF, PIS, COFINS,
      *             CSLL and their total).
      * 15/10/2026  The invoice archive image follows the FATURA master
      *             to 158 bytes (NFS-e status, number and verification
      *             code).
      * 03/09/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  LOOKUP-IN.
       01  LOOKUP-IN-REC.
           03 LK-NUM-FATURA                   PIC 9(06).
           03 LK-OPERADOR                     PIC X(08).

       FD  FATURA-MASTER.
           COPY FATURA.

       FD  FATURA-ARCH.
       01  FATURA-ARCH-REC                    PIC X(241).

       FD  LOOKUP-RPT.
       01  LOOKUP-RPT-REC                     PIC X(132).
           03 WS-NO-VIVO                     PIC 9(05) VALUE ZEROS.
           03 WS-NO-MORTO                    PIC 9(05) VALUE ZEROS.
           03 WS-NAO-ACHADAS                 PIC 9(05) VALUE ZEROS.
           03 WS-RECUSADAS                   PIC 9(05) VALUE ZEROS.

      * Parametro para o CALL do ACSLOG01 (trilha de acesso LGPD).
           COPY ACSPARM.

      * Copia do registro achado no arquivo-morto, relida no layout
      * do mestre para imprimir por nome de campo.
           DISPLAY 'FATLKP01 - ACHADAS NO VIVO...: ' WS-NO-VIVO
           DISPLAY 'FATLKP01 - ACHADAS NO MORTO..: ' WS-NO-MORTO
           DISPLAY 'FATLKP01 - NAO ENCONTRADAS...: ' WS-NAO-ACHADAS
           DISPLAY 'FATLKP01 - SEM OPERADOR......: ' WS-RECUSADAS

           GOBACK.

      ******************************************************************
       P200-PROCESSAR-CONSULTA.

           IF LK-OPERADOR = SPACES
               ADD 1 TO WS-RECUSADAS
               MOVE LK-NUM-FATURA TO AVS-NUM-FATURA
               MOVE 'CONSULTA SEM OPERADOR IDENTIFICADO'
                                  TO AVS-TEXTO
               MOVE WS-LINHA-AVISO TO LOOKUP-RPT-REC
               WRITE LOOKUP-RPT-REC
           ELSE
               PERFORM P210-CONSULTAR-FATURA
           END-IF

           PERFORM P110-LER-CONSULTA
           .

       P210-CONSULTAR-FATURA.

           MOVE LK-NUM-FATURA TO FT-NUM-FATURA

           READ FATURA-MASTER
                   MOVE 'VIVO' TO WS-ORIGEM-TXT
                   PERFORM P400-IMPRIMIR-DO-VIVO
           END-READ
           .

       P300-PROCURAR-NO-MORTO.

           MOVE WS-LINHA-DETALHE TO LOOKUP-RPT-REC
           WRITE LOOKUP-RPT-REC

           PERFORM P500-REGISTRAR-ACESSO
           .

       P450-IMPRIMIR-DO-MORTO.

           MOVE WS-LINHA-DETALHE TO LOOKUP-RPT-REC
           WRITE LOOKUP-RPT-REC

           PERFORM P500-REGISTRAR-ACESSO
           .

      ******************************************************************
      * P500-REGISTRAR-ACESSO
      * A fatura mostrada e dado do cliente dela: vai para a trilha
      * de acesso com o cliente da linha impressa.
      ******************************************************************
       P500-REGISTRAR-ACESSO.

           MOVE 'FATLKP01'      TO WS-ACS-PROGRAMA
           MOVE LK-OPERADOR     TO WS-ACS-OPERADOR
           MOVE DET-NUM-CLIENTE TO WS-ACS-NUM-CLIENTE
           MOVE 'FATURA'        TO WS-ACS-CATEGORIA
           CALL 'ACSLOG01' USING WS-ACSLOG-PARM
           .

       END PROGRAM FATLKP01.
