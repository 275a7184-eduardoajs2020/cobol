      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  JRNQPARM carries the operator asking (QP-OPERADOR);
      *             a history with changes goes to the ACSLOG
      *             read-access trail through ACSLOG01, and a query with
      *             no operator is refused.
      * 15/10/2026  Added the CM-COD-EMPRESA pair to the comparison.
      * 15/10/2026  Added the billing-address pairs (CM-COB-ENDERECO,
      *             CM-COB-CIDADE, CM-COB-UF, CM-COB-CEP) to the
      *             comparison.
      * 15/10/2026  Added the CM-SITUACAO-CNPJ and CM-DATA-SITUACAO-CNPJ
      *             pairs to the comparison.
      * 15/10/2026  Added the CM-COD-VENDEDOR pair to the comparison.
      * 03/09/2026  Added the CM-LEGAL-DATA-INICIO and
      *             CM-CLASSE-RISCO pairs to the comparison: a
      *             risk-class change printed a change header with
           03 QP-NUM-CLIENTE                  PIC 9(06).
           03 QP-DATA-DE                      PIC 9(08).
           03 QP-DATA-ATE                     PIC 9(08).
           03 QP-OPERADOR                     PIC X(08).

       FD  QUERY-RPT.
       01  QUERY-RPT-REC                      PIC X(132).
       77 WS-DATA-DE                         PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ATE                        PIC 9(08) VALUE 99999999.
       77 WS-DATA-ENTRADA                    PIC 9(08) VALUE ZEROS.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.

      * Parametro para o CALL do ACSLOG01 (trilha de acesso LGPD).
           COPY ACSPARM.

       01 WS-LINHA-ENTRADA.
           03 ENT-DATA-HORA                  PIC X(21).
           03 FILLER                         PIC X(02) VALUE SPACES.
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
               DISPLAY 'JRNQRY01 - CONSULTA SEM OPERADOR NO JRNQPARM'
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF
           .

       P100-ABRIR-ARQUIVOS.
               MOVE DP-CLASSE-RISCO    TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-COD-VENDEDOR NOT = DP-COD-VENDEDOR
               MOVE 'VENDEDOR'         TO CMP-NOME
               MOVE AN-COD-VENDEDOR    TO CMP-ANTES
               MOVE DP-COD-VENDEDOR    TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-SITUACAO-CNPJ NOT = DP-SITUACAO-CNPJ
               MOVE 'SITUACAO CNPJ'    TO CMP-NOME
               MOVE AN-SITUACAO-CNPJ   TO CMP-ANTES
               MOVE DP-SITUACAO-CNPJ   TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-DATA-SITUACAO-CNPJ NOT = DP-DATA-SITUACAO-CNPJ
               MOVE 'DATA SIT. CNPJ'   TO CMP-NOME
               MOVE AN-DATA-SITUACAO-CNPJ TO CMP-ANTES
               MOVE DP-DATA-SITUACAO-CNPJ TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-COB-ENDERECO NOT = DP-COB-ENDERECO
               MOVE 'END. COBRANCA'    TO CMP-NOME
               MOVE AN-COB-ENDERECO    TO CMP-ANTES
               MOVE DP-COB-ENDERECO    TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-COB-CIDADE NOT = DP-COB-CIDADE
               MOVE 'CIDADE COBRANCA'  TO CMP-NOME
               MOVE AN-COB-CIDADE      TO CMP-ANTES
               MOVE DP-COB-CIDADE      TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-COB-UF NOT = DP-COB-UF
               MOVE 'UF COBRANCA'      TO CMP-NOME
               MOVE AN-COB-UF          TO CMP-ANTES
               MOVE DP-COB-UF          TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-COB-CEP NOT = DP-COB-CEP
               MOVE 'CEP COBRANCA'     TO CMP-NOME
               MOVE AN-COB-CEP         TO CMP-ANTES
               MOVE DP-COB-CEP         TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF

           IF AN-COD-EMPRESA NOT = DP-COD-EMPRESA
               MOVE 'EMPRESA'          TO CMP-NOME
               MOVE AN-COD-EMPRESA     TO CMP-ANTES
               MOVE DP-COD-EMPRESA     TO CMP-DEPOIS
               PERFORM P410-IMPRIMIR-CAMPO
           END-IF
           .

       P410-IMPRIMIR-CAMPO.

       P900-ENCERRAR-ARQUIVOS.

           IF WS-ENTRADAS-LIDAS > 0
               MOVE 'JRNQRY01'        TO WS-ACS-PROGRAMA
               MOVE WS-OPERADOR       TO WS-ACS-OPERADOR
               MOVE WS-CLIENTE-PEDIDO TO WS-ACS-NUM-CLIENTE
               MOVE 'HISTORICO'       TO WS-ACS-CATEGORIA
               CALL 'ACSLOG01' USING WS-ACSLOG-PARM
           END-IF

           CLOSE CM-JOURNAL
           CLOSE QUERY-RPT

