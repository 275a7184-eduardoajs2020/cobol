      *             use. The DDD comes from positions 2-3 of
      *             CM-TELEFONE, where CORR_01 puts it. The master's
      *             999999 trailer row is not counted.
      * 15/10/2026  Customers abroad (CM-COD-PAIS other than blank or
      *             BR) have no UF: they are grouped under 'EX', broken
      *             by city like any state, and left out of the DDD
      *             distribution, their phone carrying no DDD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDEM01.
      * Distribuicao por DDD acumulada na mesma passada.
       77 WS-TOT-DDDS                        PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHADO                      PIC 9(03) VALUE ZEROS.
      * UF de agrupamento dos clientes no exterior.
       77 WS-UF-EXTERIOR                     PIC X(02) VALUE 'EX'.

       01 WS-FLAGS-DDD.
           03 WS-DDD-SW                      PIC X(01) VALUE 'N'.
              88 DDD-ACHADO                      VALUE 'S' FALSE 'N'.
      ******************************************************************
      * P100-LIBERAR-CLIENTES
      * Libera cada cliente do mestre com UF e cidade na frente e ja
      * acumula a distribuicao por DDD na mesma passada. Cliente no
      * exterior entra na UF 'EX' e fica fora dos DDDs.
      ******************************************************************
       P100-LIBERAR-CLIENTES.

                       SET FIM-MESTRE TO TRUE
                   ELSE
                       ADD 1 TO WS-TOTAL-CLIENTES
                       IF CM-PAIS-BRASIL
                           MOVE CM-UF         TO SR-UF
                       ELSE
                           MOVE WS-UF-EXTERIOR TO SR-UF
                       END-IF
                       MOVE CM-CIDADE         TO SR-CIDADE
                       MOVE CM-STATUS         TO SR-STATUS
                       MOVE CM-TELEFONE (2:2) TO SR-DDD
                       RELEASE SORT-WORK-REC
                       IF CM-PAIS-BRASIL
                           PERFORM P150-ACUMULAR-DDD
                       END-IF
                   END-IF
           END-READ
           .
