      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  An invoice cancelled by CANCFAT01 stays out of the
      *             municipal ISS summary, counted apart on the console.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 03/09/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.

       01 WS-CONTADORES.
           03 WS-FATURAS-NO-MES              PIC 9(07) VALUE ZEROS.
           03 WS-CANCELADAS-NO-MES           PIC 9(07) VALUE ZEROS.

      * Totais por municipio acumulados na passagem pelo mestre.
       77 WS-TOT-MUNICIPIOS                  PIC 9(03) VALUE ZEROS.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-ISS-RETIDO                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETRO
           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-FATURA
           END-IF

           IF WS-ANO-MES-PEDIDO = ZEROS
               MOVE WS-DTP-DATA-ATUAL (1:6)
                 TO WS-ANO-MES-PEDIDO
           END-IF
           .
      ******************************************************************
      * P200-PROCESSA-FATURA
      * So fatura emitida no mes pedido entra no resumo; o municipio
      * vem do mestre do cliente faturado. Fatura cancelada
      * (CANCFAT01) nao conta: sem servico prestado nao ha ISS; sai
      * so a contagem.
      ******************************************************************
       P200-PROCESSA-FATURA.

               WS-EMI-AA * 100 + WS-EMI-MM

           IF WS-ANO-MES-FATURA = WS-ANO-MES-PEDIDO
              AND FT-CANCELADA
               ADD 1 TO WS-CANCELADAS-NO-MES
           END-IF

           IF WS-ANO-MES-FATURA = WS-ANO-MES-PEDIDO
              AND NOT FT-CANCELADA
               MOVE FT-NUM-CLIENTE TO CM-NUM-CLIENTE
               READ CUSTOMER-MASTER
                   INVALID KEY

           DISPLAY 'ISSRPT01 - FATURAS NO MES....: '
                   WS-FATURAS-NO-MES
           DISPLAY 'ISSRPT01 - CANCELADAS NO MES.: '
                   WS-CANCELADAS-NO-MES
           DISPLAY 'ISSRPT01 - MUNICIPIOS........: '
                   WS-TOT-MUNICIPIOS
           .
