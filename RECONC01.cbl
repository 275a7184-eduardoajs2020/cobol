      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  An invoice assigned to a factoring company
      *             (FT-CEDIDA) is left out of the compare like a
      *             cancelled one: payments for it go to the REPFACT
      *             payable-to-factor ledger.
      * 15/10/2026  An invoice cancelled by CANCFAT01 no longer enters
      *             the match: it expects no payment, and a payment that
      *             still arrives for it lists as PAGO SEM FATURA.
      * 15/10/2026  A suspense payment released in the night is written
      *             to the RECCAIXA cash-receipts ledger as a receipt
      *             through the suspense channel (CX-CANAL 'SU') for the
      *             daily cash receipts report.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 03/09/2026  An activity-table overflow in delta mode no
      *             longer drops customers silently (their invoices
      *             stayed retained and their exceptions suppressed):
                                      ASSIGN TO "CMJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REC-CAIXA
                                      ASSIGN TO "RECCAIXA"
                                      ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD  CM-JOURNAL.
           COPY CMJRNL.

       FD  REC-CAIXA.
           COPY RECCAIXA.

       FD  EXPORT-PARM.
       01  EXPORT-PARM-REC.
           03 EP-PROGRAMA                    PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 TT-VALOR                       PIC ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE

           COMPUTE WS-DIAS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                   ELSE
                       SET CLIENTE-COM-ATIVIDADE TO TRUE
                   END-IF
      * Fatura cancelada (CANCFAT01) nao espera pagamento; o que
      * chegar para ela sai como PAGO SEM FATURA. Fatura cedida a
      * factor (CESACE01) tambem nao: o que o cliente pagar a nos
      * vai para o REPFACT, nao para o PAGTOSTS.
                   IF NOT CLIENTE-COM-ATIVIDADE
                      OR FT-CANCELADA
                      OR FT-CEDIDA
                       CONTINUE
                   ELSE
                   MOVE SPACES          TO SORT-WORK-REC
      * Envelhecimento do que segue retido (uma linha por entrada,
      * com desde quando e ha quantos dias) e a linha de liberados/
      * retidos da noite; o razao desta noite sai no arquivo de
      * troca SUSPLDGN, nunca por cima do anterior. O valor liberado
      * entra no razao de caixa RECCAIXA como recebimento do dia pelo
      * canal suspense.
      ******************************************************************
       P730-RESUMIR-SUSPENSE.

           WRITE RECONC-RPT-REC

           OPEN OUTPUT SUSPENSE-LEDGER-N
           OPEN EXTEND REC-CAIXA

           PERFORM P735-TRATAR-ENTRADA
               VARYING WS-IDX-SUSP FROM 1 BY 1
                 UNTIL WS-IDX-SUSP > WS-TOT-SUSP

           CLOSE SUSPENSE-LEDGER-N
           CLOSE REC-CAIXA

           MOVE WS-SUSP-LIBERADOS TO LST-LIBERADOS
           MOVE WS-SUSP-RETIDOS   TO LST-RETIDOS

           IF WS-SUSP-SITUACAO (WS-IDX-SUSP) = 'L'
               ADD 1 TO WS-SUSP-LIBERADOS
               PERFORM P736-GRAVAR-CAIXA-LIBERADO
           ELSE
               ADD 1 TO WS-SUSP-RETIDOS

           END-IF
           .

       P736-GRAVAR-CAIXA-LIBERADO.

           MOVE WS-DATA-HOJE                 TO CX-DATA
           SET CX-SUSPENSE                   TO TRUE
           MOVE ZEROS                        TO CX-BANCO
           SET CX-RECEBIMENTO                TO TRUE
           MOVE WS-SUSP-CLIENTE (WS-IDX-SUSP) TO CX-NUM-CLIENTE
           MOVE WS-SUSP-FATURA  (WS-IDX-SUSP) TO CX-NUM-FATURA
           MOVE WS-SUSP-VALOR   (WS-IDX-SUSP) TO CX-VALOR
           MOVE 'RECONC01'                   TO CX-ORIGEM
           WRITE REC-CAIXA-REC
           .

       P737-GRAVAR-LINHA-SUSPENSE.

           MOVE WS-SUSP-CLIENTE (WS-IDX-SUSP) TO LSU-NUM-CLIENTE
