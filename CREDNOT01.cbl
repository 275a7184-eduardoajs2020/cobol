      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Invoice before image widened to 241 bytes for
      *             FATURA's FT-COD-EMPRESA.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  CREDNOTA carries the approving and requesting
      *             operators; every note goes through the AUTCHK01
      *             authority check (OPRAUT type NOTACRED) and one
      *             outside the approver's authority goes to CREDNEXC
      *             with the reason. The approver is the FTJRNL
      *             operator.
      * 15/10/2026  Every invoice a credit note is applied to is
      *             journaled on FTJRNL with its before and after
      *             images.
      * 15/10/2026  Closed-period guard: with the accounting period of
      *             the run date closed in PERCTL (PERCHK01), every note
      *             goes to CREDNEXC as PERIODO CONTABIL FECHADO instead
      *             of being applied.
      * 03/09/2026  Every adjustment applied is also appended to the
      *             ARMOVS movement ledger as a credit, feeding
      *             ARPOST01's incremental posting.
                                      ASSIGN TO "ARMOVS"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FATURA-JOURNAL
                                      ASSIGN TO "FTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDITO-IN.
           03 CN-NUM-FATURA                   PIC 9(06).
           03 CN-VALOR                        PIC 9(07)V99.
           03 CN-MOTIVO                       PIC X(30).
           03 CN-APROVADOR                    PIC X(08).
           03 CN-SOLICITANTE                  PIC X(08).

       01  CREDITO-IN-HEADER.
           COPY HDRCTL.
       FD  AR-MOVEMENTS.
           COPY ARMOVS.

       FD  FATURA-JOURNAL.
           COPY FTJRNL.

       WORKING-STORAGE SECTION.
      * Imagem da fatura antes da alteracao, para o diario FTJRNL.
       77 WS-FT-IMAGEM-ANTES                 PIC X(241) VALUE SPACES.

      * Geracao (numero de controle do CTRLFILE) carimbada em cada
      * registro de log desta execucao.
       77 WS-GERACAO-LOG        PIC 9(06) VALUE ZEROS.
       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S'.
           03 WS-PERIODO-SW                  PIC X(01) VALUE 'N'.
              88 PERIODO-FECHADO                  VALUE 'S'.

       01 WS-CONTADORES.
           03 WS-LIDOS                       PIC 9(07) VALUE ZEROS.
      * feed de entrada).
           COPY GENPARM.

      * Parametro para o CALL do PERCHK01 (controle de periodos
      * contabeis).
           COPY PERPARM.

      * Parametro para o CALL do AUTCHK01 (alcada do operador que
      * aprova a nota).
           COPY AUTPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-ARQUIVO
               UNTIL FIM-DE-ARQUIVO
           OPEN I-O    FATURA-MASTER
           PERFORM P0GL-LER-GERACAO-LOG
           OPEN EXTEND SET-AUDIT-LOG
           OPEN EXTEND FATURA-JOURNAL
           OPEN OUTPUT CREDITO-EXCEPTION
           OPEN EXTEND AR-MOVEMENTS

           PERFORM P105-VALIDAR-CABECALHO
           PERFORM P120-VERIFICAR-PERIODO

           PERFORM P110-LER-PROXIMO
           .
           CLOSE CREDITO-IN
           CLOSE FATURA-MASTER
           CLOSE SET-AUDIT-LOG
           CLOSE FATURA-JOURNAL
           CLOSE CREDITO-EXCEPTION
           CLOSE AR-MOVEMENTS

           END-READ
           .

      ******************************************************************
      * P120-VERIFICAR-PERIODO
      * O ajuste e lancado com a data da execucao; com o periodo
      * contabil dela ja fechado (PERCHK01), nenhuma nota do lote e
      * aplicada -- todas saem em CREDNEXC com o motivo.
      ******************************************************************
       P120-VERIFICAR-PERIODO.

           MOVE 'V'         TO WS-PER-FUNCAO
           MOVE WS-DTP-DATA-ATUAL TO WS-PER-DATA
           MOVE 'CREDNT01'  TO WS-PER-PROGRAMA
           MOVE SPACES      TO WS-PER-OPERADOR
           CALL 'PERCHK01' USING WS-PERCHK-PARM

           IF PER-FECHADO
               SET PERIODO-FECHADO TO TRUE
               DISPLAY 'CREDNOT01 - PERIODO CONTABIL '
                       WS-PER-DATA (1:6) ' FECHADO - NOTAS RECUSADAS'
           END-IF
           .

      ******************************************************************
      * P200-PROCESSA-ARQUIVO
      * Aplica a nota de credito corrente: a fatura precisa existir
      * no mestre e o ajuste nao pode exceder o valor efetivo em
      * aberto (valor faturado menos ajustes ja aplicados), e o
      * aprovador da nota precisa de alcada NOTACRED para o valor sem
      * ser quem a pediu; o que nao passa sai em CREDNEXC com o motivo.
      ******************************************************************
       P200-PROCESSA-ARQUIVO.

           IF PERIODO-FECHADO
               PERFORM P820-REJEITAR-PERIODO-FECHADO
           ELSE
               MOVE CN-NUM-FATURA TO FT-NUM-FATURA

               READ FATURA-MASTER
                   INVALID KEY
                       PERFORM P800-REJEITAR-SEM-FATURA
                   NOT INVALID KEY
                       PERFORM P300-APLICAR-AJUSTE
               END-READ
           END-IF

           PERFORM P110-LER-PROXIMO
           .
           COMPUTE WS-VALOR-ABERTO =
               FT-VALOR - FT-VALOR-AJUSTES

           IF CN-VALOR NOT > WS-VALOR-ABERTO
               PERFORM P350-VERIFICAR-ALCADA
           END-IF

           EVALUATE TRUE
               WHEN CN-VALOR > WS-VALOR-ABERTO
                   PERFORM P810-REJEITAR-EXCEDENTE
               WHEN NOT AUT-OK
                   PERFORM P830-REJEITAR-FORA-ALCADA
               WHEN OTHER
                   PERFORM P370-REGRAVAR-FATURA
           END-EVALUATE
           .

       P350-VERIFICAR-ALCADA.

           MOVE 'CREDNT01'      TO WS-AUT-PROGRAMA
           MOVE 'NOTACRED'      TO WS-AUT-TIPO
           SET AUT-APROVACAO    TO TRUE
           MOVE CN-NUM-FATURA   TO WS-AUT-CHAVE
           MOVE CN-APROVADOR    TO WS-AUT-APROVADOR
           MOVE CN-SOLICITANTE  TO WS-AUT-SOLICITANTE
           MOVE CN-VALOR        TO WS-AUT-VALOR
           CALL 'AUTCHK01' USING WS-AUTCHK-PARM
           .

       P370-REGRAVAR-FATURA.

           MOVE FATURA-REC       TO WS-FT-IMAGEM-ANTES
           MOVE FT-VALOR-AJUSTES TO WS-AJUSTE-ANTES
           ADD CN-VALOR          TO FT-VALOR-AJUSTES

           REWRITE FATURA-REC
               INVALID KEY
                   DISPLAY 'CREDNOT01 - FALHA AO REGRAVAR '
                           'FATURA: ' FT-NUM-FATURA
               NOT INVALID KEY
                   ADD 1 TO WS-APLICADOS
                   PERFORM P400-GRAVAR-AUDITORIA-SET
                   MOVE 'REGRAVACAO' TO FJ-OPERACAO
                   PERFORM P0FJ-GRAVAR-JORNAL-FATURA
                   PERFORM P450-GRAVAR-MOVIMENTO
           END-REWRITE
           .

      ******************************************************************
           MOVE FT-NUM-CLIENTE TO MV-NUM-CLIENTE
           SET MV-CREDITO      TO TRUE
           MOVE CN-VALOR       TO MV-VALOR
           MOVE WS-DTP-DATA-ATUAL TO MV-DATA
           MOVE 'CREDNOT01'    TO MV-ORIGEM

           WRITE AR-MOVIMENTO-REC
           ADD 1 TO WS-REJEITADOS
           .

       P820-REJEITAR-PERIODO-FECHADO.

           MOVE SPACES          TO CREDITO-EXCEPTION-REC
           MOVE CN-NUM-FATURA   TO CE-NUM-FATURA
           MOVE CN-VALOR        TO CE-VALOR
           STRING 'PERIODO CONTABIL FECHADO ('
                  WS-PER-DATA (1:6) ')'
                  DELIMITED BY SIZE INTO CE-MOTIVO
           WRITE CREDITO-EXCEPTION-REC
           ADD 1 TO WS-REJEITADOS
           .

       P830-REJEITAR-FORA-ALCADA.

           MOVE SPACES          TO CREDITO-EXCEPTION-REC
           MOVE CN-NUM-FATURA   TO CE-NUM-FATURA
           MOVE CN-VALOR        TO CE-VALOR
           MOVE WS-AUT-MOTIVO   TO CE-MOTIVO
           WRITE CREDITO-EXCEPTION-REC
           ADD 1 TO WS-REJEITADOS
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE CREDITO-IN
           CLOSE FATURA-MASTER
           CLOSE SET-AUDIT-LOG
           CLOSE FATURA-JOURNAL
           CLOSE CREDITO-EXCEPTION
           CLOSE AR-MOVEMENTS

           DISPLAY 'CREDNOT01 - REJEITADAS.......: ' WS-REJEITADOS
           .

      ******************************************************************
      * P0FJ-GRAVAR-JORNAL-FATURA
      * Acrescenta ao FTJRNL a alteracao recem aplicada a fatura:
      * FJ-OPERACAO vem do chamador, a imagem-antes foi guardada em
      * WS-FT-IMAGEM-ANTES antes da alteracao.
      ******************************************************************
       P0FJ-GRAVAR-JORNAL-FATURA.

           MOVE 'CREDNOT01'            TO FJ-PROGRAMA
           MOVE FT-NUM-FATURA          TO FJ-NUM-FATURA
           MOVE FUNCTION CURRENT-DATE  TO FJ-DATA-HORA
           MOVE WS-FT-IMAGEM-ANTES     TO FJ-IMAGEM-ANTES
           MOVE FATURA-REC             TO FJ-IMAGEM-DEPOIS
           MOVE CN-APROVADOR           TO FJ-OPERADOR
           MOVE WS-GERACAO-LOG         TO FJ-NUM-CONTROLE

           WRITE FATURA-JOURNAL-REC
           .

      ******************************************************************
      * P0GL-LER-GERACAO-LOG
      * O identificador de geracao dos logs e o ultimo numero de
