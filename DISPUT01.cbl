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
      * 15/10/2026  Every rewritten invoice is journaled on FTJRNL with
      *             its before and after images.
      * 03/09/2026  First cut. Every flag change is audited on
      *             SETAUDIT like the other persisted status flips.
      ******************************************************************
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FATURA-JOURNAL
                                      ASSIGN TO "FTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTA-IN.
       01  LOG-CONTROL-FILE-REC.
           03 LCF-ULTIMO-NUMERO              PIC 9(07).

       FD  FATURA-JOURNAL.
           COPY FTJRNL.

       WORKING-STORAGE SECTION.
      * Imagem da fatura antes da alteracao, para o diario FTJRNL.
       77 WS-FT-IMAGEM-ANTES                 PIC X(241) VALUE SPACES.

      * Geracao (numero de controle do CTRLFILE) carimbada em cada
      * registro de log desta execucao.
       77 WS-GERACAO-LOG        PIC 9(06) VALUE ZEROS.
           03 WS-RESOLVIDAS                  PIC 9(07) VALUE ZEROS.
           03 WS-RECUSADAS                   PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-TRANSACAO
               UNTIL FIM-DE-ARQUIVO
           OPEN I-O    FATURA-MASTER
           PERFORM P0GL-LER-GERACAO-LOG
           OPEN EXTEND SET-AUDIT-LOG
           OPEN EXTEND FATURA-JOURNAL

           PERFORM P110-LER-PROXIMA
           .
       P300-APLICAR-ACAO.

           MOVE FT-DISPUTA TO WS-DISPUTA-ANTES
           MOVE FATURA-REC TO WS-FT-IMAGEM-ANTES

           EVALUATE TRUE
               WHEN DI-ABRIR AND NOT FT-EM-DISPUTA
                   SET FT-EM-DISPUTA TO TRUE
                   MOVE WS-DTP-DATA-ATUAL
                     TO FT-DATA-DISPUTA
                   MOVE ZEROS TO FT-DATA-RESOLUCAO
                   PERFORM P400-REGRAVAR-FATURA
                   ADD 1 TO WS-ABERTAS
               WHEN DI-RESOLVER AND FT-EM-DISPUTA
                   MOVE SPACE TO FT-DISPUTA
                   MOVE WS-DTP-DATA-ATUAL
                     TO FT-DATA-RESOLUCAO
                   PERFORM P400-REGRAVAR-FATURA
                   ADD 1 TO WS-RESOLVIDAS
                           FT-NUM-FATURA
               NOT INVALID KEY
                   PERFORM P500-GRAVAR-AUDITORIA-SET
                   MOVE 'REGRAVACAO' TO FJ-OPERACAO
                   PERFORM P0FJ-GRAVAR-JORNAL-FATURA
           END-REWRITE
           .

           CLOSE DISPUTA-IN
           CLOSE FATURA-MASTER
           CLOSE SET-AUDIT-LOG
           CLOSE FATURA-JOURNAL

           DISPLAY 'DISPUT01 - TRANSACOES LIDAS..: ' WS-LIDAS
           DISPLAY 'DISPUT01 - DISPUTAS ABERTAS..: ' WS-ABERTAS
           DISPLAY 'DISPUT01 - RECUSADAS.........: ' WS-RECUSADAS
           .

      ******************************************************************
      * P0FJ-GRAVAR-JORNAL-FATURA
      * Acrescenta ao FTJRNL a alteracao recem aplicada a fatura:
      * FJ-OPERACAO vem do chamador, a imagem-antes foi guardada em
      * WS-FT-IMAGEM-ANTES antes da alteracao.
      ******************************************************************
       P0FJ-GRAVAR-JORNAL-FATURA.

           MOVE 'DISPUT01'             TO FJ-PROGRAMA
           MOVE FT-NUM-FATURA          TO FJ-NUM-FATURA
           MOVE FUNCTION CURRENT-DATE  TO FJ-DATA-HORA
           MOVE WS-FT-IMAGEM-ANTES     TO FJ-IMAGEM-ANTES
           MOVE FATURA-REC             TO FJ-IMAGEM-DEPOIS
           MOVE 'DISPUT01'             TO FJ-OPERADOR
           MOVE WS-GERACAO-LOG         TO FJ-NUM-CONTROLE

           WRITE FATURA-JOURNAL-REC
           .

      ******************************************************************
      * P0GL-LER-GERACAO-LOG
      * O identificador de geracao dos logs e o ultimo numero de
