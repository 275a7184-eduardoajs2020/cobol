      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The qualifying debt is accumulated from the nightly
      *             open-items work file ABERTOS (ABERTO01) instead of
      *             FATURA and PAGTOSTS: age, dispute and amount are the
      *             shop's one effective open remainder, now also net
      *             of renegotiated, forgiven and retained amounts. The
      *             file is checked against its trailer before anything
      *             goes to the bureau: without the trailer, out of
      *             count or built for another processing date no
      *             inclusion or removal is generated and the run ends
      *             with RETURN-CODE 9001.
      * 15/10/2026  A debtor abroad (CM-COD-PAIS other than blank or
      *             BR) is never listed: the bureau takes only a
      *             CPF/CNPJ, and the customer is billed by wire
      *             transfer, not through the collection file.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 03/09/2026  A debtor under judicial protection
      *             (CM-PROTECAO-LEGAL) is never listed -- hard legal
      *             suppress; an already-listed customer who enters
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITENS-ABERTOS      ASSIGN TO "ABERTOS"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  ITENS-ABERTOS.
           COPY ABERTOS.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
           03 BO-DATA                         PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-LISTED-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-DIAS-MINIMOS                    PIC 9(04) VALUE 90.
       77 WS-VALOR-MINIMO                    PIC 9(07)V99 VALUE 100.
       77 WS-DIAS-ATRASO                     PIC S9(05) VALUE ZEROS.
       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-ABERTO                    PIC S9(09)V99 VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF-ABERTOS                 PIC X(01) VALUE 'N'.
              88 FIM-ABERTOS                      VALUE 'S' FALSE 'N'.
           03 WS-TRAILER-SW                  PIC X(01) VALUE 'N'.
              88 TRAILER-ACHADO                   VALUE 'S' FALSE 'N'.
           03 WS-ABERTOS-SW                  PIC X(01) VALUE 'N'.
              88 ABERTOS-REPROVADO                VALUE 'S' FALSE 'N'.
           03 WS-EOF-LISTED                  PIC X(01) VALUE 'N'.
              88 FIM-LISTADOS                     VALUE 'S' FALSE 'N'.
           03 WS-CLI-SITUACAO                PIC X(01) VALUE 'N'.
           03 WS-INCLUSOES                   PIC 9(07) VALUE ZEROS.
           03 WS-REMOCOES                    PIC 9(07) VALUE ZEROS.
           03 WS-JA-LISTADOS                 PIC 9(07) VALUE ZEROS.
           03 WS-ITENS-LIDOS                 PIC 9(07) VALUE ZEROS.

      * Conferencia do arquivo de abertos contra o trailer TRLCTL.
       77 WS-HASH-FATURAS                    PIC 9(11) VALUE ZEROS.
       77 WS-TRL-QTD                         PIC 9(07) VALUE ZEROS.
       77 WS-TRL-HASH                        PIC 9(11) VALUE ZEROS.
       77 WS-TRL-DATA                        PIC 9(08) VALUE ZEROS.

      * Divida vencida qualificada por cliente, acumulada na
      * passagem pelo arquivo de abertos -- a mesma tecnica de tabela
      * do ARPOST01.
       77 WS-TOT-DEVEDORES                   PIC 9(05) VALUE ZEROS.
       77 WS-IDX-ACHADO                      PIC 9(05) VALUE ZEROS.
              05 WS-DEV-CLIENTE             PIC 9(06).
              05 WS-DEV-VALOR               PIC 9(09)V99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETROS
           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-ACUMULAR-DIVIDA
               UNTIL FIM-ABERTOS

           PERFORM P250-CONFERIR-ABERTOS
           IF ABERTOS-REPROVADO
               PERFORM P900-ENCERRAR-ARQUIVOS
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P400-GERAR-INCLUSOES
           PERFORM P600-GERAR-REMOCOES
           PERFORM P900-ENCERRAR-ARQUIVOS

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  ITENS-ABERTOS
           OPEN INPUT  CUSTOMER-MASTER
           OPEN I-O    BUREAU-LISTED
           OPEN OUTPUT BUREAU-OUT

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           PERFORM P110-LER-ITEM
           .

      ******************************************************************
      * P110-LER-ITEM
      * O trailer TRLCTL encerra a leitura; os totais dele ficam
      * guardados para a conferencia antes de gerar qualquer registro.
      ******************************************************************
       P110-LER-ITEM.

           READ ITENS-ABERTOS
               AT END
                   SET FIM-ABERTOS TO TRUE
               NOT AT END
                   IF TRL-INDICADOR = 'TRAILER'
                       SET TRAILER-ACHADO TO TRUE
                       MOVE TRL-QTD-REGISTROS TO WS-TRL-QTD
                       MOVE TRL-HASH-TOTAL    TO WS-TRL-HASH
                       MOVE IZ-DATA-BASE      TO WS-TRL-DATA
                       SET FIM-ABERTOS TO TRUE
                   ELSE
                       ADD 1 TO WS-ITENS-LIDOS
                       ADD IA-NUM-FATURA TO WS-HASH-FATURAS
                   END-IF
           END-READ
           .

      ******************************************************************
      * P200-ACUMULAR-DIVIDA
      * Acumula por cliente o saldo efetivo dos itens abertos,
      * vencidos alem do corte de idade e fora de disputa; e essa
      * divida qualificada que decide inclusao e remocao.
      ******************************************************************
       P200-ACUMULAR-DIVIDA.

           IF NOT IA-EM-DISPUTA
               MOVE IA-DIAS-ATRASO TO WS-DIAS-ATRASO
               IF WS-DIAS-ATRASO >= WS-DIAS-MINIMOS
                   MOVE IA-VALOR-ABERTO TO WS-VALOR-ABERTO
                   IF WS-VALOR-ABERTO > 0
                       MOVE IA-NUM-CLIENTE TO WS-CLIENTE-BUSCA
                       PERFORM P300-LOCALIZAR-DEVEDOR
                       ADD WS-VALOR-ABERTO
                           TO WS-DEV-VALOR (WS-IDX-ACHADO)
               END-IF
           END-IF

           PERFORM P110-LER-ITEM
           .

      ******************************************************************
      * P250-CONFERIR-ABERTOS
      * Um arquivo de abertos truncado ou de outro dia tiraria da
      * negativacao quem ainda deve (ou incluiria quem ja pagou):
      * sem trailer, contagem ou hash fora do trailer, ou arquivo de
      * outra data de processamento, nada vai ao bureau.
      ******************************************************************
       P250-CONFERIR-ABERTOS.

           IF NOT TRAILER-ACHADO
               DISPLAY 'BUREAU01 - ABERTOS SEM TRAILER - '
                       'EXECUCAO RECUSADA'
               SET ABERTOS-REPROVADO TO TRUE
           ELSE
               IF WS-ITENS-LIDOS NOT = WS-TRL-QTD
                  OR WS-HASH-FATURAS NOT = WS-TRL-HASH
                   DISPLAY 'BUREAU01 - ABERTOS NAO BATEM COM O '
                           'TRAILER - EXECUCAO RECUSADA'
                   DISPLAY 'BUREAU01 - TRAILER: QTD ' WS-TRL-QTD
                           ' HASH ' WS-TRL-HASH
                   SET ABERTOS-REPROVADO TO TRUE
               ELSE
                   IF WS-TRL-DATA NOT = WS-DATA-HOJE-INT
                       DISPLAY 'BUREAU01 - ABERTOS MONTADO PARA '
                               WS-TRL-DATA ' - EXECUCAO RECUSADA'
                       SET ABERTOS-REPROVADO TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       P300-LOCALIZAR-DEVEDOR.
                       DISPLAY 'BUREAU01 - DEVEDOR SOB PROTECAO '
                               'LEGAL NAO LISTADO: ' CM-NUM-CLIENTE
                   ELSE
                   IF NOT CM-PAIS-BRASIL
                       DISPLAY 'BUREAU01 - DEVEDOR NO EXTERIOR '
                               'NAO LISTADO: ' CM-NUM-CLIENTE
                   ELSE
                   IF CM-DOCUMENTO = SPACES
                       DISPLAY 'BUREAU01 - DEVEDOR SEM DOCUMENTO '
                               'NAO LISTADO: ' CM-NUM-CLIENTE
                       END-WRITE
                   END-IF
                   END-IF
                   END-IF
           END-READ
           .


       P900-ENCERRAR-ARQUIVOS.

           CLOSE ITENS-ABERTOS
           CLOSE CUSTOMER-MASTER
           CLOSE BUREAU-LISTED
           CLOSE BUREAU-OUT
