      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The ABERTOS trailer is checked in a first pass over
      *             the file, before CASHFC is opened: a refused work
      *             file ends the run with RETURN-CODE 9001 and no
      *             forecast.
      * 15/10/2026  Reads the nightly open-items work file ABERTOS
      *             (ABERTO01) instead of FATURA and PAGTOSTS: the
      *             amount forecast is the shop's one effective open
      *             remainder, now also net of renegotiated, forgiven
      *             and retained amounts. A work file without its
      *             trailer, out of count or built for another
      *             processing date ends the run with RETURN-CODE 9001.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 03/09/2026  First cut. Overdue items and items whose expected
      *             date already passed land in week one; expected
      *             receipts past the eighth week total on the ALEM
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITENS-ABERTOS      ASSIGN TO "ABERTOS"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-SCORE
                                      ASSIGN TO "PAYSCORE"

       DATA DIVISION.
       FILE SECTION.
       FD  ITENS-ABERTOS.
           COPY ABERTOS.

       FD  PAYMENT-SCORE.
           COPY PAYSCORE.
       01  FORECAST-RPT-REC                   PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-SCORE-STATUS                    PIC X(02) VALUE '00'.
       77 WS-DIAS-HOJE                       PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-VENCTO                     PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ESPERADO                   PIC S9(07) VALUE ZEROS.
       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-ABERTO                    PIC S9(09)V99 VALUE ZEROS.
       77 WS-MEDIA-ATRASO                    PIC S9(05) VALUE ZEROS.
       77 WS-SEMANA                          PIC S9(03) VALUE ZEROS.
       77 WS-IDX-SEM                         PIC 9(02) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-TRAILER-SW                  PIC X(01) VALUE 'N'.
              88 TRAILER-ACHADO                   VALUE 'S' FALSE 'N'.
           03 WS-ABERTOS-SW                  PIC X(01) VALUE 'N'.
              88 ABERTOS-REPROVADO                VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-ITENS                       PIC 9(07) VALUE ZEROS.
           03 WS-LIDOS                       PIC 9(07) VALUE ZEROS.

      * Conferencia do arquivo de abertos contra o trailer TRLCTL.
       77 WS-HASH-FATURAS                    PIC 9(11) VALUE ZEROS.
       77 WS-TRL-QTD                         PIC 9(07) VALUE ZEROS.
       77 WS-TRL-HASH                        PIC 9(11) VALUE ZEROS.
       77 WS-TRL-DATA                        PIC 9(08) VALUE ZEROS.

      * Oito semanas de previsao: total nominal (pelo vencimento) e
      * total esperado (vencimento deslocado pela media de atraso do
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-ESPERADO                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P080-CONFERIR-ABERTOS
           IF ABERTOS-REPROVADO
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-ITEM
               UNTIL FIM-DE-ARQUIVO
           PERFORM P700-IMPRIMIR-PREVISAO
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

      ******************************************************************
      * P080-CONFERIR-ABERTOS
      * Primeira passagem pelo arquivo de abertos, ate o trailer,
      * antes de abrir qualquer saida: a previsao so sai de um
      * arquivo de abertos inteiro e da data de processamento de
      * hoje -- sem trailer, contagem ou hash fora do trailer, ou
      * arquivo de outra data recusa a execucao com RETURN-CODE 9001.
      ******************************************************************
       P080-CONFERIR-ABERTOS.

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           OPEN INPUT ITENS-ABERTOS
           PERFORM P110-LER-ITEM
               UNTIL FIM-DE-ARQUIVO
           CLOSE ITENS-ABERTOS

           IF NOT TRAILER-ACHADO
               DISPLAY 'CASHFC01 - ABERTOS SEM TRAILER - '
                       'PREVISAO REPROVADA'
               SET ABERTOS-REPROVADO TO TRUE
           ELSE
               IF WS-LIDOS NOT = WS-TRL-QTD
                  OR WS-HASH-FATURAS NOT = WS-TRL-HASH
                   DISPLAY 'CASHFC01 - ABERTOS NAO BATEM COM O '
                           'TRAILER - PREVISAO REPROVADA'
                   DISPLAY 'CASHFC01 - TRAILER: QTD ' WS-TRL-QTD
                           ' HASH ' WS-TRL-HASH
                   SET ABERTOS-REPROVADO TO TRUE
               ELSE
                   IF WS-TRL-DATA NOT = WS-DATA-HOJE-INT
                       DISPLAY 'CASHFC01 - ABERTOS MONTADO PARA '
                               WS-TRL-DATA ' - PREVISAO REPROVADA'
                       SET ABERTOS-REPROVADO TO TRUE
                   END-IF
               END-IF
           END-IF

           SET FIM-DE-ARQUIVO TO FALSE
           SET TRAILER-ACHADO TO FALSE
           MOVE ZEROS TO WS-LIDOS WS-HASH-FATURAS
           .

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  ITENS-ABERTOS
           OPEN INPUT  PAYMENT-SCORE
           OPEN OUTPUT FORECAST-RPT

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE-INT)

           INITIALIZE WS-TAB-SEMANAS

           PERFORM P110-LER-ITEM
           .

      ******************************************************************
      * P110-LER-ITEM
      * O trailer TRLCTL encerra a leitura; os totais dele ficam
      * guardados para a conferencia.
      ******************************************************************
       P110-LER-ITEM.

           READ ITENS-ABERTOS
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   IF TRL-INDICADOR = 'TRAILER'
                       SET TRAILER-ACHADO TO TRUE
                       MOVE TRL-QTD-REGISTROS TO WS-TRL-QTD
                       MOVE TRL-HASH-TOTAL    TO WS-TRL-HASH
                       MOVE IZ-DATA-BASE      TO WS-TRL-DATA
                       SET FIM-DE-ARQUIVO TO TRUE
                   ELSE
                       ADD 1 TO WS-LIDOS
                       ADD IA-NUM-FATURA TO WS-HASH-FATURAS
                   END-IF
           END-READ
           .

      ******************************************************************
      * P200-PROCESSA-ITEM
      * Cada item aberto com saldo efetivo entra duas vezes: no
      * balde nominal da semana do vencimento e no balde esperado da
      * semana do vencimento deslocado pela media de atraso do
      * cliente (PAYSCORE01; cliente sem score nao desloca).
      ******************************************************************
       P200-PROCESSA-ITEM.

           MOVE IA-VALOR-ABERTO TO WS-VALOR-ABERTO

           IF WS-VALOR-ABERTO > 0
               ADD 1 TO WS-ITENS

               COMPUTE WS-DIAS-VENCTO =
                   FUNCTION INTEGER-OF-DATE (IA-VENCTO-INT)

               MOVE WS-DIAS-VENCTO TO WS-DIAS-ESPERADO
               PERFORM P400-LANCAR-NOMINAL

               PERFORM P500-BUSCAR-MEDIA
               COMPUTE WS-DIAS-ESPERADO =
                   WS-DIAS-VENCTO + WS-MEDIA-ATRASO
               PERFORM P450-LANCAR-ESPERADO
           END-IF

           PERFORM P110-LER-ITEM
           .

       P400-LANCAR-NOMINAL.

           MOVE ZEROS TO WS-MEDIA-ATRASO

           MOVE IA-NUM-CLIENTE TO PC-NUM-CLIENTE
           READ PAYMENT-SCORE
               INVALID KEY
                   CONTINUE

       P900-ENCERRAR-ARQUIVOS.

           CLOSE ITENS-ABERTOS
           CLOSE PAYMENT-SCORE
           CLOSE FORECAST-RPT

