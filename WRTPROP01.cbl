      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The ABERTOS trailer is checked in a first pass over
      *             the file, before WRTPROP is opened: a refused work
      *             file ends the run with RETURN-CODE 9001 and no
      *             proposal.
      * 15/10/2026  Reads the nightly open-items work file ABERTOS
      *             (ABERTO01) instead of FATURA and PAGTOSTS: the age
      *             and the amount proposed are the shop's one days
      *             overdue and effective open remainder, now also net
      *             of write-offs already posted, renegotiated, forgiven
      *             and retained amounts. A work file without its
      *             trailer, out of count or built for another
      *             processing date ends the run with RETURN-CODE 9001.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 03/09/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITENS-ABERTOS      ASSIGN TO "ABERTOS"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WRITEOFF-PARM      ASSIGN TO "WRTPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  ITENS-ABERTOS.
           COPY ABERTOS.

       FD  WRITEOFF-PARM.
       01  WRITEOFF-PARM-REC.
       01  PROPOSAL-RPT-REC                   PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-DIAS-MINIMOS                    PIC 9(04) VALUE 365.
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

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(07) VALUE ZEROS.

       77 WS-TOTAL-PROPOSTO                  PIC 9(11)V99 VALUE ZEROS.

      * Conferencia do arquivo de abertos contra o trailer TRLCTL.
       77 WS-HASH-FATURAS                    PIC 9(11) VALUE ZEROS.
       77 WS-TRL-QTD                         PIC 9(07) VALUE ZEROS.
       77 WS-TRL-HASH                        PIC 9(11) VALUE ZEROS.
       77 WS-TRL-DATA                        PIC 9(08) VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'TOTAL PROPOSTO....: '.
           03 ROD-TOTAL                      PIC ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETROS
           PERFORM P080-CONFERIR-ABERTOS
           IF ABERTOS-REPROVADO
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-ITEM
               UNTIL FIM-ABERTOS
           PERFORM P800-IMPRIMIR-RODAPE
           PERFORM P900-ENCERRAR-ARQUIVOS

           END-IF
           .

      ******************************************************************
      * P080-CONFERIR-ABERTOS
      * Primeira passagem pelo arquivo de abertos, ate o trailer,
      * antes de abrir qualquer saida: a proposta so sai de um
      * arquivo de abertos inteiro e da data de processamento de
      * hoje -- sem trailer, contagem ou hash fora do trailer, ou
      * arquivo de outra data recusa a execucao com RETURN-CODE 9001.
      ******************************************************************
       P080-CONFERIR-ABERTOS.

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           OPEN INPUT ITENS-ABERTOS
           PERFORM P110-LER-ITEM
               UNTIL FIM-ABERTOS
           CLOSE ITENS-ABERTOS

           IF NOT TRAILER-ACHADO
               DISPLAY 'WRTPROP01 - ABERTOS SEM TRAILER - '
                       'PROPOSTA REPROVADA'
               SET ABERTOS-REPROVADO TO TRUE
           ELSE
               IF WS-LIDAS NOT = WS-TRL-QTD
                  OR WS-HASH-FATURAS NOT = WS-TRL-HASH
                   DISPLAY 'WRTPROP01 - ABERTOS NAO BATEM COM O '
                           'TRAILER - PROPOSTA REPROVADA'
                   DISPLAY 'WRTPROP01 - TRAILER: QTD ' WS-TRL-QTD
                           ' HASH ' WS-TRL-HASH
                   SET ABERTOS-REPROVADO TO TRUE
               ELSE
                   IF WS-TRL-DATA NOT = WS-DATA-HOJE-INT
                       DISPLAY 'WRTPROP01 - ABERTOS MONTADO PARA '
                               WS-TRL-DATA ' - PROPOSTA REPROVADA'
                       SET ABERTOS-REPROVADO TO TRUE
                   END-IF
               END-IF
           END-IF

           SET FIM-ABERTOS TO FALSE
           SET TRAILER-ACHADO TO FALSE
           MOVE ZEROS TO WS-LIDAS WS-HASH-FATURAS
           .

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  ITENS-ABERTOS
           OPEN OUTPUT PROPOSAL-RPT

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

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
                   SET FIM-ABERTOS TO TRUE
               NOT AT END
                   IF TRL-INDICADOR = 'TRAILER'
                       SET TRAILER-ACHADO TO TRUE
                       MOVE TRL-QTD-REGISTROS TO WS-TRL-QTD
                       MOVE TRL-HASH-TOTAL    TO WS-TRL-HASH
                       MOVE IZ-DATA-BASE      TO WS-TRL-DATA
                       SET FIM-ABERTOS TO TRUE
                   ELSE
                       ADD 1 TO WS-LIDAS
                       ADD IA-NUM-FATURA TO WS-HASH-FATURAS
                   END-IF
           END-READ
           .

      ******************************************************************
      * P200-PROCESSA-ITEM
      * So entra na proposta o titulo aberto cujo atraso passou do
      * corte e que ainda carrega saldo efetivo em aberto, os dois
      * como o ABERTO01 os calculou.
      ******************************************************************
       P200-PROCESSA-ITEM.

           MOVE IA-DIAS-ATRASO  TO WS-DIAS-ATRASO
           MOVE IA-VALOR-ABERTO TO WS-VALOR-ABERTO

           IF WS-DIAS-ATRASO >= WS-DIAS-MINIMOS
              AND WS-VALOR-ABERTO > 0
               PERFORM P500-IMPRIMIR-PROPOSTA
           END-IF

           PERFORM P110-LER-ITEM
           .

       P500-IMPRIMIR-PROPOSTA.
           END-IF

           MOVE SPACES          TO WS-LINHA-DETALHE
           MOVE IA-NUM-FATURA   TO DET-NUM-FATURA
           MOVE IA-NUM-CLIENTE  TO DET-NUM-CLIENTE
           MOVE IA-DATA-VENCTO  TO DET-VENCTO
           MOVE WS-DIAS-ATRASO  TO DET-ATRASO
           MOVE WS-VALOR-ABERTO TO DET-VALOR


       P900-ENCERRAR-ARQUIVOS.

           CLOSE ITENS-ABERTOS
           CLOSE PROPOSAL-RPT

           DISPLAY 'WRTPROP01 - ITENS LIDOS......: ' WS-LIDAS
           DISPLAY 'WRTPROP01 - TITULOS PROPOSTOS: ' WS-PROPOSTAS
           .

