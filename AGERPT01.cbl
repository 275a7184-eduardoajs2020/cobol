      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The ABERTOS trailer is checked in a first pass over
      *             the file, before AGERPT is opened: a refused work
      *             file ends the run with RETURN-CODE 9001 and no
      *             report.
      * 15/10/2026  Reads the nightly open-items work file ABERTOS
      *             (ABERTO01), already in customer/invoice order,
      *             instead of sorting the open FATURA items and
      *             consulting PAGTOSTS and CUSTMAST: the aged amount,
      *             the days overdue and the judicial-protection flag
      *             are the shop's one effective open remainder, now
      *             also net of write-offs, renegotiated and forgiven
      *             amounts. A work file without its trailer, out of
      *             count or built for another processing date ends
      *             the run with RETURN-CODE 9001.
      * 15/10/2026  Runs per issuing company or consolidated: with a
      *             company named on EMPSEL (EMPLKP01) only that
      *             company's invoices age and the company is printed
      *             under the page heading; without one the report is
      *             consolidated as before. An unknown company refuses
      *             the run with RETURN-CODE 9001.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  The aged amount is also net of the federal
      *             retentions at source (FT-VALOR-RET-FEDERAL): the
      *             withheld tax is not owed to us and stops aging as
      *             arrears.
      * 03/09/2026  The released amount is now net of the credit
      *             notes applied (FT-VALOR-AJUSTES): an adjusted
      *             open invoice ages at its effective open value,
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITENS-ABERTOS      ASSIGN TO "ABERTOS"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGING-RPT          ASSIGN TO "AGERPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ITENS-ABERTOS.
           COPY ABERTOS.

       FD  AGING-RPT.
       01  AGING-RPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-GER-JUDICIAL                    PIC 9(09)V99 VALUE ZEROS.
       77 WS-CLIENTE-ATUAL                   PIC 9(06) VALUE ZEROS.
       77 WS-DIAS-ATRASO                     PIC S9(05) VALUE ZEROS.
       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-ABERTO                    PIC 9(07)V99 VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-TRAILER-SW                  PIC X(01) VALUE 'N'.
              88 TRAILER-ACHADO                   VALUE 'S' FALSE 'N'.
           03 WS-ABERTOS-SW                  PIC X(01) VALUE 'N'.
              88 ABERTOS-REPROVADO                VALUE 'S' FALSE 'N'.
           03 WS-PRIMEIRO-SW                 PIC X(01) VALUE 'S'.
              88 PRIMEIRO-CLIENTE                 VALUE 'S' FALSE 'N'.
           03 WS-EMPRESA-SW                  PIC X(01) VALUE 'N'.
              88 EXECUCAO-POR-EMPRESA             VALUE 'S' FALSE 'N'.

      * Empresa emissora da execucao (EMPSEL); sem selecao o aging e
      * consolidado, todas as empresas juntas.
       77 WS-EMPRESA-SEL                     PIC 9(02) VALUE ZEROS.

       01 WS-FLAGS-LEGAL.
           03 WS-LEGAL-SW                    PIC X(01) VALUE 'N'.
           03 WS-LIDOS                       PIC 9(07) VALUE ZEROS.
           03 WS-PENDENTES                   PIC 9(07) VALUE ZEROS.
           03 WS-SEM-SALDO                   PIC 9(07) VALUE ZEROS.
           03 WS-ITENS-LIDOS                 PIC 9(07) VALUE ZEROS.

      * Conferencia do arquivo de abertos contra o trailer TRLCTL.
       77 WS-HASH-FATURAS                    PIC 9(11) VALUE ZEROS.
       77 WS-TRL-QTD                         PIC 9(07) VALUE ZEROS.
       77 WS-TRL-HASH                        PIC 9(11) VALUE ZEROS.
       77 WS-TRL-DATA                        PIC 9(08) VALUE ZEROS.

      * Subtotais do cliente corrente e totais gerais, um acumulador
      * por faixa de atraso.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 JUD-VALOR                      PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-LINHA-EMPRESA.
           03 FILLER                         PIC X(09) VALUE 'EMPRESA:'.
           03 EMP-LIN-CODIGO                 PIC 9(02).
           03 FILLER                         PIC X(03) VALUE ' - '.
           03 EMP-LIN-RAZAO                  PIC X(40).

      * Parametro para o CALL do EMPLKP01 (tabela de empresas
      * emissoras).
           COPY EMPPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           MOVE 'S' TO WS-EMP-FUNCAO
           CALL 'EMPLKP01' USING WS-EMPLKP-PARM

           IF EMP-SELECAO-INVALIDA
               DISPLAY 'AGERPT01 - EMPRESA DO EMPSEL NAO CADASTRADA: '
                       WS-EMP-COD-EMPRESA
                       ' - EXECUCAO RECUSADA'
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           IF EMP-OK
               SET EXECUCAO-POR-EMPRESA TO TRUE
               MOVE WS-EMP-COD-EMPRESA  TO WS-EMPRESA-SEL
                                           EMP-LIN-CODIGO
               MOVE WS-EMP-RAZAO-SOCIAL TO EMP-LIN-RAZAO
           END-IF

           PERFORM P080-CONFERIR-ABERTOS
           IF ABERTOS-REPROVADO
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P200-ABRIR-ARQUIVOS
           PERFORM P210-LER-PROXIMO
           PERFORM P300-PROCESSA-PENDENTE
               UNTIL FIM-DE-ARQUIVO

           GOBACK.

      ******************************************************************
      * P080-CONFERIR-ABERTOS
      * Primeira passagem pelo arquivo de abertos, ate o trailer,
      * antes de abrir qualquer saida: o aging so sai de um
      * arquivo de abertos inteiro e da data de processamento de
      * hoje -- sem trailer, contagem ou hash fora do trailer, ou
      * arquivo de outra data recusa a execucao com RETURN-CODE 9001.
      ******************************************************************
       P080-CONFERIR-ABERTOS.

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           OPEN INPUT ITENS-ABERTOS
           PERFORM P210-LER-PROXIMO
               UNTIL FIM-DE-ARQUIVO
           CLOSE ITENS-ABERTOS

           IF NOT TRAILER-ACHADO
               DISPLAY 'AGERPT01 - ABERTOS SEM TRAILER - '
                       'AGING REPROVADO'
               SET ABERTOS-REPROVADO TO TRUE
           ELSE
               IF WS-ITENS-LIDOS NOT = WS-TRL-QTD
                  OR WS-HASH-FATURAS NOT = WS-TRL-HASH
                   DISPLAY 'AGERPT01 - ABERTOS NAO BATEM COM O '
                           'TRAILER - AGING REPROVADO'
                   DISPLAY 'AGERPT01 - TRAILER: QTD ' WS-TRL-QTD
                           ' HASH ' WS-TRL-HASH
                   SET ABERTOS-REPROVADO TO TRUE
               ELSE
                   IF WS-TRL-DATA NOT = WS-DATA-HOJE-INT
                       DISPLAY 'AGERPT01 - ABERTOS MONTADO PARA '
                               WS-TRL-DATA ' - AGING REPROVADO'
                       SET ABERTOS-REPROVADO TO TRUE
                   END-IF
               END-IF
           END-IF

           SET FIM-DE-ARQUIVO TO FALSE
           SET TRAILER-ACHADO TO FALSE
           MOVE ZEROS TO WS-ITENS-LIDOS WS-HASH-FATURAS
           .

       P200-ABRIR-ARQUIVOS.

           OPEN INPUT  ITENS-ABERTOS
           OPEN OUTPUT AGING-RPT

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT
           .

      ******************************************************************
      * P210-LER-PROXIMO
      * O arquivo de abertos do ABERTO01 ja vem em ordem de cliente e
      * fatura, com toda fatura aberta -- tambem a que nunca recebeu
      * transacao de pagamento. O trailer TRLCTL encerra a leitura;
      * os totais dele ficam guardados para a conferencia.
      ******************************************************************
       P210-LER-PROXIMO.

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
                       ADD 1 TO WS-ITENS-LIDOS
                       ADD IA-NUM-FATURA TO WS-HASH-FATURAS
                   END-IF
           END-READ
           .

      ******************************************************************
      * P300-PROCESSA-PENDENTE
      * Um titulo em aberto por passagem, com quebra de cliente
      * fechando o subtotal anterior. Numa execucao por empresa so
      * entram os titulos emitidos por ela. O valor que envelhece e
      * o saldo efetivo em aberto do arquivo; um titulo coberto mas
      * ainda aberto (em revisao) vem com saldo zero e nao entra.
      ******************************************************************
       P300-PROCESSA-PENDENTE.

           IF NOT EXECUCAO-POR-EMPRESA
              OR IA-COD-EMPRESA = WS-EMPRESA-SEL
               ADD 1 TO WS-LIDOS
               MOVE IA-VALOR-ABERTO TO WS-VALOR-ABERTO
               PERFORM P417-VERIFICAR-PROTECAO

               EVALUATE TRUE
                   WHEN WS-VALOR-ABERTO <= 0
                       ADD 1 TO WS-SEM-SALDO
                   WHEN ITEM-SOB-PROTECAO
                       ADD WS-VALOR-ABERTO TO WS-GER-JUDICIAL
                   WHEN OTHER
                       IF PRIMEIRO-CLIENTE
                           MOVE IA-NUM-CLIENTE TO WS-CLIENTE-ATUAL
                           SET PRIMEIRO-CLIENTE TO FALSE
                       END-IF

                       IF IA-NUM-CLIENTE NOT = WS-CLIENTE-ATUAL
                           PERFORM P700-SUBTOTAL-CLIENTE
                           MOVE IA-NUM-CLIENTE TO WS-CLIENTE-ATUAL
                       END-IF

                       MOVE IA-DIAS-ATRASO TO WS-DIAS-ATRASO
                       PERFORM P420-LANCAR-FAIXA
                       ADD 1 TO WS-PENDENTES
               END-EVALUATE
           END-IF

           PERFORM P210-LER-PROXIMO
           .

           SET ITEM-SOB-PROTECAO TO FALSE

           IF IA-PROTECAO-LEGAL
               SET ITEM-SOB-PROTECAO TO TRUE
           END-IF
           .

       P420-LANCAR-FAIXA.
           END-IF

           MOVE SPACES          TO WS-LINHA-DETALHE
           MOVE IA-NUM-CLIENTE  TO DET-NUM-CLIENTE
           MOVE IA-NUM-FATURA   TO DET-NUM-FATURA
           MOVE IA-DATA-VENCTO  TO DET-VENCTO
           MOVE ZEROS           TO DET-CORRENTE DET-ATE-30
                                   DET-ATE-60 DET-ATE-90
                                   DET-ACIMA-90
           MOVE WS-RPTFMT-LINHA-CAB2 TO AGING-RPT-REC
           WRITE AGING-RPT-REC

           IF EXECUCAO-POR-EMPRESA
               MOVE WS-LINHA-EMPRESA TO AGING-RPT-REC
               WRITE AGING-RPT-REC
           END-IF

           MOVE SPACES TO AGING-RPT-REC
           WRITE AGING-RPT-REC


       P900-ENCERRAR-ARQUIVOS.

           CLOSE ITENS-ABERTOS
           CLOSE AGING-RPT

           DISPLAY 'AGERPT01 - FATURAS ABERTAS....: ' WS-LIDOS
