      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: REVRPT01 - monthly billed-revenue report: every
      *          INVLINES line of an invoice issued in the REVRPARM
      *          month totals by service-catalog item (quantity and
      *          value) and by revenue category, through the shared
      *          RPTFMT01 page headers. Free-text lines without an
      *          item code fall in a SEM CODIGO bucket, so the report
      *          still closes on everything billed.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Lines of an invoice cancelled by CANCFAT01 are not
      *             recognized as revenue; they are counted apart.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-LINES      ASSIGN TO "INVLINES"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL CATALOGO  ASSIGN TO "SVCCAT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS SV-COD-ITEM
                                      FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT REV-PARM           ASSIGN TO "REVRPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT REV-RPT            ASSIGN TO "REVRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-LINES.
           COPY INVLINES.

       FD  FATURA-MASTER.
           COPY FATURA.

       FD  CATALOGO.
           COPY SVCCAT.

       FD  REV-PARM.
       01  REV-PARM-REC.
           03 RV-ANO-MES                      PIC 9(06).

       FD  REV-RPT.
       01  REV-RPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CATALOGO-STATUS                 PIC X(02) VALUE '00'.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-ANO-MES-PEDIDO                  PIC 9(06) VALUE ZEROS.
       77 WS-ANO-MES-FATURA                  PIC 9(06) VALUE ZEROS.
       77 WS-CATEGORIA-LINHA                 PIC X(10) VALUE SPACES.
       77 WS-QUANTIDADE-LINHA                PIC 9(05)V99 VALUE ZEROS.

       01 WS-DATA-EMISSAO-AUX.
           03 WS-EMI-DD                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-EMI-MM                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-EMI-AA                      PIC 9(04).

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-ITEM-SITUACAO               PIC X(01) VALUE 'N'.
              88 ITEM-LOCALIZADO                  VALUE 'S' FALSE 'N'.
           03 WS-CAT-SITUACAO                PIC X(01) VALUE 'N'.
              88 CATEGORIA-LOCALIZADA             VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LINHAS-LIDAS                PIC 9(07) VALUE ZEROS.
           03 WS-LINHAS-NO-MES               PIC 9(07) VALUE ZEROS.
           03 WS-LINHAS-SEM-FATURA           PIC 9(07) VALUE ZEROS.
           03 WS-LINHAS-CANCELADAS           PIC 9(07) VALUE ZEROS.
           03 WS-LINHAS-DESPREZADAS          PIC 9(07) VALUE ZEROS.

      * Totais por item de catalogo acumulados na passagem pelas
      * linhas; a linha sem codigo acumula no item em branco.
       77 WS-TOT-ITENS                       PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ITEM                        PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ACHADO                      PIC 9(04) VALUE ZEROS.
       01 WS-TAB-ITENS.
           03 WS-ITE-ENTRADA OCCURS 0 TO 2000 TIMES
                             DEPENDING ON WS-TOT-ITENS.
              05 WS-ITE-COD-ITEM            PIC X(08).
              05 WS-ITE-DESCRICAO           PIC X(30).
              05 WS-ITE-CATEGORIA           PIC X(10).
              05 WS-ITE-QUANTIDADE          PIC 9(09)V99.
              05 WS-ITE-VALOR               PIC S9(09)V99.

      * Totais por categoria de receita.
       77 WS-TOT-CATEGORIAS                  PIC 9(03) VALUE ZEROS.
       77 WS-IDX-CAT                         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-CAT-ACHADO                  PIC 9(03) VALUE ZEROS.
       01 WS-TAB-CATEGORIAS.
           03 WS-CAT-ENTRADA OCCURS 0 TO 200 TIMES
                             DEPENDING ON WS-TOT-CATEGORIAS.
              05 WS-CAT-CATEGORIA           PIC X(10).
              05 WS-CAT-VALOR               PIC S9(09)V99.

       77 WS-GER-VALOR                       PIC S9(09)V99 VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'REVRPT01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'RECEITA FATURADA POR ITEM'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.

       01 WS-LINHA-CAB-ITEM.
           03 FILLER                         PIC X(09)
                                       VALUE 'ITEM'.
           03 FILLER                         PIC X(31)
                                       VALUE 'DESCRICAO'.
           03 FILLER                         PIC X(11)
                                       VALUE 'CATEGORIA'.
           03 FILLER                         PIC X(15)
                                       VALUE '     QUANTIDADE'.
           03 FILLER                         PIC X(16)
                                       VALUE '  VALOR FATURADO'.

       01 WS-LINHA-ITEM.
           03 DIT-COD-ITEM                   PIC X(08).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DIT-DESCRICAO                  PIC X(30).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DIT-CATEGORIA                  PIC X(10).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DIT-QUANTIDADE                 PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DIT-VALOR                      PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-LINHA-CAB-CATEGORIA.
           03 FILLER                         PIC X(11)
                                       VALUE 'CATEGORIA'.
           03 FILLER                         PIC X(16)
                                       VALUE '  VALOR FATURADO'.

       01 WS-LINHA-CATEGORIA.
           03 DCT-CATEGORIA                  PIC X(10).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DCT-VALOR                      PIC ZZZ,ZZZ,ZZ9.99-.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETRO
           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-LINHA
               UNTIL FIM-DE-ARQUIVO
           PERFORM P700-IMPRIMIR-RELATORIO
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

       P050-LER-PARAMETRO.

           OPEN INPUT REV-PARM
           IF WS-PARM-STATUS = '00'
               READ REV-PARM
                   NOT AT END
                       MOVE RV-ANO-MES TO WS-ANO-MES-PEDIDO
               END-READ
               CLOSE REV-PARM
           END-IF

           IF WS-ANO-MES-PEDIDO = ZEROS
               MOVE WS-DTP-DATA-ATUAL (1:6)
                 TO WS-ANO-MES-PEDIDO
           END-IF
           .

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  INVOICE-LINES
           OPEN INPUT  FATURA-MASTER
           OPEN INPUT  CATALOGO
           OPEN OUTPUT REV-RPT

           PERFORM P110-LER-LINHA
           .

       P110-LER-LINHA.

           READ INVOICE-LINES
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINHAS-LIDAS
           END-READ
           .

      ******************************************************************
      * P200-PROCESSA-LINHA
      * A competencia e a da emissao da fatura dona da linha; linha
      * de fatura que nao existe mais no mestre fica fora e contada,
      * como a de fatura cancelada (CANCFAT01), que nao e receita.
      ******************************************************************
       P200-PROCESSA-LINHA.

           MOVE IL-NUM-FATURA TO FT-NUM-FATURA
           READ FATURA-MASTER
               INVALID KEY
                   ADD 1 TO WS-LINHAS-SEM-FATURA
               NOT INVALID KEY
                   MOVE FT-DATA-EMISSAO TO WS-DATA-EMISSAO-AUX
                   COMPUTE WS-ANO-MES-FATURA =
                       WS-EMI-AA * 100 + WS-EMI-MM
                   IF WS-ANO-MES-FATURA = WS-ANO-MES-PEDIDO
                       IF FT-CANCELADA
                           ADD 1 TO WS-LINHAS-CANCELADAS
                       ELSE
                           PERFORM P300-ACUMULAR-LINHA
                       END-IF
                   END-IF
           END-READ

           PERFORM P110-LER-LINHA
           .

      ******************************************************************
      * P300-ACUMULAR-LINHA
      * A categoria vem do catalogo; linha sem codigo (texto livre de
      * antes do catalogo) cai em SEM CODIGO. Linha antiga sem o
      * campo de quantidade conta zero de quantidade.
      ******************************************************************
       P300-ACUMULAR-LINHA.

           MOVE SPACES TO SV-DESCRICAO
           IF IL-COD-ITEM = SPACES
               MOVE 'SEM CODIGO' TO WS-CATEGORIA-LINHA
           ELSE
               MOVE IL-COD-ITEM TO SV-COD-ITEM
               READ CATALOGO
                   INVALID KEY
                       MOVE 'SEM CODIGO' TO WS-CATEGORIA-LINHA
                   NOT INVALID KEY
                       MOVE SV-CATEGORIA TO WS-CATEGORIA-LINHA
               END-READ
           END-IF

           IF IL-QUANTIDADE IS NUMERIC
               MOVE IL-QUANTIDADE TO WS-QUANTIDADE-LINHA
           ELSE
               MOVE ZEROS TO WS-QUANTIDADE-LINHA
           END-IF

           PERFORM P400-LOCALIZAR-ITEM

           IF WS-IDX-ACHADO = 0
               ADD 1 TO WS-LINHAS-DESPREZADAS
               DISPLAY 'REVRPT01 - TABELA DE ITENS CHEIA, LINHA DA '
                       'FATURA ' IL-NUM-FATURA ' FORA DO RELATORIO'
           ELSE
               ADD 1 TO WS-LINHAS-NO-MES
               ADD WS-QUANTIDADE-LINHA
                   TO WS-ITE-QUANTIDADE (WS-IDX-ACHADO)
               ADD IL-VALOR TO WS-ITE-VALOR (WS-IDX-ACHADO)
           END-IF
           .

       P400-LOCALIZAR-ITEM.

           SET ITEM-LOCALIZADO TO FALSE
           MOVE ZEROS TO WS-IDX-ACHADO

           PERFORM P410-COMPARAR-ITEM
               VARYING WS-IDX-ITEM FROM 1 BY 1
                 UNTIL WS-IDX-ITEM > WS-TOT-ITENS
                    OR ITEM-LOCALIZADO

           IF NOT ITEM-LOCALIZADO
              AND WS-TOT-ITENS < 2000
               ADD 1 TO WS-TOT-ITENS
               MOVE IL-COD-ITEM
                 TO WS-ITE-COD-ITEM (WS-TOT-ITENS)
               MOVE SV-DESCRICAO
                 TO WS-ITE-DESCRICAO (WS-TOT-ITENS)
               MOVE WS-CATEGORIA-LINHA
                 TO WS-ITE-CATEGORIA (WS-TOT-ITENS)
               MOVE ZEROS TO WS-ITE-QUANTIDADE (WS-TOT-ITENS)
                             WS-ITE-VALOR (WS-TOT-ITENS)
               MOVE WS-TOT-ITENS TO WS-IDX-ACHADO
           END-IF
           .

       P410-COMPARAR-ITEM.

           IF WS-ITE-COD-ITEM (WS-IDX-ITEM) = IL-COD-ITEM
               SET ITEM-LOCALIZADO TO TRUE
               MOVE WS-IDX-ITEM TO WS-IDX-ACHADO
           END-IF
           .

       P700-IMPRIMIR-RELATORIO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO REV-RPT-REC
           WRITE REV-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO REV-RPT-REC
           WRITE REV-RPT-REC

           MOVE SPACES TO REV-RPT-REC
           STRING 'COMPETENCIA: ' WS-ANO-MES-PEDIDO
               DELIMITED BY SIZE INTO REV-RPT-REC
           END-STRING
           WRITE REV-RPT-REC

           MOVE WS-LINHA-CAB-ITEM TO REV-RPT-REC
           WRITE REV-RPT-REC

           PERFORM P710-IMPRIMIR-ITEM
               VARYING WS-IDX-ITEM FROM 1 BY 1
                 UNTIL WS-IDX-ITEM > WS-TOT-ITENS

           MOVE SPACES TO REV-RPT-REC
           WRITE REV-RPT-REC

           MOVE WS-LINHA-CAB-CATEGORIA TO REV-RPT-REC
           WRITE REV-RPT-REC

           PERFORM P730-IMPRIMIR-CATEGORIA
               VARYING WS-IDX-CAT FROM 1 BY 1
                 UNTIL WS-IDX-CAT > WS-TOT-CATEGORIAS

           PERFORM P740-IMPRIMIR-TOTAL
           .

      ******************************************************************
      * P710-IMPRIMIR-ITEM
      * Uma linha por item; o valor do item soma tambem na categoria
      * dele, para o quadro por categoria que vem a seguir.
      ******************************************************************
       P710-IMPRIMIR-ITEM.

           MOVE SPACES TO WS-LINHA-ITEM
           IF WS-ITE-COD-ITEM (WS-IDX-ITEM) = SPACES
               MOVE 'SEM CODIGO' TO DIT-DESCRICAO
           ELSE
               MOVE WS-ITE-COD-ITEM (WS-IDX-ITEM)  TO DIT-COD-ITEM
               MOVE WS-ITE-DESCRICAO (WS-IDX-ITEM) TO DIT-DESCRICAO
           END-IF
           MOVE WS-ITE-CATEGORIA (WS-IDX-ITEM)  TO DIT-CATEGORIA
           MOVE WS-ITE-QUANTIDADE (WS-IDX-ITEM) TO DIT-QUANTIDADE
           MOVE WS-ITE-VALOR (WS-IDX-ITEM)      TO DIT-VALOR

           MOVE WS-LINHA-ITEM TO REV-RPT-REC
           WRITE REV-RPT-REC

           PERFORM P720-SOMAR-CATEGORIA
           ADD WS-ITE-VALOR (WS-IDX-ITEM) TO WS-GER-VALOR
           .

       P720-SOMAR-CATEGORIA.

           SET CATEGORIA-LOCALIZADA TO FALSE
           MOVE ZEROS TO WS-IDX-CAT-ACHADO

           PERFORM P725-COMPARAR-CATEGORIA
               VARYING WS-IDX-CAT FROM 1 BY 1
                 UNTIL WS-IDX-CAT > WS-TOT-CATEGORIAS
                    OR CATEGORIA-LOCALIZADA

           IF NOT CATEGORIA-LOCALIZADA
              AND WS-TOT-CATEGORIAS < 200
               ADD 1 TO WS-TOT-CATEGORIAS
               MOVE WS-ITE-CATEGORIA (WS-IDX-ITEM)
                 TO WS-CAT-CATEGORIA (WS-TOT-CATEGORIAS)
               MOVE ZEROS TO WS-CAT-VALOR (WS-TOT-CATEGORIAS)
               MOVE WS-TOT-CATEGORIAS TO WS-IDX-CAT-ACHADO
           END-IF

           IF WS-IDX-CAT-ACHADO > 0
               ADD WS-ITE-VALOR (WS-IDX-ITEM)
                   TO WS-CAT-VALOR (WS-IDX-CAT-ACHADO)
           END-IF
           .

       P725-COMPARAR-CATEGORIA.

           IF WS-CAT-CATEGORIA (WS-IDX-CAT) =
              WS-ITE-CATEGORIA (WS-IDX-ITEM)
               SET CATEGORIA-LOCALIZADA TO TRUE
               MOVE WS-IDX-CAT TO WS-IDX-CAT-ACHADO
           END-IF
           .

       P730-IMPRIMIR-CATEGORIA.

           MOVE SPACES TO WS-LINHA-CATEGORIA
           MOVE WS-CAT-CATEGORIA (WS-IDX-CAT) TO DCT-CATEGORIA
           MOVE WS-CAT-VALOR (WS-IDX-CAT)     TO DCT-VALOR

           MOVE WS-LINHA-CATEGORIA TO REV-RPT-REC
           WRITE REV-RPT-REC
           .

       P740-IMPRIMIR-TOTAL.

           MOVE SPACES TO REV-RPT-REC
           WRITE REV-RPT-REC

           MOVE SPACES TO WS-LINHA-CATEGORIA
           MOVE 'TOTAL'      TO DCT-CATEGORIA
           MOVE WS-GER-VALOR TO DCT-VALOR

           MOVE WS-LINHA-CATEGORIA TO REV-RPT-REC
           WRITE REV-RPT-REC
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE INVOICE-LINES
           CLOSE FATURA-MASTER
           CLOSE CATALOGO
           CLOSE REV-RPT

           DISPLAY 'REVRPT01 - LINHAS LIDAS.......: ' WS-LINHAS-LIDAS
           DISPLAY 'REVRPT01 - LINHAS NO MES......: ' WS-LINHAS-NO-MES
           DISPLAY 'REVRPT01 - SEM FATURA NO MESTRE: '
                   WS-LINHAS-SEM-FATURA
           DISPLAY 'REVRPT01 - FORA DA TABELA.....: '
                   WS-LINHAS-DESPREZADAS
           DISPLAY 'REVRPT01 - DE FATURA CANCELADA: '
                   WS-LINHAS-CANCELADAS
           DISPLAY 'REVRPT01 - ITENS..............: ' WS-TOT-ITENS
           .

       END PROGRAM REVRPT01.
