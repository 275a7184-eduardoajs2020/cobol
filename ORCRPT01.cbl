      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: ORCRPT01 - monthly billing budget versus actual. For
      *          the ORCPARM month (default the current one) sets the
      *          commercial plan's budget (ORCAMENT, by revenue
      *          category and by UF, amendments replacing the original
      *          value of their month) against the actual billed net
      *          of credit notes -- the month and the year to date --
      *          with variance and variance percentage, one section
      *          per dimension with its total. Actual follows the
      *          ABCRPT01 rule: issue date, live master and FATARCH
      *          archive, renegotiation parcels left out. The UF is
      *          the customer's (CM-UF); the category is the catalog
      *          category of each INVLINES line, the invoice's credit
      *          notes spread over its lines in proportion and the
      *          rounding left on the last one, so each section adds
      *          up to the same billed total. A line whose variance
      *          passes the ORCPARM percentage, or that billed without
      *          a budget, is flagged. Printed through RPTFMT01
      *          (ORCRPT) and written as a delimited extract (ORCEXT,
      *          STRCAT01) with a header row.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Invoices cancelled by CANCFAT01 (and so their item
      *             lines) are left out of actual revenue and counted
      *             apart.
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORC-PARM           ASSIGN TO "ORCPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL ORCAMENTO ASSIGN TO "ORCAMENT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL FATURA-ARCH
                                      ASSIGN TO "FATARCH"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACORDO-FILE
                                      ASSIGN TO "ACORDO"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS AC-NUM-ACORDO
                                      FILE STATUS IS WS-ACORDO-STATUS.

           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL INVOICE-LINES
                                      ASSIGN TO "INVLINES"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CATALOGO  ASSIGN TO "SVCCAT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS SV-COD-ITEM
                                      FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT ORC-RPT            ASSIGN TO "ORCRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORC-EXTRATO        ASSIGN TO "ORCEXT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOV-SORT           ASSIGN TO "SRTWORKP".

           SELECT LIN-SORT           ASSIGN TO "SRTWORKQ".

       DATA DIVISION.
       FILE SECTION.
       FD  ORC-PARM.
       01  ORC-PARM-REC.
           03 OP-ANO-MES                      PIC 9(06).
           03 OP-LIMITE-PERC                  PIC 9(03)V99.

       FD  ORCAMENTO.
           COPY ORCAMENT.

       FD  FATURA-MASTER.
           COPY FATURA.

       FD  FATURA-ARCH.
       01  FATURA-ARCH-REC                    PIC X(241).

       FD  ACORDO-FILE.
           COPY ACORDO.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  INVOICE-LINES.
           COPY INVLINES.

       FD  CATALOGO.
           COPY SVCCAT.

       FD  ORC-RPT.
       01  ORC-RPT-REC                        PIC X(132).

       FD  ORC-EXTRATO.
       01  ORC-EXTRATO-REC                    PIC X(200).

      * Casamento fatura x linhas: a fatura do periodo (tipo 1) vem
      * antes das linhas dela (tipo 2); linha sem fatura do periodo
      * na frente fica de fora.
       SD  MOV-SORT.
       01  MOV-SORT-REC.
           03 SR-NUM-FATURA                   PIC 9(06).
           03 SR-TIPO                         PIC X(01).
              88 SR-E-FATURA                      VALUE '1'.
              88 SR-E-LINHA                       VALUE '2'.
           03 SR-MES-EMISSAO                  PIC 9(02).
           03 SR-UF                           PIC X(02).
           03 SR-VALOR                        PIC S9(09)V99.
           03 SR-VALOR-BRUTO                  PIC S9(09)V99.
           03 SR-COD-ITEM                     PIC X(08).

      * Linhas do relatorio: secao (1 UF, 2 categoria) e chave.
       SD  LIN-SORT.
       01  LIN-SORT-REC.
           03 SL-ORDEM                        PIC 9(01).
           03 SL-CHAVE                        PIC X(10).
           03 SL-POSICAO                      PIC 9(03).

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-ACORDO-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CATALOGO-STATUS                 PIC X(02) VALUE '00'.

       77 WS-ANO-MES-PEDIDO                  PIC 9(06) VALUE ZEROS.
       77 WS-ANO-PEDIDO                      PIC 9(04) VALUE ZEROS.
       77 WS-MES-PEDIDO                      PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-PERC                     PIC 9(03)V99 VALUE 10.

      * Data de emissao da fatura (dd/mm/aaaa) como aaaammdd.
       01 WS-DATA-EMISSAO-INT                PIC 9(08) VALUE ZEROS.
       01 WS-DATA-EMISSAO-R REDEFINES WS-DATA-EMISSAO-INT.
           03 WS-EMI-ANO                     PIC 9(04).
           03 WS-EMI-MES                     PIC 9(02).
           03 WS-EMI-DIA                     PIC 9(02).

      * Fatura em apuracao no casamento com as linhas.
       77 WS-FAT-NUMERO                      PIC 9(06) VALUE ZEROS.
       77 WS-FAT-MES                         PIC 9(02) VALUE ZEROS.
       77 WS-FAT-LIQUIDO                     PIC S9(09)V99 VALUE ZEROS.
       77 WS-FAT-BRUTO                       PIC S9(09)V99 VALUE ZEROS.
       77 WS-FAT-RATEADO                     PIC S9(09)V99 VALUE ZEROS.
       77 WS-FAT-ULT-CATEGORIA               PIC X(10) VALUE SPACES.
       77 WS-CATEGORIA-LINHA                 PIC X(10) VALUE SPACES.
       77 WS-VALOR-APURADO                   PIC S9(09)V99 VALUE ZEROS.

      * Chave procurada na tabela de linhas do relatorio.
       77 WS-DIM-BUSCA                       PIC X(01) VALUE SPACES.
       77 WS-CHAVE-BUSCA                     PIC X(10) VALUE SPACES.

      * Uma entrada por UF e por categoria, com ou sem orcamento: o
      * orcado de cada mes do ano (a emenda substitui o valor do mes)
      * e o realizado do mes e do ano ate o mes.
       77 WS-TOT-LINHAS                      PIC 9(03) VALUE ZEROS.
       77 WS-IDX-LIN                         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHADO                      PIC 9(03) VALUE ZEROS.
       77 WS-IDX-MES                         PIC 9(02) VALUE ZEROS.
       01 WS-TAB-LINHAS.
           03 WS-LIN-ENTRADA OCCURS 0 TO 500 TIMES
                             DEPENDING ON WS-TOT-LINHAS.
              05 WS-LIN-DIMENSAO            PIC X(01).
              05 WS-LIN-CHAVE               PIC X(10).
              05 WS-LIN-ORCADO              PIC 9(11)V99
                                            OCCURS 12 TIMES.
              05 WS-LIN-REAL-MES            PIC S9(13)V99.
              05 WS-LIN-REAL-ANO            PIC S9(13)V99.

      * Valores da linha em impressao (detalhe ou total da secao).
       77 WS-ORDEM-ANTERIOR                  PIC 9(01) VALUE ZEROS.
       77 WS-DIM-IMPRESSA                    PIC X(10) VALUE SPACES.
       77 WS-CHAVE-IMPRESSA                  PIC X(10) VALUE SPACES.
       77 WS-ORC-MES                         PIC S9(13)V99 VALUE ZEROS.
       77 WS-ORC-ANO                         PIC S9(13)V99 VALUE ZEROS.
       77 WS-REAL-MES                        PIC S9(13)V99 VALUE ZEROS.
       77 WS-REAL-ANO                        PIC S9(13)V99 VALUE ZEROS.
       77 WS-SEC-ORC-MES                     PIC S9(13)V99 VALUE ZEROS.
       77 WS-SEC-ORC-ANO                     PIC S9(13)V99 VALUE ZEROS.
       77 WS-SEC-REAL-MES                    PIC S9(13)V99 VALUE ZEROS.
       77 WS-SEC-REAL-ANO                    PIC S9(13)V99 VALUE ZEROS.

      * Variacao de um par orcado x realizado (P710).
       77 WS-CALC-ORCADO                     PIC S9(13)V99 VALUE ZEROS.
       77 WS-CALC-REAL                       PIC S9(13)V99 VALUE ZEROS.
       77 WS-CALC-VARIACAO                   PIC S9(13)V99 VALUE ZEROS.
       77 WS-CALC-PERC                       PIC S9(05)V99 VALUE ZEROS.
       77 WS-VAR-MES                         PIC S9(13)V99 VALUE ZEROS.
       77 WS-VAR-ANO                         PIC S9(13)V99 VALUE ZEROS.
       77 WS-PERC-MES                        PIC S9(05)V99 VALUE ZEROS.
       77 WS-PERC-ANO                        PIC S9(05)V99 VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF-ORCAMENTO               PIC X(01) VALUE 'N'.
              88 FIM-ORCAMENTO                    VALUE 'S' FALSE 'N'.
           03 WS-EOF-FATURA                  PIC X(01) VALUE 'N'.
              88 FIM-FATURA                       VALUE 'S' FALSE 'N'.
           03 WS-EOF-ARQUIVO-MORTO           PIC X(01) VALUE 'N'.
              88 FIM-ARQUIVO-MORTO                VALUE 'S' FALSE 'N'.
           03 WS-EOF-LINHAS                  PIC X(01) VALUE 'N'.
              88 FIM-LINHAS                       VALUE 'S' FALSE 'N'.
           03 WS-EOF-SORT                    PIC X(01) VALUE 'N'.
              88 FIM-SORT                         VALUE 'S' FALSE 'N'.
           03 WS-PARCELA-ACORDO              PIC X(01) VALUE 'N'.
              88 E-PARCELA-ACORDO                 VALUE 'S' FALSE 'N'.
           03 WS-FATURA-SW                   PIC X(01) VALUE 'N'.
              88 FATURA-EM-CURSO                  VALUE 'S' FALSE 'N'.
           03 WS-TEM-LINHA-SW                PIC X(01) VALUE 'N'.
              88 FATURA-TEM-LINHA                 VALUE 'S' FALSE 'N'.
           03 WS-LIN-SITUACAO                PIC X(01) VALUE 'N'.
              88 LINHA-LOCALIZADA                 VALUE 'S' FALSE 'N'.
           03 WS-CALC-TEM-PERC-SW            PIC X(01) VALUE 'N'.
              88 CALC-TEM-PERC                    VALUE 'S' FALSE 'N'.
           03 WS-CALC-ALERTA-SW              PIC X(01) VALUE 'N'.
              88 CALC-ALERTA                      VALUE 'S' FALSE 'N'.
           03 WS-TEM-PERC-MES                PIC X(01) VALUE 'N'.
              88 TEM-PERC-MES                     VALUE 'S' FALSE 'N'.
           03 WS-TEM-PERC-ANO                PIC X(01) VALUE 'N'.
              88 TEM-PERC-ANO                     VALUE 'S' FALSE 'N'.
           03 WS-ALERTA-MES                  PIC X(01) VALUE 'N'.
              88 ALERTA-MES                       VALUE 'S' FALSE 'N'.
           03 WS-ALERTA-ANO                  PIC X(01) VALUE 'N'.
              88 ALERTA-ANO                       VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-ORCAMENTOS-LIDOS            PIC 9(07) VALUE ZEROS.
           03 WS-ORCAMENTOS-NO-ANO           PIC 9(07) VALUE ZEROS.
           03 WS-EMENDAS                     PIC 9(07) VALUE ZEROS.
           03 WS-ORCAMENTOS-INVALIDOS        PIC 9(07) VALUE ZEROS.
           03 WS-FATURAS-LIDAS               PIC 9(07) VALUE ZEROS.
           03 WS-FATURAS-MORTO               PIC 9(07) VALUE ZEROS.
           03 WS-FATURAS-CONSIDERADAS        PIC 9(07) VALUE ZEROS.
           03 WS-PARCELAS-EXCLUIDAS          PIC 9(07) VALUE ZEROS.
           03 WS-CANCELADAS-EXCLUIDAS        PIC 9(07) VALUE ZEROS.
           03 WS-LINHAS-LIDAS                PIC 9(07) VALUE ZEROS.
           03 WS-LINHAS-RATEADAS             PIC 9(07) VALUE ZEROS.
           03 WS-FORA-DA-TABELA              PIC 9(07) VALUE ZEROS.
           03 WS-LINHAS-ALERTA               PIC 9(07) VALUE ZEROS.

      * Imagem de trabalho da fatura, venha do mestre vivo ou do
      * arquivo morto (FATARCH), mesma tecnica do FATLKP01.
       COPY FATURA REPLACING ==FATURA-REC== BY ==WS-FATURA-LIDA==
                     LEADING ==FT== BY ==FL==.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'ORCRPT01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'FATURAMENTO ORCADO X REALIZADO'.
           03 WS-RPTFMT-PAGINA                PIC 9(04) VALUE ZEROS.
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

      * Parametro para o CALL do STRCAT01 (montagem delimitada).
       77 WS-EXP-DELIM                       PIC X(01) VALUE ';'.
       77 WS-EXP-GRAVADOS                    PIC 9(07) VALUE ZEROS.
       01 WS-STRCAT-PARM.
           03 WS-STRCAT-DELIM                PIC X(01).
           03 WS-STRCAT-QTD-CAMPOS           PIC 9(02).
           03 WS-STRCAT-SAIDA                PIC X(200).
           03 WS-STRCAT-TRUNCOU              PIC X(01).
              88 STRCAT-TRUNCADO                 VALUE 'S' FALSE 'N'.
           03 WS-STRCAT-CAMPOS OCCURS 1 TO 12 TIMES
                                DEPENDING ON WS-STRCAT-QTD-CAMPOS
                                INDEXED BY WS-STRCAT-IDX
                                           PIC X(40).

      * Campos editados para o extrato: sem separador de milhar.
       77 WS-EXP-VALOR                       PIC -(13)9.99.
       77 WS-EXP-PERC                        PIC -(05)9.99.

       01 WS-LINHA-SECAO.
           03 SEC-TITULO                     PIC X(40).
           03 FILLER                         PIC X(14)
                                       VALUE 'COMPETENCIA: '.
           03 SEC-ANO-MES                    PIC 9(06).
           03 FILLER                         PIC X(20)
                                       VALUE '   LIMITE VARIACAO: '.
           03 SEC-LIMITE                     PIC ZZ9.99.
           03 FILLER                         PIC X(01) VALUE '%'.

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(11) VALUE SPACES.
           03 FILLER                         PIC X(59)
                          VALUE '------------- MES DA COMPETENCIA -----
      -    '--------------------'.
           03 FILLER                         PIC X(59)
                          VALUE '-------------- ACUMULADO NO ANO ------
      -    '--------------------'.

       01 WS-LINHA-CAB4.
           03 FILLER                         PIC X(11)
                                       VALUE 'UF/CATEG.'.
           03 FILLER                         PIC X(16)
                                       VALUE '         ORCADO'.
           03 FILLER                         PIC X(16)
                                       VALUE '      REALIZADO'.
           03 FILLER                         PIC X(16)
                                       VALUE '       VARIACAO'.
           03 FILLER                         PIC X(11)
                                       VALUE '    VAR. %'.
           03 FILLER                         PIC X(16)
                                       VALUE '         ORCADO'.
           03 FILLER                         PIC X(16)
                                       VALUE '      REALIZADO'.
           03 FILLER                         PIC X(16)
                                       VALUE '       VARIACAO'.
           03 FILLER                         PIC X(11)
                                       VALUE '    VAR. %'.

       01 WS-LINHA-DETALHE.
           03 DET-CHAVE                      PIC X(10).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-ORC-MES                    PIC -ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-REAL-MES                   PIC -ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-VAR-MES                    PIC -ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-PERC-MES                   PIC X(09).
           03 DET-ALERTA-MES                 PIC X(01).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-ORC-ANO                    PIC -ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-REAL-ANO                   PIC -ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-VAR-ANO                    PIC -ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-PERC-ANO                   PIC X(09).
           03 DET-ALERTA-ANO                 PIC X(01).

      * Edicoes intermediarias das colunas que podem sair N/D.
       77 WS-ED-PERCENTUAL                   PIC -ZZZZ9.99.
       77 WS-ED-LIMITE                       PIC ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETRO
           PERFORM P100-CARREGAR-ORCAMENTO

           SORT MOV-SORT
               ON ASCENDING KEY SR-NUM-FATURA SR-TIPO
               INPUT PROCEDURE IS P200-LIBERAR-MOVIMENTO
               OUTPUT PROCEDURE IS P300-APURAR-REALIZADO

           OPEN OUTPUT ORC-RPT
           OPEN OUTPUT ORC-EXTRATO

           PERFORM P500-IMPRIMIR-CABECALHO
           PERFORM P510-GRAVAR-CABECALHO-EXTRATO

           SORT LIN-SORT
               ON ASCENDING KEY SL-ORDEM SL-CHAVE
               INPUT PROCEDURE IS P600-LIBERAR-LINHAS
               OUTPUT PROCEDURE IS P650-IMPRIMIR-LINHAS

           PERFORM P800-IMPRIMIR-LEGENDA

           CLOSE ORC-RPT
           CLOSE ORC-EXTRATO

           PERFORM P900-EXIBIR-TOTAIS

           GOBACK.

      ******************************************************************
      * P050-LER-PARAMETRO
      * Competencia e limite da variacao (percentual sobre o orcado);
      * campo zerado fica com o padrao -- mes corrente e 10%.
      ******************************************************************
       P050-LER-PARAMETRO.

           OPEN INPUT ORC-PARM
           IF WS-PARM-STATUS = '00'
               READ ORC-PARM
                   NOT AT END
                       MOVE OP-ANO-MES TO WS-ANO-MES-PEDIDO
                       IF OP-LIMITE-PERC IS NUMERIC
                          AND OP-LIMITE-PERC > ZEROS
                           MOVE OP-LIMITE-PERC TO WS-LIMITE-PERC
                       END-IF
               END-READ
               CLOSE ORC-PARM
           END-IF

           IF WS-ANO-MES-PEDIDO = ZEROS
               MOVE WS-DTP-DATA-ATUAL (1:6)
                 TO WS-ANO-MES-PEDIDO
           END-IF

           COMPUTE WS-ANO-PEDIDO = WS-ANO-MES-PEDIDO / 100
           COMPUTE WS-MES-PEDIDO =
               WS-ANO-MES-PEDIDO - WS-ANO-PEDIDO * 100
           .

      ******************************************************************
      * P100-CARREGAR-ORCAMENTO
      * Orcamento do ano da competencia. O arquivo vem na ordem de
      * carga: original do ano e, depois, as emendas -- o ultimo
      * registro de um mes e chave e o que vale.
      ******************************************************************
       P100-CARREGAR-ORCAMENTO.

           OPEN INPUT ORCAMENTO

           PERFORM P110-LER-ORCAMENTO
               UNTIL FIM-ORCAMENTO

           CLOSE ORCAMENTO
           .

       P110-LER-ORCAMENTO.

           READ ORCAMENTO
               AT END
                   SET FIM-ORCAMENTO TO TRUE
               NOT AT END
                   ADD 1 TO WS-ORCAMENTOS-LIDOS
                   PERFORM P120-CONSIDERAR-ORCAMENTO
           END-READ
           .

       P120-CONSIDERAR-ORCAMENTO.

           IF OR-ANO IS NOT NUMERIC
              OR OR-MES IS NOT NUMERIC
              OR OR-VALOR IS NOT NUMERIC
              OR (NOT OR-POR-CATEGORIA AND NOT OR-POR-UF)
              OR OR-MES < 1 OR OR-MES > 12
              OR OR-CHAVE = SPACES
               ADD 1 TO WS-ORCAMENTOS-INVALIDOS
               DISPLAY 'ORCRPT01 - REGISTRO DE ORCAMENTO INVALIDO: '
                       ORCAMENTO-REC
           ELSE
               IF OR-ANO = WS-ANO-PEDIDO
                   MOVE OR-DIMENSAO TO WS-DIM-BUSCA
                   MOVE OR-CHAVE    TO WS-CHAVE-BUSCA
                   PERFORM P400-LOCALIZAR-LINHA
                   IF WS-IDX-ACHADO = ZEROS
                       ADD 1 TO WS-FORA-DA-TABELA
                   ELSE
                       ADD 1 TO WS-ORCAMENTOS-NO-ANO
                       IF OR-EMENDA
                           ADD 1 TO WS-EMENDAS
                       END-IF
                       MOVE OR-VALOR
                         TO WS-LIN-ORCADO (WS-IDX-ACHADO, OR-MES)
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * P200-LIBERAR-MOVIMENTO
      * Mestre vivo e arquivo morto: o FATARC01 tira a fatura
      * liquidada do mestre, e sem o FATARCH o acumulado do ano
      * encolheria a cada arquivamento. Toda linha de INVLINES vai
      * junto; o casamento descarta a que nao for do periodo.
      ******************************************************************
       P200-LIBERAR-MOVIMENTO.

           OPEN INPUT FATURA-MASTER
           OPEN INPUT ACORDO-FILE
           OPEN INPUT CUSTOMER-MASTER

           PERFORM P210-LER-UMA-FATURA
               UNTIL FIM-FATURA

           CLOSE FATURA-MASTER

           OPEN INPUT FATURA-ARCH

           PERFORM P220-LER-UMA-DO-MORTO
               UNTIL FIM-ARQUIVO-MORTO

           CLOSE FATURA-ARCH
           CLOSE ACORDO-FILE
           CLOSE CUSTOMER-MASTER

           OPEN INPUT INVOICE-LINES

           PERFORM P240-LIBERAR-LINHA
               UNTIL FIM-LINHAS

           CLOSE INVOICE-LINES
           .

       P210-LER-UMA-FATURA.

           READ FATURA-MASTER
               AT END
                   SET FIM-FATURA TO TRUE
               NOT AT END
                   ADD 1 TO WS-FATURAS-LIDAS
                   MOVE FATURA-REC TO WS-FATURA-LIDA
                   PERFORM P230-CONSIDERAR-FATURA
           END-READ
           .

       P220-LER-UMA-DO-MORTO.

           READ FATURA-ARCH
               AT END
                   SET FIM-ARQUIVO-MORTO TO TRUE
               NOT AT END
                   IF FATURA-ARCH-REC (1:7) NOT = 'TRAILER'
                       ADD 1 TO WS-FATURAS-MORTO
                       MOVE FATURA-ARCH-REC TO WS-FATURA-LIDA
                       PERFORM P230-CONSIDERAR-FATURA
                   END-IF
           END-READ
           .

      ******************************************************************
      * P230-CONSIDERAR-FATURA
      * Faturado liquido = valor menos notas de credito, pela data de
      * emissao, no ano da competencia ate o mes dela. A parcela de
      * acordo refatura divida ja faturada na original e fica de
      * fora, como no ABCRPT01; a fatura cancelada (CANCFAT01) nao e
      * receita realizada e tambem fica.
      ******************************************************************
       P230-CONSIDERAR-FATURA.

           MOVE FL-DATA-EMISSAO (7:4) TO WS-EMI-ANO
           MOVE FL-DATA-EMISSAO (4:2) TO WS-EMI-MES
           MOVE FL-DATA-EMISSAO (1:2) TO WS-EMI-DIA

           IF WS-EMI-ANO = WS-ANO-PEDIDO
              AND WS-EMI-MES NOT > WS-MES-PEDIDO
               PERFORM P235-VERIFICAR-PARCELA
               EVALUATE TRUE
                   WHEN FL-CANCELADA
                       ADD 1 TO WS-CANCELADAS-EXCLUIDAS
                   WHEN E-PARCELA-ACORDO
                       ADD 1 TO WS-PARCELAS-EXCLUIDAS
                   WHEN OTHER
                       ADD 1 TO WS-FATURAS-CONSIDERADAS
                       MOVE FL-NUM-FATURA  TO SR-NUM-FATURA
                       SET SR-E-FATURA     TO TRUE
                       MOVE WS-EMI-MES     TO SR-MES-EMISSAO
                       COMPUTE SR-VALOR = FL-VALOR - FL-VALOR-AJUSTES
                       MOVE FL-VALOR       TO SR-VALOR-BRUTO
                       MOVE SPACES         TO SR-COD-ITEM

                       MOVE FL-NUM-CLIENTE TO CM-NUM-CLIENTE
                       READ CUSTOMER-MASTER
                           INVALID KEY
                               MOVE SPACES TO SR-UF
                           NOT INVALID KEY
                               MOVE CM-UF  TO SR-UF
                       END-READ

                       RELEASE MOV-SORT-REC
               END-EVALUATE
           END-IF
           .

       P235-VERIFICAR-PARCELA.

           SET E-PARCELA-ACORDO TO FALSE

           IF FL-NUM-ACORDO NOT = ZEROS
               MOVE FL-NUM-ACORDO TO AC-NUM-ACORDO
               READ ACORDO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-DATA-EMISSAO-INT NOT < AC-DATA-ACORDO
                           SET E-PARCELA-ACORDO TO TRUE
                       END-IF
               END-READ
           END-IF
           .

       P240-LIBERAR-LINHA.

           READ INVOICE-LINES
               AT END
                   SET FIM-LINHAS TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINHAS-LIDAS
                   MOVE IL-NUM-FATURA TO SR-NUM-FATURA
                   SET SR-E-LINHA     TO TRUE
                   MOVE ZEROS         TO SR-MES-EMISSAO
                                         SR-VALOR-BRUTO
                   MOVE SPACES        TO SR-UF
                   MOVE IL-VALOR      TO SR-VALOR
                   MOVE IL-COD-ITEM   TO SR-COD-ITEM
                   RELEASE MOV-SORT-REC
           END-READ
           .

      ******************************************************************
      * P300-APURAR-REALIZADO
      * A fatura soma inteira na UF do cliente. Nas categorias, cada
      * linha leva a sua parte do liquido (valor da linha sobre o
      * valor da fatura) e o arredondamento fica na ultima; fatura
      * sem linhas cai em SEM LINHAS.
      ******************************************************************
       P300-APURAR-REALIZADO.

           SET FIM-SORT        TO FALSE
           SET FATURA-EM-CURSO TO FALSE

           OPEN INPUT CATALOGO

           PERFORM P310-RETORNAR-MOVIMENTO
               UNTIL FIM-SORT

           IF FATURA-EM-CURSO
               PERFORM P350-FECHAR-FATURA
           END-IF

           CLOSE CATALOGO
           .

       P310-RETORNAR-MOVIMENTO.

           RETURN MOV-SORT
               AT END
                   SET FIM-SORT TO TRUE
               NOT AT END
                   PERFORM P320-TRATAR-MOVIMENTO
           END-RETURN
           .

       P320-TRATAR-MOVIMENTO.

           IF SR-E-FATURA
               IF FATURA-EM-CURSO
                   PERFORM P350-FECHAR-FATURA
               END-IF
               PERFORM P330-ABRIR-FATURA
           ELSE
               IF FATURA-EM-CURSO
                  AND SR-NUM-FATURA = WS-FAT-NUMERO
                   PERFORM P340-RATEAR-LINHA
               END-IF
           END-IF
           .

       P330-ABRIR-FATURA.

           SET FATURA-EM-CURSO  TO TRUE
           SET FATURA-TEM-LINHA TO FALSE
           MOVE SR-NUM-FATURA   TO WS-FAT-NUMERO
           MOVE SR-MES-EMISSAO  TO WS-FAT-MES
           MOVE SR-VALOR        TO WS-FAT-LIQUIDO
           MOVE SR-VALOR-BRUTO  TO WS-FAT-BRUTO
           MOVE ZEROS           TO WS-FAT-RATEADO

           MOVE 'U' TO WS-DIM-BUSCA
           IF SR-UF = SPACES
               MOVE 'SEM UF' TO WS-CHAVE-BUSCA
           ELSE
               MOVE SR-UF    TO WS-CHAVE-BUSCA
           END-IF
           MOVE WS-FAT-LIQUIDO TO WS-VALOR-APURADO
           PERFORM P360-SOMAR-REALIZADO
           .

       P340-RATEAR-LINHA.

           IF SR-COD-ITEM = SPACES
               MOVE 'SEM CODIGO' TO WS-CATEGORIA-LINHA
           ELSE
               MOVE SR-COD-ITEM TO SV-COD-ITEM
               READ CATALOGO
                   INVALID KEY
                       MOVE 'SEM CODIGO' TO WS-CATEGORIA-LINHA
                   NOT INVALID KEY
                       MOVE SV-CATEGORIA TO WS-CATEGORIA-LINHA
               END-READ
           END-IF

           IF WS-FAT-BRUTO > ZEROS
               COMPUTE WS-VALOR-APURADO ROUNDED =
                   SR-VALOR * WS-FAT-LIQUIDO / WS-FAT-BRUTO
           ELSE
               MOVE ZEROS TO WS-VALOR-APURADO
           END-IF

           ADD 1 TO WS-LINHAS-RATEADAS
           ADD WS-VALOR-APURADO TO WS-FAT-RATEADO
           SET FATURA-TEM-LINHA TO TRUE
           MOVE WS-CATEGORIA-LINHA TO WS-FAT-ULT-CATEGORIA

           MOVE 'C'                TO WS-DIM-BUSCA
           MOVE WS-CATEGORIA-LINHA TO WS-CHAVE-BUSCA
           PERFORM P360-SOMAR-REALIZADO
           .

       P350-FECHAR-FATURA.

           MOVE 'C' TO WS-DIM-BUSCA
           IF FATURA-TEM-LINHA
               MOVE WS-FAT-ULT-CATEGORIA TO WS-CHAVE-BUSCA
               COMPUTE WS-VALOR-APURADO =
                   WS-FAT-LIQUIDO - WS-FAT-RATEADO
           ELSE
               MOVE 'SEM LINHAS'   TO WS-CHAVE-BUSCA
               MOVE WS-FAT-LIQUIDO TO WS-VALOR-APURADO
           END-IF

           IF WS-VALOR-APURADO NOT = ZEROS
               PERFORM P360-SOMAR-REALIZADO
           END-IF

           SET FATURA-EM-CURSO TO FALSE
           .

       P360-SOMAR-REALIZADO.

           PERFORM P400-LOCALIZAR-LINHA

           IF WS-IDX-ACHADO = ZEROS
               ADD 1 TO WS-FORA-DA-TABELA
           ELSE
               ADD WS-VALOR-APURADO TO WS-LIN-REAL-ANO (WS-IDX-ACHADO)
               IF WS-FAT-MES = WS-MES-PEDIDO
                   ADD WS-VALOR-APURADO
                     TO WS-LIN-REAL-MES (WS-IDX-ACHADO)
               END-IF
           END-IF
           .

      ******************************************************************
      * P400-LOCALIZAR-LINHA
      * Localiza WS-DIM-BUSCA/WS-CHAVE-BUSCA na tabela, incluindo a
      * linha se ainda nao estiver. Tabela cheia devolve zero.
      ******************************************************************
       P400-LOCALIZAR-LINHA.

           SET LINHA-LOCALIZADA TO FALSE
           MOVE ZEROS TO WS-IDX-ACHADO

           PERFORM P410-COMPARAR-LINHA
               VARYING WS-IDX-LIN FROM 1 BY 1
                 UNTIL WS-IDX-LIN > WS-TOT-LINHAS
                    OR LINHA-LOCALIZADA

           IF NOT LINHA-LOCALIZADA
              AND WS-TOT-LINHAS < 500
               ADD 1 TO WS-TOT-LINHAS
               INITIALIZE WS-LIN-ENTRADA (WS-TOT-LINHAS)
               MOVE WS-DIM-BUSCA   TO WS-LIN-DIMENSAO (WS-TOT-LINHAS)
               MOVE WS-CHAVE-BUSCA TO WS-LIN-CHAVE (WS-TOT-LINHAS)
               MOVE WS-TOT-LINHAS  TO WS-IDX-ACHADO
           END-IF
           .

       P410-COMPARAR-LINHA.

           IF WS-LIN-DIMENSAO (WS-IDX-LIN) = WS-DIM-BUSCA
              AND WS-LIN-CHAVE (WS-IDX-LIN) = WS-CHAVE-BUSCA
               SET LINHA-LOCALIZADA TO TRUE
               MOVE WS-IDX-LIN TO WS-IDX-ACHADO
           END-IF
           .

       P500-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO ORC-RPT-REC
           WRITE ORC-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO ORC-RPT-REC
           WRITE ORC-RPT-REC
           .

       P510-GRAVAR-CABECALHO-EXTRATO.

           MOVE WS-EXP-DELIM TO WS-STRCAT-DELIM
           MOVE 12           TO WS-STRCAT-QTD-CAMPOS
           MOVE 'COMPETENCIA'    TO WS-STRCAT-CAMPOS (1)
           MOVE 'DIMENSAO'       TO WS-STRCAT-CAMPOS (2)
           MOVE 'CHAVE'          TO WS-STRCAT-CAMPOS (3)
           MOVE 'ORCADO_MES'     TO WS-STRCAT-CAMPOS (4)
           MOVE 'REALIZADO_MES'  TO WS-STRCAT-CAMPOS (5)
           MOVE 'VARIACAO_MES'   TO WS-STRCAT-CAMPOS (6)
           MOVE 'PERC_MES'       TO WS-STRCAT-CAMPOS (7)
           MOVE 'ORCADO_ANO'     TO WS-STRCAT-CAMPOS (8)
           MOVE 'REALIZADO_ANO'  TO WS-STRCAT-CAMPOS (9)
           MOVE 'VARIACAO_ANO'   TO WS-STRCAT-CAMPOS (10)
           MOVE 'PERC_ANO'       TO WS-STRCAT-CAMPOS (11)
           MOVE 'ALERTA'         TO WS-STRCAT-CAMPOS (12)

           CALL 'STRCAT01' USING WS-STRCAT-PARM

           MOVE WS-STRCAT-SAIDA TO ORC-EXTRATO-REC
           WRITE ORC-EXTRATO-REC
           .

       P600-LIBERAR-LINHAS.

           PERFORM P610-LIBERAR-UMA-LINHA
               VARYING WS-IDX-LIN FROM 1 BY 1
                 UNTIL WS-IDX-LIN > WS-TOT-LINHAS
           .

       P610-LIBERAR-UMA-LINHA.

           IF WS-LIN-DIMENSAO (WS-IDX-LIN) = 'U'
               MOVE 1 TO SL-ORDEM
           ELSE
               MOVE 2 TO SL-ORDEM
           END-IF
           MOVE WS-LIN-CHAVE (WS-IDX-LIN) TO SL-CHAVE
           MOVE WS-IDX-LIN                TO SL-POSICAO
           RELEASE LIN-SORT-REC
           .

      ******************************************************************
      * P650-IMPRIMIR-LINHAS
      * Quebra por dimensao: cada secao (UF, depois categoria) abre
      * com o proprio cabecalho e fecha com o total dela.
      ******************************************************************
       P650-IMPRIMIR-LINHAS.

           SET FIM-SORT TO FALSE
           MOVE ZEROS TO WS-ORDEM-ANTERIOR

           PERFORM P660-RETORNAR-LINHA
               UNTIL FIM-SORT

           IF WS-ORDEM-ANTERIOR NOT = ZEROS
               PERFORM P690-IMPRIMIR-TOTAL-SECAO
           END-IF
           .

       P660-RETORNAR-LINHA.

           RETURN LIN-SORT
               AT END
                   SET FIM-SORT TO TRUE
               NOT AT END
                   PERFORM P670-IMPRIMIR-LINHA
           END-RETURN
           .

       P670-IMPRIMIR-LINHA.

           IF SL-ORDEM NOT = WS-ORDEM-ANTERIOR
               IF WS-ORDEM-ANTERIOR NOT = ZEROS
                   PERFORM P690-IMPRIMIR-TOTAL-SECAO
               END-IF
               PERFORM P680-ABRIR-SECAO
           END-IF

           MOVE SL-POSICAO TO WS-IDX-LIN
           MOVE WS-LIN-CHAVE (WS-IDX-LIN) TO WS-CHAVE-IMPRESSA
           MOVE WS-LIN-ORCADO (WS-IDX-LIN, WS-MES-PEDIDO)
                                          TO WS-ORC-MES
           MOVE ZEROS TO WS-ORC-ANO
           PERFORM P675-SOMAR-ORCADO-MES
               VARYING WS-IDX-MES FROM 1 BY 1
                 UNTIL WS-IDX-MES > WS-MES-PEDIDO
           MOVE WS-LIN-REAL-MES (WS-IDX-LIN) TO WS-REAL-MES
           MOVE WS-LIN-REAL-ANO (WS-IDX-LIN) TO WS-REAL-ANO

           ADD WS-ORC-MES  TO WS-SEC-ORC-MES
           ADD WS-ORC-ANO  TO WS-SEC-ORC-ANO
           ADD WS-REAL-MES TO WS-SEC-REAL-MES
           ADD WS-REAL-ANO TO WS-SEC-REAL-ANO

           PERFORM P700-EMITIR-LINHA

           IF ALERTA-MES OR ALERTA-ANO
               ADD 1 TO WS-LINHAS-ALERTA
           END-IF
           .

       P675-SOMAR-ORCADO-MES.

           ADD WS-LIN-ORCADO (WS-IDX-LIN, WS-IDX-MES) TO WS-ORC-ANO
           .

       P680-ABRIR-SECAO.

           MOVE SL-ORDEM TO WS-ORDEM-ANTERIOR
           MOVE ZEROS    TO WS-SEC-ORC-MES
                            WS-SEC-ORC-ANO
                            WS-SEC-REAL-MES
                            WS-SEC-REAL-ANO

           IF SL-ORDEM = 1
               MOVE 'UF'                       TO WS-DIM-IMPRESSA
               MOVE 'FATURAMENTO POR UF'       TO SEC-TITULO
           ELSE
               MOVE 'CATEGORIA'                TO WS-DIM-IMPRESSA
               MOVE 'FATURAMENTO POR CATEGORIA DE RECEITA'
                                               TO SEC-TITULO
           END-IF
           MOVE WS-ANO-MES-PEDIDO TO SEC-ANO-MES
           MOVE WS-LIMITE-PERC    TO SEC-LIMITE

           MOVE SPACES TO ORC-RPT-REC
           WRITE ORC-RPT-REC
           MOVE WS-LINHA-SECAO TO ORC-RPT-REC
           WRITE ORC-RPT-REC
           MOVE WS-LINHA-CAB3 TO ORC-RPT-REC
           WRITE ORC-RPT-REC
           MOVE WS-LINHA-CAB4 TO ORC-RPT-REC
           WRITE ORC-RPT-REC
           .

       P690-IMPRIMIR-TOTAL-SECAO.

           MOVE SPACES TO ORC-RPT-REC
           WRITE ORC-RPT-REC

           MOVE 'TOTAL'          TO WS-CHAVE-IMPRESSA
           MOVE WS-SEC-ORC-MES   TO WS-ORC-MES
           MOVE WS-SEC-ORC-ANO   TO WS-ORC-ANO
           MOVE WS-SEC-REAL-MES  TO WS-REAL-MES
           MOVE WS-SEC-REAL-ANO  TO WS-REAL-ANO

           PERFORM P700-EMITIR-LINHA
           .

      ******************************************************************
      * P700-EMITIR-LINHA
      * Variacao do mes e do ano da linha corrente, impressa e
      * exportada; o alerta marca com '*' a coluna de percentual.
      ******************************************************************
       P700-EMITIR-LINHA.

           MOVE WS-ORC-MES  TO WS-CALC-ORCADO
           MOVE WS-REAL-MES TO WS-CALC-REAL
           PERFORM P710-CALCULAR-VARIACAO
           MOVE WS-CALC-VARIACAO TO WS-VAR-MES
           MOVE WS-CALC-PERC     TO WS-PERC-MES
           MOVE WS-CALC-TEM-PERC-SW TO WS-TEM-PERC-MES
           MOVE WS-CALC-ALERTA-SW   TO WS-ALERTA-MES

           MOVE WS-ORC-ANO  TO WS-CALC-ORCADO
           MOVE WS-REAL-ANO TO WS-CALC-REAL
           PERFORM P710-CALCULAR-VARIACAO
           MOVE WS-CALC-VARIACAO TO WS-VAR-ANO
           MOVE WS-CALC-PERC     TO WS-PERC-ANO
           MOVE WS-CALC-TEM-PERC-SW TO WS-TEM-PERC-ANO
           MOVE WS-CALC-ALERTA-SW   TO WS-ALERTA-ANO

           PERFORM P720-IMPRIMIR-LINHA
           PERFORM P730-EXPORTAR-LINHA
           .

      ******************************************************************
      * P710-CALCULAR-VARIACAO
      * Variacao = realizado - orcado; percentual sobre o orcado. Sem
      * orcado nao ha percentual (N/D), e realizado sem orcamento e
      * alerta por si.
      ******************************************************************
       P710-CALCULAR-VARIACAO.

           SET CALC-TEM-PERC TO FALSE
           SET CALC-ALERTA   TO FALSE
           MOVE ZEROS TO WS-CALC-PERC

           COMPUTE WS-CALC-VARIACAO = WS-CALC-REAL - WS-CALC-ORCADO

           IF WS-CALC-ORCADO > ZEROS
               COMPUTE WS-CALC-PERC ROUNDED =
                   WS-CALC-VARIACAO * 100 / WS-CALC-ORCADO
                   ON SIZE ERROR
                       IF WS-CALC-VARIACAO < ZEROS
                           MOVE -99999.99 TO WS-CALC-PERC
                       ELSE
                           MOVE 99999.99 TO WS-CALC-PERC
                       END-IF
               END-COMPUTE
               SET CALC-TEM-PERC TO TRUE
               IF WS-CALC-PERC > WS-LIMITE-PERC
                  OR WS-CALC-PERC < ZEROS - WS-LIMITE-PERC
                   SET CALC-ALERTA TO TRUE
               END-IF
           ELSE
               IF WS-CALC-REAL NOT = ZEROS
                   SET CALC-ALERTA TO TRUE
               END-IF
           END-IF
           .

       P720-IMPRIMIR-LINHA.

           MOVE SPACES TO WS-LINHA-DETALHE
           MOVE WS-CHAVE-IMPRESSA TO DET-CHAVE
           MOVE WS-ORC-MES        TO DET-ORC-MES
           MOVE WS-REAL-MES       TO DET-REAL-MES
           MOVE WS-VAR-MES        TO DET-VAR-MES
           MOVE WS-ORC-ANO        TO DET-ORC-ANO
           MOVE WS-REAL-ANO       TO DET-REAL-ANO
           MOVE WS-VAR-ANO        TO DET-VAR-ANO

           IF TEM-PERC-MES
               MOVE WS-PERC-MES      TO WS-ED-PERCENTUAL
               MOVE WS-ED-PERCENTUAL TO DET-PERC-MES
           ELSE
               MOVE '      N/D' TO DET-PERC-MES
           END-IF

           IF TEM-PERC-ANO
               MOVE WS-PERC-ANO      TO WS-ED-PERCENTUAL
               MOVE WS-ED-PERCENTUAL TO DET-PERC-ANO
           ELSE
               MOVE '      N/D' TO DET-PERC-ANO
           END-IF

           IF ALERTA-MES
               MOVE '*' TO DET-ALERTA-MES
           END-IF
           IF ALERTA-ANO
               MOVE '*' TO DET-ALERTA-ANO
           END-IF

           MOVE WS-LINHA-DETALHE TO ORC-RPT-REC
           WRITE ORC-RPT-REC
           .

       P730-EXPORTAR-LINHA.

           MOVE WS-EXP-DELIM TO WS-STRCAT-DELIM
           MOVE 12           TO WS-STRCAT-QTD-CAMPOS
           MOVE SPACES       TO WS-STRCAT-CAMPOS (7)
                                WS-STRCAT-CAMPOS (11)
                                WS-STRCAT-CAMPOS (12)

           MOVE WS-ANO-MES-PEDIDO TO WS-STRCAT-CAMPOS (1)
           MOVE WS-DIM-IMPRESSA   TO WS-STRCAT-CAMPOS (2)
           MOVE WS-CHAVE-IMPRESSA TO WS-STRCAT-CAMPOS (3)
           MOVE WS-ORC-MES   TO WS-EXP-VALOR
           MOVE WS-EXP-VALOR TO WS-STRCAT-CAMPOS (4)
           MOVE WS-REAL-MES  TO WS-EXP-VALOR
           MOVE WS-EXP-VALOR TO WS-STRCAT-CAMPOS (5)
           MOVE WS-VAR-MES   TO WS-EXP-VALOR
           MOVE WS-EXP-VALOR TO WS-STRCAT-CAMPOS (6)
           IF TEM-PERC-MES
               MOVE WS-PERC-MES TO WS-EXP-PERC
               MOVE WS-EXP-PERC TO WS-STRCAT-CAMPOS (7)
           END-IF
           MOVE WS-ORC-ANO   TO WS-EXP-VALOR
           MOVE WS-EXP-VALOR TO WS-STRCAT-CAMPOS (8)
           MOVE WS-REAL-ANO  TO WS-EXP-VALOR
           MOVE WS-EXP-VALOR TO WS-STRCAT-CAMPOS (9)
           MOVE WS-VAR-ANO   TO WS-EXP-VALOR
           MOVE WS-EXP-VALOR TO WS-STRCAT-CAMPOS (10)
           IF TEM-PERC-ANO
               MOVE WS-PERC-ANO TO WS-EXP-PERC
               MOVE WS-EXP-PERC TO WS-STRCAT-CAMPOS (11)
           END-IF

           EVALUATE TRUE
               WHEN ALERTA-MES AND ALERTA-ANO
                   MOVE 'MES/ANO' TO WS-STRCAT-CAMPOS (12)
               WHEN ALERTA-MES
                   MOVE 'MES'     TO WS-STRCAT-CAMPOS (12)
               WHEN ALERTA-ANO
                   MOVE 'ANO'     TO WS-STRCAT-CAMPOS (12)
           END-EVALUATE

           CALL 'STRCAT01' USING WS-STRCAT-PARM

           MOVE WS-STRCAT-SAIDA TO ORC-EXTRATO-REC
           WRITE ORC-EXTRATO-REC
           ADD 1 TO WS-EXP-GRAVADOS
           .

       P800-IMPRIMIR-LEGENDA.

           MOVE SPACES TO ORC-RPT-REC
           WRITE ORC-RPT-REC

           MOVE WS-LIMITE-PERC TO WS-ED-LIMITE
           MOVE SPACES TO ORC-RPT-REC
           STRING '* VARIACAO ALEM DE ' WS-ED-LIMITE
                  '% DO ORCADO, OU FATURADO SEM ORCAMENTO'
               DELIMITED BY SIZE INTO ORC-RPT-REC
           END-STRING
           WRITE ORC-RPT-REC

           MOVE 'FATURADO LIQUIDO = VALOR MENOS NOTAS DE CREDITO, PELA '
             TO ORC-RPT-REC
           WRITE ORC-RPT-REC
           MOVE 'DATA DE EMISSAO; PARCELAS DE ACORDO FICAM DE FORA'
             TO ORC-RPT-REC
           WRITE ORC-RPT-REC
           .

       P900-EXIBIR-TOTAIS.

           DISPLAY 'ORCRPT01 - COMPETENCIA.......: ' WS-ANO-MES-PEDIDO
           DISPLAY 'ORCRPT01 - ORCAMENTOS LIDOS..: '
                   WS-ORCAMENTOS-LIDOS
           DISPLAY 'ORCRPT01 - ORCAMENTOS NO ANO.: '
                   WS-ORCAMENTOS-NO-ANO
           DISPLAY 'ORCRPT01 - EMENDAS...........: ' WS-EMENDAS
           DISPLAY 'ORCRPT01 - ORCAMENTOS INVALID: '
                   WS-ORCAMENTOS-INVALIDOS
           DISPLAY 'ORCRPT01 - FATURAS LIDAS.....: ' WS-FATURAS-LIDAS
           DISPLAY 'ORCRPT01 - FATURAS DO MORTO..: ' WS-FATURAS-MORTO
           DISPLAY 'ORCRPT01 - FATURAS NO PERIODO: '
                   WS-FATURAS-CONSIDERADAS
           DISPLAY 'ORCRPT01 - PARCELAS EXCLUIDAS: '
                   WS-PARCELAS-EXCLUIDAS
           DISPLAY 'ORCRPT01 - CANCELADAS EXCLUID: '
                   WS-CANCELADAS-EXCLUIDAS
           DISPLAY 'ORCRPT01 - LINHAS LIDAS......: ' WS-LINHAS-LIDAS
           DISPLAY 'ORCRPT01 - LINHAS RATEADAS...: '
                   WS-LINHAS-RATEADAS
           DISPLAY 'ORCRPT01 - FORA DA TABELA....: '
                   WS-FORA-DA-TABELA
           DISPLAY 'ORCRPT01 - LINHAS COM ALERTA.: ' WS-LINHAS-ALERTA
           DISPLAY 'ORCRPT01 - LINHAS NO EXTRATO.: ' WS-EXP-GRAVADOS
           .

       END PROGRAM ORCRPT01.
