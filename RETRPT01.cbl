      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: RETRPT01 - monthly federal withholding report for
      *          the credits on the federal returns: every invoice
      *          issued in the RETRPARM month with retentions at
      *          source totals by customer -- CNPJ, billed value,
      *          IRRF, PIS, COFINS, CSLL and the total withheld --
      *          through the shared RPTFMT01 page headers, the same
      *          way ISSRPT01 summarizes the municipal tax.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  An invoice cancelled by CANCFAT01 claims no
      *             retention: it is left out of the report and only
      *             counted, as in ISSRPT01.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT RET-PARM           ASSIGN TO "RETRPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT RET-RPT            ASSIGN TO "RETRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-MASTER.
           COPY FATURA.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  RET-PARM.
       01  RET-PARM-REC.
           03 RR-ANO-MES                      PIC 9(06).

       FD  RET-RPT.
       01  RET-RPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-ANO-MES-PEDIDO                  PIC 9(06) VALUE ZEROS.
       77 WS-ANO-MES-FATURA                  PIC 9(06) VALUE ZEROS.

       01 WS-DATA-EMISSAO-AUX.
           03 WS-EMI-DD                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-EMI-MM                      PIC 9(02).
           03 FILLER                         PIC X(01).
           03 WS-EMI-AA                      PIC 9(04).

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-CLI-SITUACAO                PIC X(01) VALUE 'N'.
              88 CLIENTE-LOCALIZADO               VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-FATURAS-NO-MES              PIC 9(07) VALUE ZEROS.
           03 WS-FATURAS-DESPREZADAS         PIC 9(07) VALUE ZEROS.
           03 WS-CANCELADAS-NO-MES           PIC 9(07) VALUE ZEROS.

      * Totais por cliente acumulados na passagem pelo mestre.
       77 WS-TOT-CLIENTES                    PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ACHADO                      PIC 9(04) VALUE ZEROS.
       77 WS-IDX-CLI                         PIC 9(04) VALUE ZEROS.
       01 WS-TAB-CLIENTES.
           03 WS-CLI-ENTRADA OCCURS 0 TO 2000 TIMES
                             DEPENDING ON WS-TOT-CLIENTES.
              05 WS-CLI-NUM-CLIENTE         PIC 9(06).
              05 WS-CLI-FATURADO            PIC 9(09)V99.
              05 WS-CLI-IRRF                PIC 9(09)V99.
              05 WS-CLI-PIS                 PIC 9(09)V99.
              05 WS-CLI-COFINS              PIC 9(09)V99.
              05 WS-CLI-CSLL                PIC 9(09)V99.
              05 WS-CLI-TOTAL               PIC 9(09)V99.

       01 WS-TOTAIS-GERAIS.
           03 WS-GER-FATURADO                PIC 9(09)V99 VALUE ZEROS.
           03 WS-GER-IRRF                    PIC 9(09)V99 VALUE ZEROS.
           03 WS-GER-PIS                     PIC 9(09)V99 VALUE ZEROS.
           03 WS-GER-COFINS                  PIC 9(09)V99 VALUE ZEROS.
           03 WS-GER-CSLL                    PIC 9(09)V99 VALUE ZEROS.
           03 WS-GER-TOTAL                   PIC 9(09)V99 VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'RETRPT01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'RETENCOES FEDERAIS NA FONTE'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(07)
                                       VALUE 'CLIENTE'.
           03 FILLER                         PIC X(15) VALUE 'CNPJ'.
           03 FILLER                         PIC X(19) VALUE 'NOME'.
           03 FILLER                         PIC X(15)
                                       VALUE '       FATURADO'.
           03 FILLER                         PIC X(15)
                                       VALUE '           IRRF'.
           03 FILLER                         PIC X(15)
                                       VALUE '            PIS'.
           03 FILLER                         PIC X(15)
                                       VALUE '         COFINS'.
           03 FILLER                         PIC X(15)
                                       VALUE '           CSLL'.
           03 FILLER                         PIC X(15)
                                       VALUE '   TOTAL RETIDO'.

       01 WS-LINHA-DETALHE.
           03 DET-NUM-CLIENTE                PIC 9(06).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-CNPJ                       PIC X(14).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-NOME                       PIC X(18).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-FATURADO                   PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-IRRF                       PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-PIS                        PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-COFINS                     PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-CSLL                       PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-TOTAL                      PIC ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETRO
           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-FATURA
               UNTIL FIM-DE-ARQUIVO
           PERFORM P700-IMPRIMIR-RELATORIO
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

       P050-LER-PARAMETRO.

           OPEN INPUT RET-PARM
           IF WS-PARM-STATUS = '00'
               READ RET-PARM
                   NOT AT END
                       MOVE RR-ANO-MES TO WS-ANO-MES-PEDIDO
               END-READ
               CLOSE RET-PARM
           END-IF

           IF WS-ANO-MES-PEDIDO = ZEROS
               MOVE WS-DTP-DATA-ATUAL (1:6)
                 TO WS-ANO-MES-PEDIDO
           END-IF
           .

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  FATURA-MASTER
           OPEN INPUT  CUSTOMER-MASTER
           OPEN OUTPUT RET-RPT

           PERFORM P110-LER-FATURA
           .

       P110-LER-FATURA.

           READ FATURA-MASTER
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           .

      ******************************************************************
      * P200-PROCESSA-FATURA
      * So fatura emitida no mes pedido e com retencao federal entra
      * no relatorio, acumulada no cliente faturado. A cancelada
      * (CANCFAT01) nao gera credito de retencao: so e contada.
      ******************************************************************
       P200-PROCESSA-FATURA.

           MOVE FT-DATA-EMISSAO TO WS-DATA-EMISSAO-AUX
           COMPUTE WS-ANO-MES-FATURA =
               WS-EMI-AA * 100 + WS-EMI-MM

           IF WS-ANO-MES-FATURA = WS-ANO-MES-PEDIDO
              AND FT-VALOR-RET-FEDERAL > 0
              AND FT-CANCELADA
               ADD 1 TO WS-CANCELADAS-NO-MES
           END-IF

           IF WS-ANO-MES-FATURA = WS-ANO-MES-PEDIDO
              AND FT-VALOR-RET-FEDERAL > 0
              AND NOT FT-CANCELADA
               PERFORM P300-ACUMULAR-CLIENTE
           END-IF

           PERFORM P110-LER-FATURA
           .

       P300-ACUMULAR-CLIENTE.

           PERFORM P400-LOCALIZAR-CLIENTE

           IF WS-IDX-ACHADO = 0
               ADD 1 TO WS-FATURAS-DESPREZADAS
               DISPLAY 'RETRPT01 - TABELA DE CLIENTES CHEIA, FATURA '
                       'FORA DO RELATORIO: ' FT-NUM-FATURA
           ELSE
               ADD 1 TO WS-FATURAS-NO-MES
               ADD FT-VALOR        TO WS-CLI-FATURADO (WS-IDX-ACHADO)
               ADD FT-VALOR-IRRF   TO WS-CLI-IRRF (WS-IDX-ACHADO)
               ADD FT-VALOR-PIS    TO WS-CLI-PIS (WS-IDX-ACHADO)
               ADD FT-VALOR-COFINS TO WS-CLI-COFINS (WS-IDX-ACHADO)
               ADD FT-VALOR-CSLL   TO WS-CLI-CSLL (WS-IDX-ACHADO)
               ADD FT-VALOR-RET-FEDERAL
                   TO WS-CLI-TOTAL (WS-IDX-ACHADO)
           END-IF
           .

       P400-LOCALIZAR-CLIENTE.

           SET CLIENTE-LOCALIZADO TO FALSE
           MOVE ZEROS TO WS-IDX-ACHADO

           PERFORM P410-COMPARAR-CLIENTE
               VARYING WS-IDX-CLI FROM 1 BY 1
                 UNTIL WS-IDX-CLI > WS-TOT-CLIENTES
                    OR CLIENTE-LOCALIZADO

           IF NOT CLIENTE-LOCALIZADO
              AND WS-TOT-CLIENTES < 2000
               ADD 1 TO WS-TOT-CLIENTES
               MOVE FT-NUM-CLIENTE
                 TO WS-CLI-NUM-CLIENTE (WS-TOT-CLIENTES)
               MOVE ZEROS TO WS-CLI-FATURADO (WS-TOT-CLIENTES)
                             WS-CLI-IRRF (WS-TOT-CLIENTES)
                             WS-CLI-PIS (WS-TOT-CLIENTES)
                             WS-CLI-COFINS (WS-TOT-CLIENTES)
                             WS-CLI-CSLL (WS-TOT-CLIENTES)
                             WS-CLI-TOTAL (WS-TOT-CLIENTES)
               MOVE WS-TOT-CLIENTES TO WS-IDX-ACHADO
           END-IF
           .

       P410-COMPARAR-CLIENTE.

           IF WS-CLI-NUM-CLIENTE (WS-IDX-CLI) = FT-NUM-CLIENTE
               SET CLIENTE-LOCALIZADO TO TRUE
               MOVE WS-IDX-CLI TO WS-IDX-ACHADO
           END-IF
           .

       P700-IMPRIMIR-RELATORIO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO RET-RPT-REC
           WRITE RET-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO RET-RPT-REC
           WRITE RET-RPT-REC

           MOVE SPACES TO RET-RPT-REC
           STRING 'COMPETENCIA: ' WS-ANO-MES-PEDIDO
               DELIMITED BY SIZE INTO RET-RPT-REC
           END-STRING
           WRITE RET-RPT-REC

           MOVE WS-LINHA-CAB3 TO RET-RPT-REC
           WRITE RET-RPT-REC

           PERFORM P710-IMPRIMIR-CLIENTE
               VARYING WS-IDX-CLI FROM 1 BY 1
                 UNTIL WS-IDX-CLI > WS-TOT-CLIENTES

           PERFORM P720-IMPRIMIR-TOTAL
           .

      ******************************************************************
      * P710-IMPRIMIR-CLIENTE
      * Uma linha por cliente com o CNPJ e o nome do mestre, que a
      * contabilidade leva para a compensacao na declaracao.
      ******************************************************************
       P710-IMPRIMIR-CLIENTE.

           MOVE SPACES TO WS-LINHA-DETALHE
           MOVE WS-CLI-NUM-CLIENTE (WS-IDX-CLI) TO DET-NUM-CLIENTE

           MOVE WS-CLI-NUM-CLIENTE (WS-IDX-CLI) TO CM-NUM-CLIENTE
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO DET-NOME
               NOT INVALID KEY
                   MOVE CM-DOCUMENTO      TO DET-CNPJ
                   MOVE CM-NOME-FORMATADO TO DET-NOME
           END-READ

           MOVE WS-CLI-FATURADO (WS-IDX-CLI) TO DET-FATURADO
           MOVE WS-CLI-IRRF (WS-IDX-CLI)     TO DET-IRRF
           MOVE WS-CLI-PIS (WS-IDX-CLI)      TO DET-PIS
           MOVE WS-CLI-COFINS (WS-IDX-CLI)   TO DET-COFINS
           MOVE WS-CLI-CSLL (WS-IDX-CLI)     TO DET-CSLL
           MOVE WS-CLI-TOTAL (WS-IDX-CLI)    TO DET-TOTAL

           MOVE WS-LINHA-DETALHE TO RET-RPT-REC
           WRITE RET-RPT-REC

           ADD WS-CLI-FATURADO (WS-IDX-CLI) TO WS-GER-FATURADO
           ADD WS-CLI-IRRF (WS-IDX-CLI)     TO WS-GER-IRRF
           ADD WS-CLI-PIS (WS-IDX-CLI)      TO WS-GER-PIS
           ADD WS-CLI-COFINS (WS-IDX-CLI)   TO WS-GER-COFINS
           ADD WS-CLI-CSLL (WS-IDX-CLI)     TO WS-GER-CSLL
           ADD WS-CLI-TOTAL (WS-IDX-CLI)    TO WS-GER-TOTAL
           .

       P720-IMPRIMIR-TOTAL.

           MOVE SPACES TO RET-RPT-REC
           WRITE RET-RPT-REC

           MOVE SPACES TO WS-LINHA-DETALHE
           MOVE 'TOTAL GERAL'   TO DET-NOME
           MOVE WS-GER-FATURADO TO DET-FATURADO
           MOVE WS-GER-IRRF     TO DET-IRRF
           MOVE WS-GER-PIS      TO DET-PIS
           MOVE WS-GER-COFINS   TO DET-COFINS
           MOVE WS-GER-CSLL     TO DET-CSLL
           MOVE WS-GER-TOTAL    TO DET-TOTAL

           MOVE WS-LINHA-DETALHE TO RET-RPT-REC
           WRITE RET-RPT-REC
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE FATURA-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE RET-RPT

           DISPLAY 'RETRPT01 - FATURAS COM RETENCAO: '
                   WS-FATURAS-NO-MES
           DISPLAY 'RETRPT01 - CLIENTES............: '
                   WS-TOT-CLIENTES
           DISPLAY 'RETRPT01 - FORA DA TABELA......: '
                   WS-FATURAS-DESPREZADAS
           DISPLAY 'RETRPT01 - CANCELADAS NO MES...: '
                   WS-CANCELADAS-NO-MES
           .

       END PROGRAM RETRPT01.
