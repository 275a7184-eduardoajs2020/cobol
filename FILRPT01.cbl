      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: FILRPT01 - weekly file-capacity trend report over
      *          the FILEGROW history written nightly by FILCAP01: for
      *          each master and history file, the counts of the last
      *          seven captures, the count at the start of the FRPPARM
      *          window (default 30 days) and now, the average daily
      *          growth over the window, the share of the CAPPARM
      *          ceiling in use and the projected date of reaching it
      *          at that pace -- the sort that no longer fits the
      *          batch window is seen weeks ahead, not the night it
      *          runs late.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TREND-PARM
                                      ASSIGN TO "FRPPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FILE-GROWTH
                                      ASSIGN TO "FILEGROW"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TREND-RPT          ASSIGN TO "FILRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GROWTH-SORT        ASSIGN TO "SRTWORKI".

       DATA DIVISION.
       FILE SECTION.
      * Janela, em dias corridos, sobre a qual se mede o crescimento.
       FD  TREND-PARM.
       01  TREND-PARM-REC.
           03 TP-DIAS-JANELA                  PIC 9(03).

       FD  FILE-GROWTH.
           COPY FILEGROW.

       FD  TREND-RPT.
       01  TREND-RPT-REC                      PIC X(132).

       SD  GROWTH-SORT.
       01  GROWTH-SORT-REC.
           03 SR-ARQUIVO                      PIC X(08).
           03 SR-DATA                         PIC 9(08).
           03 SR-REGISTROS                    PIC 9(09).
           03 SR-TETO                         PIC 9(09).
           03 SR-PCT-USO                      PIC 9(03).

       WORKING-STORAGE SECTION.
       77 WS-DIAS-JANELA                     PIC 9(03) VALUE 30.
       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CORTE                      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-AUX                        PIC 9(07) VALUE ZEROS.

      * Arquivo em quebra: primeira e ultima captura da janela e as
      * sete ultimas contagens (deslizando a cada captura).
       77 WS-ARQ-ATUAL                       PIC X(08) VALUE SPACES.
       77 WS-PRIM-DATA                       PIC 9(08) VALUE ZEROS.
       77 WS-PRIM-QTD                        PIC 9(09) VALUE ZEROS.
       77 WS-ULT-DATA                        PIC 9(08) VALUE ZEROS.
       77 WS-ULT-QTD                         PIC 9(09) VALUE ZEROS.
       77 WS-ULT-TETO                        PIC 9(09) VALUE ZEROS.
       77 WS-ULT-PCT                         PIC 9(03) VALUE ZEROS.
       77 WS-TOT-ULTIMAS                     PIC 9(01) VALUE ZEROS.
       77 WS-IDX-ULT                         PIC 9(01) VALUE ZEROS.
       01 WS-TAB-ULTIMAS.
           03 WS-ULTIMA-QTD                  PIC 9(09) OCCURS 7 TIMES.

       77 WS-DIAS-DECORRIDOS                 PIC S9(07) VALUE ZEROS.
       77 WS-CRESC-DIARIO                    PIC S9(09)V99 VALUE ZEROS.
       77 WS-DIAS-PARA-TETO                  PIC 9(07) VALUE ZEROS.
       01 WS-DATA-PROJETADA                  PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-PROJETADA.
           03 WS-PRJ-AA                      PIC 9(04).
           03 WS-PRJ-MM                      PIC 9(02).
           03 WS-PRJ-DD                      PIC 9(02).

       01 WS-SWITCHES.
           03 WS-EOF-GROW                    PIC X(01) VALUE 'N'.
              88 FIM-GROWTH                       VALUE 'S' FALSE 'N'.
           03 WS-EOF-SORT                    PIC X(01) VALUE 'N'.
              88 FIM-SORT                         VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-CAPTURAS-LIDAS              PIC 9(07) VALUE ZEROS.
           03 WS-ARQUIVOS-LISTADOS           PIC 9(03) VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'FILRPT01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                                       VALUE 'CAPACIDADE DOS ARQUIVOS'.
           03 WS-RPTFMT-PAGINA                PIC 9(04) VALUE 1.
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       01 WS-LINHA-JANELA.
           03 FILLER                         PIC X(28)
                                VALUE 'CRESCIMENTO MEDIDO NOS DIAS '.
           03 LJN-DIAS                       PIC ZZ9.
           03 FILLER                         PIC X(22)
                                VALUE ' ANTERIORES A CAPTURA.'.

       01 WS-LINHA-CAB.
           03 FILLER                         PIC X(10) VALUE 'ARQUIVO'.
           03 FILLER                         PIC X(13)
                                       VALUE '  INICIO JAN.'.
           03 FILLER                         PIC X(13)
                                       VALUE '        ATUAL'.
           03 FILLER                         PIC X(13)
                                       VALUE '    CRESC/DIA'.
           03 FILLER                         PIC X(13)
                                       VALUE '         TETO'.
           03 FILLER                         PIC X(06) VALUE '  USO%'.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(20)
                                       VALUE 'TETO PROJETADO'.

       01 WS-LINHA-DET.
           03 LDT-ARQUIVO                    PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LDT-INICIO                     PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LDT-ATUAL                      PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LDT-CRESC                      PIC -ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LDT-TETO                       PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 LDT-PCT                        PIC ZZ9.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 LDT-PROJECAO                   PIC X(20).

       01 WS-LINHA-TENDENCIA.
           03 FILLER                         PIC X(10) VALUE SPACES.
           03 FILLER                         PIC X(20)
                                       VALUE 'ULTIMAS CAPTURAS:'.
           03 LTD-QTD OCCURS 7 TIMES.
              05 LTD-VALOR                  PIC ZZZ,ZZZ,ZZ9.
              05 FILLER                     PIC X(01).

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           PERFORM P050-LER-PARAMETRO

           SORT GROWTH-SORT
               ON ASCENDING KEY SR-ARQUIVO
                                SR-DATA
               INPUT PROCEDURE IS P100-SELECIONAR-CAPTURAS
               OUTPUT PROCEDURE IS P300-EMITIR-RELATORIO

           DISPLAY 'FILRPT01 - CAPTURAS LIDAS.....: ' WS-CAPTURAS-LIDAS
           DISPLAY 'FILRPT01 - ARQUIVOS LISTADOS..: '
                   WS-ARQUIVOS-LISTADOS

           GOBACK.

      ******************************************************************
      * P050-LER-PARAMETRO
      * Janela do FRPPARM (sem o arquivo, ou zero, valem 30 dias) e a
      * data de corte correspondente.
      ******************************************************************
       P050-LER-PARAMETRO.

           OPEN INPUT TREND-PARM
           READ TREND-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF TP-DIAS-JANELA IS NUMERIC
                      AND TP-DIAS-JANELA > ZEROS
                       MOVE TP-DIAS-JANELA TO WS-DIAS-JANELA
                   END-IF
           END-READ
           CLOSE TREND-PARM

           COMPUTE WS-DIAS-AUX =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE-INT)
               - WS-DIAS-JANELA
           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-AUX)
           .

       P100-SELECIONAR-CAPTURAS.

           OPEN INPUT FILE-GROWTH
           PERFORM P110-LER-CAPTURA
               UNTIL FIM-GROWTH
           CLOSE FILE-GROWTH
           .

       P110-LER-CAPTURA.

           READ FILE-GROWTH
               AT END
                   SET FIM-GROWTH TO TRUE
               NOT AT END
                   IF FG-DATA NOT < WS-DATA-CORTE
                       ADD 1 TO WS-CAPTURAS-LIDAS
                       MOVE FG-ARQUIVO   TO SR-ARQUIVO
                       MOVE FG-DATA      TO SR-DATA
                       MOVE FG-REGISTROS TO SR-REGISTROS
                       MOVE FG-TETO      TO SR-TETO
                       MOVE FG-PCT-USO   TO SR-PCT-USO
                       RELEASE GROWTH-SORT-REC
                   END-IF
           END-READ
           .

      ******************************************************************
      * P300-EMITIR-RELATORIO
      * Quebra por arquivo sobre as capturas em ordem de data.
      ******************************************************************
       P300-EMITIR-RELATORIO.

           OPEN OUTPUT TREND-RPT

           CALL 'RPTFMT01' USING WS-RPTFMT-PARM
           MOVE WS-RPTFMT-LINHA-CAB1 TO TREND-RPT-REC
           WRITE TREND-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO TREND-RPT-REC
           WRITE TREND-RPT-REC
           MOVE WS-DIAS-JANELA TO LJN-DIAS
           MOVE WS-LINHA-JANELA TO TREND-RPT-REC
           WRITE TREND-RPT-REC
           MOVE WS-LINHA-CAB TO TREND-RPT-REC
           WRITE TREND-RPT-REC

           PERFORM P310-RETORNAR-CAPTURA
               UNTIL FIM-SORT

           IF WS-ARQ-ATUAL NOT = SPACES
               PERFORM P400-FECHAR-ARQUIVO
           END-IF

           CLOSE TREND-RPT
           .

       P310-RETORNAR-CAPTURA.

           RETURN GROWTH-SORT
               AT END
                   SET FIM-SORT TO TRUE
               NOT AT END
                   IF SR-ARQUIVO NOT = WS-ARQ-ATUAL
                       IF WS-ARQ-ATUAL NOT = SPACES
                           PERFORM P400-FECHAR-ARQUIVO
                       END-IF
                       MOVE SR-ARQUIVO   TO WS-ARQ-ATUAL
                       MOVE SR-DATA      TO WS-PRIM-DATA
                       MOVE SR-REGISTROS TO WS-PRIM-QTD
                       MOVE ZEROS        TO WS-TOT-ULTIMAS
                   END-IF
                   MOVE SR-DATA      TO WS-ULT-DATA
                   MOVE SR-REGISTROS TO WS-ULT-QTD
                   MOVE SR-TETO      TO WS-ULT-TETO
                   MOVE SR-PCT-USO   TO WS-ULT-PCT
                   PERFORM P320-EMPILHAR-ULTIMA
           END-RETURN
           .

      ******************************************************************
      * P320-EMPILHAR-ULTIMA
      * Guarda as sete ultimas contagens: cheia a pilha, desliza uma
      * posicao e a nova entra no fim.
      ******************************************************************
       P320-EMPILHAR-ULTIMA.

           IF WS-TOT-ULTIMAS < 7
               ADD 1 TO WS-TOT-ULTIMAS
           ELSE
               PERFORM P325-DESLIZAR
                   VARYING WS-IDX-ULT FROM 1 BY 1
                     UNTIL WS-IDX-ULT > 6
           END-IF
           MOVE SR-REGISTROS TO WS-ULTIMA-QTD (WS-TOT-ULTIMAS)
           .

       P325-DESLIZAR.

           MOVE WS-ULTIMA-QTD (WS-IDX-ULT + 1)
             TO WS-ULTIMA-QTD (WS-IDX-ULT)
           .

      ******************************************************************
      * P400-FECHAR-ARQUIVO
      * Crescimento medio por dia entre a primeira e a ultima captura
      * da janela; ao mesmo ritmo, a data em que o teto e alcancado.
      ******************************************************************
       P400-FECHAR-ARQUIVO.

           ADD 1 TO WS-ARQUIVOS-LISTADOS

           COMPUTE WS-DIAS-DECORRIDOS =
               FUNCTION INTEGER-OF-DATE (WS-ULT-DATA)
               - FUNCTION INTEGER-OF-DATE (WS-PRIM-DATA)

           IF WS-DIAS-DECORRIDOS > 0
               COMPUTE WS-CRESC-DIARIO ROUNDED =
                   (WS-ULT-QTD - WS-PRIM-QTD) / WS-DIAS-DECORRIDOS
           ELSE
               MOVE ZEROS TO WS-CRESC-DIARIO
           END-IF

           MOVE SPACES          TO WS-LINHA-DET
           MOVE WS-ARQ-ATUAL    TO LDT-ARQUIVO
           MOVE WS-PRIM-QTD     TO LDT-INICIO
           MOVE WS-ULT-QTD      TO LDT-ATUAL
           MOVE WS-CRESC-DIARIO TO LDT-CRESC
           MOVE WS-ULT-TETO     TO LDT-TETO
           MOVE WS-ULT-PCT      TO LDT-PCT

           EVALUATE TRUE
               WHEN WS-ULT-TETO = ZEROS
                   MOVE 'SEM TETO CONFIGURADO' TO LDT-PROJECAO
               WHEN WS-ULT-QTD NOT < WS-ULT-TETO
                   MOVE 'TETO JA ATINGIDO'     TO LDT-PROJECAO
               WHEN WS-CRESC-DIARIO NOT > ZEROS
                   MOVE 'SEM CRESCIMENTO'      TO LDT-PROJECAO
               WHEN OTHER
                   PERFORM P410-PROJETAR-TETO
           END-EVALUATE

           MOVE WS-LINHA-DET TO TREND-RPT-REC
           WRITE TREND-RPT-REC

           MOVE SPACES TO WS-LINHA-TENDENCIA
           MOVE 'ULTIMAS CAPTURAS:' TO WS-LINHA-TENDENCIA (11:20)
           PERFORM P420-MOVER-ULTIMA
               VARYING WS-IDX-ULT FROM 1 BY 1
                 UNTIL WS-IDX-ULT > WS-TOT-ULTIMAS
           MOVE WS-LINHA-TENDENCIA TO TREND-RPT-REC
           WRITE TREND-RPT-REC
           .

       P410-PROJETAR-TETO.

           COMPUTE WS-DIAS-PARA-TETO ROUNDED =
               (WS-ULT-TETO - WS-ULT-QTD) / WS-CRESC-DIARIO

           COMPUTE WS-DIAS-AUX =
               FUNCTION INTEGER-OF-DATE (WS-ULT-DATA)
               + WS-DIAS-PARA-TETO
           COMPUTE WS-DATA-PROJETADA =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-AUX)

           STRING WS-PRJ-DD '/' WS-PRJ-MM '/' WS-PRJ-AA
               DELIMITED BY SIZE INTO LDT-PROJECAO
           END-STRING
           .

       P420-MOVER-ULTIMA.

           MOVE WS-ULTIMA-QTD (WS-IDX-ULT) TO LTD-VALOR (WS-IDX-ULT)
           .

       END PROGRAM FILRPT01.
