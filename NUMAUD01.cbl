      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: NUMAUD01 - monthly invoice-number sequence audit. The
      *          numbers drawn from CTRLFILE in the NUMAUDP period
      *          (aaaamm; default the month of the processing date)
      *          are rebuilt from the SETAUDIT trail -- each advance
      *          of the shared sequence (FATURA01, RENEG01, PTESTSET)
      *          or of an issuing company's sequence (FATURA01) is a
      *          drawn range with the program and run generation that
      *          drew it. The whole range of every sequence is walked
      *          number by number and each one classified as live on
      *          FATURA, archived on FATARCH, cancelled or missing;
      *          stretches with no SETAUDIT trace between two drawn
      *          ranges are walked too and flagged, and a range drawn
      *          again over numbers already drawn is flagged as
      *          overlapping. Every missing number is listed on its
      *          own line with the trace that explains it (agreement
      *          numbers drawn by RENEG01 are looked up on ACORDO).
      *          Report NUMAUDR.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  A number whose invoice was cancelled by CANCFAT01
      *             counts as cancelled, not as a live invoice.
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMAUD01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NUM-PARM  ASSIGN TO "NUMAUDP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL SET-AUDIT-LOG
                                      ASSIGN TO "SETAUDIT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
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

           SELECT RANGE-SORT         ASSIGN TO "SRTWORKU".

           SELECT NUM-RPT            ASSIGN TO "NUMAUDR"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NUM-PARM.
       01  NUM-PARM-REC.
           03 NQ-PERIODO                      PIC 9(06).

       FD  SET-AUDIT-LOG.
           COPY SETAUD.

       FD  FATURA-MASTER.
           COPY FATURA.

       FD  FATURA-ARCH.
       01  FATURA-ARCH-REC                    PIC X(241).

       FD  ACORDO-FILE.
           COPY ACORDO.

      * Uma faixa sacada por linha de SETAUDIT: sequencia (00 a
      * geral, senao a empresa emissora), primeiro e ultimo numero
      * sacados e o rastro da execucao que os sacou.
       SD  RANGE-SORT.
       01  RANGE-SORT-REC.
           03 SR-SEQUENCIA                    PIC 9(02).
           03 SR-INICIO                       PIC 9(07).
           03 SR-FIM                          PIC 9(07).
           03 SR-DATA-HORA                    PIC X(14).
           03 SR-PROGRAMA                     PIC X(08).
           03 SR-GERACAO                      PIC 9(06).

       FD  NUM-RPT.
       01  NUM-RPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-ACORDO-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PERIODO                         PIC 9(06) VALUE ZEROS.
       77 WS-NUM-ANTES                       PIC 9(07) VALUE ZEROS.
       77 WS-NUM-DEPOIS                      PIC 9(07) VALUE ZEROS.
       77 WS-NUMERO                          PIC 9(07) VALUE ZEROS.
       77 WS-MENOR-NUMERO                    PIC 9(07) VALUE 9999999.
       77 WS-MAIOR-NUMERO                    PIC 9(07) VALUE ZEROS.

      * Sequencia corrente do sort e ultimo numero ja conferido nela.
       77 WS-SEQ-ATUAL                       PIC 9(02) VALUE ZEROS.
       77 WS-SEQ-PRIMEIRO                    PIC 9(07) VALUE ZEROS.
       77 WS-ULTIMO-NUM                      PIC 9(07) VALUE ZEROS.

      * Faixa em conferencia: a sacada (ou o trecho sem rastro antes
      * dela) e o pedaco dela ainda nao conferido.
       77 WS-FX-SACADO-DE                    PIC 9(07) VALUE ZEROS.
       77 WS-FX-SACADO-ATE                   PIC 9(07) VALUE ZEROS.
       77 WS-FX-INICIO                       PIC 9(07) VALUE ZEROS.
       77 WS-FX-FIM                          PIC 9(07) VALUE ZEROS.
       77 WS-FX-PROGRAMA                     PIC X(08) VALUE SPACES.
       77 WS-FX-GERACAO                      PIC 9(06) VALUE ZEROS.
       77 WS-FX-DATA-HORA                    PIC X(14) VALUE SPACES.
       77 WS-FX-VIVAS                        PIC 9(05) VALUE ZEROS.
       77 WS-FX-ARQUIVADAS                   PIC 9(05) VALUE ZEROS.
       77 WS-FX-CANCELADAS                   PIC 9(05) VALUE ZEROS.
       77 WS-FX-FALTANTES                    PIC 9(05) VALUE ZEROS.

      * Totais da sequencia corrente.
       77 WS-SQ-VIVAS                        PIC 9(07) VALUE ZEROS.
       77 WS-SQ-ARQUIVADAS                   PIC 9(07) VALUE ZEROS.
       77 WS-SQ-CANCELADAS                   PIC 9(07) VALUE ZEROS.
       77 WS-SQ-FALTANTES                    PIC 9(07) VALUE ZEROS.

      * Numeros do arquivo-morto dentro da faixa do periodo.
       77 WS-TOT-ARQ                         PIC 9(05) VALUE ZEROS.
       77 WS-IDX-ARQ                         PIC 9(05) VALUE ZEROS.
       01 WS-TAB-ARQUIVO.
           03 WS-ARQ-NUMERO OCCURS 0 TO 9999 TIMES
                            DEPENDING ON WS-TOT-ARQ
                                             PIC 9(07).

      * Faltas da faixa em conferencia, listadas depois da linha da
      * faixa.
       77 WS-TOT-FALTAS                      PIC 9(04) VALUE ZEROS.
       77 WS-IDX-FALTA                       PIC 9(04) VALUE ZEROS.
       77 WS-TEXTO-FALTA                     PIC X(50) VALUE SPACES.
       01 WS-TAB-FALTAS.
           03 WS-FALTA-ENTRADA OCCURS 0 TO 2000 TIMES
                               DEPENDING ON WS-TOT-FALTAS.
              05 WS-FALTA-NUMERO            PIC 9(07).
              05 WS-FALTA-TEXTO             PIC X(50).

      * Copia do registro do arquivo-morto, relida no layout do
      * mestre.
       COPY FATURA REPLACING ==FATURA-REC== BY ==WS-FATURA-MORTO==
                     LEADING ==FT== BY ==FM==.

       01 WS-SWITCHES.
           03 WS-EOF-LOG                     PIC X(01) VALUE 'N'.
              88 FIM-LOG                          VALUE 'S' FALSE 'N'.
           03 WS-EOF-ARQ                     PIC X(01) VALUE 'N'.
              88 FIM-ARQUIVO-MORTO                VALUE 'S' FALSE 'N'.
           03 WS-EOF-SORT                    PIC X(01) VALUE 'N'.
              88 FIM-SORT                         VALUE 'S' FALSE 'N'.
           03 WS-PRIMEIRA-SW                 PIC X(01) VALUE 'S'.
              88 PRIMEIRA-FAIXA                   VALUE 'S' FALSE 'N'.
           03 WS-RASTRO-SW                   PIC X(01) VALUE 'N'.
              88 FAIXA-SEM-RASTRO                 VALUE 'S' FALSE 'N'.
           03 WS-SOBREPOSTA-SW               PIC X(01) VALUE 'N'.
              88 FAIXA-SOBREPOSTA                 VALUE 'S' FALSE 'N'.
           03 WS-ARQUIVADA-SW                PIC X(01) VALUE 'N'.
              88 NUMERO-ARQUIVADO                 VALUE 'S' FALSE 'N'.
           03 WS-ACORDO-SW                   PIC X(01) VALUE 'N'.
              88 ACORDO-DISPONIVEL                VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LOG-LIDOS                   PIC 9(09) VALUE ZEROS.
           03 WS-FAIXAS-SACADAS              PIC 9(07) VALUE ZEROS.
           03 WS-NUMEROS-CONFERIDOS          PIC 9(09) VALUE ZEROS.
           03 WS-TOT-VIVAS                   PIC 9(09) VALUE ZEROS.
           03 WS-TOT-ARQUIVADAS              PIC 9(09) VALUE ZEROS.
           03 WS-TOT-CANCELADAS              PIC 9(09) VALUE ZEROS.
           03 WS-TOT-FALTANTES               PIC 9(09) VALUE ZEROS.
           03 WS-TOT-SEM-RASTRO              PIC 9(09) VALUE ZEROS.
           03 WS-SOBREPOSTAS                 PIC 9(07) VALUE ZEROS.
           03 WS-FALTAS-NAO-LISTADAS         PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'NUMAUD01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'AUDITORIA DA NUMERACAO'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(12)
                                       VALUE 'SEQUENCIA'.
           03 FILLER                         PIC X(19)
                                       VALUE 'FAIXA SACADA'.
           03 FILLER                         PIC X(09) VALUE 'PROGRAMA'.
           03 FILLER                         PIC X(07) VALUE 'GERACAO'.
           03 FILLER                         PIC X(18)
                                       VALUE ' DATA/HORA SAQUE'.
           03 FILLER                         PIC X(07) VALUE '  VIVAS'.
           03 FILLER                         PIC X(07) VALUE ' ARQUIV'.
           03 FILLER                         PIC X(07) VALUE ' CANCEL'.
           03 FILLER                         PIC X(07) VALUE ' FALTAM'.
           03 FILLER                         PIC X(10)
                                       VALUE '  SITUACAO'.

       01 WS-LINHA-FAIXA.
           03 DET-SEQUENCIA                  PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-INICIO                     PIC ZZZZZZ9.
           03 FILLER                         PIC X(03) VALUE ' A '.
           03 DET-FIM                        PIC ZZZZZZ9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-PROGRAMA                   PIC X(08).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-GERACAO                    PIC ZZZZZ9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-DATA-HORA                  PIC X(16).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-VIVAS                      PIC ZZ,ZZ9.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-ARQUIVADAS                 PIC ZZ,ZZ9.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-CANCELADAS                 PIC ZZ,ZZ9.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-FALTANTES                  PIC ZZ,ZZ9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-SITUACAO                   PIC X(24).

       01 WS-LINHA-FALTA.
           03 FILLER                         PIC X(12) VALUE SPACES.
           03 FILLER                         PIC X(06) VALUE 'FALTA '.
           03 FLT-NUMERO                     PIC ZZZZZZ9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FLT-TEXTO                      PIC X(50).

       01 WS-LINHA-RODAPE.
           03 ROD-TITULO                     PIC X(30).
           03 ROD-QTDE                       PIC ZZZ,ZZZ,ZZ9.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETROS

           OPEN OUTPUT NUM-RPT
           PERFORM P450-IMPRIMIR-CABECALHO

           SORT RANGE-SORT
               ON ASCENDING KEY SR-SEQUENCIA
                                SR-INICIO
                                SR-DATA-HORA
               INPUT PROCEDURE IS P200-SELECIONAR-SAQUES
               OUTPUT PROCEDURE IS P300-CONFERIR-SEQUENCIAS

           PERFORM P800-IMPRIMIR-RODAPE

           CLOSE NUM-RPT

           DISPLAY 'NUMAUD01 - TRILHA LIDA.......: ' WS-LOG-LIDOS
           DISPLAY 'NUMAUD01 - FAIXAS SACADAS....: ' WS-FAIXAS-SACADAS
           DISPLAY 'NUMAUD01 - NUMEROS CONFERIDOS: '
                   WS-NUMEROS-CONFERIDOS
           DISPLAY 'NUMAUD01 - VIVAS NO FATURA...: ' WS-TOT-VIVAS
           DISPLAY 'NUMAUD01 - ARQUIVADAS........: ' WS-TOT-ARQUIVADAS
           DISPLAY 'NUMAUD01 - CANCELADAS........: ' WS-TOT-CANCELADAS
           DISPLAY 'NUMAUD01 - FALTANTES.........: ' WS-TOT-FALTANTES
           DISPLAY 'NUMAUD01 - SEM RASTRO........: ' WS-TOT-SEM-RASTRO
           DISPLAY 'NUMAUD01 - FAIXAS SOBREPOSTAS: ' WS-SOBREPOSTAS

           GOBACK.

      ******************************************************************
      * P050-LER-PARAMETROS
      * Periodo (aaaamm) do NUMAUDP; sem o arquivo, ou zerado, vale o
      * mes da data de processamento.
      ******************************************************************
       P050-LER-PARAMETROS.

           OPEN INPUT NUM-PARM
           IF WS-PARM-STATUS = '00'
               READ NUM-PARM
                   NOT AT END
                       MOVE NQ-PERIODO TO WS-PERIODO
               END-READ
               CLOSE NUM-PARM
           END-IF

           IF WS-PERIODO = ZEROS
               MOVE WS-DTP-DATA-ATUAL (1:6) TO WS-PERIODO
           END-IF
           .

      ******************************************************************
      * P200-SELECIONAR-SAQUES
      * Do SETAUDIT, so as linhas do periodo que registram o avanco
      * de uma sequencia de numeracao: a geral (FATURA01, RENEG01 e
      * PTESTSET) e a de cada empresa emissora (FATURA01, com a
      * empresa na chave).
      ******************************************************************
       P200-SELECIONAR-SAQUES.

           OPEN INPUT SET-AUDIT-LOG

           PERFORM P210-LER-AUDITORIA
               UNTIL FIM-LOG

           CLOSE SET-AUDIT-LOG
           .

       P210-LER-AUDITORIA.

           READ SET-AUDIT-LOG
               AT END
                   SET FIM-LOG TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOG-LIDOS
                   IF WS-SETAUD-DATA-HORA (1:6) = WS-PERIODO
                       PERFORM P220-AVALIAR-SAQUE
                   END-IF
           END-READ
           .

       P220-AVALIAR-SAQUE.

           MOVE 99 TO SR-SEQUENCIA

           EVALUATE TRUE
               WHEN WS-SETAUD-CAMPO = 'WS-NUM-CONTROLE'
                AND (WS-SETAUD-PROGRAMA = 'FATURA01'
                  OR WS-SETAUD-PROGRAMA = 'RENEG01')
                   MOVE ZEROS TO SR-SEQUENCIA
               WHEN WS-SETAUD-CAMPO = 'WS-NUM-2'
                AND WS-SETAUD-PROGRAMA = 'PTESTSET'
                   MOVE ZEROS TO SR-SEQUENCIA
               WHEN WS-SETAUD-CAMPO = 'WS-SEQ-NUMERO'
                AND WS-SETAUD-PROGRAMA = 'FATURA01'
                AND WS-SETAUD-CHAVE (9:2) IS NUMERIC
                   MOVE WS-SETAUD-CHAVE (9:2) TO SR-SEQUENCIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF SR-SEQUENCIA NOT = 99
              AND WS-SETAUD-VALOR-ANTES (1:7) IS NUMERIC
              AND WS-SETAUD-VALOR-DEPOIS (1:7) IS NUMERIC
               MOVE WS-SETAUD-VALOR-ANTES (1:7)  TO WS-NUM-ANTES
               MOVE WS-SETAUD-VALOR-DEPOIS (1:7) TO WS-NUM-DEPOIS
               IF WS-NUM-DEPOIS > WS-NUM-ANTES
                   COMPUTE SR-INICIO = WS-NUM-ANTES + 1
                   MOVE WS-NUM-DEPOIS                TO SR-FIM
                   MOVE WS-SETAUD-DATA-HORA (1:14)   TO SR-DATA-HORA
                   MOVE WS-SETAUD-PROGRAMA           TO SR-PROGRAMA
                   MOVE WS-SETAUD-GERACAO            TO SR-GERACAO
                   RELEASE RANGE-SORT-REC
                   ADD 1 TO WS-FAIXAS-SACADAS
                   IF SR-INICIO < WS-MENOR-NUMERO
                       MOVE SR-INICIO TO WS-MENOR-NUMERO
                   END-IF
                   IF SR-FIM > WS-MAIOR-NUMERO
                       MOVE SR-FIM    TO WS-MAIOR-NUMERO
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * P300-CONFERIR-SEQUENCIAS
      * Quebra por sequencia: cada faixa sacada e conferida numero a
      * numero, precedida do trecho sem rastro que a separar da
      * faixa anterior; o total da sequencia fecha a quebra.
      ******************************************************************
       P300-CONFERIR-SEQUENCIAS.

           PERFORM P310-CARREGAR-ARQUIVO

           OPEN INPUT FATURA-MASTER
           OPEN INPUT ACORDO-FILE
           IF WS-ACORDO-STATUS = '00'
               SET ACORDO-DISPONIVEL TO TRUE
           END-IF

           PERFORM P320-RETORNAR-FAIXA
               UNTIL FIM-SORT

           IF NOT PRIMEIRA-FAIXA
               PERFORM P380-FECHAR-SEQUENCIA
           END-IF

           CLOSE FATURA-MASTER
           CLOSE ACORDO-FILE
           .

      * Guarda os numeros do arquivo-morto que caem entre o menor e o
      * maior numero sacados no periodo.
       P310-CARREGAR-ARQUIVO.

           MOVE ZEROS TO WS-TOT-ARQ
           OPEN INPUT FATURA-ARCH

           PERFORM P315-LER-ARQUIVO
               UNTIL FIM-ARQUIVO-MORTO

           CLOSE FATURA-ARCH
           .

       P315-LER-ARQUIVO.

           READ FATURA-ARCH INTO WS-FATURA-MORTO
               AT END
                   SET FIM-ARQUIVO-MORTO TO TRUE
               NOT AT END
                   IF FM-NUM-FATURA >= WS-MENOR-NUMERO
                      AND FM-NUM-FATURA <= WS-MAIOR-NUMERO
                      AND WS-TOT-ARQ < 9999
                       ADD 1 TO WS-TOT-ARQ
                       MOVE FM-NUM-FATURA TO WS-ARQ-NUMERO (WS-TOT-ARQ)
                   END-IF
           END-READ
           .

       P320-RETORNAR-FAIXA.

           RETURN RANGE-SORT
               AT END
                   SET FIM-SORT TO TRUE
               NOT AT END
                   PERFORM P330-TRATAR-FAIXA
           END-RETURN
           .

       P330-TRATAR-FAIXA.

           EVALUATE TRUE
               WHEN PRIMEIRA-FAIXA
                   SET PRIMEIRA-FAIXA TO FALSE
                   PERFORM P370-ABRIR-SEQUENCIA
               WHEN SR-SEQUENCIA NOT = WS-SEQ-ATUAL
                   PERFORM P380-FECHAR-SEQUENCIA
                   PERFORM P370-ABRIR-SEQUENCIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *    Numeros entre a faixa anterior e esta que nenhuma linha do
      *    SETAUDIT explica.
           IF SR-INICIO > WS-ULTIMO-NUM + 1
               SET FAIXA-SEM-RASTRO TO TRUE
               SET FAIXA-SOBREPOSTA TO FALSE
               COMPUTE WS-FX-INICIO = WS-ULTIMO-NUM + 1
               COMPUTE WS-FX-FIM    = SR-INICIO - 1
               MOVE WS-FX-INICIO TO WS-FX-SACADO-DE
               MOVE WS-FX-FIM    TO WS-FX-SACADO-ATE
               MOVE SPACES       TO WS-FX-PROGRAMA
               MOVE ZEROS        TO WS-FX-GERACAO
               MOVE SPACES       TO WS-FX-DATA-HORA
               PERFORM P400-CONFERIR-FAIXA
           END-IF

      *    A faixa sacada; o que ja foi sacado antes na mesma
      *    sequencia nao e conferido de novo.
           SET FAIXA-SEM-RASTRO TO FALSE
           SET FAIXA-SOBREPOSTA TO FALSE
           MOVE SR-INICIO    TO WS-FX-SACADO-DE
           MOVE SR-FIM       TO WS-FX-SACADO-ATE
           MOVE SR-INICIO    TO WS-FX-INICIO
           MOVE SR-FIM       TO WS-FX-FIM
           MOVE SR-PROGRAMA  TO WS-FX-PROGRAMA
           MOVE SR-GERACAO   TO WS-FX-GERACAO
           MOVE SR-DATA-HORA TO WS-FX-DATA-HORA
           IF SR-INICIO <= WS-ULTIMO-NUM
               SET FAIXA-SOBREPOSTA TO TRUE
               ADD 1 TO WS-SOBREPOSTAS
               COMPUTE WS-FX-INICIO = WS-ULTIMO-NUM + 1
           END-IF
           PERFORM P400-CONFERIR-FAIXA
           .

       P370-ABRIR-SEQUENCIA.

           MOVE SR-SEQUENCIA TO WS-SEQ-ATUAL
           MOVE SR-INICIO    TO WS-SEQ-PRIMEIRO
           COMPUTE WS-ULTIMO-NUM = SR-INICIO - 1
           MOVE ZEROS TO WS-SQ-VIVAS
           MOVE ZEROS TO WS-SQ-ARQUIVADAS
           MOVE ZEROS TO WS-SQ-CANCELADAS
           MOVE ZEROS TO WS-SQ-FALTANTES
           .

       P380-FECHAR-SEQUENCIA.

           MOVE SPACES             TO WS-LINHA-FAIXA
           MOVE 'TOTAL'            TO DET-SEQUENCIA
           MOVE WS-SEQ-PRIMEIRO    TO DET-INICIO
           MOVE ' A '              TO WS-LINHA-FAIXA (20:3)
           MOVE WS-ULTIMO-NUM      TO DET-FIM
           MOVE WS-SQ-VIVAS        TO DET-VIVAS
           MOVE WS-SQ-ARQUIVADAS   TO DET-ARQUIVADAS
           MOVE WS-SQ-CANCELADAS   TO DET-CANCELADAS
           MOVE WS-SQ-FALTANTES    TO DET-FALTANTES
           PERFORM P390-DESCREVER-SEQUENCIA
           MOVE WS-LINHA-FAIXA     TO NUM-RPT-REC
           WRITE NUM-RPT-REC

           MOVE SPACES TO NUM-RPT-REC
           WRITE NUM-RPT-REC
           .

       P390-DESCREVER-SEQUENCIA.

           IF WS-SEQ-ATUAL = ZEROS
               MOVE 'SEQUENCIA GERAL' TO DET-SITUACAO
           ELSE
               STRING 'SEQUENCIA EMPRESA ' WS-SEQ-ATUAL
                   DELIMITED BY SIZE INTO DET-SITUACAO
               END-STRING
           END-IF
           .

      ******************************************************************
      * P400-CONFERIR-FAIXA
      * Cada numero da faixa: vivo no FATURA, no arquivo-morto, ou
      * faltante, com o rastro que o justifica. A linha da faixa sai
      * com as contagens e as faltas logo abaixo, uma por linha.
      ******************************************************************
       P400-CONFERIR-FAIXA.

           MOVE ZEROS TO WS-FX-VIVAS
           MOVE ZEROS TO WS-FX-ARQUIVADAS
           MOVE ZEROS TO WS-FX-CANCELADAS
           MOVE ZEROS TO WS-FX-FALTANTES
           MOVE ZEROS TO WS-TOT-FALTAS

           PERFORM P410-CLASSIFICAR-NUMERO
               VARYING WS-NUMERO FROM WS-FX-INICIO BY 1
                 UNTIL WS-NUMERO > WS-FX-FIM

           PERFORM P460-IMPRIMIR-FAIXA

           PERFORM P470-IMPRIMIR-FALTA
               VARYING WS-IDX-FALTA FROM 1 BY 1
                 UNTIL WS-IDX-FALTA > WS-TOT-FALTAS

           IF WS-FX-FIM > WS-ULTIMO-NUM
               MOVE WS-FX-FIM TO WS-ULTIMO-NUM
           END-IF

           ADD WS-FX-VIVAS      TO WS-SQ-VIVAS      WS-TOT-VIVAS
           ADD WS-FX-ARQUIVADAS TO WS-SQ-ARQUIVADAS WS-TOT-ARQUIVADAS
           ADD WS-FX-CANCELADAS TO WS-SQ-CANCELADAS WS-TOT-CANCELADAS
           ADD WS-FX-FALTANTES  TO WS-SQ-FALTANTES  WS-TOT-FALTANTES
           .

       P410-CLASSIFICAR-NUMERO.

           ADD 1 TO WS-NUMEROS-CONFERIDOS
           IF FAIXA-SEM-RASTRO
               ADD 1 TO WS-TOT-SEM-RASTRO
           END-IF

           MOVE WS-NUMERO TO FT-NUM-FATURA
           READ FATURA-MASTER
               INVALID KEY
                   PERFORM P420-PROCURAR-ARQUIVO
               NOT INVALID KEY
                   IF FT-CANCELADA
                       ADD 1 TO WS-FX-CANCELADAS
                   ELSE
                       ADD 1 TO WS-FX-VIVAS
                   END-IF
           END-READ
           .

       P420-PROCURAR-ARQUIVO.

           SET NUMERO-ARQUIVADO TO FALSE
           PERFORM P425-COMPARAR-ARQUIVO
               VARYING WS-IDX-ARQ FROM 1 BY 1
                 UNTIL WS-IDX-ARQ > WS-TOT-ARQ
                    OR NUMERO-ARQUIVADO

           IF NUMERO-ARQUIVADO
               ADD 1 TO WS-FX-ARQUIVADAS
           ELSE
               PERFORM P430-REGISTRAR-FALTA
           END-IF
           .

       P425-COMPARAR-ARQUIVO.

           IF WS-ARQ-NUMERO (WS-IDX-ARQ) = WS-NUMERO
               SET NUMERO-ARQUIVADO TO TRUE
           END-IF
           .

      * O rastro que justifica a falta: o programa que sacou o numero
      * e, para o RENEG01, o acordo que o levou como numero.
       P430-REGISTRAR-FALTA.

           ADD 1 TO WS-FX-FALTANTES
           MOVE SPACES TO WS-TEXTO-FALTA

           EVALUATE TRUE
               WHEN FAIXA-SEM-RASTRO
                   MOVE 'SEM RASTRO NO SETAUDIT' TO WS-TEXTO-FALTA
               WHEN WS-FX-PROGRAMA = 'PTESTSET'
                   MOVE 'GERACAO DE CONTROLE DO PTESTSET'
                                                 TO WS-TEXTO-FALTA
               WHEN WS-FX-PROGRAMA = 'RENEG01'
                   PERFORM P440-PROCURAR-ACORDO
               WHEN OTHER
                   STRING 'SACADO PELO ' WS-FX-PROGRAMA
                          ' SEM FATURA EMITIDA'
                       DELIMITED BY SIZE INTO WS-TEXTO-FALTA
                   END-STRING
           END-EVALUATE

           IF WS-TOT-FALTAS < 2000
               ADD 1 TO WS-TOT-FALTAS
               MOVE WS-NUMERO      TO WS-FALTA-NUMERO (WS-TOT-FALTAS)
               MOVE WS-TEXTO-FALTA TO WS-FALTA-TEXTO (WS-TOT-FALTAS)
           ELSE
               ADD 1 TO WS-FALTAS-NAO-LISTADAS
           END-IF
           .

       P440-PROCURAR-ACORDO.

           MOVE 'SACADO PELO RENEG01 SEM ACORDO GRAVADO'
                                            TO WS-TEXTO-FALTA
           IF ACORDO-DISPONIVEL
               MOVE WS-NUMERO TO AC-NUM-ACORDO
               READ ACORDO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-TEXTO-FALTA
                       STRING 'NUMERO DO ACORDO DO CLIENTE '
                              AC-NUM-CLIENTE
                           DELIMITED BY SIZE INTO WS-TEXTO-FALTA
                       END-STRING
               END-READ
           END-IF
           .

       P450-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO NUM-RPT-REC
           WRITE NUM-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO NUM-RPT-REC
           WRITE NUM-RPT-REC

           MOVE SPACES TO NUM-RPT-REC
           STRING 'NUMEROS SACADOS DO CTRLFILE NO PERIODO '
                  WS-PERIODO (5:2) '/' WS-PERIODO (1:4)
               DELIMITED BY SIZE INTO NUM-RPT-REC
           END-STRING
           WRITE NUM-RPT-REC

           MOVE SPACES TO NUM-RPT-REC
           WRITE NUM-RPT-REC
           MOVE WS-LINHA-CAB3 TO NUM-RPT-REC
           WRITE NUM-RPT-REC
           .

       P460-IMPRIMIR-FAIXA.

           MOVE SPACES TO WS-LINHA-FAIXA
           IF WS-SEQ-ATUAL = ZEROS
               MOVE 'GERAL' TO DET-SEQUENCIA
           ELSE
               STRING 'EMPRESA ' WS-SEQ-ATUAL
                   DELIMITED BY SIZE INTO DET-SEQUENCIA
               END-STRING
           END-IF
           MOVE WS-FX-SACADO-DE  TO DET-INICIO
           MOVE ' A '            TO WS-LINHA-FAIXA (20:3)
           MOVE WS-FX-SACADO-ATE TO DET-FIM

           IF FAIXA-SEM-RASTRO
               MOVE '--------' TO DET-PROGRAMA
           ELSE
               MOVE WS-FX-PROGRAMA TO DET-PROGRAMA
               MOVE WS-FX-GERACAO  TO DET-GERACAO
               MOVE WS-FX-DATA-HORA (7:2) TO DET-DATA-HORA (1:2)
               MOVE '/'                   TO DET-DATA-HORA (3:1)
               MOVE WS-FX-DATA-HORA (5:2) TO DET-DATA-HORA (4:2)
               MOVE '/'                   TO DET-DATA-HORA (6:1)
               MOVE WS-FX-DATA-HORA (1:4) TO DET-DATA-HORA (7:4)
               MOVE WS-FX-DATA-HORA (9:2) TO DET-DATA-HORA (12:2)
               MOVE ':'                   TO DET-DATA-HORA (14:1)
               MOVE WS-FX-DATA-HORA (11:2) TO DET-DATA-HORA (15:2)
           END-IF

           MOVE WS-FX-VIVAS      TO DET-VIVAS
           MOVE WS-FX-ARQUIVADAS TO DET-ARQUIVADAS
           MOVE WS-FX-CANCELADAS TO DET-CANCELADAS
           MOVE WS-FX-FALTANTES  TO DET-FALTANTES

           EVALUATE TRUE
               WHEN FAIXA-SEM-RASTRO
                   MOVE '*** SEM RASTRO'        TO DET-SITUACAO
               WHEN FAIXA-SOBREPOSTA
                   MOVE '*** SACADA DE NOVO'    TO DET-SITUACAO
               WHEN WS-FX-FALTANTES > 0
                   MOVE '*** COM FALTAS'        TO DET-SITUACAO
               WHEN OTHER
                   MOVE 'COMPLETA'              TO DET-SITUACAO
           END-EVALUATE

           MOVE WS-LINHA-FAIXA TO NUM-RPT-REC
           WRITE NUM-RPT-REC
           .

       P470-IMPRIMIR-FALTA.

           MOVE WS-FALTA-NUMERO (WS-IDX-FALTA) TO FLT-NUMERO
           MOVE WS-FALTA-TEXTO (WS-IDX-FALTA)  TO FLT-TEXTO
           MOVE WS-LINHA-FALTA TO NUM-RPT-REC
           WRITE NUM-RPT-REC
           .

       P800-IMPRIMIR-RODAPE.

           IF WS-FAIXAS-SACADAS = ZEROS
               MOVE 'NENHUM NUMERO SACADO NO PERIODO' TO NUM-RPT-REC
               WRITE NUM-RPT-REC
               MOVE SPACES TO NUM-RPT-REC
               WRITE NUM-RPT-REC
           END-IF

           MOVE 'FAIXAS SACADAS NO PERIODO...: ' TO ROD-TITULO
           MOVE WS-FAIXAS-SACADAS TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO NUM-RPT-REC
           WRITE NUM-RPT-REC

           MOVE 'NUMEROS CONFERIDOS..........: ' TO ROD-TITULO
           MOVE WS-NUMEROS-CONFERIDOS TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO NUM-RPT-REC
           WRITE NUM-RPT-REC

           MOVE 'VIVAS NO FATURA.............: ' TO ROD-TITULO
           MOVE WS-TOT-VIVAS TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO NUM-RPT-REC
           WRITE NUM-RPT-REC

           MOVE 'ARQUIVADAS NO FATARCH.......: ' TO ROD-TITULO
           MOVE WS-TOT-ARQUIVADAS TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO NUM-RPT-REC
           WRITE NUM-RPT-REC

           MOVE 'CANCELADAS..................: ' TO ROD-TITULO
           MOVE WS-TOT-CANCELADAS TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO NUM-RPT-REC
           WRITE NUM-RPT-REC

           MOVE 'FALTANTES...................: ' TO ROD-TITULO
           MOVE WS-TOT-FALTANTES TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO NUM-RPT-REC
           WRITE NUM-RPT-REC

           MOVE 'NUMEROS SEM RASTRO..........: ' TO ROD-TITULO
           MOVE WS-TOT-SEM-RASTRO TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO NUM-RPT-REC
           WRITE NUM-RPT-REC

           MOVE 'FAIXAS SACADAS DE NOVO......: ' TO ROD-TITULO
           MOVE WS-SOBREPOSTAS TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO NUM-RPT-REC
           WRITE NUM-RPT-REC

           IF WS-FALTAS-NAO-LISTADAS > 0
               MOVE 'FALTAS NAO LISTADAS.........: ' TO ROD-TITULO
               MOVE WS-FALTAS-NAO-LISTADAS TO ROD-QTDE
               MOVE WS-LINHA-RODAPE TO NUM-RPT-REC
               WRITE NUM-RPT-REC
           END-IF
           .

       END PROGRAM NUMAUD01.
