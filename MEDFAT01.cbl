      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: MEDFAT01 - monthly metered-usage billing. Takes the
      *          cycle's meter readings (LEITIN: contract, previous
      *          and current reading, reading date), prices each
      *          contract's consumption tier by tier on the TARIFTAB
      *          prices of its contract type and puts one FATURAIN
      *          line per contract on MEDFTIN (under a HDRCTL header,
      *          origin 'MEDICAO'), with the tier breakdown on MEDDET
      *          for FATURA01 to turn into the invoice's INVLINES
      *          lines. A reading that goes backwards, jumps past the
      *          MEDPARM percentage over the contract's average or
      *          falls outside the cycle -- and a metered contract
      *          with no reading in the cycle -- goes to the MEDEXC
      *          exception list instead of being billed. The
      *          spreadsheet and the hand-keyed lines go away.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Contract images widened to 112 bytes for CONTRACT's
      *             CT-COD-EMPRESA.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  Journal images at the 110-byte contract record.
      * 15/10/2026  Journal images at the 107-byte contract record.
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDFAT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEITURA-IN         ASSIGN TO "LEITIN"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTRATO-FILE
                                      ASSIGN TO "CONTRACT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS CT-NUM-CONTRATO
                                      FILE STATUS IS WS-CONTR-STATUS.

           SELECT OPTIONAL TARIFA-TABLE
                                      ASSIGN TO "TARIFTAB"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MEDICAO-PARM       ASSIGN TO "MEDPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL GEN-CONTROL
                                      ASSIGN TO "GENCTL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FATURA-GERADA      ASSIGN TO "MEDFTIN"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MEDICAO-DETALHE
                                      ASSIGN TO "MEDDET"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS MD-CHAVE
                                      FILE STATUS IS WS-DET-STATUS.

           SELECT OPTIONAL CONTRATO-JOURNAL
                                      ASSIGN TO "CONTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MEDICAO-EXC        ASSIGN TO "MEDEXC"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEITURA-IN.
       01  LEITURA-IN-REC.
           03 LT-NUM-CONTRATO                 PIC 9(06).
           03 LT-LEITURA-ANTERIOR             PIC 9(09)V99.
           03 LT-LEITURA-ATUAL                PIC 9(09)V99.
           03 LT-DATA-LEITURA                 PIC 9(08).

       FD  CONTRATO-FILE.
           COPY CONTRACT.

      * Faixas de preco por tipo de contrato, em ordem crescente de
      * limite dentro do tipo; limite zero e a faixa sem teto.
       FD  TARIFA-TABLE.
       01  TARIFA-TABLE-REC.
           03 TT-TIPO-CONTRATO                PIC X(04).
           03 TT-LIMITE-ATE                   PIC 9(09)V99.
           03 TT-PRECO-UNITARIO               PIC 9(07)V99.

       FD  MEDICAO-PARM.
       01  MEDICAO-PARM-REC.
           03 MP-ANO-MES                      PIC 9(06).
           03 MP-PERCENTUAL-SALTO             PIC 9(03).

       FD  GEN-CONTROL.
       01  GEN-CONTROL-REC.
           03 GC-FEED                        PIC X(08).
           03 GC-GERACAO                     PIC 9(06).

       FD  FATURA-GERADA.
       01  FATURA-GERADA-REC.
           03 FG-NUM-CLIENTE                  PIC 9(06).
           03 FG-DATA-EMISSAO                 PIC X(10).
           03 FG-PRAZO-DIAS                   PIC 9(03).
           03 FG-VALOR                        PIC 9(07)V99.
           03 FG-QTD-PARCELAS                 PIC 9(02).
           03 FG-DESC-PERCENTUAL              PIC 9(02)V99.
           03 FG-DESC-DIAS                    PIC 9(03).
           03 FG-FATURA-ORIGEM                PIC 9(06).
           03 FG-ISS-RETIDO                   PIC X(01).
           03 FG-COD-ITEM                     PIC X(08).
           03 FG-QUANTIDADE                   PIC 9(05)V99.
           03 FG-PRECO-UNITARIO               PIC 9(07)V99.
           03 FG-DESCRICAO                    PIC X(30).

       01  FATURA-GERADA-HEADER.
           COPY HDRCTL.

       FD  MEDICAO-DETALHE.
           COPY MEDDET.

      * Diario das mudancas de contrato, o mesmo layout do CONTMNT01.
       FD  CONTRATO-JOURNAL.
       01  CONTRATO-JOURNAL-REC.
           03 CJ-OPERACAO                    PIC X(10).
           03 CJ-NUM-CONTRATO                PIC 9(06).
           03 CJ-DATA-HORA                   PIC X(21).
           03 CJ-IMAGEM-ANTES                PIC X(112).
           03 CJ-IMAGEM-DEPOIS               PIC X(112).
           03 CJ-OPERADOR                    PIC X(08).

       FD  MEDICAO-EXC.
       01  MEDICAO-EXC-REC                    PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-CONTR-STATUS                    PIC X(02) VALUE '00'.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-DET-STATUS                      PIC X(02) VALUE '00'.
       77 WS-IMAGEM-ANTES                    PIC X(112) VALUE SPACES.
       77 WS-MOTIVO                          PIC X(40) VALUE SPACES.

      * Proxima geracao do feed FATURAIN, lida de GENCTL para o
      * cabecalho HDRCTL que o FATURA01 exige.
       77 WS-PROXIMA-GERACAO                 PIC 9(06) VALUE 1.

      * Ciclo faturado (AAAAMM) e o salto maximo aceito sobre a media
      * de consumo do contrato, em percentual.
       77 WS-ANO-MES-CICLO                   PIC 9(06) VALUE ZEROS.
       77 WS-PERCENTUAL-SALTO                PIC 9(03) VALUE 100.
       77 WS-ANO-MES-LEITURA                 PIC 9(06) VALUE ZEROS.

       77 WS-CONSUMO                         PIC 9(09)V99 VALUE ZEROS.
       77 WS-CONSUMO-MAXIMO                  PIC 9(11)V99 VALUE ZEROS.
       77 WS-RESTANTE                        PIC 9(09)V99 VALUE ZEROS.
       77 WS-LIMITE-ANTERIOR                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-QTD-FAIXA                       PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-FAIXA                     PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-TOTAL                     PIC 9(07)V99 VALUE ZEROS.

       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE                       PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-COBRANCA                   PIC 9(07) VALUE ZEROS.
       77 WS-PRAZO                           PIC S9(05) VALUE ZEROS.
       77 WS-DATA-COBRANCA                   PIC 9(08) VALUE ZEROS.
       77 WS-ANO-ALVO                        PIC 9(04) VALUE ZEROS.
       77 WS-MES-ALVO                        PIC 9(02) VALUE ZEROS.
       77 WS-DIA-ALVO                        PIC 9(02) VALUE ZEROS.
       77 WS-ULTIMO-DIA                      PIC 9(02) VALUE ZEROS.
       77 WS-DATA-PROX-MES                   PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-FIM-MES                    PIC 9(07) VALUE ZEROS.
       77 WS-DATA-FIM-MES                    PIC 9(08) VALUE ZEROS.

       01 WS-DATA-HOJE-DEC.
           03 WS-HOJ-AA         PIC 9(04).
           03 WS-HOJ-MM         PIC 9(02).
           03 WS-HOJ-DD         PIC 9(02).

       01 WS-DATA-EMISSAO.
           03 WS-EMI-DD         PIC 9(02).
           03 FILLER            PIC X(01) VALUE '/'.
           03 WS-EMI-MM         PIC 9(02).
           03 FILLER            PIC X(01) VALUE '/'.
           03 WS-EMI-AA         PIC 9(04).

      * Faixas de TARIFTAB carregadas na abertura.
       77 WS-TOT-TAR                         PIC 9(04) VALUE ZEROS.
       77 WS-IDX-TAR                         PIC 9(04) VALUE ZEROS.
       01 WS-TAB-TAR.
           03 WS-TAR-ENTRADA OCCURS 0 TO 500 TIMES
                             DEPENDING ON WS-TOT-TAR.
              05 WS-TAR-TIPO                PIC X(04).
              05 WS-TAR-LIMITE              PIC 9(09)V99.
              05 WS-TAR-PRECO               PIC 9(07)V99.

      * Faixas calculadas da leitura corrente, gravadas no MEDDET
      * depois que o total da linha (parte da chave) e conhecido.
       77 WS-TOT-FAI                         PIC 9(02) VALUE ZEROS.
       77 WS-IDX-FAI                         PIC 9(02) VALUE ZEROS.
       01 WS-TAB-FAI.
           03 WS-FAI-ENTRADA OCCURS 20 TIMES.
              05 WS-FAI-QUANTIDADE          PIC 9(05)V99.
              05 WS-FAI-PRECO               PIC 9(07)V99.
              05 WS-FAI-VALOR               PIC 9(07)V99.

      * Contratos com leitura recusada neste ciclo: nao aparecem de
      * novo como leitura ausente.
       77 WS-TOT-REC                         PIC 9(04) VALUE ZEROS.
       77 WS-IDX-REC                         PIC 9(04) VALUE ZEROS.
       01 WS-TAB-REC.
           03 WS-REC-CONTRATO OCCURS 0 TO 5000 TIMES
                             DEPENDING ON WS-TOT-REC
                                             PIC 9(06).

       01 WS-DESC-CONSUMO.
           03 FILLER            PIC X(08) VALUE 'CONSUMO '.
           03 WS-DCO-CONSUMO    PIC ZZZZZZ9.99.
           03 FILLER            PIC X(06) VALUE ' LEIT '.
           03 WS-DCO-DATA-DD    PIC 9(02).
           03 FILLER            PIC X(01) VALUE '/'.
           03 WS-DCO-DATA-MM    PIC 9(02).

       01 WS-DATA-LEITURA-DEC.
           03 WS-LEI-AA         PIC 9(04).
           03 WS-LEI-MM         PIC 9(02).
           03 WS-LEI-DD         PIC 9(02).

       01 WS-DESC-FAIXA.
           03 FILLER            PIC X(06) VALUE 'FAIXA '.
           03 WS-DFA-FAIXA      PIC 9(02).
           03 FILLER            PIC X(02) VALUE ': '.
           03 WS-DFA-QUANTIDADE PIC ZZZZ9.99.
           03 FILLER            PIC X(03) VALUE ' X '.
           03 WS-DFA-PRECO      PIC ZZZZZ9.99.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-TAR-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-TARIFTAB                     VALUE 'S' FALSE 'N'.
           03 WS-GEN-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-GENCTL                       VALUE 'S' FALSE 'N'.
           03 WS-CONTR-EOF                   PIC X(01) VALUE 'N'.
              88 FIM-CONTRATOS                    VALUE 'S' FALSE 'N'.
           03 WS-TIPO-SW                     PIC X(01) VALUE 'N'.
              88 TIPO-COM-FAIXAS                  VALUE 'S' FALSE 'N'.
           03 WS-RECUSA-SW                   PIC X(01) VALUE 'N'.
              88 JA-RECUSADO                      VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(07) VALUE ZEROS.
           03 WS-FATURADAS                   PIC 9(07) VALUE ZEROS.
           03 WS-SEM-CONSUMO                 PIC 9(07) VALUE ZEROS.
           03 WS-RECUSADAS                   PIC 9(07) VALUE ZEROS.
           03 WS-AUSENTES                    PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'MEDFAT01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'EXCECOES DE LEITURA'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(09)
                                       VALUE 'CONTRATO'.
           03 FILLER                         PIC X(07)
                                       VALUE 'CLIENTE'.
           03 FILLER                         PIC X(14)
                                       VALUE ' LEIT. ANTER.'.
           03 FILLER                         PIC X(14)
                                       VALUE '  LEIT. ATUAL'.
           03 FILLER                         PIC X(10)
                                       VALUE 'DATA'.
           03 FILLER                         PIC X(14)
                                       VALUE ' MEDIA CONSUMO'.
           03 FILLER                         PIC X(40)
                                       VALUE 'MOTIVO'.

       01 WS-LINHA-DETALHE.
           03 DET-NUM-CONTRATO               PIC 9(06).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-NUM-CLIENTE                PIC 9(06).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-LEITURA-ANTERIOR           PIC ZZZZZZZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-LEITURA-ATUAL              PIC ZZZZZZZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-DATA-LEITURA               PIC 9(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-MEDIA                      PIC ZZZZZZZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-MOTIVO                     PIC X(40).

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETROS
           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-LEITURA
               UNTIL FIM-DE-ARQUIVO
           PERFORM P800-VERIFICAR-AUSENTES
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

       P050-LER-PARAMETROS.

           OPEN INPUT MEDICAO-PARM
           IF WS-PARM-STATUS = '00'
               READ MEDICAO-PARM
                   NOT AT END
                       MOVE MP-ANO-MES TO WS-ANO-MES-CICLO
                       IF MP-PERCENTUAL-SALTO > ZEROS
                           MOVE MP-PERCENTUAL-SALTO
                             TO WS-PERCENTUAL-SALTO
                       END-IF
               END-READ
               CLOSE MEDICAO-PARM
           END-IF

           IF WS-ANO-MES-CICLO = ZEROS
               MOVE WS-DTP-DATA-ATUAL (1:6) TO WS-ANO-MES-CICLO
           END-IF
           .

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  LEITURA-IN
           OPEN I-O    CONTRATO-FILE
           OPEN I-O    MEDICAO-DETALHE
           OPEN EXTEND CONTRATO-JOURNAL
           OPEN OUTPUT FATURA-GERADA
           OPEN OUTPUT MEDICAO-EXC

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT
           MOVE WS-DATA-HOJE-INT            TO WS-DATA-HOJE-DEC
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE-INT)

           MOVE WS-HOJ-DD TO WS-EMI-DD
           MOVE WS-HOJ-MM TO WS-EMI-MM
           MOVE WS-HOJ-AA TO WS-EMI-AA

           PERFORM P120-LER-TARIFAS
           PERFORM P150-GRAVAR-CABECALHO

           PERFORM P110-LER-LEITURA
           .

       P110-LER-LEITURA.

           READ LEITURA-IN
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDAS
           END-READ
           .

      ******************************************************************
      * P120-LER-TARIFAS
      * Carrega a tabela TARIFTAB; sem o arquivo nenhum tipo tem
      * faixas e toda leitura cai na lista de excecoes.
      ******************************************************************
       P120-LER-TARIFAS.

           OPEN INPUT TARIFA-TABLE

           PERFORM P125-LER-UMA-TARIFA
               UNTIL FIM-TARIFTAB

           CLOSE TARIFA-TABLE
           .

       P125-LER-UMA-TARIFA.

           READ TARIFA-TABLE
               AT END
                   SET FIM-TARIFTAB TO TRUE
               NOT AT END
                   IF WS-TOT-TAR < 500
                       ADD 1 TO WS-TOT-TAR
                       MOVE TT-TIPO-CONTRATO
                         TO WS-TAR-TIPO (WS-TOT-TAR)
                       MOVE TT-LIMITE-ATE
                         TO WS-TAR-LIMITE (WS-TOT-TAR)
                       MOVE TT-PRECO-UNITARIO
                         TO WS-TAR-PRECO (WS-TOT-TAR)
                   END-IF
           END-READ
           .

       P150-GRAVAR-CABECALHO.

           PERFORM P160-LER-GERACAO

           MOVE SPACES                      TO FATURA-GERADA-HEADER
           MOVE 'HEADER'                    TO HDR-INDICADOR
           MOVE WS-DATA-HOJE-INT            TO HDR-DATA-ARQUIVO
           MOVE 'MEDICAO'                   TO HDR-SISTEMA-ORIGEM
           MOVE WS-PROXIMA-GERACAO          TO HDR-GERACAO

           WRITE FATURA-GERADA-HEADER

           MOVE 1 TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO MEDICAO-EXC-REC
           WRITE MEDICAO-EXC-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO MEDICAO-EXC-REC
           WRITE MEDICAO-EXC-REC

           MOVE SPACES TO MEDICAO-EXC-REC
           STRING 'CICLO: ' WS-ANO-MES-CICLO
                  '   SALTO MAXIMO SOBRE A MEDIA: '
                  WS-PERCENTUAL-SALTO '%'
               DELIMITED BY SIZE INTO MEDICAO-EXC-REC
           END-STRING
           WRITE MEDICAO-EXC-REC

           MOVE WS-LINHA-CAB3 TO MEDICAO-EXC-REC
           WRITE MEDICAO-EXC-REC
           .

       P160-LER-GERACAO.

           OPEN INPUT GEN-CONTROL

           PERFORM P165-LER-UMA-LINHA
               UNTIL FIM-GENCTL

           CLOSE GEN-CONTROL
           .

       P165-LER-UMA-LINHA.

           READ GEN-CONTROL
               AT END
                   SET FIM-GENCTL TO TRUE
               NOT AT END
                   IF GC-FEED = 'FATURAIN'
                       COMPUTE WS-PROXIMA-GERACAO = GC-GERACAO + 1
                   END-IF
           END-READ
           .

      ******************************************************************
      * P200-PROCESSA-LEITURA
      * Cada leitura passa pelas verificacoes na ordem abaixo; a
      * primeira que falha manda a leitura para a lista de excecoes
      * e o contrato nao e faturado nem atualizado.
      ******************************************************************
       P200-PROCESSA-LEITURA.

           MOVE SPACES TO WS-MOTIVO
           MOVE LT-NUM-CONTRATO TO CT-NUM-CONTRATO

           IF LT-NUM-CONTRATO IS NOT NUMERIC
              OR LT-LEITURA-ANTERIOR IS NOT NUMERIC
              OR LT-LEITURA-ATUAL IS NOT NUMERIC
              OR LT-DATA-LEITURA IS NOT NUMERIC
               MOVE 'LEITURA COM CAMPO NAO NUMERICO' TO WS-MOTIVO
               MOVE ZEROS TO CT-NUM-CLIENTE CT-CONSUMO-MEDIO
           ELSE
               PERFORM P250-VALIDAR-LEITURA
           END-IF

           IF WS-MOTIVO = SPACES
               PERFORM P300-PRECIFICAR-CONSUMO
           END-IF

           IF WS-MOTIVO = SPACES
               PERFORM P400-FATURAR-CONSUMO
           ELSE
               PERFORM P700-GRAVAR-EXCECAO
           END-IF

           PERFORM P110-LER-LEITURA
           .

      ******************************************************************
      * P250-VALIDAR-LEITURA
      * Contrato ativo e medido, leitura dentro do ciclo e a primeira
      * dele, sem voltar para tras e sem saltar alem do percentual
      * do MEDPARM sobre a media do contrato (so quando ja existe
      * media).
      ******************************************************************
       P250-VALIDAR-LEITURA.

           READ CONTRATO-FILE
               INVALID KEY
                   MOVE 'CONTRATO INEXISTENTE' TO WS-MOTIVO
                   MOVE ZEROS TO CT-NUM-CLIENTE CT-CONSUMO-MEDIO
               NOT INVALID KEY
                   PERFORM P255-VERIFICAR-CONTRATO
           END-READ
           .

       P255-VERIFICAR-CONTRATO.

           PERFORM P260-VERIFICAR-TIPO
           COMPUTE WS-ANO-MES-LEITURA = LT-DATA-LEITURA / 100

           EVALUATE TRUE
               WHEN NOT CT-CONTRATO-ATIVO
                   MOVE 'CONTRATO ENCERRADO' TO WS-MOTIVO
               WHEN NOT TIPO-COM-FAIXAS
                   MOVE 'TIPO DE CONTRATO SEM FAIXAS NA TARIFTAB'
                     TO WS-MOTIVO
               WHEN WS-ANO-MES-LEITURA NOT = WS-ANO-MES-CICLO
                   MOVE 'LEITURA FORA DO CICLO' TO WS-MOTIVO
               WHEN CT-DATA-ULT-LEITURA / 100 = WS-ANO-MES-CICLO
                   MOVE 'CONTRATO JA FATURADO NO CICLO' TO WS-MOTIVO
               WHEN LT-LEITURA-ATUAL < LT-LEITURA-ANTERIOR
                   MOVE 'LEITURA MENOR QUE A ANTERIOR' TO WS-MOTIVO
               WHEN OTHER
                   COMPUTE WS-CONSUMO =
                       LT-LEITURA-ATUAL - LT-LEITURA-ANTERIOR
                   PERFORM P270-VERIFICAR-SALTO
           END-EVALUATE
           .

       P260-VERIFICAR-TIPO.

           SET TIPO-COM-FAIXAS TO FALSE

           PERFORM P265-COMPARAR-TIPO
               VARYING WS-IDX-TAR FROM 1 BY 1
                 UNTIL WS-IDX-TAR > WS-TOT-TAR
                    OR TIPO-COM-FAIXAS
           .

       P265-COMPARAR-TIPO.

           IF WS-TAR-TIPO (WS-IDX-TAR) = CT-TIPO-CONTRATO
               SET TIPO-COM-FAIXAS TO TRUE
           END-IF
           .

       P270-VERIFICAR-SALTO.

           IF CT-QTD-LEITURAS > ZEROS
              AND CT-CONSUMO-MEDIO > ZEROS
               COMPUTE WS-CONSUMO-MAXIMO =
                   CT-CONSUMO-MEDIO * (100 + WS-PERCENTUAL-SALTO)
                   / 100
               IF WS-CONSUMO > WS-CONSUMO-MAXIMO
                   MOVE 'CONSUMO ACIMA DO SALTO MAXIMO SOBRE MEDIA'
                     TO WS-MOTIVO
               END-IF
           END-IF
           .

      ******************************************************************
      * P300-PRECIFICAR-CONSUMO
      * Consumo distribuido pelas faixas do tipo em ordem: cada faixa
      * leva ate o seu limite (menos o da faixa anterior) ao seu
      * preco; limite zero leva o resto. Consumo que sobra depois da
      * ultima faixa e excecao -- a tabela precisa de faixa sem teto.
      ******************************************************************
       P300-PRECIFICAR-CONSUMO.

           MOVE ZEROS      TO WS-TOT-FAI
                              WS-VALOR-TOTAL
                              WS-LIMITE-ANTERIOR
           MOVE WS-CONSUMO TO WS-RESTANTE

           PERFORM P310-PRECIFICAR-FAIXA
               VARYING WS-IDX-TAR FROM 1 BY 1
                 UNTIL WS-IDX-TAR > WS-TOT-TAR
                    OR WS-RESTANTE = ZEROS
                    OR WS-MOTIVO NOT = SPACES

           IF WS-MOTIVO = SPACES
              AND WS-RESTANTE > ZEROS
               MOVE 'CONSUMO ALEM DA ULTIMA FAIXA DO TIPO'
                 TO WS-MOTIVO
           END-IF
           .

       P310-PRECIFICAR-FAIXA.

           IF WS-TAR-TIPO (WS-IDX-TAR) = CT-TIPO-CONTRATO
               IF WS-TAR-LIMITE (WS-IDX-TAR) = ZEROS
                  OR WS-TAR-LIMITE (WS-IDX-TAR) - WS-LIMITE-ANTERIOR
                     >= WS-RESTANTE
                   MOVE WS-RESTANTE TO WS-QTD-FAIXA
               ELSE
                   COMPUTE WS-QTD-FAIXA =
                       WS-TAR-LIMITE (WS-IDX-TAR) - WS-LIMITE-ANTERIOR
               END-IF
               MOVE WS-TAR-LIMITE (WS-IDX-TAR) TO WS-LIMITE-ANTERIOR
               SUBTRACT WS-QTD-FAIXA FROM WS-RESTANTE
               PERFORM P320-GUARDAR-FAIXA
           END-IF
           .

      ******************************************************************
      * P320-GUARDAR-FAIXA
      * A quantidade da faixa tem o tamanho do IL-QUANTIDADE da linha
      * de item; faixa maior que isso, ou valor que estoura o campo,
      * e excecao.
      ******************************************************************
       P320-GUARDAR-FAIXA.

           EVALUATE TRUE
               WHEN WS-TOT-FAI >= 20
                   MOVE 'MAIS DE VINTE FAIXAS NO TIPO' TO WS-MOTIVO
               WHEN WS-QTD-FAIXA > 99999.99
                   MOVE 'CONSUMO DA FAIXA EXCEDE O CAMPO' TO WS-MOTIVO
               WHEN OTHER
                   COMPUTE WS-VALOR-FAIXA ROUNDED =
                       WS-QTD-FAIXA * WS-TAR-PRECO (WS-IDX-TAR)
                       ON SIZE ERROR
                           MOVE 'VALOR DA FAIXA EXCEDE O CAMPO'
                             TO WS-MOTIVO
                   END-COMPUTE
           END-EVALUATE

           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-TOT-FAI
               MOVE WS-QTD-FAIXA TO WS-FAI-QUANTIDADE (WS-TOT-FAI)
               MOVE WS-TAR-PRECO (WS-IDX-TAR)
                 TO WS-FAI-PRECO (WS-TOT-FAI)
               MOVE WS-VALOR-FAIXA TO WS-FAI-VALOR (WS-TOT-FAI)
               ADD WS-VALOR-FAIXA TO WS-VALOR-TOTAL
                   ON SIZE ERROR
                       MOVE 'VALOR DA LINHA EXCEDE O CAMPO'
                         TO WS-MOTIVO
               END-ADD
           END-IF
           .

      ******************************************************************
      * P400-FATURAR-CONSUMO
      * Consumo zero nao gera linha (a FATVAL01 recusaria), mas a
      * leitura entra no contrato. Uma linha com a mesma chave de
      * outra do cliente no dia (mesmo valor) nao teria como separar
      * as faixas no MEDDET: vai para as excecoes e sai no dia
      * seguinte.
      ******************************************************************
       P400-FATURAR-CONSUMO.

           IF WS-VALOR-TOTAL = ZEROS
               ADD 1 TO WS-SEM-CONSUMO
               PERFORM P500-ATUALIZAR-CONTRATO
           ELSE
               MOVE CT-NUM-CLIENTE  TO MD-NUM-CLIENTE
               MOVE WS-DATA-EMISSAO TO MD-DATA-EMISSAO
               MOVE WS-VALOR-TOTAL  TO MD-VALOR-LINHA
               MOVE 1               TO MD-SEQUENCIA
               READ MEDICAO-DETALHE
                   INVALID KEY
                       PERFORM P410-GRAVAR-LINHA
                       PERFORM P500-ATUALIZAR-CONTRATO
                   NOT INVALID KEY
                       MOVE 'LINHA IGUAL A OUTRA DO CLIENTE NO DIA'
                         TO WS-MOTIVO
                       PERFORM P700-GRAVAR-EXCECAO
               END-READ
           END-IF
           .

       P410-GRAVAR-LINHA.

           PERFORM P450-CALCULAR-PRAZO

           MOVE LT-DATA-LEITURA     TO WS-DATA-LEITURA-DEC
           MOVE WS-CONSUMO          TO WS-DCO-CONSUMO
           MOVE WS-LEI-DD           TO WS-DCO-DATA-DD
           MOVE WS-LEI-MM           TO WS-DCO-DATA-MM

           MOVE CT-NUM-CLIENTE   TO FG-NUM-CLIENTE
           MOVE WS-DATA-EMISSAO  TO FG-DATA-EMISSAO
           MOVE WS-PRAZO         TO FG-PRAZO-DIAS
           MOVE WS-VALOR-TOTAL   TO FG-VALOR
           MOVE ZEROS            TO FG-QTD-PARCELAS
                                    FG-DESC-PERCENTUAL
                                    FG-DESC-DIAS
                                    FG-FATURA-ORIGEM
                                    FG-QUANTIDADE
                                    FG-PRECO-UNITARIO
           MOVE SPACE            TO FG-ISS-RETIDO
           MOVE SPACES           TO FG-COD-ITEM
           MOVE WS-DESC-CONSUMO  TO FG-DESCRICAO

           WRITE FATURA-GERADA-REC
           ADD 1 TO WS-FATURADAS

           PERFORM P430-GRAVAR-FAIXA
               VARYING WS-IDX-FAI FROM 1 BY 1
                 UNTIL WS-IDX-FAI > WS-TOT-FAI
           .

      ******************************************************************
      * P430-GRAVAR-FAIXA
      * Uma linha de detalhe por faixa no MEDDET, sob a chave da
      * linha FATURAIN; o FATURA01 as le na emissao.
      ******************************************************************
       P430-GRAVAR-FAIXA.

           MOVE CT-NUM-CLIENTE  TO MD-NUM-CLIENTE
           MOVE WS-DATA-EMISSAO TO MD-DATA-EMISSAO
           MOVE WS-VALOR-TOTAL  TO MD-VALOR-LINHA
           MOVE WS-IDX-FAI      TO MD-SEQUENCIA
           MOVE CT-NUM-CONTRATO TO MD-NUM-CONTRATO

           MOVE WS-IDX-FAI                     TO WS-DFA-FAIXA
           MOVE WS-FAI-QUANTIDADE (WS-IDX-FAI) TO WS-DFA-QUANTIDADE
           MOVE WS-FAI-PRECO (WS-IDX-FAI)      TO WS-DFA-PRECO
           MOVE WS-DESC-FAIXA                  TO MD-DESCRICAO

           MOVE WS-FAI-QUANTIDADE (WS-IDX-FAI) TO MD-QUANTIDADE
           MOVE WS-FAI-PRECO (WS-IDX-FAI)      TO MD-PRECO-UNITARIO
           MOVE WS-FAI-VALOR (WS-IDX-FAI)      TO MD-VALOR

           WRITE MEDICAO-DET-REC
               INVALID KEY
                   DISPLAY 'MEDFAT01 - DETALHE DUPLICADO: CONTRATO '
                           CT-NUM-CONTRATO
           END-WRITE
           .

      ******************************************************************
      * P450-CALCULAR-PRAZO
      * Prazo em dias ate a proxima ocorrencia do dia de cobranca do
      * contrato, como no CONTGEN01: neste mes quando ainda esta a
      * frente, senao no mes seguinte, com o dia limitado ao ultimo
      * dia do mes alvo.
      ******************************************************************
       P450-CALCULAR-PRAZO.

           IF CT-DIA-COBRANCA > WS-HOJ-DD
               MOVE WS-HOJ-AA TO WS-ANO-ALVO
               MOVE WS-HOJ-MM TO WS-MES-ALVO
           ELSE
               IF WS-HOJ-MM = 12
                   COMPUTE WS-ANO-ALVO = WS-HOJ-AA + 1
                   MOVE 01 TO WS-MES-ALVO
               ELSE
                   MOVE WS-HOJ-AA TO WS-ANO-ALVO
                   COMPUTE WS-MES-ALVO = WS-HOJ-MM + 1
               END-IF
           END-IF

           PERFORM P460-LIMITAR-DIA

           COMPUTE WS-DATA-COBRANCA =
               WS-ANO-ALVO * 10000 + WS-MES-ALVO * 100
             + WS-DIA-ALVO

           COMPUTE WS-DIAS-COBRANCA =
               FUNCTION INTEGER-OF-DATE (WS-DATA-COBRANCA)

           COMPUTE WS-PRAZO = WS-DIAS-COBRANCA - WS-DIAS-HOJE
           .

       P460-LIMITAR-DIA.

           IF WS-MES-ALVO = 12
               COMPUTE WS-DATA-PROX-MES =
                   (WS-ANO-ALVO + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-DATA-PROX-MES =
                   WS-ANO-ALVO * 10000
                 + (WS-MES-ALVO + 1) * 100 + 01
           END-IF

           COMPUTE WS-DIAS-FIM-MES =
               FUNCTION INTEGER-OF-DATE (WS-DATA-PROX-MES) - 1
           COMPUTE WS-DATA-FIM-MES =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-FIM-MES)
           MOVE WS-DATA-FIM-MES (7:2) TO WS-ULTIMO-DIA

           IF CT-DIA-COBRANCA > WS-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA TO WS-DIA-ALVO
           ELSE
               MOVE CT-DIA-COBRANCA TO WS-DIA-ALVO
           END-IF
           .

      ******************************************************************
      * P500-ATUALIZAR-CONTRATO
      * A leitura faturada entra na media do contrato -- media movel
      * das ultimas doze leituras -- e a data dela marca o ciclo
      * como faturado.
      ******************************************************************
       P500-ATUALIZAR-CONTRATO.

           MOVE CONTRATO-REC TO WS-IMAGEM-ANTES

           IF CT-QTD-LEITURAS < 12
               ADD 1 TO CT-QTD-LEITURAS
           END-IF

           COMPUTE CT-CONSUMO-MEDIO ROUNDED =
               (CT-CONSUMO-MEDIO * (CT-QTD-LEITURAS - 1) + WS-CONSUMO)
               / CT-QTD-LEITURAS
           MOVE LT-DATA-LEITURA TO CT-DATA-ULT-LEITURA

           REWRITE CONTRATO-REC
               INVALID KEY
                   DISPLAY 'MEDFAT01 - FALHA AO REGRAVAR: '
                           CT-NUM-CONTRATO
               NOT INVALID KEY
                   PERFORM P550-GRAVAR-JORNAL
           END-REWRITE
           .

       P550-GRAVAR-JORNAL.

           MOVE 'LEITURA'             TO CJ-OPERACAO
           MOVE CT-NUM-CONTRATO       TO CJ-NUM-CONTRATO
           MOVE FUNCTION CURRENT-DATE TO CJ-DATA-HORA
           MOVE WS-IMAGEM-ANTES       TO CJ-IMAGEM-ANTES
           MOVE CONTRATO-REC          TO CJ-IMAGEM-DEPOIS
           MOVE 'MEDFAT01'            TO CJ-OPERADOR

           WRITE CONTRATO-JOURNAL-REC
           .

      ******************************************************************
      * P700-GRAVAR-EXCECAO
      * Leitura recusada: sai na MEDEXC com o motivo e o contrato
      * fica na tabela de recusados do ciclo.
      ******************************************************************
       P700-GRAVAR-EXCECAO.

           MOVE SPACES              TO WS-LINHA-DETALHE
           MOVE LT-NUM-CONTRATO     TO DET-NUM-CONTRATO
           MOVE CT-NUM-CLIENTE      TO DET-NUM-CLIENTE
           MOVE LT-LEITURA-ANTERIOR TO DET-LEITURA-ANTERIOR
           MOVE LT-LEITURA-ATUAL    TO DET-LEITURA-ATUAL
           MOVE LT-DATA-LEITURA     TO DET-DATA-LEITURA
           MOVE CT-CONSUMO-MEDIO    TO DET-MEDIA
           MOVE WS-MOTIVO           TO DET-MOTIVO

           MOVE WS-LINHA-DETALHE TO MEDICAO-EXC-REC
           WRITE MEDICAO-EXC-REC
           ADD 1 TO WS-RECUSADAS

           IF WS-TOT-REC < 5000
              AND LT-NUM-CONTRATO IS NUMERIC
               ADD 1 TO WS-TOT-REC
               MOVE LT-NUM-CONTRATO TO WS-REC-CONTRATO (WS-TOT-REC)
           END-IF
           .

      ******************************************************************
      * P800-VERIFICAR-AUSENTES
      * Varredura do CONTRACT depois das leituras: contrato ativo, de
      * tipo medido, ja vigente no ciclo e sem leitura faturada nele
      * -- e sem leitura recusada, que ja saiu na lista -- entra
      * como leitura ausente.
      ******************************************************************
       P800-VERIFICAR-AUSENTES.

           MOVE ZEROS TO CT-NUM-CONTRATO
           START CONTRATO-FILE KEY >= CT-NUM-CONTRATO
               INVALID KEY
                   SET FIM-CONTRATOS TO TRUE
           END-START

           PERFORM P810-VERIFICAR-UM-CONTRATO
               UNTIL FIM-CONTRATOS
           .

       P810-VERIFICAR-UM-CONTRATO.

           READ CONTRATO-FILE NEXT RECORD
               AT END
                   SET FIM-CONTRATOS TO TRUE
               NOT AT END
                   IF CT-CONTRATO-ATIVO
                      AND CT-DATA-INICIO / 100 <= WS-ANO-MES-CICLO
                      AND CT-DATA-ULT-LEITURA / 100 < WS-ANO-MES-CICLO
                       PERFORM P820-VERIFICAR-AUSENCIA
                   END-IF
           END-READ
           .

       P820-VERIFICAR-AUSENCIA.

           PERFORM P260-VERIFICAR-TIPO

           SET JA-RECUSADO TO FALSE
           PERFORM P830-COMPARAR-RECUSADO
               VARYING WS-IDX-REC FROM 1 BY 1
                 UNTIL WS-IDX-REC > WS-TOT-REC
                    OR JA-RECUSADO

           IF TIPO-COM-FAIXAS
              AND NOT JA-RECUSADO
               MOVE SPACES              TO WS-LINHA-DETALHE
               MOVE CT-NUM-CONTRATO     TO DET-NUM-CONTRATO
               MOVE CT-NUM-CLIENTE      TO DET-NUM-CLIENTE
               MOVE ZEROS               TO DET-LEITURA-ANTERIOR
                                           DET-LEITURA-ATUAL
               MOVE CT-DATA-ULT-LEITURA TO DET-DATA-LEITURA
               MOVE CT-CONSUMO-MEDIO    TO DET-MEDIA
               MOVE 'LEITURA AUSENTE NO CICLO' TO DET-MOTIVO

               MOVE WS-LINHA-DETALHE TO MEDICAO-EXC-REC
               WRITE MEDICAO-EXC-REC
               ADD 1 TO WS-AUSENTES
           END-IF
           .

       P830-COMPARAR-RECUSADO.

           IF WS-REC-CONTRATO (WS-IDX-REC) = CT-NUM-CONTRATO
               SET JA-RECUSADO TO TRUE
           END-IF
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE LEITURA-IN
           CLOSE CONTRATO-FILE
           CLOSE MEDICAO-DETALHE
           CLOSE CONTRATO-JOURNAL
           CLOSE FATURA-GERADA
           CLOSE MEDICAO-EXC

           DISPLAY 'MEDFAT01 - LEITURAS LIDAS....: ' WS-LIDAS
           DISPLAY 'MEDFAT01 - LINHAS GERADAS....: ' WS-FATURADAS
           DISPLAY 'MEDFAT01 - SEM CONSUMO.......: ' WS-SEM-CONSUMO
           DISPLAY 'MEDFAT01 - LEITURAS RECUSADAS: ' WS-RECUSADAS
           DISPLAY 'MEDFAT01 - LEITURAS AUSENTES.: ' WS-AUSENTES
           .

       END PROGRAM MEDFAT01.
