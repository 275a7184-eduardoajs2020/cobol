      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: CONSFAT01 - monthly consolidated billing. At the
      *          cycle close drains the FATACUM accumulation, where
      *          FATURA01 parked the billing lines of the customers
      *          marked on FATCONS, and puts one FATURAIN line per
      *          customer on CONSFTIN (under a HDRCTL header, origin
      *          'CONSOLID') for the month's total, with the lines it
      *          was made of on CONSDET -- a metered line by its
      *          MEDDET price tiers -- for FATURA01 to turn into the
      *          invoice's INVLINES lines. The credit-limit, duplicate
      *          and ISS checks run in FATURA01 on the consolidated
      *          line. A customer whose month stays under the FATCONS
      *          minimum is not billed: its lines go to FATACUMN, which
      *          replaces FATACUM for the next cycle, and roll into
      *          next month's invoice. Every customer is listed on
      *          CONSRPT with its outcome.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSFAT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FATURA-ACUMULADA
                                      ASSIGN TO "FATACUM"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACUMULO-SORT       ASSIGN TO "SRTWORKV".

           SELECT ACUMULO-ORDENADO   ASSIGN TO "FACUMSRT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACUMULO-PROXIMO    ASSIGN TO "FATACUMN"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FATURA-CONSOLIDADA
                                      ASSIGN TO "FATCONS"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CF-NUM-CLIENTE
                                      FILE STATUS IS WS-FATCONS-STATUS.

           SELECT OPTIONAL MEDICAO-DETALHE
                                      ASSIGN TO "MEDDET"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS MD-CHAVE
                                      FILE STATUS IS WS-MEDDET-STATUS.

           SELECT OPTIONAL CATALOGO  ASSIGN TO "SVCCAT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS SV-COD-ITEM
                                      FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT OPTIONAL CONSOLIDA-DETALHE
                                      ASSIGN TO "CONSDET"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CD-CHAVE
                                      FILE STATUS IS WS-CONSDET-STATUS.

           SELECT OPTIONAL GEN-CONTROL
                                      ASSIGN TO "GENCTL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FATURA-GERADA      ASSIGN TO "CONSFTIN"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONSOLIDA-RPT      ASSIGN TO "CONSRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-ACUMULADA.
       01  FATURA-ACUMULADA-REC               PIC X(106).

       SD  ACUMULO-SORT.
       01  ACUMULO-SORT-REC.
           03 SS-NUM-CLIENTE                  PIC 9(06).
           03 SS-DATA-ACUMULO                 PIC 9(08).
           03 FILLER                          PIC X(92).

      * O acumulo em ordem de cliente e data; o registro lido aqui e
      * tambem a area de trabalho das linhas guardadas do cliente.
       FD  ACUMULO-ORDENADO.
           COPY FATACUM.

      * O acumulo do proximo ciclo: as linhas que ficaram abaixo do
      * minimo do cliente, trocado pelo FATACUM depois do passo.
       FD  ACUMULO-PROXIMO.
       01  ACUMULO-PROXIMO-REC                PIC X(106).

       FD  FATURA-CONSOLIDADA.
           COPY FATCONS.

       FD  MEDICAO-DETALHE.
           COPY MEDDET.

       FD  CATALOGO.
           COPY SVCCAT.

       FD  CONSOLIDA-DETALHE.
           COPY CONSDET.

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

       FD  CONSOLIDA-RPT.
       01  CONSOLIDA-RPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FATCONS-STATUS                  PIC X(02) VALUE '00'.
       77 WS-MEDDET-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CATALOGO-STATUS                 PIC X(02) VALUE '00'.
       77 WS-CONSDET-STATUS                  PIC X(02) VALUE '00'.
       77 WS-MOTIVO                          PIC X(40) VALUE SPACES.

      * Proxima geracao do feed FATURAIN, lida de GENCTL para o
      * cabecalho HDRCTL que o FATURA01 exige.
       77 WS-PROXIMA-GERACAO                 PIC 9(06) VALUE 1.

      * Linha recem-lida do acumulo, guardada enquanto o cliente
      * anterior e fechado.
       77 WS-LINHA-LIDA                      PIC X(106) VALUE SPACES.

      * Cliente corrente: total do mes, minimo e prazo do FATCONS e
      * as linhas que excederam a tabela (roladas direto).
       77 WS-CLIENTE-ATUAL                   PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-TOTAL                     PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-MINIMO                    PIC 9(07)V99 VALUE ZEROS.
       77 WS-PRAZO                           PIC 9(03) VALUE ZEROS.
       77 WS-EXCEDENTES                      PIC 9(05) VALUE ZEROS.
       77 WS-SEQ-DETALHE                     PIC 9(04) VALUE ZEROS.

      * Linhas do cliente corrente, na ordem do acumulo.
       77 WS-TOT-LIN                         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-LIN                         PIC 9(03) VALUE ZEROS.
       01 WS-TAB-LIN.
           03 WS-LIN-IMAGEM OCCURS 0 TO 200 TIMES
                             DEPENDING ON WS-TOT-LIN
                                             PIC X(106).

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

       01 WS-DESC-CONSOLIDADA.
           03 FILLER            PIC X(19) VALUE 'FATURA CONSOLIDADA '.
           03 WS-DCS-LINHAS     PIC ZZ9.
           03 FILLER            PIC X(07) VALUE ' LINHAS'.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-GEN-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-GENCTL                       VALUE 'S' FALSE 'N'.
           03 WS-OPCAO-SW                    PIC X(01) VALUE 'N'.
              88 CLIENTE-CONSOLIDA                VALUE 'S' FALSE 'N'.
           03 WS-FAIXA-SW                    PIC X(01) VALUE 'N'.
              88 FIM-FAIXAS-MEDICAO               VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(07) VALUE ZEROS.
           03 WS-CLIENTES                    PIC 9(07) VALUE ZEROS.
           03 WS-FATURAS                     PIC 9(07) VALUE ZEROS.
           03 WS-DETALHES                    PIC 9(07) VALUE ZEROS.
           03 WS-CLIENTES-ROLADOS            PIC 9(07) VALUE ZEROS.
           03 WS-LINHAS-ROLADAS              PIC 9(07) VALUE ZEROS.
           03 WS-TOTAL-FATURADO              PIC 9(11)V99 VALUE ZEROS.
           03 WS-TOTAL-ROLADO                PIC 9(11)V99 VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'CONSFAT01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'FATURAMENTO CONSOLIDADO'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(09)
                                       VALUE 'CLIENTE'.
           03 FILLER                         PIC X(08)
                                       VALUE 'LINHAS'.
           03 FILLER                         PIC X(17)
                                       VALUE '    TOTAL DO MES'.
           03 FILLER                         PIC X(14)
                                       VALUE '       MINIMO'.
           03 FILLER                         PIC X(40)
                                       VALUE 'SITUACAO'.

       01 WS-LINHA-DETALHE.
           03 DET-NUM-CLIENTE                PIC 9(06).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-LINHAS                     PIC ZZZZ9.
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-VALOR-TOTAL                PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-VALOR-MINIMO               PIC Z,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-SITUACAO                   PIC X(40).

       01 WS-LINHA-TOTAL.
           03 TOT-ROTULO                     PIC X(30).
           03 TOT-QUANTIDADE                 PIC Z,ZZZ,ZZ9.
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 TOT-VALOR                      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           SORT ACUMULO-SORT
               ON ASCENDING KEY SS-NUM-CLIENTE SS-DATA-ACUMULO
               WITH DUPLICATES IN ORDER
               USING FATURA-ACUMULADA
               GIVING ACUMULO-ORDENADO

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-ACUMULO
               UNTIL FIM-DE-ARQUIVO
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  ACUMULO-ORDENADO
           OPEN OUTPUT ACUMULO-PROXIMO
           OPEN INPUT  FATURA-CONSOLIDADA
           OPEN INPUT  MEDICAO-DETALHE
           OPEN INPUT  CATALOGO
           OPEN I-O    CONSOLIDA-DETALHE
           OPEN OUTPUT FATURA-GERADA
           OPEN OUTPUT CONSOLIDA-RPT

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-DEC
           MOVE WS-HOJ-DD TO WS-EMI-DD
           MOVE WS-HOJ-MM TO WS-EMI-MM
           MOVE WS-HOJ-AA TO WS-EMI-AA

           PERFORM P150-GRAVAR-CABECALHO
           .

       P150-GRAVAR-CABECALHO.

           PERFORM P160-LER-GERACAO

           MOVE SPACES                      TO FATURA-GERADA-HEADER
           MOVE 'HEADER'                    TO HDR-INDICADOR
           MOVE WS-DTP-DATA-ATUAL           TO HDR-DATA-ARQUIVO
           MOVE 'CONSOLID'                  TO HDR-SISTEMA-ORIGEM
           MOVE WS-PROXIMA-GERACAO          TO HDR-GERACAO

           WRITE FATURA-GERADA-HEADER

           MOVE 1 TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO CONSOLIDA-RPT-REC
           WRITE CONSOLIDA-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO CONSOLIDA-RPT-REC
           WRITE CONSOLIDA-RPT-REC

           MOVE SPACES TO CONSOLIDA-RPT-REC
           STRING 'EMISSAO DAS FATURAS CONSOLIDADAS: '
                  WS-DATA-EMISSAO
               DELIMITED BY SIZE INTO CONSOLIDA-RPT-REC
           END-STRING
           WRITE CONSOLIDA-RPT-REC

           MOVE WS-LINHA-CAB3 TO CONSOLIDA-RPT-REC
           WRITE CONSOLIDA-RPT-REC
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
      * P200-PROCESSA-ACUMULO
      * Le o acumulo ordenado com quebra por cliente: as linhas do
      * cliente sao guardadas na WS-TAB-LIN e somadas; a troca de
      * cliente (ou o fim do arquivo) fecha o anterior.
      ******************************************************************
       P200-PROCESSA-ACUMULO.

           READ ACUMULO-ORDENADO
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
                   IF WS-TOT-LIN > ZEROS
                       PERFORM P400-FECHAR-CLIENTE
                   END-IF
               NOT AT END
                   PERFORM P210-TRATAR-LINHA
           END-READ
           .

       P210-TRATAR-LINHA.

           ADD 1 TO WS-LIDAS

           IF WS-TOT-LIN > ZEROS
              AND AC-NUM-CLIENTE NOT = WS-CLIENTE-ATUAL
               MOVE FATURA-ACUM-REC TO WS-LINHA-LIDA
               PERFORM P400-FECHAR-CLIENTE
               MOVE WS-LINHA-LIDA TO FATURA-ACUM-REC
           END-IF

           IF WS-TOT-LIN = ZEROS
               MOVE AC-NUM-CLIENTE TO WS-CLIENTE-ATUAL
               MOVE ZEROS TO WS-VALOR-TOTAL
               MOVE ZEROS TO WS-EXCEDENTES
               ADD 1 TO WS-CLIENTES
           END-IF

           PERFORM P220-GUARDAR-LINHA
           .

      ******************************************************************
      * P220-GUARDAR-LINHA
      * A linha entra na fatura do cliente; passado o tamanho da
      * tabela ela vai direto para o acumulo do proximo ciclo e sai
      * na fatura do mes seguinte.
      ******************************************************************
       P220-GUARDAR-LINHA.

           IF WS-TOT-LIN < 200
               ADD 1 TO WS-TOT-LIN
               MOVE FATURA-ACUM-REC TO WS-LIN-IMAGEM (WS-TOT-LIN)
               ADD AC-VALOR TO WS-VALOR-TOTAL
           ELSE
               MOVE FATURA-ACUM-REC TO ACUMULO-PROXIMO-REC
               WRITE ACUMULO-PROXIMO-REC
               ADD 1 TO WS-EXCEDENTES
               ADD 1 TO WS-LINHAS-ROLADAS
               ADD AC-VALOR TO WS-TOTAL-ROLADO
           END-IF
           .

      ******************************************************************
      * P400-FECHAR-CLIENTE
      * Decide o mes do cliente: total abaixo do minimo do FATCONS
      * (enquanto o cliente continua consolidado) rola para o
      * proximo ciclo; total que nao cabe no valor da linha FATURAIN,
      * ou linha igual a outra ja gerada para o cliente no dia, rola
      * tambem, com o motivo no relatorio. O resto vira a linha
      * consolidada. Cliente que saiu do FATCONS tem o acumulo
      * emitido sem minimo.
      ******************************************************************
       P400-FECHAR-CLIENTE.

           MOVE SPACES TO WS-MOTIVO
           PERFORM P410-LER-OPCAO

           EVALUATE TRUE
               WHEN WS-VALOR-TOTAL = ZEROS
                   MOVE 'TOTAL DO MES ZERADO - ROLADO'
                     TO WS-MOTIVO
               WHEN WS-VALOR-TOTAL > 9999999.99
                   MOVE 'TOTAL EXCEDE O CAMPO DA LINHA - ROLADO'
                     TO WS-MOTIVO
               WHEN CLIENTE-CONSOLIDA
                AND WS-VALOR-TOTAL < WS-VALOR-MINIMO
                   MOVE 'ABAIXO DO MINIMO - ROLADO AO PROXIMO CICLO'
                     TO WS-MOTIVO
               WHEN OTHER
                   MOVE WS-CLIENTE-ATUAL TO CD-NUM-CLIENTE
                   MOVE WS-DATA-EMISSAO  TO CD-DATA-EMISSAO
                   MOVE WS-VALOR-TOTAL   TO CD-VALOR-LINHA
                   MOVE 1                TO CD-SEQUENCIA
                   READ CONSOLIDA-DETALHE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'LINHA IGUAL A OUTRA DO CLIENTE NO DIA'
                             TO WS-MOTIVO
                   END-READ
           END-EVALUATE

           IF WS-MOTIVO = SPACES
               PERFORM P500-EMITIR-CONSOLIDADA
               MOVE 'FATURA CONSOLIDADA GERADA' TO WS-MOTIVO
           ELSE
               PERFORM P450-ROLAR-LINHA
                   VARYING WS-IDX-LIN FROM 1 BY 1
                     UNTIL WS-IDX-LIN > WS-TOT-LIN
               ADD 1 TO WS-CLIENTES-ROLADOS
               ADD WS-VALOR-TOTAL TO WS-TOTAL-ROLADO
           END-IF

           PERFORM P700-IMPRIMIR-CLIENTE

           MOVE ZEROS TO WS-TOT-LIN
           .

      * Minimo e prazo do cliente no FATCONS; sem registro (ou com a
      * opcao desligada) nao ha minimo.
       P410-LER-OPCAO.

           SET CLIENTE-CONSOLIDA TO FALSE
           MOVE ZEROS TO WS-VALOR-MINIMO
           MOVE ZEROS TO WS-PRAZO

           MOVE WS-CLIENTE-ATUAL TO CF-NUM-CLIENTE
           READ FATURA-CONSOLIDADA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CF-CONSOLIDADO
                       SET CLIENTE-CONSOLIDA TO TRUE
                       MOVE CF-VALOR-MINIMO TO WS-VALOR-MINIMO
                   END-IF
                   MOVE CF-PRAZO-DIAS TO WS-PRAZO
           END-READ
           .

       P450-ROLAR-LINHA.

           MOVE WS-LIN-IMAGEM (WS-IDX-LIN) TO ACUMULO-PROXIMO-REC
           WRITE ACUMULO-PROXIMO-REC
           ADD 1 TO WS-LINHAS-ROLADAS
           .

      ******************************************************************
      * P500-EMITIR-CONSOLIDADA
      * Uma linha FATURAIN com o total do mes, emitida na data de
      * processamento. Prazo do FATCONS ou, sem ele, o da primeira
      * linha do mes; marca de retencao do ISS e condicao de
      * desconto tambem da primeira linha. Sem codigo de item: as
      * linhas da fatura saem do CONSDET.
      ******************************************************************
       P500-EMITIR-CONSOLIDADA.

           MOVE WS-LIN-IMAGEM (1) TO FATURA-ACUM-REC

           MOVE WS-CLIENTE-ATUAL TO FG-NUM-CLIENTE
           MOVE WS-DATA-EMISSAO  TO FG-DATA-EMISSAO
           IF WS-PRAZO > ZEROS
               MOVE WS-PRAZO      TO FG-PRAZO-DIAS
           ELSE
               MOVE AC-PRAZO-DIAS TO FG-PRAZO-DIAS
           END-IF
           MOVE WS-VALOR-TOTAL     TO FG-VALOR
           MOVE ZEROS              TO FG-QTD-PARCELAS
                                      FG-FATURA-ORIGEM
                                      FG-QUANTIDADE
                                      FG-PRECO-UNITARIO
           MOVE AC-DESC-PERCENTUAL TO FG-DESC-PERCENTUAL
           MOVE AC-DESC-DIAS       TO FG-DESC-DIAS
           MOVE AC-ISS-RETIDO      TO FG-ISS-RETIDO
           MOVE SPACES             TO FG-COD-ITEM
           MOVE WS-TOT-LIN         TO WS-DCS-LINHAS
           MOVE WS-DESC-CONSOLIDADA TO FG-DESCRICAO

           WRITE FATURA-GERADA-REC
           ADD 1 TO WS-FATURAS
           ADD WS-VALOR-TOTAL TO WS-TOTAL-FATURADO

           MOVE ZEROS TO WS-SEQ-DETALHE
           PERFORM P520-GRAVAR-DETALHE
               VARYING WS-IDX-LIN FROM 1 BY 1
                 UNTIL WS-IDX-LIN > WS-TOT-LIN
           .

      ******************************************************************
      * P520-GRAVAR-DETALHE
      * A linha do mes vira detalhe no CONSDET. Linha de medicao com
      * faixas no MEDDET entra faixa a faixa, como o FATURA01 a
      * emitiria sozinha; linha de catalogo sem descricao propria
      * leva a do SVCCAT.
      ******************************************************************
       P520-GRAVAR-DETALHE.

           MOVE WS-LIN-IMAGEM (WS-IDX-LIN) TO FATURA-ACUM-REC
           MOVE 1 TO MD-SEQUENCIA

           IF AC-COD-ITEM = SPACES
              AND AC-DESCRICAO NOT = SPACES
               MOVE AC-NUM-CLIENTE  TO MD-NUM-CLIENTE
               MOVE AC-DATA-EMISSAO TO MD-DATA-EMISSAO
               MOVE AC-VALOR        TO MD-VALOR-LINHA
               SET FIM-FAIXAS-MEDICAO TO FALSE
               PERFORM P530-GRAVAR-FAIXA
                   UNTIL FIM-FAIXAS-MEDICAO
           END-IF

           IF MD-SEQUENCIA <= 1
               PERFORM P540-GRAVAR-LINHA
           END-IF
           .

       P530-GRAVAR-FAIXA.

           READ MEDICAO-DETALHE
               INVALID KEY
                   SET FIM-FAIXAS-MEDICAO TO TRUE
               NOT INVALID KEY
                   PERFORM P550-MONTAR-CHAVE
                   MOVE SPACES            TO CD-COD-ITEM
                   MOVE MD-DESCRICAO      TO CD-DESCRICAO
                   MOVE MD-QUANTIDADE     TO CD-QUANTIDADE
                   MOVE MD-PRECO-UNITARIO TO CD-PRECO-UNITARIO
                   MOVE MD-VALOR          TO CD-VALOR
                   PERFORM P560-GRAVAR-CONSDET
                   ADD 1 TO MD-SEQUENCIA
           END-READ
           .

       P540-GRAVAR-LINHA.

           PERFORM P550-MONTAR-CHAVE
           MOVE AC-COD-ITEM       TO CD-COD-ITEM
           MOVE AC-DESCRICAO      TO CD-DESCRICAO
           IF AC-DESCRICAO = SPACES
              AND AC-COD-ITEM NOT = SPACES
               MOVE AC-COD-ITEM TO SV-COD-ITEM
               READ CATALOGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SV-DESCRICAO TO CD-DESCRICAO
               END-READ
           END-IF
           MOVE AC-QUANTIDADE     TO CD-QUANTIDADE
           MOVE AC-PRECO-UNITARIO TO CD-PRECO-UNITARIO
           MOVE AC-VALOR          TO CD-VALOR
           PERFORM P560-GRAVAR-CONSDET
           .

       P550-MONTAR-CHAVE.

           ADD 1 TO WS-SEQ-DETALHE
           MOVE WS-CLIENTE-ATUAL TO CD-NUM-CLIENTE
           MOVE WS-DATA-EMISSAO  TO CD-DATA-EMISSAO
           MOVE WS-VALOR-TOTAL   TO CD-VALOR-LINHA
           MOVE WS-SEQ-DETALHE   TO CD-SEQUENCIA
           MOVE AC-DATA-ACUMULO  TO CD-DATA-ACUMULO
           .

       P560-GRAVAR-CONSDET.

           WRITE CONSOLIDA-DET-REC
               INVALID KEY
                   DISPLAY 'CONSFAT01 - DETALHE DUPLICADO: CLIENTE '
                           WS-CLIENTE-ATUAL
               NOT INVALID KEY
                   ADD 1 TO WS-DETALHES
           END-WRITE
           .

       P700-IMPRIMIR-CLIENTE.

           MOVE SPACES           TO WS-LINHA-DETALHE
           MOVE WS-CLIENTE-ATUAL TO DET-NUM-CLIENTE
           COMPUTE DET-LINHAS = WS-TOT-LIN + WS-EXCEDENTES
           MOVE WS-VALOR-TOTAL   TO DET-VALOR-TOTAL
           MOVE WS-VALOR-MINIMO  TO DET-VALOR-MINIMO
           MOVE WS-MOTIVO        TO DET-SITUACAO

           MOVE WS-LINHA-DETALHE TO CONSOLIDA-RPT-REC
           WRITE CONSOLIDA-RPT-REC

           IF WS-EXCEDENTES > ZEROS
               MOVE SPACES TO CONSOLIDA-RPT-REC
               STRING '         '
                      WS-EXCEDENTES
                      ' LINHA(S) ALEM DO LIMITE DA FATURA ROLADA(S)'
                   DELIMITED BY SIZE INTO CONSOLIDA-RPT-REC
               END-STRING
               WRITE CONSOLIDA-RPT-REC
           END-IF
           .

       P900-ENCERRAR-ARQUIVOS.

           MOVE SPACES TO CONSOLIDA-RPT-REC
           WRITE CONSOLIDA-RPT-REC

           MOVE SPACES                     TO WS-LINHA-TOTAL
           MOVE 'FATURAS CONSOLIDADAS'     TO TOT-ROTULO
           MOVE WS-FATURAS                 TO TOT-QUANTIDADE
           MOVE WS-TOTAL-FATURADO          TO TOT-VALOR
           MOVE WS-LINHA-TOTAL TO CONSOLIDA-RPT-REC
           WRITE CONSOLIDA-RPT-REC

           MOVE SPACES                     TO WS-LINHA-TOTAL
           MOVE 'LINHAS ROLADAS AO PROXIMO'
                                           TO TOT-ROTULO
           MOVE WS-LINHAS-ROLADAS          TO TOT-QUANTIDADE
           MOVE WS-TOTAL-ROLADO            TO TOT-VALOR
           MOVE WS-LINHA-TOTAL TO CONSOLIDA-RPT-REC
           WRITE CONSOLIDA-RPT-REC

           CLOSE ACUMULO-ORDENADO
           CLOSE ACUMULO-PROXIMO
           CLOSE FATURA-CONSOLIDADA
           CLOSE MEDICAO-DETALHE
           CLOSE CATALOGO
           CLOSE CONSOLIDA-DETALHE
           CLOSE FATURA-GERADA
           CLOSE CONSOLIDA-RPT

           DISPLAY 'CONSFAT01 - LINHAS ACUMULADAS: ' WS-LIDAS
           DISPLAY 'CONSFAT01 - CLIENTES.........: ' WS-CLIENTES
           DISPLAY 'CONSFAT01 - LINHAS GERADAS...: ' WS-FATURAS
           DISPLAY 'CONSFAT01 - DETALHES CONSDET.: ' WS-DETALHES
           DISPLAY 'CONSFAT01 - CLIENTES ROLADOS.: ' WS-CLIENTES-ROLADOS
           DISPLAY 'CONSFAT01 - LINHAS ROLADAS...: ' WS-LINHAS-ROLADAS
           .

       END PROGRAM CONSFAT01.
