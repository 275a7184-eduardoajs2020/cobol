      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: MODPRV01 - correspondence template proof run. For
      *          every letter on MODTIPOS prints, filled by MODMRG01
      *          with a fixed set of sample data, the CARTAMOD version
      *          in force on the processing date and every version
      *          waiting for a later effective date, the latter with
      *          a sign-off line -- legal approves the printed wording
      *          of a new version before the date it takes effect. A
      *          letter with no version in force is listed as going
      *          out with the program's standard text, and a merged
      *          line wider than the letter layout is flagged. The
      *          proof goes to MODPRV.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Sample data for the {ALTERACOES} placeholder.
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODPRV01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARTA-MODELO
                                      ASSIGN TO "CARTAMOD"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS CA-CHAVE
                                      FILE STATUS IS WS-MODELO-STATUS.

           SELECT PROVA-RPT          ASSIGN TO "MODPRV"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTA-MODELO.
           COPY CARTAMOD.

       FD  PROVA-RPT.
       01  PROVA-RPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-MODELO-STATUS                   PIC X(02) VALUE '00'.
       77 WS-IDX-TIPO                        PIC 9(02) VALUE ZEROS.
       77 WS-IDX-LIN                         PIC 9(02) VALUE ZEROS.
       77 WS-VIGENCIA-IMPRESSA               PIC 9(08) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-MODELOS                      VALUE 'S' FALSE 'N'.
           03 WS-PENDENTE-SW                 PIC X(01) VALUE 'N'.
              88 VERSAO-PENDENTE                  VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-CARTAS-PROVADAS             PIC 9(05) VALUE ZEROS.
           03 WS-VERSOES-EM-VIGOR            PIC 9(05) VALUE ZEROS.
           03 WS-VERSOES-PENDENTES           PIC 9(05) VALUE ZEROS.
           03 WS-SEM-VERSAO                  PIC 9(05) VALUE ZEROS.
           03 WS-VERSOES-CORTADAS            PIC 9(05) VALUE ZEROS.

      * Datas aaaammdd impressas dd/mm/aaaa.
       01 WS-DATA-AUX                        PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           03 WS-DAX-AAAA                    PIC 9(04).
           03 WS-DAX-MM                      PIC 9(02).
           03 WS-DAX-DD                      PIC 9(02).
       01 WS-DATA-FMT.
           03 WS-DFM-DD                      PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-DFM-MM                      PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-DFM-AAAA                    PIC 9(04).

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'MODPRV01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'PROVA DOS MODELOS DE CARTA'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       01 WS-LINHA-CARTA.
           03 FILLER                         PIC X(04) VALUE '*** '.
           03 LCA-DESCRICAO                  PIC X(30).
           03 FILLER                         PIC X(08) VALUE ' - TIPO '.
           03 LCA-TIPO-CARTA                 PIC X(08).
           03 FILLER                         PIC X(09)
                                       VALUE ' ESTAGIO '.
           03 LCA-ESTAGIO                    PIC 9(02).
           03 FILLER                         PIC X(10)
                                       VALUE ' LARGURA '.
           03 LCA-LARGURA                    PIC ZZ9.
           03 FILLER                         PIC X(08)
                                       VALUE ' LINHAS '.
           03 LCA-MAX-LINHAS                 PIC 9(01).

       01 WS-LINHA-VERSAO.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 FILLER                         PIC X(10)
                                       VALUE 'VERSAO DE '.
           03 LVS-VIGENCIA                   PIC X(10).
           03 FILLER                         PIC X(03) VALUE ' - '.
           03 LVS-SITUACAO                   PIC X(40).

       01 WS-LINHA-TEXTO.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 LTX-LINHA                      PIC 9(02).
           03 FILLER                         PIC X(03) VALUE ' | '.
           03 LTX-TEXTO                      PIC X(120).

       01 WS-LINHA-AVISO.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 LAV-TEXTO                      PIC X(80).

       01 WS-LINHA-APROVACAO.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 FILLER                         PIC X(40)
               VALUE 'APROVACAO JURIDICO: ____________________'.
           03 FILLER                         PIC X(29)
               VALUE '   DATA: ____/____/________'.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

      * Parametro para o CALL do MODMRG01 (mescla do modelo).
           COPY MODPARM.

           COPY MODTIPOS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           OPEN INPUT  CARTA-MODELO
           OPEN OUTPUT PROVA-RPT

           MOVE 1 TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM
           MOVE WS-RPTFMT-LINHA-CAB1 TO PROVA-RPT-REC
           WRITE PROVA-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO PROVA-RPT-REC
           WRITE PROVA-RPT-REC

           PERFORM P100-MONTAR-AMOSTRA

           PERFORM P200-PROVAR-CARTA
               VARYING WS-IDX-TIPO FROM 1 BY 1
                 UNTIL WS-IDX-TIPO > WS-QTD-MODELOS

           SET MOD-ENCERRAR TO TRUE
           CALL 'MODMRG01' USING WS-MODMRG-PARM

           CLOSE CARTA-MODELO
           CLOSE PROVA-RPT

           DISPLAY 'MODPRV01 - CARTAS PROVADAS...: ' WS-CARTAS-PROVADAS
           DISPLAY 'MODPRV01 - VERSOES EM VIGOR..: '
                   WS-VERSOES-EM-VIGOR
           DISPLAY 'MODPRV01 - VERSOES PENDENTES.: '
                   WS-VERSOES-PENDENTES
           DISPLAY 'MODPRV01 - SEM VERSAO/PADRAO.: ' WS-SEM-VERSAO
           DISPLAY 'MODPRV01 - VERSOES CORTADAS..: '
                   WS-VERSOES-CORTADAS

           GOBACK.

      ******************************************************************
      * P100-MONTAR-AMOSTRA
      * Dados de exemplo, os mesmos para toda carta: um valor para
      * cada marcador, do tamanho que a carta real costuma ter.
      ******************************************************************
       P100-MONTAR-AMOSTRA.

           INITIALIZE WS-MODMRG-PARM
           MOVE 'EMPRESA EXEMPLO COMERCIO E SERVICOS LTDA'
                                          TO WS-MOD-NOME
           MOVE '12345678000195'          TO WS-MOD-DOCUMENTO
           MOVE 123456                    TO WS-MOD-NUM-CLIENTE
           MOVE '004711, 004712, 004730'  TO WS-MOD-FATURAS
           MOVE 3                         TO WS-MOD-QTD
           MOVE 4567.89                   TO WS-MOD-TOTAL
           MOVE WS-DTP-DATA-ATUAL         TO WS-MOD-VENCTO
           MOVE 45                        TO WS-MOD-DIAS
           MOVE 987                       TO WS-MOD-CONTRATO
           MOVE 1500.00                   TO WS-MOD-VALOR
           MOVE 1567.50                   TO WS-MOD-VALOR-NOVO
           MOVE 4.50                      TO WS-MOD-PERCENTUAL
           MOVE 'IPCA'                    TO WS-MOD-INDICE
           MOVE WS-DTP-DATA-ATUAL         TO WS-MOD-DATA-FIM
                                             WS-MOD-DATA-VIGENCIA
           COMPUTE WS-MOD-ANO = WS-DTP-DATA-ATUAL / 10000 - 1
           MOVE 'ENDERECO, EMAIL'         TO WS-MOD-ALTERACOES
           .

      ******************************************************************
      * P200-PROVAR-CARTA
      * A versao em vigor hoje e, depois dela, cada versao com
      * vigencia futura do mesmo tipo e estagio, em ordem de data.
      ******************************************************************
       P200-PROVAR-CARTA.

           ADD 1 TO WS-CARTAS-PROVADAS

           MOVE WS-MDL-DESCRICAO (WS-IDX-TIPO)  TO LCA-DESCRICAO
           MOVE WS-MDL-TIPO-CARTA (WS-IDX-TIPO) TO LCA-TIPO-CARTA
           MOVE WS-MDL-ESTAGIO (WS-IDX-TIPO)    TO LCA-ESTAGIO
           MOVE WS-MDL-LARGURA (WS-IDX-TIPO)    TO LCA-LARGURA
           MOVE WS-MDL-MAX-LINHAS (WS-IDX-TIPO) TO LCA-MAX-LINHAS
           MOVE SPACES TO PROVA-RPT-REC
           WRITE PROVA-RPT-REC
           MOVE WS-LINHA-CARTA TO PROVA-RPT-REC
           WRITE PROVA-RPT-REC

           MOVE WS-MDL-TIPO-CARTA (WS-IDX-TIPO) TO WS-MOD-TIPO-CARTA
           MOVE WS-MDL-ESTAGIO (WS-IDX-TIPO)    TO WS-MOD-ESTAGIO
           MOVE WS-DTP-DATA-ATUAL               TO WS-MOD-DATA-REF
           SET VERSAO-PENDENTE TO FALSE
           PERFORM P300-IMPRIMIR-VERSAO

           MOVE WS-MDL-TIPO-CARTA (WS-IDX-TIPO) TO CA-TIPO-CARTA
           MOVE WS-MDL-ESTAGIO (WS-IDX-TIPO)    TO CA-ESTAGIO
           MOVE WS-DTP-DATA-ATUAL               TO CA-DATA-VIGENCIA
           MOVE 99                              TO CA-LINHA
           MOVE WS-DTP-DATA-ATUAL               TO WS-VIGENCIA-IMPRESSA
           SET FIM-MODELOS TO FALSE

           START CARTA-MODELO KEY > CA-CHAVE
               INVALID KEY
                   SET FIM-MODELOS TO TRUE
           END-START

           PERFORM P250-LER-VERSAO-FUTURA
               UNTIL FIM-MODELOS
           .

       P250-LER-VERSAO-FUTURA.

           READ CARTA-MODELO NEXT RECORD
               AT END
                   SET FIM-MODELOS TO TRUE
               NOT AT END
                   IF CA-TIPO-CARTA NOT =
                          WS-MDL-TIPO-CARTA (WS-IDX-TIPO)
                      OR CA-ESTAGIO NOT = WS-MDL-ESTAGIO (WS-IDX-TIPO)
                       SET FIM-MODELOS TO TRUE
                   ELSE
                       IF CA-DATA-VIGENCIA NOT = WS-VIGENCIA-IMPRESSA
                           MOVE CA-DATA-VIGENCIA
                                     TO WS-VIGENCIA-IMPRESSA
                                        WS-MOD-DATA-REF
                           SET VERSAO-PENDENTE TO TRUE
                           PERFORM P300-IMPRIMIR-VERSAO
                       END-IF
                   END-IF
           END-READ
           .

      ******************************************************************
      * P300-IMPRIMIR-VERSAO
      * Mescla a versao em vigor em WS-MOD-DATA-REF com a amostra e
      * imprime linha a linha; versao pendente leva a linha de
      * aprovacao do juridico.
      ******************************************************************
       P300-IMPRIMIR-VERSAO.

           SET MOD-MESCLAR TO TRUE
           CALL 'MODMRG01' USING WS-MODMRG-PARM

           IF MOD-SEM-MODELO
               ADD 1 TO WS-SEM-VERSAO
               MOVE SPACES TO WS-LINHA-AVISO
               MOVE 'SEM VERSAO EM VIGOR - A CARTA SAI COM O TEXTO PADRA
      -             'O DO PROGRAMA' TO LAV-TEXTO
               MOVE WS-LINHA-AVISO TO PROVA-RPT-REC
               WRITE PROVA-RPT-REC
           ELSE
               IF VERSAO-PENDENTE
                   ADD 1 TO WS-VERSOES-PENDENTES
                   MOVE 'PENDENTE - AGUARDA APROVACAO' TO LVS-SITUACAO
               ELSE
                   ADD 1 TO WS-VERSOES-EM-VIGOR
                   MOVE 'EM VIGOR'                     TO LVS-SITUACAO
               END-IF
               MOVE WS-MOD-VIGENCIA TO WS-DATA-AUX
               MOVE WS-DAX-DD       TO WS-DFM-DD
               MOVE WS-DAX-MM       TO WS-DFM-MM
               MOVE WS-DAX-AAAA     TO WS-DFM-AAAA
               MOVE WS-DATA-FMT     TO LVS-VIGENCIA
               MOVE WS-LINHA-VERSAO TO PROVA-RPT-REC
               WRITE PROVA-RPT-REC

               PERFORM P310-IMPRIMIR-LINHA
                   VARYING WS-IDX-LIN FROM 1 BY 1
                     UNTIL WS-IDX-LIN > WS-MOD-QTD-LINHAS

               IF MOD-LINHA-CORTADA
                   ADD 1 TO WS-VERSOES-CORTADAS
                   MOVE SPACES TO WS-LINHA-AVISO
                   MOVE '** LINHA MAIOR QUE A LARGURA DA CARTA - SAIRA C
      -                 'ORTADA COMO ACIMA **' TO LAV-TEXTO
                   MOVE WS-LINHA-AVISO TO PROVA-RPT-REC
                   WRITE PROVA-RPT-REC
               END-IF

               IF VERSAO-PENDENTE
                   MOVE SPACES TO PROVA-RPT-REC
                   WRITE PROVA-RPT-REC
                   MOVE WS-LINHA-APROVACAO TO PROVA-RPT-REC
                   WRITE PROVA-RPT-REC
               END-IF
           END-IF
           .

       P310-IMPRIMIR-LINHA.

           MOVE WS-IDX-LIN                 TO LTX-LINHA
           MOVE WS-MOD-LINHA (WS-IDX-LIN)  TO LTX-TEXTO
           MOVE WS-LINHA-TEXTO             TO PROVA-RPT-REC
           WRITE PROVA-RPT-REC
           .

       END PROGRAM MODPRV01.
