      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: CEPLOAD01 - Correios DNE postal-code base loader: each
      *          delivery of the DNE extract (CEPDNE: CEP, street,
      *          neighborhood, city, UF) rebuilds the CEPBASE indexed
      *          postal-code base whole, and the CEPXREF UF range
      *          table CORR_01 and CUSTRSB01 check CEPs against is
      *          derived from it -- consecutive CEPs of the same UF
      *          collapse into one range -- instead of being kept by
      *          hand. CEPCHK01 reads the new base to flag customer
      *          CEPs that no longer exist.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut. The feed starts with the standard
      *             HDRCTL header verified through GENCHK01, like
      *             every other inbound feed; a repeated or
      *             out-of-sequence delivery, or one with no records,
      *             is refused with RC 9001 before either table is
      *             touched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPLOAD01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DNE-IN             ASSIGN TO "CEPDNE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CEP-BASE           ASSIGN TO "CEPBASE"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS LG-CEP
                                      FILE STATUS IS WS-BASE-STATUS.

           SELECT CEP-XREF           ASSIGN TO "CEPXREF"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DNE-IN.
           COPY CEPBASE REPLACING ==CEP-BASE-REC== BY ==DNE-IN-REC==
                                  LEADING ==LG== BY ==DI==.

       01  DNE-IN-HEADER.
           COPY HDRCTL.

       FD  CEP-BASE.
           COPY CEPBASE.

       FD  CEP-XREF.
       01  CEP-XREF-REC.
           03 CX-UF                          PIC X(02).
           03 CX-CEP-INICIAL                 PIC 9(08).
           03 CX-CEP-FINAL                   PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-BASE-STATUS                     PIC X(02) VALUE '00'.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S'.
           03 WS-EOF-BASE                    PIC X(01) VALUE 'N'.
              88 FIM-BASE                         VALUE 'S' FALSE 'N'.
           03 WS-FAIXA-SW                    PIC X(01) VALUE 'N'.
              88 FAIXA-ABERTA                     VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDOS                       PIC 9(07) VALUE ZEROS.
           03 WS-CARREGADOS                  PIC 9(07) VALUE ZEROS.
           03 WS-INVALIDOS                   PIC 9(07) VALUE ZEROS.
           03 WS-DUPLICADOS                  PIC 9(07) VALUE ZEROS.
           03 WS-FAIXAS                      PIC 9(05) VALUE ZEROS.

      * Faixa de CEP em montagem: a UF corrente e o primeiro e o
      * ultimo CEP lidos dela em sequencia de chave.
       77 WS-FAIXA-UF                        PIC X(02) VALUE SPACES.
       77 WS-FAIXA-INICIAL                   PIC 9(08) VALUE ZEROS.
       77 WS-FAIXA-FINAL                     PIC 9(08) VALUE ZEROS.
       77 WS-CEP-NUM                         PIC 9(08) VALUE ZEROS.

      * Os leitores do CEPXREF (CORR_01, CUSTRSB01) carregam ate 200
      * faixas.
       77 WS-MAX-FAIXAS                      PIC 9(05) VALUE 200.

      * Parametro para o CALL do GENCHK01 (controle de geracao do
      * feed de entrada).
           COPY GENPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-ARQUIVO
               UNTIL FIM-DE-ARQUIVO
           PERFORM P500-GERAR-CEPXREF
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

      ******************************************************************
      * P100-ABRIR-ARQUIVOS
      * O cabecalho e o primeiro registro sao lidos antes de abrir a
      * base para saida: so um lote valido e com conteudo substitui
      * a base e a tabela de faixas em vigor.
      ******************************************************************
       P100-ABRIR-ARQUIVOS.

           OPEN INPUT DNE-IN

           PERFORM P105-VALIDAR-CABECALHO
           PERFORM P110-LER-PROXIMO

           IF FIM-DE-ARQUIVO
               DISPLAY 'CEPLOAD01 - LOTE DNE SEM REGISTROS'
               PERFORM P108-ABORTAR-CABECALHO
           END-IF

           OPEN OUTPUT CEP-BASE
           .

      ******************************************************************
      * P105-VALIDAR-CABECALHO
      * O primeiro registro de CEPDNE precisa ser o cabecalho HDRCTL
      * e a geracao dele precisa avancar um sobre a ultima processada
      * (GENCHK01); entrega repetida ou fora de sequencia e recusada
      * com RC 9001.
      ******************************************************************
       P105-VALIDAR-CABECALHO.

           READ DNE-IN
               AT END
                   PERFORM P108-ABORTAR-CABECALHO
           END-READ

           IF HDR-INDICADOR NOT = 'HEADER'
               PERFORM P108-ABORTAR-CABECALHO
           END-IF

           MOVE 'V'        TO WS-GEN-FUNCAO
           MOVE 'CEPDNE'   TO WS-GEN-FEED
           MOVE HDR-GERACAO TO WS-GEN-GERACAO
           CALL 'GENCHK01' USING WS-GENCHK-PARM

           IF NOT GEN-OK
               DISPLAY 'CEPLOAD01 - GERACAO DO FEED RECUSADA ('
                       WS-GEN-GERACAO ') RC=' WS-GEN-RETORNO
               PERFORM P108-ABORTAR-CABECALHO
           END-IF
           .

       P108-ABORTAR-CABECALHO.

           DISPLAY 'CEPLOAD01 - CABECALHO DO FEED AUSENTE OU '
                   'INVALIDO - LOTE RECUSADO'

           CLOSE DNE-IN

           MOVE 9001 TO RETURN-CODE
           GOBACK
           .

       P110-LER-PROXIMO.

           READ DNE-IN
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

      ******************************************************************
      * P200-PROCESSA-ARQUIVO
      * CEP precisa ter oito digitos e vir com cidade e UF; o que nao
      * tem fica fora da base, no console. CEP repetido no lote vale
      * a primeira ocorrencia.
      ******************************************************************
       P200-PROCESSA-ARQUIVO.

           IF DI-CEP IS NOT NUMERIC
              OR DI-CIDADE = SPACES
              OR DI-UF = SPACES
               DISPLAY 'CEPLOAD01 - REGISTRO DNE INVALIDO: '
                       DI-CEP ' ' DI-UF
               ADD 1 TO WS-INVALIDOS
           ELSE
               MOVE DNE-IN-REC TO CEP-BASE-REC
               WRITE CEP-BASE-REC
                   INVALID KEY
                       ADD 1 TO WS-DUPLICADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-CARREGADOS
               END-WRITE
           END-IF

           PERFORM P110-LER-PROXIMO
           .

      ******************************************************************
      * P500-GERAR-CEPXREF
      * Percorre a base nova em ordem de CEP: enquanto a UF nao muda a
      * faixa corrente se estende ate o CEP lido; mudou a UF, a faixa
      * fecha no CEPXREF e outra comeca.
      ******************************************************************
       P500-GERAR-CEPXREF.

           CLOSE CEP-BASE
           OPEN INPUT  CEP-BASE
           OPEN OUTPUT CEP-XREF

           SET FIM-BASE     TO FALSE
           SET FAIXA-ABERTA TO FALSE

           PERFORM P510-LER-BASE
           PERFORM P520-ESTENDER-FAIXA
               UNTIL FIM-BASE

           IF FAIXA-ABERTA
               PERFORM P530-GRAVAR-FAIXA
           END-IF

           CLOSE CEP-XREF

           IF WS-FAIXAS > WS-MAX-FAIXAS
               DISPLAY 'CEPLOAD01 - ATENCAO: ' WS-FAIXAS
                       ' FAIXAS GERADAS, OS LEITORES DO CEPXREF '
                       'CARREGAM ' WS-MAX-FAIXAS
           END-IF
           .

       P510-LER-BASE.

           READ CEP-BASE NEXT RECORD
               AT END
                   SET FIM-BASE TO TRUE
           END-READ
           .

       P520-ESTENDER-FAIXA.

           MOVE LG-CEP TO WS-CEP-NUM

           IF FAIXA-ABERTA
              AND LG-UF NOT = WS-FAIXA-UF
               PERFORM P530-GRAVAR-FAIXA
           END-IF

           IF FAIXA-ABERTA
               MOVE WS-CEP-NUM TO WS-FAIXA-FINAL
           ELSE
               MOVE LG-UF      TO WS-FAIXA-UF
               MOVE WS-CEP-NUM TO WS-FAIXA-INICIAL
               MOVE WS-CEP-NUM TO WS-FAIXA-FINAL
               SET FAIXA-ABERTA TO TRUE
           END-IF

           PERFORM P510-LER-BASE
           .

       P530-GRAVAR-FAIXA.

           MOVE WS-FAIXA-UF      TO CX-UF
           MOVE WS-FAIXA-INICIAL TO CX-CEP-INICIAL
           MOVE WS-FAIXA-FINAL   TO CX-CEP-FINAL
           WRITE CEP-XREF-REC
           ADD 1 TO WS-FAIXAS

           SET FAIXA-ABERTA TO FALSE
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE DNE-IN
           CLOSE CEP-BASE

           MOVE 'C' TO WS-GEN-FUNCAO
           CALL 'GENCHK01' USING WS-GENCHK-PARM

           DISPLAY 'CEPLOAD01 - REGISTROS LIDOS..: ' WS-LIDOS
           DISPLAY 'CEPLOAD01 - CEPS CARREGADOS..: ' WS-CARREGADOS
           DISPLAY 'CEPLOAD01 - INVALIDOS........: ' WS-INVALIDOS
           DISPLAY 'CEPLOAD01 - DUPLICADOS.......: ' WS-DUPLICADOS
           DISPLAY 'CEPLOAD01 - FAIXAS NO CEPXREF: ' WS-FAIXAS
           .

       END PROGRAM CEPLOAD01.
