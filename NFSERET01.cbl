      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: NFSERET01 - intake of the municipality's return for
      *          the RPS batch NFSEEXP01 sent: an RPS the city
      *          authorized stamps the NFS-e number and verification
      *          code back onto the invoice (FT-NFSE-AUTORIZADA), and
      *          a rejected RPS marks the invoice rejected and goes to
      *          the NFSEREJ correction listing with the city's error
      *          code and message -- the ACEITRET01 discipline: fix the
      *          register and the next export presents it again.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Invoice before image widened to 241 bytes for
      *             FATURA's FT-COD-EMPRESA.
      * 15/10/2026  Every invoice marked authorized or rejected is
      *             journaled on FTJRNL with its before and after images
      *             and the CTRLFILE generation.
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSERET01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFSE-RETURN        ASSIGN TO "NFSERET"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL NFSE-REJECT
                                      ASSIGN TO "NFSEREJ"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-CONTROL-FILE
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FATURA-JOURNAL
                                      ASSIGN TO "FTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Retorno da prefeitura, um registro por RPS do lote: autorizado
      * traz o numero da NFS-e e o codigo de verificacao, rejeitado
      * traz o codigo e a mensagem do erro.
       FD  NFSE-RETURN.
       01  NFSE-RETURN-REC.
           03 NR-SERIE                        PIC X(05).
           03 NR-NUM-RPS                      PIC 9(06).
           03 NR-SITUACAO                     PIC X(01).
              88 NR-AUTORIZADO                    VALUE 'A'.
              88 NR-REJEITADO                     VALUE 'R'.
           03 NR-NUM-NFSE                     PIC 9(15).
           03 NR-COD-VERIFICACAO              PIC X(09).
           03 NR-COD-ERRO                     PIC X(04).
           03 NR-MENSAGEM                     PIC X(60).

       FD  FATURA-MASTER.
           COPY FATURA.

      * Lista de correcao dos RPS rejeitados: fatura, cliente, codigo
      * e mensagem da prefeitura, para o back-office acertar o
      * cadastro antes da proxima exportacao.
       FD  NFSE-REJECT.
       01  NFSE-REJECT-REC.
           03 NJ-NUM-FATURA                  PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 NJ-NUM-CLIENTE                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 NJ-COD-ERRO                    PIC X(04).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 NJ-MENSAGEM                    PIC X(60).

       FD  LOG-CONTROL-FILE.
       01  LOG-CONTROL-FILE-REC.
           03 LCF-ULTIMO-NUMERO              PIC 9(07).

       FD  FATURA-JOURNAL.
           COPY FTJRNL.

       WORKING-STORAGE SECTION.
      * Imagem da fatura antes da alteracao, para o diario FTJRNL.
       77 WS-FT-IMAGEM-ANTES                 PIC X(241) VALUE SPACES.

      * Geracao (numero de controle do CTRLFILE) carimbada em cada
      * registro de log desta execucao.
       77 WS-GERACAO-LOG        PIC 9(06) VALUE ZEROS.

       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S'.

       01 WS-CONTADORES.
           03 WS-LIDOS                       PIC 9(07) VALUE ZEROS.
           03 WS-AUTORIZADAS                 PIC 9(07) VALUE ZEROS.
           03 WS-REJEITADAS                  PIC 9(07) VALUE ZEROS.
           03 WS-SEM-FATURA                  PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-RETORNO
               UNTIL FIM-DE-ARQUIVO
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  NFSE-RETURN
           OPEN I-O    FATURA-MASTER
           OPEN EXTEND NFSE-REJECT
           PERFORM P0GL-LER-GERACAO-LOG
           OPEN EXTEND FATURA-JOURNAL

           PERFORM P110-LER-PROXIMO
           .

       P110-LER-PROXIMO.

           READ NFSE-RETURN
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

       P200-PROCESSA-RETORNO.

           MOVE NR-NUM-RPS TO FT-NUM-FATURA

           READ FATURA-MASTER
               INVALID KEY
                   DISPLAY 'NFSERET01 - FATURA DO RPS NAO '
                           'ENCONTRADA: ' NR-NUM-RPS
                   ADD 1 TO WS-SEM-FATURA
               NOT INVALID KEY
                   MOVE FATURA-REC TO WS-FT-IMAGEM-ANTES
                   IF NR-AUTORIZADO
                       PERFORM P300-GRAVAR-NFSE
                   ELSE
                       PERFORM P400-ROTEAR-REJEICAO
                   END-IF
           END-READ

           PERFORM P110-LER-PROXIMO
           .

      ******************************************************************
      * P300-GRAVAR-NFSE
      * RPS convertido em NFS-e: numero e codigo de verificacao ficam
      * na fatura para o extrato e o boleto imprimirem.
      ******************************************************************
       P300-GRAVAR-NFSE.

           SET FT-NFSE-AUTORIZADA TO TRUE
           MOVE NR-NUM-NFSE        TO FT-NUM-NFSE
           MOVE NR-COD-VERIFICACAO TO FT-COD-VERIFICACAO

           REWRITE FATURA-REC
               INVALID KEY
                   DISPLAY 'NFSERET01 - FALHA AO REGRAVAR FATURA: '
                           FT-NUM-FATURA
               NOT INVALID KEY
                   ADD 1 TO WS-AUTORIZADAS
                   MOVE 'REGRAVACAO' TO FJ-OPERACAO
                   PERFORM P0FJ-GRAVAR-JORNAL-FATURA
           END-REWRITE
           .

      ******************************************************************
      * P400-ROTEAR-REJEICAO
      * RPS rejeitado: a fatura fica marcada rejeitada (a proxima
      * exportacao reapresenta depois da correcao) e a entrada sai na
      * lista NFSEREJ com o codigo e a mensagem da prefeitura.
      ******************************************************************
       P400-ROTEAR-REJEICAO.

           SET FT-NFSE-REJEITADA TO TRUE

           REWRITE FATURA-REC
               INVALID KEY
                   DISPLAY 'NFSERET01 - FALHA AO REGRAVAR FATURA: '
                           FT-NUM-FATURA
               NOT INVALID KEY
                   MOVE 'REGRAVACAO' TO FJ-OPERACAO
                   PERFORM P0FJ-GRAVAR-JORNAL-FATURA
           END-REWRITE

           MOVE SPACES          TO NFSE-REJECT-REC
           MOVE FT-NUM-FATURA   TO NJ-NUM-FATURA
           MOVE FT-NUM-CLIENTE  TO NJ-NUM-CLIENTE
           MOVE NR-COD-ERRO     TO NJ-COD-ERRO
           MOVE NR-MENSAGEM     TO NJ-MENSAGEM

           WRITE NFSE-REJECT-REC
           ADD 1 TO WS-REJEITADAS
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE NFSE-RETURN
           CLOSE FATURA-MASTER
           CLOSE NFSE-REJECT
           CLOSE FATURA-JOURNAL

           DISPLAY 'NFSERET01 - RETORNOS LIDOS.....: ' WS-LIDOS
           DISPLAY 'NFSERET01 - NFS-E AUTORIZADAS..: ' WS-AUTORIZADAS
           DISPLAY 'NFSERET01 - RPS REJEITADOS.....: ' WS-REJEITADAS
           DISPLAY 'NFSERET01 - SEM FATURA NO MESTRE: ' WS-SEM-FATURA
           .

      ******************************************************************
      * P0FJ-GRAVAR-JORNAL-FATURA
      * Acrescenta ao FTJRNL a alteracao recem aplicada a fatura:
      * FJ-OPERACAO vem do chamador, a imagem-antes foi guardada em
      * WS-FT-IMAGEM-ANTES antes da alteracao.
      ******************************************************************
       P0FJ-GRAVAR-JORNAL-FATURA.

           MOVE 'NFSERET01'            TO FJ-PROGRAMA
           MOVE FT-NUM-FATURA          TO FJ-NUM-FATURA
           MOVE FUNCTION CURRENT-DATE  TO FJ-DATA-HORA
           MOVE WS-FT-IMAGEM-ANTES     TO FJ-IMAGEM-ANTES
           MOVE FATURA-REC             TO FJ-IMAGEM-DEPOIS
           MOVE 'NFSERET'              TO FJ-OPERADOR
           MOVE WS-GERACAO-LOG         TO FJ-NUM-CONTROLE

           WRITE FATURA-JOURNAL-REC
           .

      ******************************************************************
      * P0GL-LER-GERACAO-LOG
      * O identificador de geracao dos logs e o ultimo numero de
      * controle emitido pela sequencia do CTRLFILE; sem o arquivo a
      * geracao sai zero.
      ******************************************************************
       P0GL-LER-GERACAO-LOG.

           OPEN INPUT LOG-CONTROL-FILE

           READ LOG-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LCF-ULTIMO-NUMERO TO WS-GERACAO-LOG
           END-READ

           CLOSE LOG-CONTROL-FILE
           .

       END PROGRAM NFSERET01.
