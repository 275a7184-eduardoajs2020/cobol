      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: NFSEEXP01 - exports the RPS batch (recibo provisorio
      *          de servicos) to the municipality's NFS-e system: every
      *          service invoice on the FATURA master not yet sent
      *          becomes one RPS record in the city's batch layout --
      *          provider CNPJ and municipal registration from
      *          NFSEPARM, taker CPF/CNPJ, name and address from
      *          CUSTMAST, service value, ISS rate and value and the
      *          withheld-at-source flag -- between a header and a
      *          TRLCTL-style trailer with count, hash and value
      *          totals. The invoice is marked RPS-sent so it goes
      *          out once; a rejected RPS goes out again after the
      *          correction. NFSERET01 takes the city's return. The
      *          hand-keying into the city hall portal is retired.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  A taker abroad (CM-COD-PAIS other than blank or BR)
      *             goes out as taker type 4 with the ISO country code
      *             and the foreign tax ID (NIF) in the two fields added
      *             at the end of the RPS record; header and trailer
      *             fillers grow to match.
      * 15/10/2026  An invoice that came in with an acquired portfolio
      *             (mapped on AQUIREF by AQUIS01) is left out of the
      *             batch and counted: its service note was the
      *             seller's.
      * 15/10/2026  An invoice cancelled by CANCFAT01 before its RPS
      *             went out is left out of the batch.
      * 15/10/2026  Multi-company: the RPS batch is built for one
      *             issuing company -- the one named on EMPSEL
      *             (EMPLKP01), company 01 without a selection. The
      *             provider CNPJ, municipal registration and
      *             municipality code come from EMPRTAB when the company
      *             has them, NFSEPARM otherwise; other companies'
      *             invoices are skipped and counted. Invoice before
      *             image at 241 bytes.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  Every invoice marked RPS-sent is journaled on FTJRNL
      *             with its before and after images and the CTRLFILE
      *             generation.
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSEEXP01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
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

           SELECT NFSE-PARM          ASSIGN TO "NFSEPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT RPS-OUT            ASSIGN TO "RPSOUT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AQUI-REF  ASSIGN TO "AQUIREF"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS AR-CHAVE
                                      ALTERNATE RECORD KEY IS
                                          AR-REF-NOVA
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-AQREF-STATUS.

           SELECT OPTIONAL LOG-CONTROL-FILE
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FATURA-JOURNAL
                                      ASSIGN TO "FTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-MASTER.
           COPY FATURA.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

      * Dados do prestador para o lote: CNPJ, inscricao municipal e a
      * serie do RPS cadastrada na prefeitura.
       FD  NFSE-PARM.
       01  NFSE-PARM-REC.
           03 NP-CNPJ-PRESTADOR               PIC X(14).
           03 NP-INSCR-MUNICIPAL              PIC X(15).
           03 NP-SERIE-RPS                    PIC X(05).

      * Layout de lote da prefeitura: tipo '1' no cabecalho com o
      * prestador, '2' em cada RPS e '9' no trailer (TRLCTL do shop
      * mais os totais de servico e de ISS que a prefeitura confere).
       FD  RPS-OUT.
       01  RPS-REC.
           03 RP-TIPO                         PIC X(01).
           03 RP-SERIE                        PIC X(05).
           03 RP-NUM-RPS                      PIC 9(06).
           03 RP-DATA-EMISSAO                 PIC X(10).
           03 RP-TIPO-TOMADOR                 PIC 9(01).
           03 RP-DOC-TOMADOR                  PIC X(14).
           03 RP-NOME-TOMADOR                 PIC X(30).
           03 RP-ENDERECO                     PIC X(60).
           03 RP-CIDADE                       PIC X(30).
           03 RP-UF                           PIC X(02).
           03 RP-CEP                          PIC X(08).
           03 RP-VALOR-SERVICOS               PIC 9(07)V99.
           03 RP-ALIQ-ISS                     PIC 9(02)V99.
           03 RP-VALOR-ISS                    PIC 9(07)V99.
           03 RP-ISS-RETIDO                   PIC 9(01).
           03 RP-COD-PAIS                     PIC X(02).
           03 RP-NIF-EXTERIOR                 PIC X(20).

       01  RPS-HEADER REDEFINES RPS-REC.
           03 RH-TIPO                         PIC X(01).
           03 RH-CNPJ-PRESTADOR               PIC X(14).
           03 RH-INSCR-MUNICIPAL              PIC X(15).
           03 RH-DATA-GERACAO                 PIC 9(08).
           03 RH-COD-MUNICIPIO                PIC 9(07).
           03 FILLER                          PIC X(167).

       01  RPS-TRAILER REDEFINES RPS-REC.
           03 RT-TIPO                         PIC X(01).
           COPY TRLCTL.
           03 RT-VALOR-TOTAL                  PIC 9(11)V99.
           03 RT-ISS-TOTAL                    PIC 9(11)V99.
           03 FILLER                          PIC X(160).

      * Referencia das carteiras adquiridas (AQUIS01): a fatura que
      * veio de um vendedor ja teve a nota emitida por ele.
       FD  AQUI-REF.
           COPY AQUIREF.

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
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-AQREF-STATUS                    PIC X(02) VALUE '00'.
       77 WS-HASH-NUM-RPS                    PIC 9(11) VALUE ZEROS.
       77 WS-VALOR-TOTAL                     PIC 9(11)V99 VALUE ZEROS.
       77 WS-ISS-TOTAL                       PIC 9(11)V99 VALUE ZEROS.

       01 WS-PRESTADOR.
           03 WS-CNPJ-PRESTADOR              PIC X(14) VALUE SPACES.
           03 WS-INSCR-MUNICIPAL             PIC X(15) VALUE SPACES.
           03 WS-SERIE-RPS                   PIC X(05) VALUE 'RPS'.
           03 WS-COD-MUNICIPIO               PIC 9(07) VALUE ZEROS.

      * Empresa emissora (prestador) deste lote: a selecionada no
      * EMPSEL, ou a 01 sem selecao -- o lote de RPS e de um
      * prestador so.
       77 WS-EMPRESA-LOTE                    PIC 9(02) VALUE 1.
       77 WS-EMPRESA-FATURA                  PIC 9(02) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-ADQUIRIDA-SW                PIC X(01) VALUE 'N'.
              88 FATURA-ADQUIRIDA                 VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(07) VALUE ZEROS.
           03 WS-RPS-GERADOS                 PIC 9(07) VALUE ZEROS.
           03 WS-REENVIADOS                  PIC 9(07) VALUE ZEROS.
           03 WS-SEM-CLIENTE                 PIC 9(07) VALUE ZEROS.
           03 WS-OUTRA-EMPRESA               PIC 9(07) VALUE ZEROS.
           03 WS-ADQUIRIDAS                  PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do EMPLKP01 (tabela de empresas
      * emissoras).
           COPY EMPPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETRO
           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P150-GRAVAR-HEADER
           PERFORM P200-PROCESSA-FATURA
               UNTIL FIM-DE-ARQUIVO
           PERFORM P800-GRAVAR-TRAILER
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

      ******************************************************************
      * P050-LER-PARAMETRO
      * Sem o NFSEPARM nao ha prestador para identificar o lote: a
      * prefeitura recusaria o arquivo inteiro, entao o lote nem e
      * gerado (RC 9001) e nenhuma fatura e marcada como enviada.
      * A empresa emissora do lote (EMPSEL, ou a 01) com CNPJ na
      * EMPRTAB e o prestador, com a inscricao e o municipio de la; o
      * NFSEPARM fica para o shop de uma empresa so. Empresa do
      * EMPSEL fora da EMPRTAB tambem nao gera lote.
      ******************************************************************
       P050-LER-PARAMETRO.

           OPEN INPUT NFSE-PARM
           IF WS-PARM-STATUS = '00'
               READ NFSE-PARM
                   NOT AT END
                       MOVE NP-CNPJ-PRESTADOR  TO WS-CNPJ-PRESTADOR
                       MOVE NP-INSCR-MUNICIPAL TO WS-INSCR-MUNICIPAL
                       IF NP-SERIE-RPS NOT = SPACES
                           MOVE NP-SERIE-RPS   TO WS-SERIE-RPS
                       END-IF
               END-READ
               CLOSE NFSE-PARM
           END-IF

           MOVE 'S' TO WS-EMP-FUNCAO
           CALL 'EMPLKP01' USING WS-EMPLKP-PARM

           IF EMP-SELECAO-INVALIDA
               DISPLAY 'NFSEEXP01 - EMPRESA DO EMPSEL NAO CADASTRADA: '
                       WS-EMP-COD-EMPRESA
                       ' - LOTE NAO GERADO'
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           IF EMP-CONSOLIDADO
               MOVE 'C' TO WS-EMP-FUNCAO
               MOVE 1   TO WS-EMP-COD-EMPRESA
               CALL 'EMPLKP01' USING WS-EMPLKP-PARM
           END-IF

           MOVE WS-EMP-COD-EMPRESA TO WS-EMPRESA-LOTE
           IF WS-EMP-CNPJ NOT = SPACES
               MOVE WS-EMP-CNPJ            TO WS-CNPJ-PRESTADOR
               MOVE WS-EMP-INSCR-MUNICIPAL TO WS-INSCR-MUNICIPAL
               MOVE WS-EMP-COD-MUNICIPIO   TO WS-COD-MUNICIPIO
           END-IF

           IF WS-CNPJ-PRESTADOR = SPACES
               DISPLAY 'NFSEEXP01 - NFSEPARM AUSENTE OU SEM CNPJ DO '
                       'PRESTADOR - LOTE NAO GERADO'
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF
           .

       P100-ABRIR-ARQUIVOS.

           OPEN I-O    FATURA-MASTER
           OPEN INPUT  CUSTOMER-MASTER
           OPEN OUTPUT RPS-OUT
           OPEN INPUT  AQUI-REF
           PERFORM P0GL-LER-GERACAO-LOG
           OPEN EXTEND FATURA-JOURNAL

           PERFORM P110-LER-FATURA
           .

       P110-LER-FATURA.

           READ FATURA-MASTER NEXT RECORD
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDAS
           END-READ
           .

       P150-GRAVAR-HEADER.

           INITIALIZE RPS-REC
           MOVE '1'                         TO RH-TIPO
           MOVE WS-CNPJ-PRESTADOR           TO RH-CNPJ-PRESTADOR
           MOVE WS-INSCR-MUNICIPAL          TO RH-INSCR-MUNICIPAL
           MOVE WS-DTP-DATA-ATUAL TO RH-DATA-GERACAO
           MOVE WS-COD-MUNICIPIO            TO RH-COD-MUNICIPIO

           WRITE RPS-REC
           .

      ******************************************************************
      * P200-PROCESSA-FATURA
      * Entra no lote a fatura de servico ainda nao enviada ou com o
      * RPS rejeitado (reapresentado depois da correcao). Parcela de
      * acordo (RENEG01) e fatura de encargos (JURFAT01, com fatura
      * de origem) nao sao servico novo prestado: a nota do servico
      * ja saiu com a fatura original. Fatura cujo cliente nao esta
      * no mestre fica de fora com contagem propria -- RPS sem
      * tomador a prefeitura recusa. Fatura de outra empresa emissora
      * fica para o lote do prestador dela. Fatura cancelada
      * (CANCFAT01) antes do envio nao gera RPS. Fatura de carteira
      * adquirida (AQUIS01) tambem nao: a nota dela e do vendedor.
      ******************************************************************
       P200-PROCESSA-FATURA.

           MOVE FT-COD-EMPRESA TO WS-EMPRESA-FATURA
           IF WS-EMPRESA-FATURA = ZEROS
               MOVE 1 TO WS-EMPRESA-FATURA
           END-IF

           IF (FT-NFSE-NAO-ENVIADA OR FT-NFSE-REJEITADA)
              AND WS-EMPRESA-FATURA NOT = WS-EMPRESA-LOTE
               ADD 1 TO WS-OUTRA-EMPRESA
           END-IF

           IF (FT-NFSE-NAO-ENVIADA OR FT-NFSE-REJEITADA)
              AND NOT FT-RENEGOCIADA
              AND NOT FT-CANCELADA
              AND FT-NUM-ACORDO = ZEROS
              AND FT-FATURA-ORIGEM = ZEROS
              AND WS-EMPRESA-FATURA = WS-EMPRESA-LOTE
               PERFORM P210-VERIFICAR-AQUISICAO
               IF FATURA-ADQUIRIDA
                   ADD 1 TO WS-ADQUIRIDAS
               ELSE
                   MOVE FT-NUM-CLIENTE TO CM-NUM-CLIENTE
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           ADD 1 TO WS-SEM-CLIENTE
                       NOT INVALID KEY
                           PERFORM P300-GRAVAR-RPS
                   END-READ
               END-IF
           END-IF

           PERFORM P110-LER-FATURA
           .

      * Fatura mapeada no AQUIREF (tipo 'F' pelo nosso numero) veio
      * de carteira adquirida.
       P210-VERIFICAR-AQUISICAO.

           SET FATURA-ADQUIRIDA TO FALSE
           MOVE 'F'           TO AR-TIPO-NOVO
           MOVE FT-NUM-FATURA TO AR-NUM-NOVO
           READ AQUI-REF KEY IS AR-REF-NOVA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET FATURA-ADQUIRIDA TO TRUE
           END-READ
           .

      ******************************************************************
      * P300-GRAVAR-RPS
      * Um RPS por fatura, numerado pela propria fatura (a prefeitura
      * devolve o numero do RPS no retorno e e por ele que o
      * NFSERET01 acha a fatura). Tomador pessoa fisica (CPF, onze
      * posicoes) sai com tipo 1, juridica com tipo 2, sem documento
      * com tipo 3 e no exterior com tipo 4, o pais e o NIF.
      ******************************************************************
       P300-GRAVAR-RPS.

           IF FT-NFSE-REJEITADA
               ADD 1 TO WS-REENVIADOS
           END-IF

           INITIALIZE RPS-REC
           MOVE '2'                TO RP-TIPO
           MOVE WS-SERIE-RPS       TO RP-SERIE
           MOVE FT-NUM-FATURA      TO RP-NUM-RPS
           MOVE FT-DATA-EMISSAO    TO RP-DATA-EMISSAO

           EVALUATE TRUE
               WHEN NOT CM-PAIS-BRASIL
                   MOVE 4                TO RP-TIPO-TOMADOR
                   MOVE CM-COD-PAIS      TO RP-COD-PAIS
                   MOVE CM-ID-FISCAL-EXT TO RP-NIF-EXTERIOR
               WHEN CM-DOCUMENTO = SPACES
                   MOVE 3 TO RP-TIPO-TOMADOR
               WHEN CM-DOCUMENTO (12:3) = SPACES
                   MOVE 1 TO RP-TIPO-TOMADOR
               WHEN OTHER
                   MOVE 2 TO RP-TIPO-TOMADOR
           END-EVALUATE

           MOVE CM-DOCUMENTO       TO RP-DOC-TOMADOR
           MOVE CM-NOME-FORMATADO  TO RP-NOME-TOMADOR
           MOVE CM-ENDERECO        TO RP-ENDERECO
           MOVE CM-CIDADE          TO RP-CIDADE
           MOVE CM-UF              TO RP-UF
           MOVE CM-CEP             TO RP-CEP
           MOVE FT-VALOR           TO RP-VALOR-SERVICOS
           MOVE FT-ALIQ-ISS        TO RP-ALIQ-ISS
           MOVE FT-VALOR-ISS       TO RP-VALOR-ISS

           IF FT-ISS-RETIDO-FONTE
               MOVE 1 TO RP-ISS-RETIDO
           ELSE
               MOVE 2 TO RP-ISS-RETIDO
           END-IF

           WRITE RPS-REC

           ADD 1             TO WS-RPS-GERADOS
           ADD FT-NUM-FATURA TO WS-HASH-NUM-RPS
           ADD FT-VALOR      TO WS-VALOR-TOTAL
           ADD FT-VALOR-ISS  TO WS-ISS-TOTAL

           MOVE FATURA-REC TO WS-FT-IMAGEM-ANTES
           SET FT-NFSE-RPS-ENVIADO TO TRUE
           REWRITE FATURA-REC
               INVALID KEY
                   DISPLAY 'NFSEEXP01 - FALHA AO MARCAR RPS ENVIADO: '
                           FT-NUM-FATURA
               NOT INVALID KEY
                   MOVE 'REGRAVACAO' TO FJ-OPERACAO
                   PERFORM P0FJ-GRAVAR-JORNAL-FATURA
           END-REWRITE
           .

      ******************************************************************
      * P800-GRAVAR-TRAILER
      * Ultimo registro do lote: TRLCTL (contagem e hash dos numeros
      * de RPS) mais os totais de servico e de ISS do lote.
      ******************************************************************
       P800-GRAVAR-TRAILER.

           INITIALIZE RPS-REC
           MOVE '9'                TO RT-TIPO
           MOVE 'TRAILER'          TO TRL-INDICADOR
           MOVE WS-RPS-GERADOS     TO TRL-QTD-REGISTROS
           MOVE WS-HASH-NUM-RPS    TO TRL-HASH-TOTAL
           MOVE WS-VALOR-TOTAL     TO RT-VALOR-TOTAL
           MOVE WS-ISS-TOTAL       TO RT-ISS-TOTAL

           WRITE RPS-REC
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE FATURA-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE RPS-OUT
           CLOSE AQUI-REF
           CLOSE FATURA-JOURNAL

           DISPLAY 'NFSEEXP01 - FATURAS LIDAS.....: ' WS-LIDAS
           DISPLAY 'NFSEEXP01 - RPS GERADOS.......: ' WS-RPS-GERADOS
           DISPLAY 'NFSEEXP01 - RPS REAPRESENTADOS: ' WS-REENVIADOS
           DISPLAY 'NFSEEXP01 - FATURAS SEM CLIENTE: ' WS-SEM-CLIENTE
           DISPLAY 'NFSEEXP01 - EMPRESA PRESTADORA: ' WS-EMPRESA-LOTE
           DISPLAY 'NFSEEXP01 - DE OUTRA EMPRESA..: ' WS-OUTRA-EMPRESA
           DISPLAY 'NFSEEXP01 - DE CARTEIRA ADQUIR: ' WS-ADQUIRIDAS
           .

      ******************************************************************
      * P0FJ-GRAVAR-JORNAL-FATURA
      * Acrescenta ao FTJRNL a alteracao recem aplicada a fatura:
      * FJ-OPERACAO vem do chamador, a imagem-antes foi guardada em
      * WS-FT-IMAGEM-ANTES antes da alteracao.
      ******************************************************************
       P0FJ-GRAVAR-JORNAL-FATURA.

           MOVE 'NFSEEXP01'            TO FJ-PROGRAMA
           MOVE FT-NUM-FATURA          TO FJ-NUM-FATURA
           MOVE FUNCTION CURRENT-DATE  TO FJ-DATA-HORA
           MOVE WS-FT-IMAGEM-ANTES     TO FJ-IMAGEM-ANTES
           MOVE FATURA-REC             TO FJ-IMAGEM-DEPOIS
           MOVE 'NFSEEXP'              TO FJ-OPERADOR
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

       END PROGRAM NFSEEXP01.
