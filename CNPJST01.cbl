      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: CNPJST01 - Receita Federal CNPJ registration-status
      *          intake: each CNPJSTAT record (CNPJ, status code,
      *          status date, registered name), received from the
      *          data provider, is matched through the CM-DOCUMENTO
      *          alternate key against every customer carrying that
      *          CNPJ. The status and its date land on the master
      *          (CM-SITUACAO-CNPJ / CM-DATA-SITUACAO-CNPJ), journaled
      *          on CMJRNL like any other post-load update, and the
      *          CNPJRPT report lists the customers whose status
      *          changed and those whose registered name differs
      *          materially from CM-NOME-FORMATADO. DOCVALID01 only
      *          proves the check digits; this is what tells a live
      *          company from a closed ("baixada") or unfit
      *          ("inapta") one, and FATURA01 holds new invoices to
      *          the latter.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Record images widened to 492 bytes for CUSTMAST's
      *             foreign-customer fields.
      * 15/10/2026  Before image widened to 429 bytes for CUSTMAST's
      *             CM-COD-EMPRESA.
      * 15/10/2026  Before image widened to 427 bytes for CUSTMAST's
      *             billing address.
      * 15/10/2026  First cut. The feed starts with the standard
      *             HDRCTL header verified through GENCHK01, like
      *             every other inbound feed, and the master update
      *             honors the CMLOCK update-window lock. A status
      *             dated before the one already on the master is
      *             not applied (the provider resends old snapshots).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJST01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNPJ-STATUS-IN     ASSIGN TO "CNPJSTAT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL CM-JOURNAL
                                      ASSIGN TO "CMJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CNPJ-RPT           ASSIGN TO "CNPJRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-CONTROL-FILE
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CNPJ-STATUS-IN.
       01  CNPJ-STATUS-IN-REC.
           03 RS-CNPJ                         PIC X(14).
           03 RS-SITUACAO                     PIC X(02).
              88 RS-SITUACAO-VALIDA               VALUES '01' '02'
                                                         '03' '04'
                                                         '08'.
           03 RS-DATA-SITUACAO                PIC 9(08).
           03 RS-RAZAO-SOCIAL                 PIC X(60).

       01  CNPJ-STATUS-IN-HEADER.
           COPY HDRCTL.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CM-JOURNAL.
           COPY CMJRNL.

       FD  CNPJ-RPT.
       01  CNPJ-RPT-REC                       PIC X(132).

       FD  LOG-CONTROL-FILE.
       01  LOG-CONTROL-FILE-REC.
           03 LCF-ULTIMO-NUMERO              PIC 9(07).

       WORKING-STORAGE SECTION.
      * Geracao (numero de controle do CTRLFILE) carimbada em cada
      * registro de log desta execucao.
       77 WS-GERACAO-LOG        PIC 9(06) VALUE ZEROS.

       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-IMAGEM-ANTES                    PIC X(492) VALUE SPACES.
       77 WS-SITUACAO-ANTES                  PIC X(02) VALUE SPACES.
       77 WS-DATA-ANTES                      PIC 9(08) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S'.
           03 WS-EOF-DOC                     PIC X(01) VALUE 'N'.
              88 FIM-DOCUMENTO                    VALUE 'S' FALSE 'N'.
           03 WS-ACHOU-SW                    PIC X(01) VALUE 'N'.
              88 CLIENTE-ACHADO                   VALUE 'S' FALSE 'N'.
           03 WS-NOME-SW                     PIC X(01) VALUE 'N'.
              88 NOME-DIVERGENTE                  VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDOS                       PIC 9(07) VALUE ZEROS.
           03 WS-INVALIDOS                   PIC 9(07) VALUE ZEROS.
           03 WS-SEM-CLIENTE                 PIC 9(07) VALUE ZEROS.
           03 WS-CLIENTES-CASADOS            PIC 9(07) VALUE ZEROS.
           03 WS-ATUALIZADOS                 PIC 9(07) VALUE ZEROS.
           03 WS-MUDANCAS                    PIC 9(07) VALUE ZEROS.
           03 WS-NOMES-DIVERGENTES           PIC 9(07) VALUE ZEROS.
           03 WS-DESATUALIZADOS              PIC 9(07) VALUE ZEROS.

      * Comparacao de razao social: os dois nomes reduzidos a letras
      * e digitos em maiusculas; diverge quando nao batem no
      * comprimento do menor (o nome formatado tem 30 posicoes e a
      * razao social costuma ter sufixo LTDA, S/A, ME...).
       77 WS-NORM-ENTRADA                    PIC X(60) VALUE SPACES.
       77 WS-NORM-SAIDA                      PIC X(60) VALUE SPACES.
       77 WS-NORM-TAM                        PIC 9(02) VALUE ZEROS.
       77 WS-NORM-I                          PIC 9(02) VALUE ZEROS.
       77 WS-NORM-CARACTER                   PIC X(01) VALUE SPACES.
       77 WS-NOME-CADASTRO                   PIC X(60) VALUE SPACES.
       77 WS-TAM-CADASTRO                    PIC 9(02) VALUE ZEROS.
       77 WS-NOME-RECEITA                    PIC X(60) VALUE SPACES.
       77 WS-TAM-RECEITA                     PIC 9(02) VALUE ZEROS.
       77 WS-TAM-MENOR                       PIC 9(02) VALUE ZEROS.

       77 WS-DESC-ENTRADA                    PIC X(02) VALUE SPACES.
       77 WS-DESC-SAIDA                      PIC X(09) VALUE SPACES.

      * Parametro para o CALL do GENCHK01 (controle de geracao do
      * feed de entrada).
           COPY GENPARM.

      * Parametro para o CALL do CMLOCK01 (trava de atualizacao do
      * mestre de clientes).
           COPY LCKPARM.

      * Parametro para o CALL do DOCVALID01 (validacao de CPF/CNPJ).
       01 WS-DOCVALID-PARM.
           03 WS-DOCVALID-NUMERO             PIC X(14).
           03 WS-DOCVALID-VALIDO             PIC X(01).
              88 DOCVALID-OK                      VALUE 'S' FALSE 'N'.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'CNPJST01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'SITUACAO CADASTRAL DE CNPJ'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.
       77 WS-LINHAS-PAGINA                   PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS                      PIC 9(02) VALUE 20.

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(09) VALUE 'CLIENTE'.
           03 FILLER                         PIC X(16) VALUE 'CNPJ'.
           03 FILLER                         PIC X(11) VALUE 'ANTES'.
           03 FILLER                         PIC X(11) VALUE 'ATUAL'.
           03 FILLER                         PIC X(12)
                                       VALUE 'DATA SITUAC'.
           03 FILLER                         PIC X(30)
                                       VALUE 'OCORRENCIA'.

       01 WS-LINHA-DETALHE.
           03 DET-NUM-CLIENTE                PIC 9(06).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-CNPJ                       PIC X(14).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-SITUACAO-ANTES             PIC X(09).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-SITUACAO-ATUAL             PIC X(09).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-DATA-SITUACAO              PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-OCORRENCIA                 PIC X(30).

      * Segunda linha da razao divergente: os dois nomes lado a lado.
       01 WS-LINHA-NOMES.
           03 FILLER                         PIC X(09) VALUE SPACES.
           03 FILLER                         PIC X(10)
                                       VALUE 'CADASTRO: '.
           03 NOM-CADASTRO                   PIC X(30).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(09)
                                       VALUE 'RECEITA: '.
           03 NOM-RECEITA                    PIC X(60).

       01 WS-LINHA-RODAPE.
           03 ROD-TITULO                     PIC X(30).
           03 ROD-QTDE                       PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-ARQUIVO
               UNTIL FIM-DE-ARQUIVO
           PERFORM P800-IMPRIMIR-RODAPE
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

       P100-ABRIR-ARQUIVOS.

           MOVE 'A'        TO WS-LCK-FUNCAO
           MOVE 'CNPJST01' TO WS-LCK-PROGRAMA
           CALL 'CMLOCK01' USING WS-CMLOCK-PARM

           IF LCK-PRESO
               DISPLAY 'CNPJST01 - MESTRE TRAVADO POR '
                       WS-LCK-DONO ' DESDE ' WS-LCK-DESDE
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  CNPJ-STATUS-IN
           OPEN I-O    CUSTOMER-MASTER
           PERFORM P0GL-LER-GERACAO-LOG
           OPEN EXTEND CM-JOURNAL
           OPEN OUTPUT CNPJ-RPT

           PERFORM P105-VALIDAR-CABECALHO

           PERFORM P110-LER-PROXIMO
           .

      ******************************************************************
      * P105-VALIDAR-CABECALHO
      * O primeiro registro de CNPJSTAT precisa ser o cabecalho
      * HDRCTL e a geracao dele precisa avancar um sobre a ultima
      * processada (GENCHK01); lote repetido ou fora de sequencia e
      * recusado com RC 9001 sem tocar o mestre.
      ******************************************************************
       P105-VALIDAR-CABECALHO.

           READ CNPJ-STATUS-IN
               AT END
                   PERFORM P108-ABORTAR-CABECALHO
           END-READ

           IF HDR-INDICADOR NOT = 'HEADER'
               PERFORM P108-ABORTAR-CABECALHO
           END-IF

           MOVE 'V'        TO WS-GEN-FUNCAO
           MOVE 'CNPJSTAT' TO WS-GEN-FEED
           MOVE HDR-GERACAO TO WS-GEN-GERACAO
           CALL 'GENCHK01' USING WS-GENCHK-PARM

           IF NOT GEN-OK
               DISPLAY 'CNPJST01 - GERACAO DO FEED RECUSADA ('
                       WS-GEN-GERACAO ') RC=' WS-GEN-RETORNO
               PERFORM P108-ABORTAR-CABECALHO
           END-IF
           .

       P108-ABORTAR-CABECALHO.

           DISPLAY 'CNPJST01 - CABECALHO DO FEED AUSENTE OU '
                   'INVALIDO - LOTE RECUSADO'

           CLOSE CNPJ-STATUS-IN
           CLOSE CUSTOMER-MASTER
           CLOSE CM-JOURNAL
           CLOSE CNPJ-RPT

           MOVE 'L' TO WS-LCK-FUNCAO
           CALL 'CMLOCK01' USING WS-CMLOCK-PARM

           MOVE 9001 TO RETURN-CODE
           GOBACK
           .

       P110-LER-PROXIMO.

           READ CNPJ-STATUS-IN
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

      ******************************************************************
      * P200-PROCESSA-ARQUIVO
      * Registro com CNPJ de digito errado ou codigo de situacao fora
      * da tabela da Receita (01 nula, 02 ativa, 03 suspensa, 04
      * inapta, 08 baixada) vai so para o console; o resto percorre
      * todos os clientes com aquele documento.
      ******************************************************************
       P200-PROCESSA-ARQUIVO.

           MOVE RS-CNPJ TO WS-DOCVALID-NUMERO
           CALL 'DOCVALID01' USING WS-DOCVALID-PARM

           EVALUATE TRUE
               WHEN NOT DOCVALID-OK
                   DISPLAY 'CNPJST01 - CNPJ INVALIDO IGNORADO: '
                           RS-CNPJ
                   ADD 1 TO WS-INVALIDOS
               WHEN NOT RS-SITUACAO-VALIDA
                   DISPLAY 'CNPJST01 - SITUACAO DESCONHECIDA ('
                           RS-SITUACAO ') IGNORADA: ' RS-CNPJ
                   ADD 1 TO WS-INVALIDOS
               WHEN OTHER
                   PERFORM P300-CASAR-CLIENTES
           END-EVALUATE

           PERFORM P110-LER-PROXIMO
           .

      ******************************************************************
      * P300-CASAR-CLIENTES
      * Posiciona na chave alternada CM-DOCUMENTO e percorre as
      * duplicatas, como a consulta por documento do CUSTINQ01.
      ******************************************************************
       P300-CASAR-CLIENTES.

           SET CLIENTE-ACHADO TO FALSE
           SET FIM-DOCUMENTO  TO FALSE
           MOVE RS-CNPJ TO CM-DOCUMENTO

           START CUSTOMER-MASTER KEY = CM-DOCUMENTO
               INVALID KEY
                   SET FIM-DOCUMENTO TO TRUE
           END-START

           PERFORM P310-LER-POR-DOCUMENTO
           PERFORM P320-TRATAR-CLIENTE
               UNTIL FIM-DOCUMENTO

           IF NOT CLIENTE-ACHADO
               ADD 1 TO WS-SEM-CLIENTE
           END-IF
           .

       P310-LER-POR-DOCUMENTO.

           IF NOT FIM-DOCUMENTO
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       SET FIM-DOCUMENTO TO TRUE
                   NOT AT END
                       IF CM-DOCUMENTO NOT = RS-CNPJ
                           SET FIM-DOCUMENTO TO TRUE
                       END-IF
               END-READ
           END-IF
           .

      ******************************************************************
      * P320-TRATAR-CLIENTE
      * Situacao ou data diferentes das do mestre sao gravadas e
      * jornalizadas; situacao datada antes da ja gravada e antiga e
      * fica de fora. Vai para o relatorio a mudanca de uma situacao
      * ja conhecida, ou a primeira verificacao que nao deu ATIVA --
      * senao a primeira carga listaria a carteira inteira.
      ******************************************************************
       P320-TRATAR-CLIENTE.

           SET CLIENTE-ACHADO TO TRUE
           ADD 1 TO WS-CLIENTES-CASADOS

           MOVE CM-SITUACAO-CNPJ      TO WS-SITUACAO-ANTES
           MOVE CM-DATA-SITUACAO-CNPJ TO WS-DATA-ANTES

           EVALUATE TRUE
               WHEN RS-DATA-SITUACAO < CM-DATA-SITUACAO-CNPJ
                   ADD 1 TO WS-DESATUALIZADOS
               WHEN RS-SITUACAO = CM-SITUACAO-CNPJ
                AND RS-DATA-SITUACAO = CM-DATA-SITUACAO-CNPJ
                   CONTINUE
               WHEN OTHER
                   PERFORM P400-ATUALIZAR-SITUACAO
           END-EVALUATE

           PERFORM P450-COMPARAR-NOME
           IF NOME-DIVERGENTE
               PERFORM P520-IMPRIMIR-NOME-DIVERGENTE
           END-IF

           PERFORM P310-LER-POR-DOCUMENTO
           .

       P400-ATUALIZAR-SITUACAO.

           MOVE CUSTOMER-MASTER-REC TO WS-IMAGEM-ANTES
           MOVE RS-SITUACAO         TO CM-SITUACAO-CNPJ
           MOVE RS-DATA-SITUACAO    TO CM-DATA-SITUACAO-CNPJ

           REWRITE CUSTOMER-MASTER-REC
               INVALID KEY
                   DISPLAY 'CNPJST01 - FALHA AO REGRAVAR '
                           'CLIENTE: ' CM-NUM-CLIENTE
               NOT INVALID KEY
                   ADD 1 TO WS-ATUALIZADOS
                   PERFORM P600-GRAVAR-JORNAL
                   IF WS-SITUACAO-ANTES NOT = RS-SITUACAO
                      AND (WS-SITUACAO-ANTES NOT = SPACES
                           OR NOT CM-CNPJ-ATIVA)
                       PERFORM P510-IMPRIMIR-MUDANCA
                   END-IF
           END-REWRITE
           .

      ******************************************************************
      * P450-COMPARAR-NOME
      * Nome formatado do cadastro contra a razao social da Receita,
      * os dois normalizados; cliente sem nome formatado nao compara.
      ******************************************************************
       P450-COMPARAR-NOME.

           SET NOME-DIVERGENTE TO FALSE

           MOVE CM-NOME-FORMATADO TO WS-NORM-ENTRADA
           PERFORM P460-NORMALIZAR-NOME
           MOVE WS-NORM-SAIDA     TO WS-NOME-CADASTRO
           MOVE WS-NORM-TAM       TO WS-TAM-CADASTRO

           MOVE RS-RAZAO-SOCIAL   TO WS-NORM-ENTRADA
           PERFORM P460-NORMALIZAR-NOME
           MOVE WS-NORM-SAIDA     TO WS-NOME-RECEITA
           MOVE WS-NORM-TAM       TO WS-TAM-RECEITA

           IF WS-TAM-CADASTRO < WS-TAM-RECEITA
               MOVE WS-TAM-CADASTRO TO WS-TAM-MENOR
           ELSE
               MOVE WS-TAM-RECEITA  TO WS-TAM-MENOR
           END-IF

           IF WS-TAM-MENOR > 0
               IF WS-NOME-CADASTRO (1:WS-TAM-MENOR) NOT =
                  WS-NOME-RECEITA (1:WS-TAM-MENOR)
                   SET NOME-DIVERGENTE TO TRUE
               END-IF
           END-IF
           .

       P460-NORMALIZAR-NOME.

           MOVE SPACES TO WS-NORM-SAIDA
           MOVE ZEROS  TO WS-NORM-TAM

           INSPECT WS-NORM-ENTRADA
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           PERFORM P465-NORMALIZAR-CARACTER
               VARYING WS-NORM-I FROM 1 BY 1
                 UNTIL WS-NORM-I > 60
           .

       P465-NORMALIZAR-CARACTER.

           MOVE WS-NORM-ENTRADA (WS-NORM-I:1) TO WS-NORM-CARACTER

           IF (WS-NORM-CARACTER >= 'A' AND WS-NORM-CARACTER <= 'Z')
              OR (WS-NORM-CARACTER >= '0'
                  AND WS-NORM-CARACTER <= '9')
               ADD 1 TO WS-NORM-TAM
               MOVE WS-NORM-CARACTER
                 TO WS-NORM-SAIDA (WS-NORM-TAM:1)
           END-IF
           .

       P500-IMPRIMIR-LINHA.

           IF WS-LINHAS-PAGINA = 0
              OR WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM P550-IMPRIMIR-CABECALHO
           END-IF

           MOVE CM-NUM-CLIENTE        TO DET-NUM-CLIENTE
           MOVE RS-CNPJ               TO DET-CNPJ
           MOVE WS-SITUACAO-ANTES     TO WS-DESC-ENTRADA
           PERFORM P700-DESCREVER-SITUACAO
           MOVE WS-DESC-SAIDA         TO DET-SITUACAO-ANTES
           MOVE RS-SITUACAO           TO WS-DESC-ENTRADA
           PERFORM P700-DESCREVER-SITUACAO
           MOVE WS-DESC-SAIDA         TO DET-SITUACAO-ATUAL
           STRING RS-DATA-SITUACAO (7:2) '/'
                  RS-DATA-SITUACAO (5:2) '/'
                  RS-DATA-SITUACAO (1:4)
                  DELIMITED BY SIZE INTO DET-DATA-SITUACAO

           MOVE WS-LINHA-DETALHE TO CNPJ-RPT-REC
           WRITE CNPJ-RPT-REC
           ADD 1 TO WS-LINHAS-PAGINA
           .

       P510-IMPRIMIR-MUDANCA.

           MOVE 'MUDANCA DE SITUACAO CADASTRAL' TO DET-OCORRENCIA
           PERFORM P500-IMPRIMIR-LINHA
           ADD 1 TO WS-MUDANCAS
           .

       P520-IMPRIMIR-NOME-DIVERGENTE.

           MOVE 'RAZAO SOCIAL DIVERGENTE'  TO DET-OCORRENCIA
           PERFORM P500-IMPRIMIR-LINHA

           MOVE CM-NOME-FORMATADO TO NOM-CADASTRO
           MOVE RS-RAZAO-SOCIAL   TO NOM-RECEITA
           MOVE WS-LINHA-NOMES    TO CNPJ-RPT-REC
           WRITE CNPJ-RPT-REC
           ADD 1 TO WS-LINHAS-PAGINA

           ADD 1 TO WS-NOMES-DIVERGENTES
           .

       P550-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA

           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO CNPJ-RPT-REC
           WRITE CNPJ-RPT-REC

           MOVE WS-RPTFMT-LINHA-CAB2 TO CNPJ-RPT-REC
           WRITE CNPJ-RPT-REC

           MOVE SPACES TO CNPJ-RPT-REC
           WRITE CNPJ-RPT-REC

           MOVE WS-LINHA-CAB3 TO CNPJ-RPT-REC
           WRITE CNPJ-RPT-REC

           MOVE ZEROS TO WS-LINHAS-PAGINA
           .

       P600-GRAVAR-JORNAL.

           MOVE 'CNPJST01'            TO JN-PROGRAMA
           MOVE 'REGRAVACAO'          TO JN-OPERACAO
           MOVE CM-NUM-CLIENTE        TO JN-NUM-CLIENTE
           MOVE FUNCTION CURRENT-DATE TO JN-DATA-HORA
           MOVE WS-IMAGEM-ANTES       TO JN-IMAGEM-ANTES
           MOVE CUSTOMER-MASTER-REC   TO JN-IMAGEM-DEPOIS
           MOVE 'CNPJST01'            TO JN-OPERADOR
           MOVE WS-GERACAO-LOG        TO JN-NUM-CONTROLE

           WRITE CM-JOURNAL-REC
           .

       P700-DESCREVER-SITUACAO.

           EVALUATE WS-DESC-ENTRADA
               WHEN SPACES
                   MOVE 'NAO VERIF' TO WS-DESC-SAIDA
               WHEN '01'
                   MOVE 'NULA'      TO WS-DESC-SAIDA
               WHEN '02'
                   MOVE 'ATIVA'     TO WS-DESC-SAIDA
               WHEN '03'
                   MOVE 'SUSPENSA'  TO WS-DESC-SAIDA
               WHEN '04'
                   MOVE 'INAPTA'    TO WS-DESC-SAIDA
               WHEN '08'
                   MOVE 'BAIXADA'   TO WS-DESC-SAIDA
               WHEN OTHER
                   MOVE WS-DESC-ENTRADA TO WS-DESC-SAIDA
           END-EVALUATE
           .

       P800-IMPRIMIR-RODAPE.

           IF WS-PAGINA = 0
               PERFORM P550-IMPRIMIR-CABECALHO
           END-IF

           MOVE SPACES TO CNPJ-RPT-REC
           WRITE CNPJ-RPT-REC

           MOVE 'REGISTROS RECEBIDOS.........: ' TO ROD-TITULO
           MOVE WS-LIDOS              TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE 'REGISTROS INVALIDOS.........: ' TO ROD-TITULO
           MOVE WS-INVALIDOS          TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE 'CNPJ SEM CLIENTE............: ' TO ROD-TITULO
           MOVE WS-SEM-CLIENTE        TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE 'CLIENTES CASADOS............: ' TO ROD-TITULO
           MOVE WS-CLIENTES-CASADOS   TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE 'SITUACOES GRAVADAS..........: ' TO ROD-TITULO
           MOVE WS-ATUALIZADOS        TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE 'MUDANCAS DE SITUACAO........: ' TO ROD-TITULO
           MOVE WS-MUDANCAS           TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE 'RAZAO SOCIAL DIVERGENTE.....: ' TO ROD-TITULO
           MOVE WS-NOMES-DIVERGENTES  TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE 'SITUACAO ANTIGA IGNORADA....: ' TO ROD-TITULO
           MOVE WS-DESATUALIZADOS     TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE
           .

       P810-GRAVAR-RODAPE.

           MOVE WS-LINHA-RODAPE TO CNPJ-RPT-REC
           WRITE CNPJ-RPT-REC
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE CNPJ-STATUS-IN
           CLOSE CUSTOMER-MASTER
           CLOSE CM-JOURNAL
           CLOSE CNPJ-RPT

           MOVE 'C' TO WS-GEN-FUNCAO
           CALL 'GENCHK01' USING WS-GENCHK-PARM

           MOVE 'L' TO WS-LCK-FUNCAO
           CALL 'CMLOCK01' USING WS-CMLOCK-PARM

           DISPLAY 'CNPJST01 - REGISTROS LIDOS...: ' WS-LIDOS
           DISPLAY 'CNPJST01 - INVALIDOS.........: ' WS-INVALIDOS
           DISPLAY 'CNPJST01 - CNPJ SEM CLIENTE..: ' WS-SEM-CLIENTE
           DISPLAY 'CNPJST01 - SITUACOES GRAVADAS: ' WS-ATUALIZADOS
           DISPLAY 'CNPJST01 - MUDANCAS..........: ' WS-MUDANCAS
           DISPLAY 'CNPJST01 - RAZAO DIVERGENTE..: '
                   WS-NOMES-DIVERGENTES
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

       END PROGRAM CNPJST01.
