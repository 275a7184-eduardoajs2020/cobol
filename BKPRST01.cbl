      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: BKPRST01 - restores receivables files from a BKPSET01
      *          backup set. The BKRPARM parameter names one file
      *          (FATURA, PAGTOSTS, ARBAL, CONTRACT, ACORDO, PROMFILE,
      *          DUNSTG, CREDLIM) or the whole set (blank or TODOS) and
      *          the generation to restore (zero = the latest set on
      *          the BKPMANF manifest). Before anything is touched,
      *          every member chosen is read through and its record
      *          count and hash total proved against its own TRLCTL
      *          trailer and against the manifest line; one member
      *          that does not prove (or a whole-set restore of a set
      *          with an absent file) releases nothing and ends with
      *          RETURN-CODE 9001. Proven members are then loaded into
      *          the indexed files and the load totals checked against
      *          the manifest once more, the CUSTRST01 rule.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Backup member record widened to 241 bytes for
      *             FATURA's FT-COD-EMPRESA.
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPRST01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTORE-PARM       ASSIGN TO "BKRPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL BACKUP-MANIFEST
                                      ASSIGN TO "BKPMANF"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BACKUP-MEMBER      ASSIGN TO WS-NOME-MEMBRO
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-MEMBRO-STATUS.

           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT PAGAMENTO-STATUS   ASSIGN TO "PAGTOSTS"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS PS-CHAVE
                                      FILE STATUS IS WS-PAGTOS-STATUS.

           SELECT SALDO-CLIENTE      ASSIGN TO "ARBAL"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS CB-NUM-CLIENTE
                                      FILE STATUS IS WS-SALDO-STATUS.

           SELECT CONTRATO-FILE      ASSIGN TO "CONTRACT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS CT-NUM-CONTRATO
                                      FILE STATUS IS WS-CONTR-STATUS.

           SELECT ACORDO-FILE        ASSIGN TO "ACORDO"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS AC-NUM-ACORDO
                                      FILE STATUS IS WS-ACORDO-STATUS.

           SELECT PROMESSA-FILE      ASSIGN TO "PROMFILE"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS PM-CHAVE
                                      FILE STATUS IS WS-PROM-STATUS.

           SELECT DUNNING-STAGE      ASSIGN TO "DUNSTG"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS DS-NUM-CLIENTE
                                      FILE STATUS IS WS-STAGE-STATUS.

           SELECT CREDIT-LIMIT       ASSIGN TO "CREDLIM"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS CL-NUM-CLIENTE
                                      FILE STATUS IS WS-CREDLIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESTORE-PARM.
       01  RESTORE-PARM-REC.
           03 BR-ARQUIVO                      PIC X(08).
           03 BR-GERACAO                      PIC 9(06).

       FD  BACKUP-MANIFEST.
           COPY BKPMANF.

       FD  BACKUP-MEMBER.
       01  BACKUP-MEMBER-REC                  PIC X(241).
       01  BACKUP-MEMBER-TRAILER REDEFINES BACKUP-MEMBER-REC.
           COPY TRLCTL.

       FD  FATURA-MASTER.
           COPY FATURA.

       FD  PAGAMENTO-STATUS.
           COPY PAGTOSTS.

       FD  SALDO-CLIENTE.
           COPY ARBAL.

       FD  CONTRATO-FILE.
           COPY CONTRACT.

       FD  ACORDO-FILE.
           COPY ACORDO.

       FD  PROMESSA-FILE.
           COPY PROMFILE.

       FD  DUNNING-STAGE.
           COPY DUNSTG.

       FD  CREDIT-LIMIT.
       01  CREDIT-LIMIT-REC.
           03 CL-NUM-CLIENTE                  PIC 9(06).
           03 CL-LIMITE                       PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-MEMBRO-STATUS                   PIC X(02) VALUE '00'.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PAGTOS-STATUS                   PIC X(02) VALUE '00'.
       77 WS-SALDO-STATUS                    PIC X(02) VALUE '00'.
       77 WS-CONTR-STATUS                    PIC X(02) VALUE '00'.
       77 WS-ACORDO-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PROM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-STAGE-STATUS                    PIC X(02) VALUE '00'.
       77 WS-CREDLIM-STATUS                  PIC X(02) VALUE '00'.

       77 WS-ARQUIVO-PEDIDO                  PIC X(08) VALUE SPACES.
       77 WS-NOME-PROCURADO                  PIC X(08) VALUE SPACES.
       77 WS-GERACAO-PEDIDA                  PIC 9(06) VALUE ZEROS.
       77 WS-NOME-MEMBRO                     PIC X(20) VALUE SPACES.
       77 WS-CHAVE-HASH                      PIC 9(06) VALUE ZEROS.
       77 WS-LIDOS                           PIC 9(07) VALUE ZEROS.
       77 WS-HASH-LIDO                       PIC 9(11) VALUE ZEROS.
       77 WS-CARREGADOS                      PIC 9(07) VALUE ZEROS.
       77 WS-HASH-CARREGADO                  PIC 9(11) VALUE ZEROS.
       77 WS-TRL-QTD                         PIC 9(07) VALUE ZEROS.
       77 WS-TRL-HASH                        PIC 9(11) VALUE ZEROS.

      * Os arquivos do conjunto de backup, na ordem do BKPSET01;
      * acrescentar um arquivo ao conjunto e acrescentar uma entrada
      * aqui e um paragrafo de carga.
       77 WS-TOT-ARQUIVOS                    PIC 9(02) VALUE 8.
       77 WS-IDX-ARQ                         PIC 9(02) VALUE ZEROS.
       77 WS-IDX-ACHADO                      PIC 9(02) VALUE ZEROS.
       01 WS-TAB-ARQUIVOS.
           03 FILLER                         PIC X(08) VALUE 'FATURA'.
           03 FILLER                         PIC X(08) VALUE 'PAGTOSTS'.
           03 FILLER                         PIC X(08) VALUE 'ARBAL'.
           03 FILLER                         PIC X(08) VALUE 'CONTRACT'.
           03 FILLER                         PIC X(08) VALUE 'ACORDO'.
           03 FILLER                         PIC X(08) VALUE 'PROMFILE'.
           03 FILLER                         PIC X(08) VALUE 'DUNSTG'.
           03 FILLER                         PIC X(08) VALUE 'CREDLIM'.
       01 FILLER REDEFINES WS-TAB-ARQUIVOS.
           03 WS-NOME-ARQ                    PIC X(08) OCCURS 8 TIMES.

      * Linha do manifesto da geracao pedida, por arquivo (a ultima
      * linha do arquivo na geracao vence, como no RPTGET01).
       01 WS-TAB-MANIFESTO.
           03 WS-MF-ENTRADA OCCURS 8 TIMES.
              05 WS-MF-SITUACAO              PIC X(01).
                 88 MF-NAO-LISTADO               VALUE SPACE.
                 88 MF-DESCARREGADO              VALUE 'O'.
                 88 MF-AUSENTE                   VALUE 'A'.
              05 WS-MF-MEMBRO                PIC X(20).
              05 WS-MF-QTD                   PIC 9(07).
              05 WS-MF-HASH                  PIC 9(11).
              05 WS-MF-SELECAO               PIC X(01).
                 88 MF-SELECIONADO               VALUE 'S'.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-TRAILER-SW                  PIC X(01) VALUE 'N'.
              88 TRAILER-ACHADO                   VALUE 'S' FALSE 'N'.
           03 WS-CONJUNTO-SW                 PIC X(01) VALUE 'N'.
              88 CONJUNTO-INTEIRO                 VALUE 'S' FALSE 'N'.
           03 WS-REPROVA-SW                  PIC X(01) VALUE 'N'.
              88 RESTAURACAO-REPROVADA            VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-ARQ-RESTAURADOS             PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P050-LER-PARAMETRO

           IF WS-GERACAO-PEDIDA = ZEROS
               PERFORM P100-ACHAR-ULTIMA-GERACAO
           END-IF

           IF WS-GERACAO-PEDIDA = ZEROS
               DISPLAY 'BKPRST01 - NENHUM CONJUNTO DE BACKUP NO '
                       'MANIFESTO BKPMANF'
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P150-CARREGAR-MANIFESTO
           PERFORM P200-SELECIONAR-ARQUIVOS

           IF NOT RESTAURACAO-REPROVADA
               PERFORM P300-PROVAR-MEMBRO
                   VARYING WS-IDX-ARQ FROM 1 BY 1
                     UNTIL WS-IDX-ARQ > WS-TOT-ARQUIVOS
           END-IF

           IF RESTAURACAO-REPROVADA
               DISPLAY 'BKPRST01 - GERACAO ' WS-GERACAO-PEDIDA
                       ' - RESTAURACAO NAO LIBERADA, NADA FOI '
                       'CARREGADO'
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P400-RESTAURAR-ARQUIVO
               VARYING WS-IDX-ARQ FROM 1 BY 1
                 UNTIL WS-IDX-ARQ > WS-TOT-ARQUIVOS

           DISPLAY 'BKPRST01 - GERACAO RESTAURADA.....: '
                   WS-GERACAO-PEDIDA
           DISPLAY 'BKPRST01 - ARQUIVOS RESTAURADOS...: '
                   WS-ARQ-RESTAURADOS

           GOBACK.

       P050-LER-PARAMETRO.

           OPEN INPUT RESTORE-PARM
           IF WS-PARM-STATUS = '00'
               READ RESTORE-PARM
                   NOT AT END
                       MOVE BR-ARQUIVO TO WS-ARQUIVO-PEDIDO
                       IF BR-GERACAO IS NUMERIC
                           MOVE BR-GERACAO TO WS-GERACAO-PEDIDA
                       END-IF
               END-READ
               CLOSE RESTORE-PARM
           ELSE
               DISPLAY 'BKPRST01 - PARAMETRO BKRPARM AUSENTE'
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-ARQUIVO-PEDIDO = SPACES OR 'TODOS'
               SET CONJUNTO-INTEIRO TO TRUE
           END-IF
           .

      ******************************************************************
      * P100-ACHAR-ULTIMA-GERACAO
      * Geracao zero no parametro: vale o conjunto mais recente do
      * manifesto.
      ******************************************************************
       P100-ACHAR-ULTIMA-GERACAO.

           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT BACKUP-MANIFEST

           PERFORM P110-LER-GERACAO
               UNTIL FIM-DE-ARQUIVO

           CLOSE BACKUP-MANIFEST
           .

       P110-LER-GERACAO.

           READ BACKUP-MANIFEST
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   IF BM-GERACAO > WS-GERACAO-PEDIDA
                       MOVE BM-GERACAO TO WS-GERACAO-PEDIDA
                   END-IF
           END-READ
           .

       P150-CARREGAR-MANIFESTO.

           INITIALIZE WS-TAB-MANIFESTO
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT BACKUP-MANIFEST

           PERFORM P160-LER-MANIFESTO
               UNTIL FIM-DE-ARQUIVO

           CLOSE BACKUP-MANIFEST
           .

       P160-LER-MANIFESTO.

           READ BACKUP-MANIFEST
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   IF BM-GERACAO = WS-GERACAO-PEDIDA
                       MOVE BM-ARQUIVO TO WS-NOME-PROCURADO
                       PERFORM P170-LOCALIZAR-ARQUIVO
                       IF WS-IDX-ACHADO > ZEROS
                           MOVE BM-SITUACAO
                             TO WS-MF-SITUACAO (WS-IDX-ACHADO)
                           MOVE BM-MEMBRO
                             TO WS-MF-MEMBRO (WS-IDX-ACHADO)
                           MOVE BM-QTD-REGISTROS
                             TO WS-MF-QTD (WS-IDX-ACHADO)
                           MOVE BM-HASH-TOTAL
                             TO WS-MF-HASH (WS-IDX-ACHADO)
                       END-IF
                   END-IF
           END-READ
           .

       P170-LOCALIZAR-ARQUIVO.

           MOVE ZEROS TO WS-IDX-ACHADO

           PERFORM P171-COMPARAR-NOME
               VARYING WS-IDX-ARQ FROM 1 BY 1
                 UNTIL WS-IDX-ARQ > WS-TOT-ARQUIVOS
                    OR WS-IDX-ACHADO > ZEROS
           .

       P171-COMPARAR-NOME.

           IF WS-NOME-ARQ (WS-IDX-ARQ) = WS-NOME-PROCURADO
               MOVE WS-IDX-ARQ TO WS-IDX-ACHADO
           END-IF
           .

      ******************************************************************
      * P200-SELECIONAR-ARQUIVOS
      * Conjunto inteiro: os oito arquivos, todos descarregados na
      * geracao; um arquivo so: precisa ser do conjunto e estar no
      * manifesto como descarregado.
      ******************************************************************
       P200-SELECIONAR-ARQUIVOS.

           IF CONJUNTO-INTEIRO
               PERFORM P210-SELECIONAR-ENTRADA
                   VARYING WS-IDX-ACHADO FROM 1 BY 1
                     UNTIL WS-IDX-ACHADO > WS-TOT-ARQUIVOS
           ELSE
               MOVE WS-ARQUIVO-PEDIDO TO WS-NOME-PROCURADO
               PERFORM P170-LOCALIZAR-ARQUIVO
               IF WS-IDX-ACHADO = ZEROS
                   DISPLAY 'BKPRST01 - ARQUIVO NAO FAZ PARTE DO '
                           'CONJUNTO DE BACKUP: ' WS-ARQUIVO-PEDIDO
                   SET RESTAURACAO-REPROVADA TO TRUE
               ELSE
                   PERFORM P210-SELECIONAR-ENTRADA
               END-IF
           END-IF
           .

       P210-SELECIONAR-ENTRADA.

           MOVE 'S' TO WS-MF-SELECAO (WS-IDX-ACHADO)

           IF MF-NAO-LISTADO (WS-IDX-ACHADO)
               DISPLAY 'BKPRST01 - ' WS-NOME-ARQ (WS-IDX-ACHADO)
                       ' NAO CONSTA DO MANIFESTO DA GERACAO '
                       WS-GERACAO-PEDIDA
               SET RESTAURACAO-REPROVADA TO TRUE
           END-IF

           IF MF-AUSENTE (WS-IDX-ACHADO)
               DISPLAY 'BKPRST01 - ' WS-NOME-ARQ (WS-IDX-ACHADO)
                       ' AUSENTE NO CONJUNTO DA GERACAO '
                       WS-GERACAO-PEDIDA
               SET RESTAURACAO-REPROVADA TO TRUE
           END-IF
           .

      ******************************************************************
      * P300-PROVAR-MEMBRO
      * Leitura completa do membro antes de qualquer carga: contagem e
      * hash (soma do numero que encabeca a chave) conferidos com o
      * trailer TRLCTL do membro e com a linha do manifesto.
      ******************************************************************
       P300-PROVAR-MEMBRO.

           IF MF-SELECIONADO (WS-IDX-ARQ)
               MOVE WS-MF-MEMBRO (WS-IDX-ARQ) TO WS-NOME-MEMBRO
               OPEN INPUT BACKUP-MEMBER

               IF WS-MEMBRO-STATUS NOT = '00'
                   DISPLAY 'BKPRST01 - MEMBRO AUSENTE: '
                           WS-NOME-MEMBRO
                   SET RESTAURACAO-REPROVADA TO TRUE
               ELSE
                   MOVE ZEROS TO WS-LIDOS WS-HASH-LIDO
                   SET FIM-DE-ARQUIVO TO FALSE
                   SET TRAILER-ACHADO TO FALSE
                   PERFORM P390-LER-MEMBRO
                   PERFORM P310-SOMAR-IMAGEM
                       UNTIL FIM-DE-ARQUIVO
                   CLOSE BACKUP-MEMBER
                   PERFORM P320-CONFERIR-MEMBRO
               END-IF
           END-IF
           .

       P310-SOMAR-IMAGEM.

           MOVE BACKUP-MEMBER-REC (1:6) TO WS-CHAVE-HASH
           ADD 1             TO WS-LIDOS
           ADD WS-CHAVE-HASH TO WS-HASH-LIDO

           PERFORM P390-LER-MEMBRO
           .

       P320-CONFERIR-MEMBRO.

           IF NOT TRAILER-ACHADO
               DISPLAY 'BKPRST01 - MEMBRO SEM TRAILER: '
                       WS-NOME-MEMBRO
               SET RESTAURACAO-REPROVADA TO TRUE
           ELSE
               IF WS-LIDOS     NOT = WS-TRL-QTD
                  OR WS-HASH-LIDO NOT = WS-TRL-HASH
                  OR WS-LIDOS     NOT = WS-MF-QTD (WS-IDX-ARQ)
                  OR WS-HASH-LIDO NOT = WS-MF-HASH (WS-IDX-ARQ)
                   DISPLAY 'BKPRST01 - MEMBRO NAO BATE: '
                           WS-NOME-MEMBRO
                   DISPLAY 'BKPRST01 -   LIDO      QTD ' WS-LIDOS
                           ' HASH ' WS-HASH-LIDO
                   DISPLAY 'BKPRST01 -   TRAILER   QTD ' WS-TRL-QTD
                           ' HASH ' WS-TRL-HASH
                   DISPLAY 'BKPRST01 -   MANIFESTO QTD '
                           WS-MF-QTD (WS-IDX-ARQ)
                           ' HASH ' WS-MF-HASH (WS-IDX-ARQ)
                   SET RESTAURACAO-REPROVADA TO TRUE
               ELSE
                   DISPLAY 'BKPRST01 - MEMBRO PROVADO: '
                           WS-NOME-MEMBRO ' REGISTROS: ' WS-LIDOS
               END-IF
           END-IF
           .

      ******************************************************************
      * P390-LER-MEMBRO
      * O trailer TRLCTL e reconhecido pelo indicador fixo e encerra
      * a leitura; os totais dele ficam guardados para a conferencia.
      ******************************************************************
       P390-LER-MEMBRO.

           READ BACKUP-MEMBER
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   IF TRL-INDICADOR = 'TRAILER'
                       SET TRAILER-ACHADO TO TRUE
                       MOVE TRL-QTD-REGISTROS TO WS-TRL-QTD
                       MOVE TRL-HASH-TOTAL    TO WS-TRL-HASH
                       SET FIM-DE-ARQUIVO TO TRUE
                   END-IF
           END-READ
           .

      ******************************************************************
      * P400-RESTAURAR-ARQUIVO
      * So chega aqui com todos os membros escolhidos provados: cada
      * um recarrega o seu arquivo indexado do zero.
      ******************************************************************
       P400-RESTAURAR-ARQUIVO.

           IF MF-SELECIONADO (WS-IDX-ARQ)
               MOVE WS-MF-MEMBRO (WS-IDX-ARQ) TO WS-NOME-MEMBRO
               OPEN INPUT BACKUP-MEMBER
               MOVE ZEROS TO WS-CARREGADOS WS-HASH-CARREGADO
               SET FIM-DE-ARQUIVO TO FALSE
               SET TRAILER-ACHADO TO FALSE
               PERFORM P390-LER-MEMBRO

               EVALUATE WS-NOME-ARQ (WS-IDX-ARQ)
                   WHEN 'FATURA'
                       PERFORM P410-RESTAURAR-FATURA
                   WHEN 'PAGTOSTS'
                       PERFORM P420-RESTAURAR-PAGTOSTS
                   WHEN 'ARBAL'
                       PERFORM P430-RESTAURAR-ARBAL
                   WHEN 'CONTRACT'
                       PERFORM P440-RESTAURAR-CONTRACT
                   WHEN 'ACORDO'
                       PERFORM P450-RESTAURAR-ACORDO
                   WHEN 'PROMFILE'
                       PERFORM P460-RESTAURAR-PROMFILE
                   WHEN 'DUNSTG'
                       PERFORM P470-RESTAURAR-DUNSTG
                   WHEN 'CREDLIM'
                       PERFORM P480-RESTAURAR-CREDLIM
               END-EVALUATE

               CLOSE BACKUP-MEMBER
               PERFORM P490-CONFERIR-CARGA
           END-IF
           .

       P410-RESTAURAR-FATURA.

           OPEN OUTPUT FATURA-MASTER
           PERFORM P411-CARREGAR-FATURA
               UNTIL FIM-DE-ARQUIVO
           CLOSE FATURA-MASTER
           .

       P411-CARREGAR-FATURA.

           MOVE BACKUP-MEMBER-REC TO FATURA-REC

           WRITE FATURA-REC
               INVALID KEY
                   DISPLAY 'BKPRST01 - CHAVE DUPLICADA NO BACKUP: '
                           'FATURA ' FT-NUM-FATURA
               NOT INVALID KEY
                   PERFORM P495-SOMAR-CARGA
           END-WRITE

           PERFORM P390-LER-MEMBRO
           .

       P420-RESTAURAR-PAGTOSTS.

           OPEN OUTPUT PAGAMENTO-STATUS
           PERFORM P421-CARREGAR-PAGTOSTS
               UNTIL FIM-DE-ARQUIVO
           CLOSE PAGAMENTO-STATUS
           .

       P421-CARREGAR-PAGTOSTS.

           MOVE BACKUP-MEMBER-REC TO PAGTO-STATUS-REC

           WRITE PAGTO-STATUS-REC
               INVALID KEY
                   DISPLAY 'BKPRST01 - CHAVE DUPLICADA NO BACKUP: '
                           'PAGTOSTS ' PS-CHAVE
               NOT INVALID KEY
                   PERFORM P495-SOMAR-CARGA
           END-WRITE

           PERFORM P390-LER-MEMBRO
           .

       P430-RESTAURAR-ARBAL.

           OPEN OUTPUT SALDO-CLIENTE
           PERFORM P431-CARREGAR-ARBAL
               UNTIL FIM-DE-ARQUIVO
           CLOSE SALDO-CLIENTE
           .

       P431-CARREGAR-ARBAL.

           MOVE BACKUP-MEMBER-REC TO SALDO-CLIENTE-REC

           WRITE SALDO-CLIENTE-REC
               INVALID KEY
                   DISPLAY 'BKPRST01 - CHAVE DUPLICADA NO BACKUP: '
                           'ARBAL ' CB-NUM-CLIENTE
               NOT INVALID KEY
                   PERFORM P495-SOMAR-CARGA
           END-WRITE

           PERFORM P390-LER-MEMBRO
           .

       P440-RESTAURAR-CONTRACT.

           OPEN OUTPUT CONTRATO-FILE
           PERFORM P441-CARREGAR-CONTRACT
               UNTIL FIM-DE-ARQUIVO
           CLOSE CONTRATO-FILE
           .

       P441-CARREGAR-CONTRACT.

           MOVE BACKUP-MEMBER-REC TO CONTRATO-REC

           WRITE CONTRATO-REC
               INVALID KEY
                   DISPLAY 'BKPRST01 - CHAVE DUPLICADA NO BACKUP: '
                           'CONTRACT ' CT-NUM-CONTRATO
               NOT INVALID KEY
                   PERFORM P495-SOMAR-CARGA
           END-WRITE

           PERFORM P390-LER-MEMBRO
           .

       P450-RESTAURAR-ACORDO.

           OPEN OUTPUT ACORDO-FILE
           PERFORM P451-CARREGAR-ACORDO
               UNTIL FIM-DE-ARQUIVO
           CLOSE ACORDO-FILE
           .

       P451-CARREGAR-ACORDO.

           MOVE BACKUP-MEMBER-REC TO ACORDO-REC

           WRITE ACORDO-REC
               INVALID KEY
                   DISPLAY 'BKPRST01 - CHAVE DUPLICADA NO BACKUP: '
                           'ACORDO ' AC-NUM-ACORDO
               NOT INVALID KEY
                   PERFORM P495-SOMAR-CARGA
           END-WRITE

           PERFORM P390-LER-MEMBRO
           .

       P460-RESTAURAR-PROMFILE.

           OPEN OUTPUT PROMESSA-FILE
           PERFORM P461-CARREGAR-PROMFILE
               UNTIL FIM-DE-ARQUIVO
           CLOSE PROMESSA-FILE
           .

       P461-CARREGAR-PROMFILE.

           MOVE BACKUP-MEMBER-REC TO PROMESSA-REC

           WRITE PROMESSA-REC
               INVALID KEY
                   DISPLAY 'BKPRST01 - CHAVE DUPLICADA NO BACKUP: '
                           'PROMFILE ' PM-CHAVE
               NOT INVALID KEY
                   PERFORM P495-SOMAR-CARGA
           END-WRITE

           PERFORM P390-LER-MEMBRO
           .

       P470-RESTAURAR-DUNSTG.

           OPEN OUTPUT DUNNING-STAGE
           PERFORM P471-CARREGAR-DUNSTG
               UNTIL FIM-DE-ARQUIVO
           CLOSE DUNNING-STAGE
           .

       P471-CARREGAR-DUNSTG.

           MOVE BACKUP-MEMBER-REC TO DUNNING-STAGE-REC

           WRITE DUNNING-STAGE-REC
               INVALID KEY
                   DISPLAY 'BKPRST01 - CHAVE DUPLICADA NO BACKUP: '
                           'DUNSTG ' DS-NUM-CLIENTE
               NOT INVALID KEY
                   PERFORM P495-SOMAR-CARGA
           END-WRITE

           PERFORM P390-LER-MEMBRO
           .

       P480-RESTAURAR-CREDLIM.

           OPEN OUTPUT CREDIT-LIMIT
           PERFORM P481-CARREGAR-CREDLIM
               UNTIL FIM-DE-ARQUIVO
           CLOSE CREDIT-LIMIT
           .

       P481-CARREGAR-CREDLIM.

           MOVE BACKUP-MEMBER-REC TO CREDIT-LIMIT-REC

           WRITE CREDIT-LIMIT-REC
               INVALID KEY
                   DISPLAY 'BKPRST01 - CHAVE DUPLICADA NO BACKUP: '
                           'CREDLIM ' CL-NUM-CLIENTE
               NOT INVALID KEY
                   PERFORM P495-SOMAR-CARGA
           END-WRITE

           PERFORM P390-LER-MEMBRO
           .

      ******************************************************************
      * P490-CONFERIR-CARGA
      * Depois da carga, contagem e hash do que entrou no arquivo
      * indexado contra o manifesto; diferenca termina com 9001.
      ******************************************************************
       P490-CONFERIR-CARGA.

           IF WS-CARREGADOS     NOT = WS-MF-QTD (WS-IDX-ARQ)
              OR WS-HASH-CARREGADO NOT = WS-MF-HASH (WS-IDX-ARQ)
               DISPLAY 'BKPRST01 - ' WS-NOME-ARQ (WS-IDX-ARQ)
                       ' CARGA NAO BATE COM O MANIFESTO - QTD '
                       WS-CARREGADOS ' HASH ' WS-HASH-CARREGADO
               MOVE 9001 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-ARQ-RESTAURADOS
               DISPLAY 'BKPRST01 - ' WS-NOME-ARQ (WS-IDX-ARQ)
                       ' RESTAURADO E CONFERIDO - REGISTROS: '
                       WS-CARREGADOS
           END-IF
           .

       P495-SOMAR-CARGA.

           MOVE BACKUP-MEMBER-REC (1:6) TO WS-CHAVE-HASH
           ADD 1             TO WS-CARREGADOS
           ADD WS-CHAVE-HASH TO WS-HASH-CARREGADO
           .

       END PROGRAM BKPRST01.
