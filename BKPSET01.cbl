      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: BKPSET01 - nightly backup set of the receivables
      *          files: FATURA, PAGTOSTS, ARBAL, CONTRACT, ACORDO,
      *          PROMFILE, DUNSTG and CREDLIM are unloaded in one step,
      *          at the same point of the nightly chain, each to a
      *          flat member named file.generation (the RPTARC01
      *          naming) ended by the standard TRLCTL trailer with the
      *          record count and a hash total of the file's key
      *          number. Every file gets a BKPMANF manifest line with
      *          the CTRLFILE generation, the run date, the member and
      *          its count and hash, so the set can be restored, one
      *          file or all of them, by BKPRST01 -- the CUSTUNL01 /
      *          CUSTRST01 pair extended to the rest of receivables.
      *          A file that will not open is listed as absent on the
      *          manifest and the run ends with RETURN-CODE 9001.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Backup member record widened to 241 bytes for
      *             FATURA's FT-COD-EMPRESA.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPSET01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT BACKUP-MEMBER      ASSIGN TO WS-NOME-MEMBRO
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BACKUP-MANIFEST
                                      ASSIGN TO "BKPMANF"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-CONTROL-FILE
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      * Membro do backup: imagem do registro do arquivo de origem (o
      * maior e o da FATURA), fechado pelo trailer TRLCTL.
       FD  BACKUP-MEMBER.
       01  BACKUP-MEMBER-REC                  PIC X(241).
       01  BACKUP-MEMBER-TRAILER REDEFINES BACKUP-MEMBER-REC.
           COPY TRLCTL.

       FD  BACKUP-MANIFEST.
           COPY BKPMANF.

       FD  LOG-CONTROL-FILE.
       01  LOG-CONTROL-FILE-REC.
           03 LCF-ULTIMO-NUMERO              PIC 9(07).

       WORKING-STORAGE SECTION.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PAGTOS-STATUS                   PIC X(02) VALUE '00'.
       77 WS-SALDO-STATUS                    PIC X(02) VALUE '00'.
       77 WS-CONTR-STATUS                    PIC X(02) VALUE '00'.
       77 WS-ACORDO-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PROM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-STAGE-STATUS                    PIC X(02) VALUE '00'.
       77 WS-CREDLIM-STATUS                  PIC X(02) VALUE '00'.

      * Geracao (numero de controle do CTRLFILE) e data que identificam
      * o conjunto de backup desta execucao.
       77 WS-GERACAO-LOG                     PIC 9(06) VALUE ZEROS.
       77 WS-GERACAO-TXT                     PIC 9(06) VALUE ZEROS.
       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.

       77 WS-ARQUIVO-ATUAL                   PIC X(08) VALUE SPACES.
       77 WS-NOME-MEMBRO                     PIC X(20) VALUE SPACES.
       77 WS-CHAVE-HASH                      PIC 9(06) VALUE ZEROS.
       77 WS-DESCARGADOS                     PIC 9(07) VALUE ZEROS.
       77 WS-HASH-TOTAL                      PIC 9(11) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-ARQ-DESCARREGADOS           PIC 9(02) VALUE ZEROS.
           03 WS-ARQ-AUSENTES                PIC 9(02) VALUE ZEROS.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P0GL-LER-GERACAO-LOG
           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT
           MOVE WS-GERACAO-LOG TO WS-GERACAO-TXT

           OPEN EXTEND BACKUP-MANIFEST

           PERFORM P210-DESCARREGAR-FATURA
           PERFORM P220-DESCARREGAR-PAGTOSTS
           PERFORM P230-DESCARREGAR-ARBAL
           PERFORM P240-DESCARREGAR-CONTRACT
           PERFORM P250-DESCARREGAR-ACORDO
           PERFORM P260-DESCARREGAR-PROMFILE
           PERFORM P270-DESCARREGAR-DUNSTG
           PERFORM P280-DESCARREGAR-CREDLIM

           CLOSE BACKUP-MANIFEST

           DISPLAY 'BKPSET01 - GERACAO DO CONJUNTO......: '
                   WS-GERACAO-LOG
           DISPLAY 'BKPSET01 - ARQUIVOS DESCARREGADOS...: '
                   WS-ARQ-DESCARREGADOS
           DISPLAY 'BKPSET01 - ARQUIVOS AUSENTES........: '
                   WS-ARQ-AUSENTES

           IF WS-ARQ-AUSENTES > ZEROS
               DISPLAY 'BKPSET01 - CONJUNTO DE BACKUP INCOMPLETO'
               MOVE 9001 TO RETURN-CODE
           END-IF

           GOBACK.

      ******************************************************************
      * P210..P280 - um paragrafo por arquivo: abre, descarrega em
      * ordem de chave para o membro e registra no manifesto. O hash
      * de cada arquivo e a soma do numero que encabeca a chave.
      ******************************************************************
       P210-DESCARREGAR-FATURA.

           MOVE 'FATURA' TO WS-ARQUIVO-ATUAL
           OPEN INPUT FATURA-MASTER

           IF WS-FATURA-STATUS NOT = '00'
               PERFORM P690-REGISTRAR-AUSENTE
           ELSE
               PERFORM P600-ABRIR-MEMBRO
               PERFORM P211-LER-FATURA
                   UNTIL FIM-DE-ARQUIVO
               CLOSE FATURA-MASTER
               PERFORM P650-FECHAR-MEMBRO
           END-IF
           .

       P211-LER-FATURA.

           READ FATURA-MASTER NEXT RECORD
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   MOVE FATURA-REC    TO BACKUP-MEMBER-REC
                   MOVE FT-NUM-FATURA TO WS-CHAVE-HASH
                   PERFORM P610-GRAVAR-IMAGEM
           END-READ
           .

       P220-DESCARREGAR-PAGTOSTS.

           MOVE 'PAGTOSTS' TO WS-ARQUIVO-ATUAL
           OPEN INPUT PAGAMENTO-STATUS

           IF WS-PAGTOS-STATUS NOT = '00'
               PERFORM P690-REGISTRAR-AUSENTE
           ELSE
               PERFORM P600-ABRIR-MEMBRO
               PERFORM P221-LER-PAGTOSTS
                   UNTIL FIM-DE-ARQUIVO
               CLOSE PAGAMENTO-STATUS
               PERFORM P650-FECHAR-MEMBRO
           END-IF
           .

       P221-LER-PAGTOSTS.

           READ PAGAMENTO-STATUS NEXT RECORD
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   MOVE PAGTO-STATUS-REC TO BACKUP-MEMBER-REC
                   MOVE PS-NUM-CLIENTE   TO WS-CHAVE-HASH
                   PERFORM P610-GRAVAR-IMAGEM
           END-READ
           .

       P230-DESCARREGAR-ARBAL.

           MOVE 'ARBAL' TO WS-ARQUIVO-ATUAL
           OPEN INPUT SALDO-CLIENTE

           IF WS-SALDO-STATUS NOT = '00'
               PERFORM P690-REGISTRAR-AUSENTE
           ELSE
               PERFORM P600-ABRIR-MEMBRO
               PERFORM P231-LER-ARBAL
                   UNTIL FIM-DE-ARQUIVO
               CLOSE SALDO-CLIENTE
               PERFORM P650-FECHAR-MEMBRO
           END-IF
           .

       P231-LER-ARBAL.

           READ SALDO-CLIENTE NEXT RECORD
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   MOVE SALDO-CLIENTE-REC TO BACKUP-MEMBER-REC
                   MOVE CB-NUM-CLIENTE    TO WS-CHAVE-HASH
                   PERFORM P610-GRAVAR-IMAGEM
           END-READ
           .

       P240-DESCARREGAR-CONTRACT.

           MOVE 'CONTRACT' TO WS-ARQUIVO-ATUAL
           OPEN INPUT CONTRATO-FILE

           IF WS-CONTR-STATUS NOT = '00'
               PERFORM P690-REGISTRAR-AUSENTE
           ELSE
               PERFORM P600-ABRIR-MEMBRO
               PERFORM P241-LER-CONTRACT
                   UNTIL FIM-DE-ARQUIVO
               CLOSE CONTRATO-FILE
               PERFORM P650-FECHAR-MEMBRO
           END-IF
           .

       P241-LER-CONTRACT.

           READ CONTRATO-FILE NEXT RECORD
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   MOVE CONTRATO-REC    TO BACKUP-MEMBER-REC
                   MOVE CT-NUM-CONTRATO TO WS-CHAVE-HASH
                   PERFORM P610-GRAVAR-IMAGEM
           END-READ
           .

       P250-DESCARREGAR-ACORDO.

           MOVE 'ACORDO' TO WS-ARQUIVO-ATUAL
           OPEN INPUT ACORDO-FILE

           IF WS-ACORDO-STATUS NOT = '00'
               PERFORM P690-REGISTRAR-AUSENTE
           ELSE
               PERFORM P600-ABRIR-MEMBRO
               PERFORM P251-LER-ACORDO
                   UNTIL FIM-DE-ARQUIVO
               CLOSE ACORDO-FILE
               PERFORM P650-FECHAR-MEMBRO
           END-IF
           .

       P251-LER-ACORDO.

           READ ACORDO-FILE NEXT RECORD
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   MOVE ACORDO-REC    TO BACKUP-MEMBER-REC
                   MOVE AC-NUM-ACORDO TO WS-CHAVE-HASH
                   PERFORM P610-GRAVAR-IMAGEM
           END-READ
           .

       P260-DESCARREGAR-PROMFILE.

           MOVE 'PROMFILE' TO WS-ARQUIVO-ATUAL
           OPEN INPUT PROMESSA-FILE

           IF WS-PROM-STATUS NOT = '00'
               PERFORM P690-REGISTRAR-AUSENTE
           ELSE
               PERFORM P600-ABRIR-MEMBRO
               PERFORM P261-LER-PROMFILE
                   UNTIL FIM-DE-ARQUIVO
               CLOSE PROMESSA-FILE
               PERFORM P650-FECHAR-MEMBRO
           END-IF
           .

       P261-LER-PROMFILE.

           READ PROMESSA-FILE NEXT RECORD
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   MOVE PROMESSA-REC  TO BACKUP-MEMBER-REC
                   MOVE PM-NUM-CLIENTE TO WS-CHAVE-HASH
                   PERFORM P610-GRAVAR-IMAGEM
           END-READ
           .

       P270-DESCARREGAR-DUNSTG.

           MOVE 'DUNSTG' TO WS-ARQUIVO-ATUAL
           OPEN INPUT DUNNING-STAGE

           IF WS-STAGE-STATUS NOT = '00'
               PERFORM P690-REGISTRAR-AUSENTE
           ELSE
               PERFORM P600-ABRIR-MEMBRO
               PERFORM P271-LER-DUNSTG
                   UNTIL FIM-DE-ARQUIVO
               CLOSE DUNNING-STAGE
               PERFORM P650-FECHAR-MEMBRO
           END-IF
           .

       P271-LER-DUNSTG.

           READ DUNNING-STAGE NEXT RECORD
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   MOVE DUNNING-STAGE-REC TO BACKUP-MEMBER-REC
                   MOVE DS-NUM-CLIENTE    TO WS-CHAVE-HASH
                   PERFORM P610-GRAVAR-IMAGEM
           END-READ
           .

       P280-DESCARREGAR-CREDLIM.

           MOVE 'CREDLIM' TO WS-ARQUIVO-ATUAL
           OPEN INPUT CREDIT-LIMIT

           IF WS-CREDLIM-STATUS NOT = '00'
               PERFORM P690-REGISTRAR-AUSENTE
           ELSE
               PERFORM P600-ABRIR-MEMBRO
               PERFORM P281-LER-CREDLIM
                   UNTIL FIM-DE-ARQUIVO
               CLOSE CREDIT-LIMIT
               PERFORM P650-FECHAR-MEMBRO
           END-IF
           .

       P281-LER-CREDLIM.

           READ CREDIT-LIMIT NEXT RECORD
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   MOVE CREDIT-LIMIT-REC TO BACKUP-MEMBER-REC
                   MOVE CL-NUM-CLIENTE   TO WS-CHAVE-HASH
                   PERFORM P610-GRAVAR-IMAGEM
           END-READ
           .

      ******************************************************************
      * P600-ABRIR-MEMBRO
      * Membro do conjunto: nome do arquivo + '.' + geracao, como os
      * membros do repositorio de relatorios.
      ******************************************************************
       P600-ABRIR-MEMBRO.

           MOVE SPACES TO WS-NOME-MEMBRO
           STRING FUNCTION TRIM (WS-ARQUIVO-ATUAL)
                  '.' WS-GERACAO-TXT
               DELIMITED BY SIZE INTO WS-NOME-MEMBRO
           END-STRING

           OPEN OUTPUT BACKUP-MEMBER

           MOVE ZEROS TO WS-DESCARGADOS WS-HASH-TOTAL
           SET FIM-DE-ARQUIVO TO FALSE
           .

       P610-GRAVAR-IMAGEM.

           WRITE BACKUP-MEMBER-REC

           ADD 1             TO WS-DESCARGADOS
           ADD WS-CHAVE-HASH TO WS-HASH-TOTAL
           .

      ******************************************************************
      * P650-FECHAR-MEMBRO
      * Trailer TRLCTL no fim do membro e linha do manifesto com os
      * mesmos totais, que o BKPRST01 confere antes de restaurar.
      ******************************************************************
       P650-FECHAR-MEMBRO.

           MOVE SPACES         TO BACKUP-MEMBER-REC
           MOVE 'TRAILER'      TO TRL-INDICADOR
           MOVE WS-DESCARGADOS TO TRL-QTD-REGISTROS
           MOVE WS-HASH-TOTAL  TO TRL-HASH-TOTAL
           WRITE BACKUP-MEMBER-REC

           CLOSE BACKUP-MEMBER

           MOVE SPACES           TO BACKUP-MANIFEST-REC
           MOVE WS-GERACAO-LOG   TO BM-GERACAO
           MOVE WS-DATA-HOJE-INT TO BM-DATA
           MOVE WS-ARQUIVO-ATUAL TO BM-ARQUIVO
           MOVE WS-NOME-MEMBRO   TO BM-MEMBRO
           MOVE WS-DESCARGADOS   TO BM-QTD-REGISTROS
           MOVE WS-HASH-TOTAL    TO BM-HASH-TOTAL
           SET BM-DESCARREGADO   TO TRUE
           WRITE BACKUP-MANIFEST-REC

           ADD 1 TO WS-ARQ-DESCARREGADOS

           DISPLAY 'BKPSET01 - ' WS-ARQUIVO-ATUAL ' DESCARREGADO EM '
                   WS-NOME-MEMBRO ' - REGISTROS: ' WS-DESCARGADOS
           .

      ******************************************************************
      * P690-REGISTRAR-AUSENTE
      * Arquivo que nao abriu entra no manifesto como ausente: o
      * conjunto fica marcado incompleto e o BKPRST01 recusa restaurar
      * o conjunto inteiro desta geracao.
      ******************************************************************
       P690-REGISTRAR-AUSENTE.

           MOVE SPACES           TO BACKUP-MANIFEST-REC
           MOVE WS-GERACAO-LOG   TO BM-GERACAO
           MOVE WS-DATA-HOJE-INT TO BM-DATA
           MOVE WS-ARQUIVO-ATUAL TO BM-ARQUIVO
           MOVE ZEROS            TO BM-QTD-REGISTROS BM-HASH-TOTAL
           SET BM-AUSENTE        TO TRUE
           WRITE BACKUP-MANIFEST-REC

           ADD 1 TO WS-ARQ-AUSENTES

           DISPLAY 'BKPSET01 - ARQUIVO NAO ABRIU: ' WS-ARQUIVO-ATUAL
           .

      ******************************************************************
      * P0GL-LER-GERACAO-LOG
      * O identificador de geracao do conjunto e o ultimo numero de
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

       END PROGRAM BKPSET01.
