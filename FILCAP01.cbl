      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: FILCAP01 - nightly file-capacity capture: counts the
      *          records of every master and history file (CUSTMAST,
      *          FATURA, FATARCH, PAGTOSTS, PAGTHIST, ADDRHIST, CMJRNL,
      *          CONTLOG, ARMOVS and the four ERRAUD audit logs) and
      *          appends one FILEGROW entry per file with the count,
      *          the CAPPARM ceiling and the share of it in use. A
      *          file past its warning percentage raises an OPALERT
      *          (file name in place of the program, percentage used
      *          and warning percentage as count and limit) and is
      *          flagged on FILEGROW for the MORNRPT01 page. The
      *          weekly trend and projection are FILRPT01's.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The CMJRNL record takes the copybook layout instead
      *             of a fixed 700-byte area now the journal is wider.
      * 15/10/2026  The invoice archive image follows the FATURA master
      *             to 241 bytes (issuing company).
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  First cut. A file without a CAPPARM ceiling is
      *             still counted, never alerted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILCAP01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAPACITY-PARM
                                      ASSIGN TO "CAPPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CUSTOMER-MASTER
                                      ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL FATURA-MASTER
                                      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL FATURA-ARCH
                                      ASSIGN TO "FATARCH"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAGAMENTO-STATUS
                                      ASSIGN TO "PAGTOSTS"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS PS-CHAVE
                                      FILE STATUS IS WS-PAGTOS-STATUS.

           SELECT OPTIONAL PAGTO-HIST
                                      ASSIGN TO "PAGTHIST"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ADDR-HIST
                                      ASSIGN TO "ADDRHIST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS AH-CHAVE
                                      FILE STATUS IS WS-AHIST-STATUS.

           SELECT OPTIONAL CM-JOURNAL
                                      ASSIGN TO "CMJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTACT-LOG
                                      ASSIGN TO "CONTLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AR-MOVIMENTOS
                                      ASSIGN TO "ARMOVS"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ERR-LOG   ASSIGN TO "ERRLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUD-LOG   ASSIGN TO "AUDLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COMP-LOG  ASSIGN TO "COMPLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INV-LOG   ASSIGN TO "INVLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FILE-GROWTH
                                      ASSIGN TO "FILEGROW"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-ALERT
                                      ASSIGN TO "OPALERT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-CONTROL-FILE
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Teto de registros por arquivo e o percentual dele que dispara
      * o alerta (zero ou ausente: 80).
       FD  CAPACITY-PARM.
       01  CAPACITY-PARM-REC.
           03 KP-ARQUIVO                      PIC X(08).
           03 KP-TETO                         PIC 9(09).
           03 KP-PCT-ALERTA                   PIC 9(03).

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  FATURA-MASTER.
           COPY FATURA.

       FD  FATURA-ARCH.
       01  FATURA-ARCH-REC                    PIC X(241).

       FD  PAGAMENTO-STATUS.
           COPY PAGTOSTS.

      * Os arquivos sequenciais so sao contados: basta a linha.
       FD  PAGTO-HIST.
       01  PAGTO-HIST-REC                     PIC X(300).

       FD  ADDR-HIST.
           COPY ADDRHIST.

       FD  CM-JOURNAL.
           COPY CMJRNL.

       FD  CONTACT-LOG.
       01  CONTACT-LOG-REC                    PIC X(300).

       FD  AR-MOVIMENTOS.
       01  AR-MOVIMENTOS-REC                  PIC X(300).

       FD  ERR-LOG.
       01  ERR-LOG-REC                        PIC X(142).

       FD  AUD-LOG.
       01  AUD-LOG-REC                        PIC X(142).

       FD  COMP-LOG.
       01  COMP-LOG-REC                       PIC X(142).

       FD  INV-LOG.
       01  INV-LOG-REC                        PIC X(142).

       FD  FILE-GROWTH.
           COPY FILEGROW.

      * Mesmo layout do alerta gravado pelo ERRCON01.
       FD  OPERATOR-ALERT.
       01  OPERATOR-ALERT-REC.
           03 OA-PROGRAMA                    PIC X(08).
           03 FILLER                         PIC X(02).
           03 OA-QTD                         PIC 9(05).
           03 FILLER                         PIC X(02).
           03 OA-LIMITE                      PIC 9(05).
           03 FILLER                         PIC X(02).
           03 OA-DATA-HORA                   PIC X(21).

       FD  LOG-CONTROL-FILE.
       01  LOG-CONTROL-FILE-REC.
           03 LCF-ULTIMO-NUMERO              PIC 9(07).

       WORKING-STORAGE SECTION.
      * Geracao (numero de controle do CTRLFILE) carimbada em cada
      * registro do historico de crescimento desta execucao.
       77 WS-GERACAO-LOG        PIC 9(06) VALUE ZEROS.

       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PAGTOS-STATUS                   PIC X(02) VALUE '00'.
       77 WS-AHIST-STATUS                    PIC X(02) VALUE '00'.
       77 WS-ALTA-CHAVE                      PIC 9(06) VALUE 999999.
       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-PCT-ALERTA-PADRAO               PIC 9(03) VALUE 80.

      * Arquivo contado: nome e quantidade entregues a P700.
       77 WS-ARQ-NOME                        PIC X(08) VALUE SPACES.
       77 WS-ARQ-QTD                         PIC 9(09) VALUE ZEROS.
       77 WS-PCT-CALC                        PIC 9(09) VALUE ZEROS.

      * Tetos do CAPPARM.
       77 WS-TOT-TETOS                       PIC 9(02) VALUE ZEROS.
       77 WS-IDX-TETO                        PIC 9(02) VALUE ZEROS.
       77 WS-IDX-ACHADO                      PIC 9(02) VALUE ZEROS.
       01 WS-TAB-TETOS.
           03 WS-TETO-ENTRADA OCCURS 0 TO 30 TIMES
                              DEPENDING ON WS-TOT-TETOS.
              05 WS-TETO-ARQUIVO            PIC X(08).
              05 WS-TETO-QTD                PIC 9(09).
              05 WS-TETO-PCT                PIC 9(03).

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-TETO-SW                     PIC X(01) VALUE 'N'.
              88 TETO-ACHADO                      VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-ARQUIVOS-CONTADOS           PIC 9(03) VALUE ZEROS.
           03 WS-ALERTAS                     PIC 9(03) VALUE ZEROS.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           PERFORM P0GL-LER-GERACAO-LOG
           PERFORM P050-CARREGAR-TETOS

           OPEN EXTEND FILE-GROWTH

           PERFORM P100-CONTAR-CUSTMAST
           PERFORM P110-CONTAR-FATURA
           PERFORM P120-CONTAR-FATARCH
           PERFORM P130-CONTAR-PAGTOSTS
           PERFORM P140-CONTAR-PAGTHIST
           PERFORM P150-CONTAR-ADDRHIST
           PERFORM P160-CONTAR-CMJRNL
           PERFORM P170-CONTAR-CONTLOG
           PERFORM P180-CONTAR-ARMOVS
           PERFORM P190-CONTAR-LOGS-AUDITORIA

           CLOSE FILE-GROWTH

           DISPLAY 'FILCAP01 - ARQUIVOS CONTADOS..: '
                   WS-ARQUIVOS-CONTADOS
           DISPLAY 'FILCAP01 - ACIMA DO ALERTA....: ' WS-ALERTAS

           GOBACK.

      ******************************************************************
      * P050-CARREGAR-TETOS
      * Um registro CAPPARM por arquivo; sem o parametro nenhum
      * arquivo tem teto e a noite so registra as contagens.
      ******************************************************************
       P050-CARREGAR-TETOS.

           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT CAPACITY-PARM
           PERFORM P055-LER-TETO
               UNTIL FIM-DE-ARQUIVO
           CLOSE CAPACITY-PARM
           .

       P055-LER-TETO.

           READ CAPACITY-PARM
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   IF WS-TOT-TETOS < 30 AND KP-TETO IS NUMERIC
                       ADD 1 TO WS-TOT-TETOS
                       MOVE KP-ARQUIVO TO WS-TETO-ARQUIVO (WS-TOT-TETOS)
                       MOVE KP-TETO    TO WS-TETO-QTD (WS-TOT-TETOS)
                       IF KP-PCT-ALERTA IS NUMERIC
                          AND KP-PCT-ALERTA > ZEROS
                           MOVE KP-PCT-ALERTA
                             TO WS-TETO-PCT (WS-TOT-TETOS)
                       ELSE
                           MOVE WS-PCT-ALERTA-PADRAO
                             TO WS-TETO-PCT (WS-TOT-TETOS)
                       END-IF
                   END-IF
           END-READ
           .

      ******************************************************************
      * P100..P190 - uma contagem por arquivo. O registro de trailer
      * do CUSTMAST (chave 999999) e o TRAILER do FATARCH nao contam.
      ******************************************************************
       P100-CONTAR-CUSTMAST.

           MOVE 'CUSTMAST' TO WS-ARQ-NOME
           MOVE ZEROS      TO WS-ARQ-QTD
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT CUSTOMER-MASTER
           PERFORM P105-LER-CUSTMAST
               UNTIL FIM-DE-ARQUIVO
           CLOSE CUSTOMER-MASTER
           PERFORM P700-REGISTRAR-CONTAGEM
           .

       P105-LER-CUSTMAST.

           READ CUSTOMER-MASTER
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   IF CM-NUM-CLIENTE NOT = WS-ALTA-CHAVE
                       ADD 1 TO WS-ARQ-QTD
                   END-IF
           END-READ
           .

       P110-CONTAR-FATURA.

           MOVE 'FATURA'   TO WS-ARQ-NOME
           MOVE ZEROS      TO WS-ARQ-QTD
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT FATURA-MASTER
           PERFORM P115-LER-FATURA
               UNTIL FIM-DE-ARQUIVO
           CLOSE FATURA-MASTER
           PERFORM P700-REGISTRAR-CONTAGEM
           .

       P115-LER-FATURA.

           READ FATURA-MASTER
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARQ-QTD
           END-READ
           .

       P120-CONTAR-FATARCH.

           MOVE 'FATARCH'  TO WS-ARQ-NOME
           MOVE ZEROS      TO WS-ARQ-QTD
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT FATURA-ARCH
           PERFORM P125-LER-FATARCH
               UNTIL FIM-DE-ARQUIVO
           CLOSE FATURA-ARCH
           PERFORM P700-REGISTRAR-CONTAGEM
           .

       P125-LER-FATARCH.

           READ FATURA-ARCH
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   IF FATURA-ARCH-REC (1:7) NOT = 'TRAILER'
                       ADD 1 TO WS-ARQ-QTD
                   END-IF
           END-READ
           .

       P130-CONTAR-PAGTOSTS.

           MOVE 'PAGTOSTS' TO WS-ARQ-NOME
           MOVE ZEROS      TO WS-ARQ-QTD
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT PAGAMENTO-STATUS
           PERFORM P135-LER-PAGTOSTS
               UNTIL FIM-DE-ARQUIVO
           CLOSE PAGAMENTO-STATUS
           PERFORM P700-REGISTRAR-CONTAGEM
           .

       P135-LER-PAGTOSTS.

           READ PAGAMENTO-STATUS
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARQ-QTD
           END-READ
           .

       P140-CONTAR-PAGTHIST.

           MOVE 'PAGTHIST' TO WS-ARQ-NOME
           MOVE ZEROS      TO WS-ARQ-QTD
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT PAGTO-HIST
           PERFORM P145-LER-PAGTHIST
               UNTIL FIM-DE-ARQUIVO
           CLOSE PAGTO-HIST
           PERFORM P700-REGISTRAR-CONTAGEM
           .

       P145-LER-PAGTHIST.

           READ PAGTO-HIST
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARQ-QTD
           END-READ
           .

       P150-CONTAR-ADDRHIST.

           MOVE 'ADDRHIST' TO WS-ARQ-NOME
           MOVE ZEROS      TO WS-ARQ-QTD
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT ADDR-HIST
           PERFORM P155-LER-ADDRHIST
               UNTIL FIM-DE-ARQUIVO
           CLOSE ADDR-HIST
           PERFORM P700-REGISTRAR-CONTAGEM
           .

       P155-LER-ADDRHIST.

           READ ADDR-HIST
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARQ-QTD
           END-READ
           .

       P160-CONTAR-CMJRNL.

           MOVE 'CMJRNL'   TO WS-ARQ-NOME
           MOVE ZEROS      TO WS-ARQ-QTD
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT CM-JOURNAL
           PERFORM P165-LER-CMJRNL
               UNTIL FIM-DE-ARQUIVO
           CLOSE CM-JOURNAL
           PERFORM P700-REGISTRAR-CONTAGEM
           .

       P165-LER-CMJRNL.

           READ CM-JOURNAL
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARQ-QTD
           END-READ
           .

       P170-CONTAR-CONTLOG.

           MOVE 'CONTLOG'  TO WS-ARQ-NOME
           MOVE ZEROS      TO WS-ARQ-QTD
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT CONTACT-LOG
           PERFORM P175-LER-CONTLOG
               UNTIL FIM-DE-ARQUIVO
           CLOSE CONTACT-LOG
           PERFORM P700-REGISTRAR-CONTAGEM
           .

       P175-LER-CONTLOG.

           READ CONTACT-LOG
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARQ-QTD
           END-READ
           .

       P180-CONTAR-ARMOVS.

           MOVE 'ARMOVS'   TO WS-ARQ-NOME
           MOVE ZEROS      TO WS-ARQ-QTD
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT AR-MOVIMENTOS
           PERFORM P185-LER-ARMOVS
               UNTIL FIM-DE-ARQUIVO
           CLOSE AR-MOVIMENTOS
           PERFORM P700-REGISTRAR-CONTAGEM
           .

       P185-LER-ARMOVS.

           READ AR-MOVIMENTOS
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARQ-QTD
           END-READ
           .

      ******************************************************************
      * P190-CONTAR-LOGS-AUDITORIA
      * Os quatro logs ERRAUD, cada um com a sua linha no historico.
      ******************************************************************
       P190-CONTAR-LOGS-AUDITORIA.

           MOVE 'ERRLOG'   TO WS-ARQ-NOME
           MOVE ZEROS      TO WS-ARQ-QTD
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT ERR-LOG
           PERFORM P191-LER-ERRLOG
               UNTIL FIM-DE-ARQUIVO
           CLOSE ERR-LOG
           PERFORM P700-REGISTRAR-CONTAGEM

           MOVE 'AUDLOG'   TO WS-ARQ-NOME
           MOVE ZEROS      TO WS-ARQ-QTD
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT AUD-LOG
           PERFORM P192-LER-AUDLOG
               UNTIL FIM-DE-ARQUIVO
           CLOSE AUD-LOG
           PERFORM P700-REGISTRAR-CONTAGEM

           MOVE 'COMPLOG'  TO WS-ARQ-NOME
           MOVE ZEROS      TO WS-ARQ-QTD
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT COMP-LOG
           PERFORM P193-LER-COMPLOG
               UNTIL FIM-DE-ARQUIVO
           CLOSE COMP-LOG
           PERFORM P700-REGISTRAR-CONTAGEM

           MOVE 'INVLOG'   TO WS-ARQ-NOME
           MOVE ZEROS      TO WS-ARQ-QTD
           SET FIM-DE-ARQUIVO TO FALSE
           OPEN INPUT INV-LOG
           PERFORM P194-LER-INVLOG
               UNTIL FIM-DE-ARQUIVO
           CLOSE INV-LOG
           PERFORM P700-REGISTRAR-CONTAGEM
           .

       P191-LER-ERRLOG.

           READ ERR-LOG
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARQ-QTD
           END-READ
           .

       P192-LER-AUDLOG.

           READ AUD-LOG
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARQ-QTD
           END-READ
           .

       P193-LER-COMPLOG.

           READ COMP-LOG
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARQ-QTD
           END-READ
           .

       P194-LER-INVLOG.

           READ INV-LOG
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARQ-QTD
           END-READ
           .

      ******************************************************************
      * P700-REGISTRAR-CONTAGEM
      * Uma linha no FILEGROW por arquivo; com teto configurado, o
      * percentual em uso e, passado o de alerta, o OPALERT.
      ******************************************************************
       P700-REGISTRAR-CONTAGEM.

           ADD 1 TO WS-ARQUIVOS-CONTADOS

           MOVE ZEROS TO WS-IDX-ACHADO
           SET TETO-ACHADO TO FALSE
           PERFORM P710-COMPARAR-TETO
               VARYING WS-IDX-TETO FROM 1 BY 1
                 UNTIL WS-IDX-TETO > WS-TOT-TETOS
                    OR TETO-ACHADO

           MOVE SPACES           TO FILE-GROWTH-REC
           MOVE WS-GERACAO-LOG   TO FG-GERACAO
           MOVE WS-DATA-HOJE-INT TO FG-DATA
           MOVE WS-ARQ-NOME      TO FG-ARQUIVO
           MOVE WS-ARQ-QTD       TO FG-REGISTROS
           MOVE ZEROS            TO FG-TETO FG-PCT-ALERTA FG-PCT-USO
           MOVE 'N'              TO FG-ALERTA

           IF TETO-ACHADO AND WS-TETO-QTD (WS-IDX-ACHADO) > ZEROS
               MOVE WS-TETO-QTD (WS-IDX-ACHADO) TO FG-TETO
               MOVE WS-TETO-PCT (WS-IDX-ACHADO) TO FG-PCT-ALERTA
               COMPUTE WS-PCT-CALC = WS-ARQ-QTD * 100 / FG-TETO
               IF WS-PCT-CALC > 999
                   MOVE 999 TO FG-PCT-USO
               ELSE
                   MOVE WS-PCT-CALC TO FG-PCT-USO
               END-IF
               IF FG-PCT-USO NOT < FG-PCT-ALERTA
                   SET FG-ACIMA-DO-ALERTA TO TRUE
                   PERFORM P750-ALERTAR-OPERADOR
               END-IF
           END-IF

           WRITE FILE-GROWTH-REC

           DISPLAY 'FILCAP01 - ' WS-ARQ-NOME ' ' WS-ARQ-QTD
                   ' REGISTROS ' FG-PCT-USO '% DO TETO'
           .

       P710-COMPARAR-TETO.

           IF WS-TETO-ARQUIVO (WS-IDX-TETO) = WS-ARQ-NOME
               SET TETO-ACHADO TO TRUE
               MOVE WS-IDX-TETO TO WS-IDX-ACHADO
           END-IF
           .

       P750-ALERTAR-OPERADOR.

           ADD 1 TO WS-ALERTAS

           OPEN EXTEND OPERATOR-ALERT
           MOVE SPACES                TO OPERATOR-ALERT-REC
           MOVE WS-ARQ-NOME           TO OA-PROGRAMA
           MOVE FG-PCT-USO            TO OA-QTD
           MOVE FG-PCT-ALERTA         TO OA-LIMITE
           MOVE FUNCTION CURRENT-DATE TO OA-DATA-HORA
           WRITE OPERATOR-ALERT-REC
           CLOSE OPERATOR-ALERT
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

       END PROGRAM FILCAP01.
