      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Invoice before image widened to 241 bytes for
      *             FATURA's FT-COD-EMPRESA.
      * 15/10/2026  The acceptance return now carries the occurrence
      *             (blank registration, 'B' baixa instruction), the
      *             bank and the fee the bank charged for it with its
      *             debit date; every fee is captured into the BANKTARF
      *             bank-fee ledger, and a baixa confirmation leaves the
      *             invoice as it is.
      * 15/10/2026  Every invoice marked registered or refused is
      *             journaled on FTJRNL with its before and after images
      *             and the CTRLFILE generation.
      * 03/09/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      ASSIGN TO "BANKCORR"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-CONTROL-FILE
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FATURA-JOURNAL
                                      ASSIGN TO "FTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BANK-FEE-LOG
                                      ASSIGN TO "BANKTARF"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACEITE-RETURN.
              88 AC-ACEITO                        VALUE 'A'.
              88 AC-RECUSADO                      VALUE 'R'.
           03 AC-COD-MOTIVO                   PIC X(02).
      * Ocorrencia confirmada (branco vale registro), o banco e a
      * tarifa que ele cobrou por ela, com a data do debito.
           03 AC-OCORRENCIA                   PIC X(01).
              88 AC-OCOR-BAIXA                    VALUE 'B'.
           03 AC-BANCO                        PIC 9(03).
           03 AC-VALOR-TARIFA                 PIC 9(05)V99.
           03 AC-DATA-TARIFA                  PIC X(10).

       FD  FATURA-MASTER.
           COPY FATURA.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 BC-MOTIVO                      PIC X(40).

       FD  LOG-CONTROL-FILE.
       01  LOG-CONTROL-FILE-REC.
           03 LCF-ULTIMO-NUMERO              PIC 9(07).

       FD  FATURA-JOURNAL.
           COPY FTJRNL.

       FD  BANK-FEE-LOG.
           COPY BANKTARF.

       WORKING-STORAGE SECTION.
      * Imagem da fatura antes da alteracao, para o diario FTJRNL.
       77 WS-FT-IMAGEM-ANTES                 PIC X(241) VALUE SPACES.

      * Geracao (numero de controle do CTRLFILE) carimbada em cada
      * registro de log desta execucao.
       77 WS-GERACAO-LOG        PIC 9(06) VALUE ZEROS.

       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MOTIVO-ATUAL                    PIC X(40) VALUE SPACES.
       77 WS-CLIENTE-TARIFA                  PIC 9(06) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
           03 WS-REGISTRADOS                 PIC 9(07) VALUE ZEROS.
           03 WS-RECUSADOS                   PIC 9(07) VALUE ZEROS.
           03 WS-SEM-FATURA                  PIC 9(07) VALUE ZEROS.
           03 WS-BAIXAS                      PIC 9(07) VALUE ZEROS.
           03 WS-TARIFAS                     PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-RETORNO
               UNTIL FIM-DE-ARQUIVO
           OPEN INPUT  ACEITE-RETURN
           OPEN I-O    FATURA-MASTER
           OPEN EXTEND BANK-CORRECTION
           PERFORM P0GL-LER-GERACAO-LOG
           OPEN EXTEND FATURA-JOURNAL
           OPEN EXTEND BANK-FEE-LOG

           PERFORM P110-LER-PROXIMO
           .
       P200-PROCESSA-RETORNO.

           MOVE AC-NUM-FATURA TO FT-NUM-FATURA
           MOVE ZEROS         TO WS-CLIENTE-TARIFA

           READ FATURA-MASTER
               INVALID KEY
                           'ENCONTRADA: ' AC-NUM-FATURA
                   ADD 1 TO WS-SEM-FATURA
               NOT INVALID KEY
                   MOVE FT-NUM-CLIENTE TO WS-CLIENTE-TARIFA
                   MOVE FATURA-REC TO WS-FT-IMAGEM-ANTES
                   EVALUATE TRUE
                       WHEN AC-OCOR-BAIXA
                           ADD 1 TO WS-BAIXAS
                       WHEN AC-ACEITO
                           PERFORM P300-MARCAR-REGISTRADA
                       WHEN OTHER
                           PERFORM P400-ROTEAR-RECUSA
                   END-EVALUATE
           END-READ

           PERFORM P500-GRAVAR-TARIFA

           PERFORM P110-LER-PROXIMO
           .

                           FT-NUM-FATURA
               NOT INVALID KEY
                   ADD 1 TO WS-REGISTRADOS
                   MOVE 'REGRAVACAO' TO FJ-OPERACAO
                   PERFORM P0FJ-GRAVAR-JORNAL-FATURA
           END-REWRITE
           .

               INVALID KEY
                   DISPLAY 'ACEITRET01 - FALHA AO REGRAVAR FATURA: '
                           FT-NUM-FATURA
               NOT INVALID KEY
                   MOVE 'REGRAVACAO' TO FJ-OPERACAO
                   PERFORM P0FJ-GRAVAR-JORNAL-FATURA
           END-REWRITE

           PERFORM P410-TRADUZIR-MOTIVO
           END-EVALUATE
           .

      ******************************************************************
      * P500-GRAVAR-TARIFA
      * A tarifa do registro ou da instrucao de baixa vai para o
      * razao BANKTARF, inclusive a de titulo recusado ou sem fatura
      * no mestre -- o banco debita do mesmo jeito. Sem data do
      * debito no retorno vale a data de processamento.
      ******************************************************************
       P500-GRAVAR-TARIFA.

           IF AC-VALOR-TARIFA IS NUMERIC
              AND AC-VALOR-TARIFA > ZEROS
               MOVE AC-DATA-TARIFA TO BT-DATA-DEBITO
               IF BT-DATA-DEBITO = SPACES
                   MOVE WS-DTP-DATA-ATUAL (7:2)
                     TO BT-DATA-DEBITO (1:2)
                   MOVE '/' TO BT-DATA-DEBITO (3:1)
                   MOVE WS-DTP-DATA-ATUAL (5:2)
                     TO BT-DATA-DEBITO (4:2)
                   MOVE '/' TO BT-DATA-DEBITO (6:1)
                   MOVE WS-DTP-DATA-ATUAL (1:4)
                     TO BT-DATA-DEBITO (7:4)
               END-IF
               MOVE WS-DTP-DATA-ATUAL TO BT-DATA-PROC
               IF AC-BANCO IS NUMERIC
                   MOVE AC-BANCO TO BT-BANCO
               ELSE
                   MOVE ZEROS TO BT-BANCO
               END-IF
               MOVE AC-NUM-FATURA     TO BT-NUM-FATURA
               MOVE WS-CLIENTE-TARIFA TO BT-NUM-CLIENTE
               IF AC-OCOR-BAIXA
                   SET BT-BAIXA    TO TRUE
               ELSE
                   SET BT-REGISTRO TO TRUE
               END-IF
               MOVE AC-VALOR-TARIFA   TO BT-VALOR
               MOVE 'ACEITRET01'      TO BT-ORIGEM
               WRITE BANK-FEE-LOG-REC
               ADD 1 TO WS-TARIFAS
           END-IF
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE ACEITE-RETURN
           CLOSE FATURA-MASTER
           CLOSE BANK-CORRECTION
           CLOSE FATURA-JOURNAL
           CLOSE BANK-FEE-LOG

           DISPLAY 'ACEITRET01 - RETORNOS LIDOS....: ' WS-LIDOS
           DISPLAY 'ACEITRET01 - TITULOS REGISTRADOS: ' WS-REGISTRADOS
           DISPLAY 'ACEITRET01 - TITULOS RECUSADOS.: ' WS-RECUSADOS
           DISPLAY 'ACEITRET01 - SEM FATURA NO MESTRE: ' WS-SEM-FATURA
           DISPLAY 'ACEITRET01 - BAIXAS CONFIRMADAS: ' WS-BAIXAS
           DISPLAY 'ACEITRET01 - TARIFAS REGISTRADAS: ' WS-TARIFAS
           .

      ******************************************************************
      * P0FJ-GRAVAR-JORNAL-FATURA
      * Acrescenta ao FTJRNL a alteracao recem aplicada a fatura:
      * FJ-OPERACAO vem do chamador, a imagem-antes foi guardada em
      * WS-FT-IMAGEM-ANTES antes da alteracao.
      ******************************************************************
       P0FJ-GRAVAR-JORNAL-FATURA.

           MOVE 'ACEITRET01'           TO FJ-PROGRAMA
           MOVE FT-NUM-FATURA          TO FJ-NUM-FATURA
           MOVE FUNCTION CURRENT-DATE  TO FJ-DATA-HORA
           MOVE WS-FT-IMAGEM-ANTES     TO FJ-IMAGEM-ANTES
           MOVE FATURA-REC             TO FJ-IMAGEM-DEPOIS
           MOVE 'ACEITRET'             TO FJ-OPERADOR
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

       END PROGRAM ACEITRET01.
