      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Transactions carry the issuing company
      *             (CI-COD-EMPRESA): blank takes the customer's
      *             company from CUSTMAST, a different company or one
      *             not on EMPRTAB is refused. Journal images at the
      *             112-byte contract record.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  Transactions carry the billing period in months and
      *             the revenue recognition method ('M' defers an
      *             advance invoice on DIFLEDG). Journal images at the
      *             110-byte contract record.
      * 15/10/2026  Transactions carry the contract's sales
      *             representative code. Journal images at the 107-byte
      *             contract record.
      * 15/10/2026  Transactions carry the contract type (the TARIFTAB
      *             key of a metered contract). Journal images at the
      *             103-byte contract record.
      * 15/10/2026  Transactions carry the renewal terms (auto-renew
      *             flag and term in months); an amendment clears the
      *             expiry-notice step so a changed end date is noticed
      *             again. Journal images at the 78-byte contract
      *             record.
      * 15/10/2026  Transactions carry the contract's readjustment index
      *             code (IGPM, IPCA...; blank for a fixed price). An
      *             amendment keeps any readjustment CONTRJ01 has
      *             pending; the journal images grew to the 71-byte
      *             contract record.
      * 03/09/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      ASSIGN TO "CONTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CUSTOMER-MASTER
                                      ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATO-IN.
           03 CI-DATA-INICIO                  PIC 9(08).
           03 CI-DATA-FIM                     PIC 9(08).
           03 CI-OPERADOR                     PIC X(08).
           03 CI-COD-INDICE                   PIC X(06).
           03 CI-RENOVACAO-AUTO               PIC X(01).
           03 CI-PRAZO-MESES                  PIC 9(03).
           03 CI-TIPO-CONTRATO                PIC X(04).
           03 CI-COD-VENDEDOR                 PIC X(04).
           03 CI-PERIODICIDADE                PIC 9(02).
           03 CI-RECONHECIMENTO               PIC X(01).
           03 CI-COD-EMPRESA                  PIC 9(02).

       FD  CONTRATO-FILE.
           COPY CONTRACT.
           03 CJ-OPERACAO                    PIC X(10).
           03 CJ-NUM-CONTRATO                PIC 9(06).
           03 CJ-DATA-HORA                   PIC X(21).
           03 CJ-IMAGEM-ANTES                PIC X(112).
           03 CJ-IMAGEM-DEPOIS               PIC X(112).
           03 CJ-OPERADOR                    PIC X(08).

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       WORKING-STORAGE SECTION.
       77 WS-CONTR-STATUS                    PIC X(02) VALUE '00'.
       77 WS-IMAGEM-ANTES                    PIC X(112) VALUE SPACES.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-EMPRESA-CONTRATO                PIC 9(02) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S'.
           03 WS-EMPRESA-SW                  PIC X(01) VALUE 'N'.
              88 EMPRESA-RECUSADA                 VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDAS                       PIC 9(07) VALUE ZEROS.
           03 WS-ENCERRADOS                  PIC 9(07) VALUE ZEROS.
           03 WS-RECUSADAS                   PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do EMPLKP01 (tabela de empresas
      * emissoras).
           COPY EMPPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-TRANSACAO
               UNTIL FIM-DE-ARQUIVO
           OPEN INPUT  CONTRATO-IN
           OPEN I-O    CONTRATO-FILE
           OPEN EXTEND CONTRATO-JOURNAL
           OPEN INPUT  CUSTOMER-MASTER

           PERFORM P110-LER-PROXIMA
           .

       P300-INCLUIR-CONTRATO.

           PERFORM P650-DEFINIR-EMPRESA

           IF EMPRESA-RECUSADA
               ADD 1 TO WS-RECUSADAS
           ELSE
               MOVE SPACES TO WS-IMAGEM-ANTES
               INITIALIZE CONTRATO-REC
               PERFORM P600-MONTAR-REGISTRO

               WRITE CONTRATO-REC
                   INVALID KEY
                       DISPLAY 'CONTMNT01 - CONTRATO JA EXISTE: '
                               CI-NUM-CONTRATO
                       ADD 1 TO WS-RECUSADAS
                   NOT INVALID KEY
                       ADD 1 TO WS-INCLUIDOS
                       PERFORM P700-GRAVAR-JORNAL
               END-WRITE
           END-IF
           .

       P400-ALTERAR-CONTRATO.
                           CI-NUM-CONTRATO
                   ADD 1 TO WS-RECUSADAS
               NOT INVALID KEY
                   PERFORM P650-DEFINIR-EMPRESA
                   IF EMPRESA-RECUSADA
                       ADD 1 TO WS-RECUSADAS
                   ELSE
                       MOVE CONTRATO-REC TO WS-IMAGEM-ANTES
                       PERFORM P600-MONTAR-REGISTRO
                       REWRITE CONTRATO-REC
                           INVALID KEY
                               DISPLAY 'CONTMNT01 - FALHA AO REGRAVAR: '
                                       CI-NUM-CONTRATO
                           NOT INVALID KEY
                               ADD 1 TO WS-ALTERADOS
                               PERFORM P700-GRAVAR-JORNAL
                       END-REWRITE
                   END-IF
           END-READ
           .

                   IF CI-DATA-FIM NOT = ZEROS
                       MOVE CI-DATA-FIM TO CT-DATA-FIM
                   ELSE
                       MOVE WS-DTP-DATA-ATUAL
                         TO CT-DATA-FIM
                   END-IF
                   REWRITE CONTRATO-REC
           MOVE CI-DIA-COBRANCA TO CT-DIA-COBRANCA
           MOVE CI-DATA-INICIO  TO CT-DATA-INICIO
           MOVE CI-DATA-FIM     TO CT-DATA-FIM
           MOVE CI-COD-INDICE   TO CT-COD-INDICE
           MOVE CI-RENOVACAO-AUTO TO CT-RENOVACAO-AUTO
           MOVE CI-PRAZO-MESES  TO CT-PRAZO-MESES
           MOVE CI-TIPO-CONTRATO TO CT-TIPO-CONTRATO
           MOVE CI-COD-VENDEDOR TO CT-COD-VENDEDOR
           MOVE CI-PERIODICIDADE TO CT-PERIODICIDADE
           MOVE CI-RECONHECIMENTO TO CT-RECONHECIMENTO
           MOVE WS-EMPRESA-CONTRATO TO CT-COD-EMPRESA
           MOVE ZEROS           TO CT-ULT-AVISO-DIAS
           SET CT-CONTRATO-ATIVO TO TRUE
           .

      ******************************************************************
      * P650-DEFINIR-EMPRESA
      * O contrato fatura pela empresa emissora do cliente: codigo em
      * branco (zero) assume a do cadastro, codigo diferente do da
      * empresa do cliente recusa a transacao -- o FATURA01 numera e
      * emite pela empresa do cliente. Cliente fora do CUSTMAST fica
      * com o codigo informado. A empresa tem de estar na EMPRTAB.
      ******************************************************************
       P650-DEFINIR-EMPRESA.

           SET EMPRESA-RECUSADA TO FALSE
           MOVE CI-COD-EMPRESA TO WS-EMPRESA-CONTRATO

           MOVE CI-NUM-CLIENTE TO CM-NUM-CLIENTE
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-COD-EMPRESA = ZEROS
                       MOVE 1 TO CM-COD-EMPRESA
                   END-IF
                   IF WS-EMPRESA-CONTRATO = ZEROS
                       MOVE CM-COD-EMPRESA TO WS-EMPRESA-CONTRATO
                   END-IF
                   IF WS-EMPRESA-CONTRATO NOT = CM-COD-EMPRESA
                       DISPLAY 'CONTMNT01 - EMPRESA DIFERENTE DA DO '
                               'CLIENTE: ' CI-NUM-CONTRATO
                       SET EMPRESA-RECUSADA TO TRUE
                   END-IF
           END-READ

           IF WS-EMPRESA-CONTRATO = ZEROS
               MOVE 1 TO WS-EMPRESA-CONTRATO
           END-IF

           IF NOT EMPRESA-RECUSADA
               MOVE 'C'                 TO WS-EMP-FUNCAO
               MOVE WS-EMPRESA-CONTRATO TO WS-EMP-COD-EMPRESA
               CALL 'EMPLKP01' USING WS-EMPLKP-PARM
               IF EMP-NAO-CADASTRADA
                   DISPLAY 'CONTMNT01 - EMPRESA NAO CADASTRADA: '
                           CI-NUM-CONTRATO
                   SET EMPRESA-RECUSADA TO TRUE
               END-IF
           END-IF
           .

       P700-GRAVAR-JORNAL.

           EVALUATE TRUE
           CLOSE CONTRATO-IN
           CLOSE CONTRATO-FILE
           CLOSE CONTRATO-JOURNAL
           CLOSE CUSTOMER-MASTER

           DISPLAY 'CONTMNT01 - TRANSACOES LIDAS.: ' WS-LIDAS
           DISPLAY 'CONTMNT01 - INCLUIDOS........: ' WS-INCLUIDOS
