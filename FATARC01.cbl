      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The rebuilt master record (FATURNEW) follows FATURA
      *             to 241 bytes, so a kept invoice no longer loses its
      *             FT-COD-EMPRESA.
      * 15/10/2026  An invoice cancelled by CANCFAT01 is archivable like
      *             a settled one, once past the cut-off and with its
      *             bank title already dropped.
      * 15/10/2026  The invoice archive image follows the FATURA master
      *             to 241 bytes (issuing company).
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  Every invoice moved to FATARCH closes its history on
      *             the new FTJRNL invoice journal as an ARQUIVO entry
      *             (blank after image).
      * 15/10/2026  The invoice archive image follows the FATURA master
      *             to 239 bytes (automatic-debit status).
      * 15/10/2026  The invoice archive image follows the FATURA master
      *             to 238 bytes (PIX charge txid).
      * 15/10/2026  The invoice archive image follows the FATURA master
      *             to 203 bytes (federal retentions IRRF, PIS, COFINS,
      *             CSLL and their total).
      * 15/10/2026  The invoice archive image follows the FATURA master
      *             to 158 bytes (NFS-e status, number and verification
      *             code).
      * 03/09/2026  The run stamps its date on FARCCTL; ARFECH01
      *             refuses to close the month while the stamp is
      *             newer than the last full ARBAL rebuild, when the
                                      RECORD KEY IS PN-CHAVE
                                      FILE STATUS IS WS-PNEW-STATUS.

           SELECT OPTIONAL LOG-CONTROL-FILE
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FATURA-JOURNAL
                                      ASSIGN TO "FTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARC-PARM.
           COPY FATURA.

       FD  FATURA-ARCH.
       01  FATURA-ARCH-REC                    PIC X(241).
       01  FATURA-ARCH-TRAILER REDEFINES FATURA-ARCH-REC.
           COPY TRLCTL.

       FD  FATURA-NEW.
       01  FATURA-NEW-REC.
           03 FN-NUM-FATURA                   PIC 9(06).
           03 FN-DADOS                        PIC X(235).

       FD  PAGAMENTO-STATUS.
           COPY PAGTOSTS.
                              BY ==PAGTO-NEW-REC==
                         LEADING ==PS== BY ==PN==.

       FD  LOG-CONTROL-FILE.
       01  LOG-CONTROL-FILE-REC.
           03 LCF-ULTIMO-NUMERO              PIC 9(07).

       FD  FATURA-JOURNAL.
           COPY FTJRNL.

       WORKING-STORAGE SECTION.
      * Geracao (numero de controle do CTRLFILE) carimbada em cada
      * registro de log desta execucao.
       77 WS-GERACAO-LOG        PIC 9(06) VALUE ZEROS.

       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-NEW-STATUS                      PIC X(02) VALUE '00'.
       77 WS-PAGTOS-STATUS                   PIC X(02) VALUE '00'.

           COPY DTVPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-LER-PARAMETRO
           PERFORM P200-ABRIR-ARQUIVOS
           PERFORM P300-CLASSIFICAR-FATURA
           OPEN INPUT  FATURA-MASTER
           OPEN OUTPUT FATURA-ARCH
           OPEN OUTPUT FATURA-NEW
           PERFORM P0GL-LER-GERACAO-LOG
           OPEN EXTEND FATURA-JOURNAL

           PERFORM P210-LER-FATURA
           .
           IF FATURA-ARQUIVAVEL
               MOVE FATURA-REC TO FATURA-ARCH-REC
               WRITE FATURA-ARCH-REC
               PERFORM P320-JORNALIZAR-ARQUIVAMENTO
               ADD 1 TO WS-MOVIDOS
               ADD FT-NUM-FATURA TO WS-HASH-MOVIDOS
           ELSE

      ******************************************************************
      * P310-TESTAR-ARQUIVAVEL
      * Arquivavel e a fatura liquidada (ou cancelada pelo CANCFAT01)
      * com vencimento anterior ao corte -- desde que o banco nao a
      * tenha mais em carteira: um titulo ainda registrado
      * (FT-BCO-REGISTRADA) espera a instrucao de baixa do REMESSA01
      * antes de sair do mestre,
      * senao fica registrado para sempre e termina protestado.
      ******************************************************************
       P310-TESTAR-ARQUIVAVEL.
           COMPUTE WS-DATA-VENCTO-INT =
               WS-VCT-AA * 10000 + WS-VCT-MM * 100 + WS-VCT-DD

           IF (FT-PAGA OR FT-BAIXADA OR FT-CANCELADA)
              AND WS-DATA-VENCTO-INT < WS-DATA-CORTE-INT
              AND NOT FT-BCO-REGISTRADA
               SET FATURA-ARQUIVAVEL TO TRUE
           END-IF
           .

      ******************************************************************
      * P320-JORNALIZAR-ARQUIVAMENTO
      * A fatura que sai do mestre vivo fecha sua historia no FTJRNL:
      * imagem-antes e o registro arquivado, imagem-depois em branco.
      ******************************************************************
       P320-JORNALIZAR-ARQUIVAMENTO.

           MOVE 'FATARC01'            TO FJ-PROGRAMA
           MOVE 'ARQUIVO'             TO FJ-OPERACAO
           MOVE FT-NUM-FATURA         TO FJ-NUM-FATURA
           MOVE FUNCTION CURRENT-DATE TO FJ-DATA-HORA
           MOVE FATURA-REC            TO FJ-IMAGEM-ANTES
           MOVE SPACES                TO FJ-IMAGEM-DEPOIS
           MOVE 'FATARC01'            TO FJ-OPERADOR
           MOVE WS-GERACAO-LOG        TO FJ-NUM-CONTROLE

           WRITE FATURA-JOURNAL-REC
           .

      ******************************************************************
      * P400-ARQUIVAR-PAGAMENTOS
      * Segunda passada, pelos pagamentos: o registro PAGTOSTS de uma
           CLOSE PAGTO-NEW

           OPEN OUTPUT ARC-CTL
           MOVE WS-DTP-DATA-ATUAL TO FC-DATA-ARQUIVAMENTO
           WRITE ARC-CTL-REC
           CLOSE ARC-CTL
           .
           CLOSE FATURA-MASTER
           CLOSE FATURA-ARCH
           CLOSE FATURA-NEW
           CLOSE FATURA-JOURNAL

           DISPLAY 'FATARC01 - DATA DE CORTE....: ' WS-DATA-CORTE-TXT
           DISPLAY 'FATARC01 - FATURAS LIDAS....: ' WS-LIDOS
                   WS-PAGTOS-MANTIDOS
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

       END PROGRAM FATARC01.
