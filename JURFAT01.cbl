      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The generated line now carries the FATURAIN item
      *             fields (code, quantity, unit price, description),
      *             left blank, so FATURA01 reads a full-length record.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  Approved interest waivers (ABONOS) are applied
      *             before billing: a total waiver drops the charge, a
      *             partial one reduces it. A total waiver is checked
      *             again against the approver's ABONO authority with
      *             the real charge; outside it the charge is billed and
      *             the waiver refused.
      * 03/09/2026  First cut. The payment term of the interest
      *             invoice comes from JFTPARM (days, default 15),
      *             configurable without recompiling.
                                      ASSIGN TO "GENCTL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ABONO-FILE
                                      ASSIGN TO "ABONOS"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS AB-NUM-FATURA
                                      FILE STATUS IS WS-ABONO-STATUS.

           SELECT JURFAT-PARM        ASSIGN TO "JFTPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.
           03 FG-DESC-DIAS                    PIC 9(03).
           03 FG-FATURA-ORIGEM                PIC 9(06).
           03 FG-ISS-RETIDO                   PIC X(01).
           03 FG-COD-ITEM                     PIC X(08).
           03 FG-QUANTIDADE                   PIC 9(05)V99.
           03 FG-PRECO-UNITARIO               PIC 9(07)V99.
           03 FG-DESCRICAO                    PIC X(30).

       01  FATURA-GERADA-HEADER.
           COPY HDRCTL.
           03 GC-FEED                        PIC X(08).
           03 GC-GERACAO                     PIC 9(06).

       FD  ABONO-FILE.
           COPY ABONO.

       FD  JURFAT-PARM.
       01  JURFAT-PARM-REC.
           03 JF-PRAZO-DIAS                   PIC 9(03).

       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-PRAZO-DIAS                      PIC 9(03) VALUE 15.
       77 WS-ABONO-STATUS                    PIC X(02) VALUE '00'.

      * Encargo a faturar depois do abono aprovado, se houver.
       77 WS-VALOR-COBRAR                    PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-ABONADO                   PIC 9(07)V99 VALUE ZEROS.

       01 WS-DATA-EMISSAO.
           03 WS-EMI-DD         PIC 9(02).
       01 WS-CONTADORES.
           03 WS-LIDOS                       PIC 9(07) VALUE ZEROS.
           03 WS-GERADAS                     PIC 9(07) VALUE ZEROS.
           03 WS-SUPRIMIDOS                  PIC 9(07) VALUE ZEROS.
           03 WS-REDUZIDOS                   PIC 9(07) VALUE ZEROS.
           03 WS-ABONOS-FORA-ALCADA          PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do AUTCHK01 (alcada de quem aprovou um
      * abono total, conferida contra o encargo real).
           COPY AUTPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-PARAMETROS
           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-ENCARGO

           OPEN INPUT  JUROS-OUT
           OPEN OUTPUT FATURA-GERADA
           OPEN I-O    ABONO-FILE

           MOVE WS-DTP-DATA-ATUAL (7:2) TO WS-EMI-DD
           MOVE WS-DTP-DATA-ATUAL (5:2) TO WS-EMI-MM
           MOVE WS-DTP-DATA-ATUAL (1:4) TO WS-EMI-AA

           PERFORM P150-GRAVAR-CABECALHO


           MOVE SPACES                      TO FATURA-GERADA-HEADER
           MOVE 'HEADER'                    TO HDR-INDICADOR
           MOVE WS-DTP-DATA-ATUAL TO HDR-DATA-ARQUIVO
           MOVE 'JUROS'                     TO HDR-SISTEMA-ORIGEM
           MOVE WS-PROXIMA-GERACAO          TO HDR-GERACAO

      * P200-PROCESSA-ENCARGO
      * Um item liquidado em atraso vira uma linha de cobranca do
      * total de encargos, emitida hoje com o prazo parametrizado e
      * apontando para a fatura original; encargo zerado nao fatura,
      * nem o que um abono aprovado (ABONOS) zerou.
      ******************************************************************
       P200-PROCESSA-ENCARGO.

           MOVE JO-TOTAL-ENCARGOS TO WS-VALOR-COBRAR
           IF JO-TOTAL-ENCARGOS > 0
               PERFORM P250-APLICAR-ABONO
           END-IF

           IF WS-VALOR-COBRAR > 0
               MOVE JO-NUM-CLIENTE    TO FG-NUM-CLIENTE
               MOVE WS-DATA-EMISSAO   TO FG-DATA-EMISSAO
               MOVE WS-PRAZO-DIAS     TO FG-PRAZO-DIAS
               MOVE WS-VALOR-COBRAR   TO FG-VALOR
               MOVE ZEROS             TO FG-QTD-PARCELAS
                                         FG-DESC-PERCENTUAL
                                         FG-DESC-DIAS
               MOVE JO-NUM-FATURA     TO FG-FATURA-ORIGEM
               MOVE SPACE             TO FG-ISS-RETIDO
               MOVE SPACES            TO FG-COD-ITEM
                                         FG-DESCRICAO
               MOVE ZEROS             TO FG-QUANTIDADE
                                         FG-PRECO-UNITARIO

               WRITE FATURA-GERADA-REC
               ADD 1 TO WS-GERADAS
           PERFORM P110-LER-PROXIMO
           .

      ******************************************************************
      * P250-APLICAR-ABONO
      * Abono aprovado para a fatura original e ainda nao aplicado: o
      * total suprime o encargo, o parcial abate o valor pedido. O
      * abono total e conferido de novo na alcada ABONO de quem
      * aprovou, agora com o encargo real; fora dela o encargo e
      * faturado e o abono fica recusado com o motivo.
      ******************************************************************
       P250-APLICAR-ABONO.

           MOVE JO-NUM-FATURA TO AB-NUM-FATURA

           READ ABONO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AB-APROVADO
                       IF AB-TOTAL
                           PERFORM P260-CONFERIR-ALCADA
                       END-IF
                       IF AB-APROVADO
                           PERFORM P270-ABATER-ENCARGO
                       END-IF
                       REWRITE ABONO-REC
                           INVALID KEY
                               DISPLAY 'JURFAT01 - FALHA AO REGRAVAR '
                                       'ABONO: ' AB-NUM-FATURA
                       END-REWRITE
                   END-IF
           END-READ
           .

       P260-CONFERIR-ALCADA.

           MOVE 'JURFAT01'        TO WS-AUT-PROGRAMA
           MOVE 'ABONO'           TO WS-AUT-TIPO
           SET AUT-APROVACAO      TO TRUE
           MOVE AB-NUM-FATURA     TO WS-AUT-CHAVE
           MOVE AB-APROVADOR      TO WS-AUT-APROVADOR
           MOVE AB-COLETOR        TO WS-AUT-SOLICITANTE
           MOVE JO-TOTAL-ENCARGOS TO WS-AUT-VALOR
           CALL 'AUTCHK01' USING WS-AUTCHK-PARM

           IF NOT AUT-OK
               SET AB-RECUSADO    TO TRUE
               MOVE WS-AUT-MOTIVO TO AB-MOTIVO-DECISAO
               ADD 1 TO WS-ABONOS-FORA-ALCADA
           END-IF
           .

       P270-ABATER-ENCARGO.

           IF AB-TOTAL OR AB-VALOR-SOLICITADO >= JO-TOTAL-ENCARGOS
               MOVE JO-TOTAL-ENCARGOS TO WS-VALOR-ABONADO
               MOVE ZEROS             TO WS-VALOR-COBRAR
               ADD 1 TO WS-SUPRIMIDOS
           ELSE
               MOVE AB-VALOR-SOLICITADO TO WS-VALOR-ABONADO
               COMPUTE WS-VALOR-COBRAR =
                   JO-TOTAL-ENCARGOS - AB-VALOR-SOLICITADO
               ADD 1 TO WS-REDUZIDOS
           END-IF

           SET AB-SUPRIMIDO         TO TRUE
           MOVE WS-VALOR-ABONADO    TO AB-VALOR-ABONADO
           MOVE WS-DTP-DATA-ATUAL TO AB-DATA-APLICACAO
           MOVE ZEROS               TO AB-FATURA-JUROS
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE JUROS-OUT
           CLOSE FATURA-GERADA
           CLOSE ABONO-FILE

           DISPLAY 'JURFAT01 - ENCARGOS LIDOS....: ' WS-LIDOS
           DISPLAY 'JURFAT01 - LINHAS DE COBRANCA: ' WS-GERADAS
           DISPLAY 'JURFAT01 - ABONOS SUPRIMIDOS.: ' WS-SUPRIMIDOS
           DISPLAY 'JURFAT01 - ABONOS PARCIAIS...: ' WS-REDUZIDOS
           DISPLAY 'JURFAT01 - ABONOS FORA ALCADA: '
                   WS-ABONOS-FORA-ALCADA
           .

       END PROGRAM JURFAT01.
