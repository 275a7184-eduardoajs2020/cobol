      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: ABONO01 - applies the decisions on the interest and
      *          penalty waivers listed by ABNPROP01 (ABNDEC: original
      *          invoice, approve or refuse, approver). Every decision
      *          goes through the AUTCHK01 authority check (OPRAUT
      *          type ABONO) and the approver cannot be the collector
      *          who asked. An approved waiver whose charge is not yet
      *          billed stays approved on ABONOS and JURFAT01 drops or
      *          reduces the charge when it bills it; when the
      *          interest invoice is already on FATURA the waiver
      *          becomes a credit note against it on ABNCRED, in the
      *          CREDNOTA layout under its HDRCTL header, for
      *          CREDNOT01 to apply. Each run also picks up approved
      *          waivers whose charge was billed since the approval.
      *          Decisions that cannot be applied go to ABNDREJ with
      *          the reason and leave the waiver pending.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  First cut. The authority amount is the requested
      *             value of a partial waiver, or the open value of the
      *             interest invoice of a total waiver already billed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABONO01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABONO-DECISIONS    ASSIGN TO "ABNDEC"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ABONO-FILE         ASSIGN TO "ABONOS"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS AB-NUM-FATURA
                                      FILE STATUS IS WS-ABONO-STATUS.

           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL GEN-CONTROL
                                      ASSIGN TO "GENCTL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CREDITO-OUT        ASSIGN TO "ABNCRED"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ABONO-REJECT       ASSIGN TO "ABNDREJ"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Decisao sobre cada abono da proposta: 'A' aprova, 'R' recusa
      * (com o motivo opcional, guardado no abono).
       FD  ABONO-DECISIONS.
       01  ABONO-DECISIONS-REC.
           03 AD-NUM-FATURA                  PIC 9(06).
           03 AD-ACAO                        PIC X(01).
           03 AD-APROVADOR                   PIC X(08).
           03 AD-MOTIVO                      PIC X(40).

       FD  ABONO-FILE.
           COPY ABONO.

       FD  FATURA-MASTER.
           COPY FATURA.

       FD  GEN-CONTROL.
       01  GEN-CONTROL-REC.
           03 GC-FEED                        PIC X(08).
           03 GC-GERACAO                     PIC 9(06).

      * Nota de credito no layout CREDNOTA: o CREDNOT01 aplica e
      * confere a alcada NOTACRED do mesmo aprovador.
       FD  CREDITO-OUT.
       01  CREDITO-OUT-REC.
           03 CN-NUM-FATURA                   PIC 9(06).
           03 CN-VALOR                        PIC 9(07)V99.
           03 CN-MOTIVO                       PIC X(30).
           03 CN-APROVADOR                    PIC X(08).
           03 CN-SOLICITANTE                  PIC X(08).

       01  CREDITO-OUT-HEADER.
           COPY HDRCTL.

       FD  ABONO-REJECT.
       01  ABONO-REJECT-REC.
           03 AJ-NUM-FATURA                  PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 AJ-APROVADOR                   PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 AJ-MOTIVO                      PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-ABONO-STATUS                    PIC X(02) VALUE '00'.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MOTIVO-ATUAL                    PIC X(40) VALUE SPACES.
       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-ABERTO                    PIC S9(09)V99 VALUE ZEROS.

      * Fatura de encargos a creditar e o valor da nota, passados a
      * P600-GERAR-NOTA.
       77 WS-NOTA-FATURA                     PIC 9(06) VALUE ZEROS.
       77 WS-NOTA-ABERTO                     PIC 9(07)V99 VALUE ZEROS.
       77 WS-NOTA-VALOR                      PIC 9(07)V99 VALUE ZEROS.

      * Proxima geracao do feed CREDNOTA, lida de GENCTL para o
      * cabecalho HDRCTL que o CREDNOT01 exige.
       77 WS-PROXIMA-GERACAO    PIC 9(06) VALUE 1.

       01 WS-SWITCHES.
           03 WS-DEC-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-DECISOES                     VALUE 'S' FALSE 'N'.
           03 WS-FAT-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-FATURAS                      VALUE 'S' FALSE 'N'.
           03 WS-GEN-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-GENCTL                       VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-DECISOES-LIDAS              PIC 9(05) VALUE ZEROS.
           03 WS-APROVADOS                   PIC 9(05) VALUE ZEROS.
           03 WS-RECUSADOS                   PIC 9(05) VALUE ZEROS.
           03 WS-REJEITADAS                  PIC 9(05) VALUE ZEROS.
           03 WS-NOTAS-GERADAS               PIC 9(05) VALUE ZEROS.
           03 WS-NOTAS-ATRASADAS             PIC 9(05) VALUE ZEROS.

      * Parametro para o CALL do AUTCHK01 (alcada do operador que
      * decide).
           COPY AUTPARM.

      * Tabela de decisoes, carregada na abertura; a varredura das
      * faturas de encargos anota em cada decisao a fatura ja emitida
      * para a fatura original, com o valor em aberto.
       77 WS-TOT-DECISOES                    PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHADA                      PIC 9(03) VALUE ZEROS.
       01 WS-TAB-DECISOES.
           03 WS-DECISAO OCCURS 0 TO 999 TIMES
                         DEPENDING ON WS-TOT-DECISOES
                         INDEXED BY WS-IDX-DEC.
              05 WS-DEC-FATURA               PIC 9(06).
              05 WS-DEC-ACAO                 PIC X(01).
              05 WS-DEC-APROVADOR            PIC X(08).
              05 WS-DEC-MOTIVO               PIC X(40).
              05 WS-DEC-FATURA-JUROS         PIC 9(06).
              05 WS-DEC-VALOR-JUROS          PIC 9(07)V99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-CARREGAR-DECISAO
               UNTIL FIM-DECISOES
           PERFORM P300-VARRER-FATURAS
               UNTIL FIM-FATURAS
           PERFORM P400-PROCESSAR-DECISAO
               VARYING WS-IDX-DEC FROM 1 BY 1
                 UNTIL WS-IDX-DEC > WS-TOT-DECISOES
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  ABONO-DECISIONS
           OPEN I-O    ABONO-FILE
           OPEN INPUT  FATURA-MASTER
           OPEN OUTPUT CREDITO-OUT
           OPEN OUTPUT ABONO-REJECT

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           PERFORM P150-GRAVAR-CABECALHO

           PERFORM P110-LER-DECISAO
           PERFORM P310-LER-FATURA
           .

       P110-LER-DECISAO.

           READ ABONO-DECISIONS
               AT END
                   SET FIM-DECISOES TO TRUE
               NOT AT END
                   ADD 1 TO WS-DECISOES-LIDAS
           END-READ
           .

      ******************************************************************
      * P150-GRAVAR-CABECALHO
      * O arquivo gerado precisa comecar com o cabecalho HDRCTL que o
      * CREDNOT01 valida: data do arquivo, sistema de origem e a
      * proxima geracao do feed CREDNOTA (GENCTL mais um).
      ******************************************************************
       P150-GRAVAR-CABECALHO.

           PERFORM P160-LER-GERACAO

           MOVE SPACES                      TO CREDITO-OUT-HEADER
           MOVE 'HEADER'                    TO HDR-INDICADOR
           MOVE WS-DATA-HOJE-INT            TO HDR-DATA-ARQUIVO
           MOVE 'ABONO'                     TO HDR-SISTEMA-ORIGEM
           MOVE WS-PROXIMA-GERACAO          TO HDR-GERACAO

           WRITE CREDITO-OUT-HEADER
           .

       P160-LER-GERACAO.

           OPEN INPUT GEN-CONTROL

           PERFORM P165-LER-UMA-LINHA
               UNTIL FIM-GENCTL

           CLOSE GEN-CONTROL
           .

       P165-LER-UMA-LINHA.

           READ GEN-CONTROL
               AT END
                   SET FIM-GENCTL TO TRUE
               NOT AT END
                   IF GC-FEED = 'CREDNOTA'
                       COMPUTE WS-PROXIMA-GERACAO = GC-GERACAO + 1
                   END-IF
           END-READ
           .

       P200-CARREGAR-DECISAO.

           IF WS-TOT-DECISOES < 999
               ADD 1 TO WS-TOT-DECISOES
               SET WS-IDX-DEC TO WS-TOT-DECISOES
               MOVE AD-NUM-FATURA  TO WS-DEC-FATURA (WS-IDX-DEC)
               MOVE AD-ACAO        TO WS-DEC-ACAO (WS-IDX-DEC)
               MOVE AD-APROVADOR   TO WS-DEC-APROVADOR (WS-IDX-DEC)
               MOVE AD-MOTIVO      TO WS-DEC-MOTIVO (WS-IDX-DEC)
               MOVE ZEROS          TO WS-DEC-FATURA-JUROS (WS-IDX-DEC)
                                      WS-DEC-VALOR-JUROS (WS-IDX-DEC)
           ELSE
               DISPLAY 'ABONO01 - TABELA DE DECISOES CHEIA, IGNORADA: '
                       AD-NUM-FATURA
           END-IF

           PERFORM P110-LER-DECISAO
           .

      ******************************************************************
      * P300-VARRER-FATURAS
      * Cada fatura de encargos (FT-FATURA-ORIGEM preenchida) ainda
      * com valor em aberto e nao baixada nem renegociada: se ha
      * decisao hoje para a fatura original, a decisao fica sabendo
      * que o encargo ja foi faturado; senao, um abono aprovado
      * antes e ainda nao aplicado vira nota de credito agora.
      ******************************************************************
       P300-VARRER-FATURAS.

           IF FT-FATURA-ORIGEM NOT = ZEROS
              AND NOT FT-BAIXADA
              AND NOT FT-RENEGOCIADA
               COMPUTE WS-VALOR-ABERTO = FT-VALOR - FT-VALOR-AJUSTES
               IF WS-VALOR-ABERTO > 0
                   PERFORM P320-FATURA-DE-ENCARGOS
               END-IF
           END-IF

           PERFORM P310-LER-FATURA
           .

       P310-LER-FATURA.

           READ FATURA-MASTER NEXT RECORD
               AT END
                   SET FIM-FATURAS TO TRUE
           END-READ
           .

       P320-FATURA-DE-ENCARGOS.

           MOVE ZEROS TO WS-IDX-ACHADA
           PERFORM P325-COMPARAR-DECISAO
               VARYING WS-IDX-DEC FROM 1 BY 1
                 UNTIL WS-IDX-DEC > WS-TOT-DECISOES
                    OR WS-IDX-ACHADA NOT = ZEROS

           IF WS-IDX-ACHADA NOT = ZEROS
               IF WS-DEC-FATURA-JUROS (WS-IDX-ACHADA) = ZEROS
                   MOVE FT-NUM-FATURA
                     TO WS-DEC-FATURA-JUROS (WS-IDX-ACHADA)
                   MOVE WS-VALOR-ABERTO
                     TO WS-DEC-VALOR-JUROS (WS-IDX-ACHADA)
               END-IF
           ELSE
               MOVE FT-FATURA-ORIGEM TO AB-NUM-FATURA
               READ ABONO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AB-APROVADO
                           MOVE FT-NUM-FATURA   TO WS-NOTA-FATURA
                           MOVE WS-VALOR-ABERTO TO WS-NOTA-ABERTO
                           PERFORM P600-GERAR-NOTA
                           PERFORM P650-REGRAVAR-ABONO
                           ADD 1 TO WS-NOTAS-ATRASADAS
                       END-IF
               END-READ
           END-IF
           .

       P325-COMPARAR-DECISAO.

           IF WS-DEC-FATURA (WS-IDX-DEC) = FT-FATURA-ORIGEM
               SET WS-IDX-ACHADA TO WS-IDX-DEC
           END-IF
           .

      ******************************************************************
      * P400-PROCESSAR-DECISAO
      * A decisao precisa de aprovador e de acao conhecida, o abono
      * precisa estar pendente e caber na alcada ABONO do aprovador.
      * Recusa grava a decisao; aprovacao de encargo ja faturado gera
      * a nota de credito na hora, senao o abono espera o JURFAT01.
      ******************************************************************
       P400-PROCESSAR-DECISAO.

           MOVE SPACES TO WS-MOTIVO-ATUAL
           MOVE WS-DEC-FATURA (WS-IDX-DEC) TO AB-NUM-FATURA

           EVALUATE TRUE
               WHEN WS-DEC-APROVADOR (WS-IDX-DEC) = SPACES
                   MOVE 'DECISAO SEM APROVADOR' TO WS-MOTIVO-ATUAL
               WHEN WS-DEC-ACAO (WS-IDX-DEC) NOT = 'A'
                AND WS-DEC-ACAO (WS-IDX-DEC) NOT = 'R'
                   MOVE 'ACAO INVALIDA' TO WS-MOTIVO-ATUAL
               WHEN OTHER
                   READ ABONO-FILE
                       INVALID KEY
                           MOVE 'ABONO NAO ENCONTRADO'
                                             TO WS-MOTIVO-ATUAL
                       NOT INVALID KEY
                           IF NOT AB-PENDENTE
                               MOVE 'ABONO NAO ESTA PENDENTE'
                                             TO WS-MOTIVO-ATUAL
                           END-IF
                   END-READ
           END-EVALUATE

           IF WS-MOTIVO-ATUAL = SPACES
               PERFORM P450-VERIFICAR-ALCADA
               IF NOT AUT-OK
                   MOVE WS-AUT-MOTIVO TO WS-MOTIVO-ATUAL
               END-IF
           END-IF

           IF WS-MOTIVO-ATUAL = SPACES
               PERFORM P500-APLICAR-DECISAO
           ELSE
               PERFORM P800-REJEITAR-DECISAO
           END-IF
           .

      ******************************************************************
      * P450-VERIFICAR-ALCADA
      * O valor conferido e o pedido no abono parcial, ou o encargo
      * ja faturado no abono total; quem decide nao pode ser o
      * coletor que pediu.
      ******************************************************************
       P450-VERIFICAR-ALCADA.

           MOVE 'ABONO01'       TO WS-AUT-PROGRAMA
           MOVE 'ABONO'         TO WS-AUT-TIPO
           MOVE WS-DEC-ACAO (WS-IDX-DEC) TO WS-AUT-ACAO
           MOVE AB-NUM-FATURA   TO WS-AUT-CHAVE
           MOVE WS-DEC-APROVADOR (WS-IDX-DEC) TO WS-AUT-APROVADOR
           MOVE AB-COLETOR      TO WS-AUT-SOLICITANTE
           IF AB-PARCIAL
               MOVE AB-VALOR-SOLICITADO TO WS-AUT-VALOR
           ELSE
               MOVE WS-DEC-VALOR-JUROS (WS-IDX-DEC) TO WS-AUT-VALOR
           END-IF
           CALL 'AUTCHK01' USING WS-AUTCHK-PARM
           .

       P500-APLICAR-DECISAO.

           MOVE WS-DEC-APROVADOR (WS-IDX-DEC) TO AB-APROVADOR
           MOVE WS-DATA-HOJE-INT              TO AB-DATA-DECISAO

           IF WS-DEC-ACAO (WS-IDX-DEC) = 'R'
               SET AB-RECUSADO TO TRUE
               MOVE WS-DEC-MOTIVO (WS-IDX-DEC) TO AB-MOTIVO-DECISAO
               ADD 1 TO WS-RECUSADOS
           ELSE
               SET AB-APROVADO TO TRUE
               MOVE SPACES TO AB-MOTIVO-DECISAO
               ADD 1 TO WS-APROVADOS
               IF WS-DEC-FATURA-JUROS (WS-IDX-DEC) NOT = ZEROS
                   MOVE WS-DEC-FATURA-JUROS (WS-IDX-DEC)
                     TO WS-NOTA-FATURA
                   MOVE WS-DEC-VALOR-JUROS (WS-IDX-DEC)
                     TO WS-NOTA-ABERTO
                   PERFORM P600-GERAR-NOTA
               END-IF
           END-IF

           PERFORM P650-REGRAVAR-ABONO
           .

      ******************************************************************
      * P600-GERAR-NOTA
      * Nota de credito contra a fatura de encargos: todo o valor em
      * aberto no abono total, o pedido (limitado ao aberto) no
      * parcial. O abono fica creditado com o valor e a fatura.
      ******************************************************************
       P600-GERAR-NOTA.

           IF AB-PARCIAL AND AB-VALOR-SOLICITADO < WS-NOTA-ABERTO
               MOVE AB-VALOR-SOLICITADO TO WS-NOTA-VALOR
           ELSE
               MOVE WS-NOTA-ABERTO      TO WS-NOTA-VALOR
           END-IF

           MOVE SPACES              TO CREDITO-OUT-REC
           MOVE WS-NOTA-FATURA      TO CN-NUM-FATURA
           MOVE WS-NOTA-VALOR       TO CN-VALOR
           STRING 'ABONO JUROS FAT ' AB-NUM-FATURA
                  ' MOT ' AB-MOTIVO
                  DELIMITED BY SIZE INTO CN-MOTIVO
           MOVE AB-APROVADOR        TO CN-APROVADOR
           MOVE AB-COLETOR          TO CN-SOLICITANTE

           WRITE CREDITO-OUT-REC
           ADD 1 TO WS-NOTAS-GERADAS

           SET AB-CREDITADO         TO TRUE
           MOVE WS-NOTA-VALOR       TO AB-VALOR-ABONADO
           MOVE WS-DATA-HOJE-INT    TO AB-DATA-APLICACAO
           MOVE WS-NOTA-FATURA      TO AB-FATURA-JUROS
           .

       P650-REGRAVAR-ABONO.

           REWRITE ABONO-REC
               INVALID KEY
                   DISPLAY 'ABONO01 - FALHA AO REGRAVAR ABONO: '
                           AB-NUM-FATURA
           END-REWRITE
           .

       P800-REJEITAR-DECISAO.

           MOVE SPACES                        TO ABONO-REJECT-REC
           MOVE WS-DEC-FATURA (WS-IDX-DEC)    TO AJ-NUM-FATURA
           MOVE WS-DEC-APROVADOR (WS-IDX-DEC) TO AJ-APROVADOR
           MOVE WS-MOTIVO-ATUAL               TO AJ-MOTIVO

           WRITE ABONO-REJECT-REC
           ADD 1 TO WS-REJEITADAS
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE ABONO-DECISIONS
           CLOSE ABONO-FILE
           CLOSE FATURA-MASTER
           CLOSE CREDITO-OUT
           CLOSE ABONO-REJECT

           DISPLAY 'ABONO01 - DECISOES LIDAS.....: ' WS-DECISOES-LIDAS
           DISPLAY 'ABONO01 - ABONOS APROVADOS...: ' WS-APROVADOS
           DISPLAY 'ABONO01 - ABONOS RECUSADOS...: ' WS-RECUSADOS
           DISPLAY 'ABONO01 - DECISOES REJEITADAS: ' WS-REJEITADAS
           DISPLAY 'ABONO01 - NOTAS DE CREDITO...: ' WS-NOTAS-GERADAS
           DISPLAY 'ABONO01 - DE APROVACOES ANTER: '
                   WS-NOTAS-ATRASADAS
           .

       END PROGRAM ABONO01.
