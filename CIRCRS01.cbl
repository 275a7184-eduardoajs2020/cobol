      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: CIRCRS01 - intake of the replies to the auditors'
      *          balance-confirmation letters (CIRCLT01). Each CIRRESP
      *          record answers one letter of a circularization: the
      *          customer agreed, disagreed stating the balance of
      *          his own books, or -- customer zero -- the
      *          circularization is closed and every letter still
      *          unanswered becomes no reply. The answer is recorded
      *          on the CIRCCTL control; CIRDIF then prints, for the
      *          audit date, each disagreement with our ARBSNAP
      *          balance, the stated balance and the difference, our
      *          open items (CIRCITM) beside them for investigation,
      *          the letters with no reply or still pending for the
      *          alternative procedures, and the reply totals.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIRCRS01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CIR-RESP  ASSIGN TO "CIRRESP"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CIRC-CTL           ASSIGN TO "CIRCCTL"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS CQ-CHAVE
                                      FILE STATUS IS WS-CTL-STATUS.

           SELECT OPTIONAL CIRC-ITEM ASSIGN TO "CIRCITM"
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

           SELECT DIF-RPT            ASSIGN TO "CIRDIF"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Resposta a uma carta: C concordo, D discordo (com o saldo
      * que o cliente informa), S sem resposta. Cliente zero com S
      * encerra a circularizacao: toda carta ainda pendente da
      * data-base vira sem resposta.
       FD  CIR-RESP.
       01  CIR-RESP-REC.
           03 CY-DATA-AUDITORIA               PIC 9(08).
           03 CY-NUM-CLIENTE                  PIC 9(06).
           03 CY-RESPOSTA                     PIC X(01).
              88 CY-CONCORDO                      VALUE 'C'.
              88 CY-DISCORDO                      VALUE 'D'.
              88 CY-SEM-RESPOSTA                  VALUE 'S'.
           03 CY-SALDO-INFORMADO              PIC S9(11)V99
                                               SIGN LEADING SEPARATE.
           03 CY-DATA-RESPOSTA                PIC 9(08).

       FD  CIRC-CTL.
           COPY CIRCCTL.

       FD  CIRC-ITEM.
           COPY CIRCITM.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  DIF-RPT.
       01  DIF-RPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-CTL-STATUS                      PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.

       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-DATA-BASE                       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-RESPOSTA                   PIC 9(08) VALUE ZEROS.
       77 WS-DIFERENCA                       PIC S9(11)V99 VALUE ZEROS.
       77 WS-CLI-VALOR-ITENS                 PIC S9(11)V99 VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF-RESP                    PIC X(01) VALUE 'N'.
              88 FIM-RESPOSTAS                    VALUE 'S' FALSE 'N'.
           03 WS-EOF-CTL                     PIC X(01) VALUE 'N'.
              88 FIM-CONTROLE                     VALUE 'S' FALSE 'N'.
           03 WS-EOF-ITEM                    PIC X(01) VALUE 'N'.
              88 FIM-ITENS                        VALUE 'S' FALSE 'N'.
           03 WS-ENCERRAR-SW                 PIC X(01) VALUE 'N'.
              88 ENCERRAR-PENDENTES               VALUE 'S' FALSE 'N'.
           03 WS-SECAO-SW                    PIC X(01) VALUE 'D'.
              88 SECAO-DIVERGENCIAS               VALUE 'D'.
              88 SECAO-SEM-RESPOSTA               VALUE 'S'.

       01 WS-CONTADORES.
           03 WS-RESPOSTAS-LIDAS             PIC 9(07) VALUE ZEROS.
           03 WS-RESPOSTAS-REGISTRADAS       PIC 9(07) VALUE ZEROS.
           03 WS-RESPOSTAS-CORRIGIDAS        PIC 9(07) VALUE ZEROS.
           03 WS-RESPOSTAS-REJEITADAS        PIC 9(07) VALUE ZEROS.
           03 WS-ENCERRADAS-SEM-RESPOSTA     PIC 9(07) VALUE ZEROS.
           03 WS-TOT-CARTAS                  PIC 9(07) VALUE ZEROS.
           03 WS-TOT-CONCORDOU               PIC 9(07) VALUE ZEROS.
           03 WS-TOT-DISCORDOU               PIC 9(07) VALUE ZEROS.
           03 WS-TOT-SEM-RESPOSTA            PIC 9(07) VALUE ZEROS.
           03 WS-TOT-PENDENTE                PIC 9(07) VALUE ZEROS.

      * Totais de valor por situacao da resposta.
       01 WS-VALORES.
           03 WS-VLR-CARTAS                  PIC S9(13)V99 VALUE ZEROS.
           03 WS-VLR-CONCORDOU               PIC S9(13)V99 VALUE ZEROS.
           03 WS-VLR-DISCORDOU               PIC S9(13)V99 VALUE ZEROS.
           03 WS-VLR-INFORMADO               PIC S9(13)V99 VALUE ZEROS.
           03 WS-VLR-SEM-RESPOSTA            PIC S9(13)V99 VALUE ZEROS.
           03 WS-VLR-PENDENTE                PIC S9(13)V99 VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'CIRCRS01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'CIRCULARIZACAO - DIVERGENCIAS'.
           03 WS-RPTFMT-PAGINA                PIC 9(04) VALUE ZEROS.
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       01 WS-LINHA-CAB-DIV.
           03 FILLER                         PIC X(08) VALUE 'CLIENTE'.
           03 FILLER                         PIC X(31) VALUE 'NOME'.
           03 FILLER                         PIC X(07) VALUE 'CARTA'.
           03 FILLER                         PIC X(18)
                                       VALUE '     NOSSO SALDO'.
           03 FILLER                         PIC X(18)
                                       VALUE ' SALDO INFORMADO'.
           03 FILLER                         PIC X(18)
                                       VALUE '       DIFERENCA'.
           03 FILLER                         PIC X(12) VALUE 'RESPOSTA'.

       01 WS-LINHA-DIV.
           03 LDV-CLIENTE                    PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LDV-NOME                       PIC X(30).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 LDV-CARTA                      PIC Z(04)9.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 LDV-SALDO                      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 LDV-INFORMADO                  PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 LDV-DIFERENCA                  PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LDV-RESPOSTA                   PIC X(12).

       01 WS-LINHA-ITEM.
           03 FILLER                         PIC X(10) VALUE SPACES.
           03 FILLER                         PIC X(07) VALUE 'FATURA '.
           03 LIT-FATURA                     PIC 9(06).
           03 FILLER                         PIC X(10)
                                       VALUE ' EMISSAO '.
           03 LIT-EMISSAO                    PIC X(10).
           03 FILLER                         PIC X(13)
                                       VALUE ' VENCIMENTO '.
           03 LIT-VENCTO                     PIC X(10).
           03 FILLER                         PIC X(12)
                                       VALUE ' EM ABERTO '.
           03 LIT-VALOR                      PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-LINHA-TOTAL-ITENS.
           03 FILLER                         PIC X(10) VALUE SPACES.
           03 FILLER                         PIC X(30)
                        VALUE 'NOSSOS ITENS NA DATA-BASE.....'.
           03 LTI-VALOR                      PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-LINHA-RESUMO.
           03 LRS-TITULO                     PIC X(30).
           03 LRS-QTD                        PIC ZZZ,ZZ9.
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 LRS-VALOR                      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           OPEN I-O CIRC-CTL

           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'CIRCRS01 - CIRCCTL INDISPONIVEL (STATUS '
                       WS-CTL-STATUS ') - EXECUCAO RECUSADA'
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P100-REGISTRAR-RESPOSTAS

           IF ENCERRAR-PENDENTES
               PERFORM P200-ENCERRAR-PENDENTES
           END-IF

           IF WS-DATA-BASE = ZEROS
               DISPLAY 'CIRCRS01 - NENHUMA RESPOSTA VALIDA NO CIRRESP'
           ELSE
               PERFORM P300-IMPRIMIR-DIVERGENCIAS
           END-IF

           CLOSE CIRC-CTL

           PERFORM P900-EXIBIR-TOTAIS

           GOBACK.

      ******************************************************************
      * P100-REGISTRAR-RESPOSTAS
      * Um lote de respostas e de uma circularizacao: a data-base do
      * primeiro registro valido vale para o lote. Uma resposta nova
      * para carta ja respondida corrige a anterior.
      ******************************************************************
       P100-REGISTRAR-RESPOSTAS.

           OPEN INPUT CIR-RESP

           PERFORM P110-LER-RESPOSTA
               UNTIL FIM-RESPOSTAS

           CLOSE CIR-RESP
           .

       P110-LER-RESPOSTA.

           READ CIR-RESP
               AT END
                   SET FIM-RESPOSTAS TO TRUE
               NOT AT END
                   ADD 1 TO WS-RESPOSTAS-LIDAS
                   PERFORM P120-VALIDAR-RESPOSTA
           END-READ
           .

       P120-VALIDAR-RESPOSTA.

           EVALUATE TRUE
               WHEN CY-DATA-AUDITORIA IS NOT NUMERIC
                 OR CY-NUM-CLIENTE IS NOT NUMERIC
                 OR CY-DATA-AUDITORIA = ZEROS
                   PERFORM P190-REJEITAR
               WHEN WS-DATA-BASE NOT = ZEROS
                AND CY-DATA-AUDITORIA NOT = WS-DATA-BASE
                   PERFORM P190-REJEITAR
               WHEN NOT CY-CONCORDO AND NOT CY-DISCORDO
                AND NOT CY-SEM-RESPOSTA
                   PERFORM P190-REJEITAR
               WHEN CY-DISCORDO
                AND CY-SALDO-INFORMADO IS NOT NUMERIC
                   PERFORM P190-REJEITAR
               WHEN CY-NUM-CLIENTE = ZEROS
                   IF CY-SEM-RESPOSTA
                       MOVE CY-DATA-AUDITORIA TO WS-DATA-BASE
                       SET ENCERRAR-PENDENTES TO TRUE
                   ELSE
                       PERFORM P190-REJEITAR
                   END-IF
               WHEN OTHER
                   PERFORM P130-APLICAR-RESPOSTA
           END-EVALUATE
           .

       P130-APLICAR-RESPOSTA.

           MOVE CY-DATA-AUDITORIA TO CQ-DATA-AUDITORIA
           MOVE CY-NUM-CLIENTE    TO CQ-NUM-CLIENTE

           READ CIRC-CTL
               INVALID KEY
                   PERFORM P190-REJEITAR
               NOT INVALID KEY
                   MOVE CY-DATA-AUDITORIA TO WS-DATA-BASE
                   IF NOT CQ-PENDENTE
                       ADD 1 TO WS-RESPOSTAS-CORRIGIDAS
                   END-IF

                   IF CY-DATA-RESPOSTA IS NUMERIC
                      AND CY-DATA-RESPOSTA NOT = ZEROS
                       MOVE CY-DATA-RESPOSTA TO WS-DATA-RESPOSTA
                   ELSE
                       MOVE WS-DATA-HOJE-INT TO WS-DATA-RESPOSTA
                   END-IF

                   MOVE CY-RESPOSTA      TO CQ-RESPOSTA
                   MOVE WS-DATA-RESPOSTA TO CQ-DATA-RESPOSTA
                   EVALUATE TRUE
                       WHEN CQ-DISCORDOU
                           MOVE CY-SALDO-INFORMADO
                             TO CQ-SALDO-INFORMADO
                       WHEN CQ-CONCORDOU
                           MOVE CQ-SALDO TO CQ-SALDO-INFORMADO
                       WHEN OTHER
                           MOVE ZEROS    TO CQ-SALDO-INFORMADO
                   END-EVALUATE

                   REWRITE CIRC-CTL-REC
                   ADD 1 TO WS-RESPOSTAS-REGISTRADAS
           END-READ
           .

       P190-REJEITAR.

           ADD 1 TO WS-RESPOSTAS-REJEITADAS
           DISPLAY 'CIRCRS01 - RESPOSTA REJEITADA: ' CIR-RESP-REC
           .

      ******************************************************************
      * P200-ENCERRAR-PENDENTES
      * Encerramento da circularizacao: carta da data-base ainda sem
      * resposta passa a sem resposta, data de hoje.
      ******************************************************************
       P200-ENCERRAR-PENDENTES.

           PERFORM P250-POSICIONAR-CONTROLE

           PERFORM P210-ENCERRAR-UMA
               UNTIL FIM-CONTROLE
           .

       P210-ENCERRAR-UMA.

           IF CQ-PENDENTE
               SET CQ-SEM-RESPOSTA   TO TRUE
               MOVE WS-DATA-HOJE-INT TO CQ-DATA-RESPOSTA
               MOVE ZEROS            TO CQ-SALDO-INFORMADO
               REWRITE CIRC-CTL-REC
               ADD 1 TO WS-ENCERRADAS-SEM-RESPOSTA
           END-IF

           PERFORM P260-PROXIMO-CONTROLE
           .

      ******************************************************************
      * P250-POSICIONAR-CONTROLE
      * Primeiro registro de controle da data-base; FIM-CONTROLE
      * quando nao ha nenhum. P260 avanca ate sair da data-base.
      ******************************************************************
       P250-POSICIONAR-CONTROLE.

           SET FIM-CONTROLE TO FALSE

           MOVE WS-DATA-BASE TO CQ-DATA-AUDITORIA
           MOVE ZEROS        TO CQ-NUM-CLIENTE
           START CIRC-CTL KEY IS NOT LESS THAN CQ-CHAVE
               INVALID KEY
                   SET FIM-CONTROLE TO TRUE
               NOT INVALID KEY
                   PERFORM P260-PROXIMO-CONTROLE
           END-START
           .

       P260-PROXIMO-CONTROLE.

           READ CIRC-CTL NEXT RECORD
               AT END
                   SET FIM-CONTROLE TO TRUE
               NOT AT END
                   IF CQ-DATA-AUDITORIA NOT = WS-DATA-BASE
                       SET FIM-CONTROLE TO TRUE
                   END-IF
           END-READ
           .

      ******************************************************************
      * P300-IMPRIMIR-DIVERGENCIAS
      * Duas passadas pelo controle da data-base: as divergencias,
      * cada uma com os nossos itens em aberto ao lado, e depois as
      * cartas sem resposta ou pendentes; por fim o resumo.
      ******************************************************************
       P300-IMPRIMIR-DIVERGENCIAS.

           OPEN INPUT  CUSTOMER-MASTER
           OPEN INPUT  CIRC-ITEM
           OPEN OUTPUT DIF-RPT

           ADD 1 TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO DIF-RPT-REC
           WRITE DIF-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO DIF-RPT-REC
           WRITE DIF-RPT-REC
           MOVE SPACES TO DIF-RPT-REC
           STRING 'DATA-BASE DA CIRCULARIZACAO: ' WS-DATA-BASE
               DELIMITED BY SIZE INTO DIF-RPT-REC
           END-STRING
           WRITE DIF-RPT-REC

           PERFORM P360-LER-ITEM

           MOVE SPACES TO DIF-RPT-REC
           WRITE DIF-RPT-REC
           MOVE 'SALDOS CONTESTADOS PELO CLIENTE' TO DIF-RPT-REC
           WRITE DIF-RPT-REC
           MOVE WS-LINHA-CAB-DIV TO DIF-RPT-REC
           WRITE DIF-RPT-REC

           SET SECAO-DIVERGENCIAS TO TRUE
           PERFORM P250-POSICIONAR-CONTROLE
           PERFORM P310-AVALIAR-CONTROLE
               UNTIL FIM-CONTROLE

           MOVE SPACES TO DIF-RPT-REC
           WRITE DIF-RPT-REC
           MOVE 'SEM RESPOSTA OU PENDENTES - PROCEDIMENTO ALTERNATIVO'
             TO DIF-RPT-REC
           WRITE DIF-RPT-REC
           MOVE WS-LINHA-CAB-DIV TO DIF-RPT-REC
           WRITE DIF-RPT-REC

           SET SECAO-SEM-RESPOSTA TO TRUE
           PERFORM P250-POSICIONAR-CONTROLE
           PERFORM P310-AVALIAR-CONTROLE
               UNTIL FIM-CONTROLE

           PERFORM P400-IMPRIMIR-RESUMO

           CLOSE CUSTOMER-MASTER
           CLOSE CIRC-ITEM
           CLOSE DIF-RPT
           .

       P310-AVALIAR-CONTROLE.

           IF SECAO-DIVERGENCIAS
               PERFORM P315-TOTALIZAR-CONTROLE
               IF CQ-DISCORDOU
                   PERFORM P320-IMPRIMIR-CONTROLE
                   PERFORM P340-IMPRIMIR-ITENS
               END-IF
           ELSE
               IF CQ-SEM-RESPOSTA OR CQ-PENDENTE
                   PERFORM P320-IMPRIMIR-CONTROLE
               END-IF
           END-IF

           PERFORM P260-PROXIMO-CONTROLE
           .

       P315-TOTALIZAR-CONTROLE.

           ADD 1        TO WS-TOT-CARTAS
           ADD CQ-SALDO TO WS-VLR-CARTAS

           EVALUATE TRUE
               WHEN CQ-CONCORDOU
                   ADD 1        TO WS-TOT-CONCORDOU
                   ADD CQ-SALDO TO WS-VLR-CONCORDOU
               WHEN CQ-DISCORDOU
                   ADD 1        TO WS-TOT-DISCORDOU
                   ADD CQ-SALDO TO WS-VLR-DISCORDOU
                   ADD CQ-SALDO-INFORMADO TO WS-VLR-INFORMADO
               WHEN CQ-SEM-RESPOSTA
                   ADD 1        TO WS-TOT-SEM-RESPOSTA
                   ADD CQ-SALDO TO WS-VLR-SEM-RESPOSTA
               WHEN OTHER
                   ADD 1        TO WS-TOT-PENDENTE
                   ADD CQ-SALDO TO WS-VLR-PENDENTE
           END-EVALUATE
           .

       P320-IMPRIMIR-CONTROLE.

           MOVE SPACES TO WS-LINHA-DIV
           MOVE CQ-NUM-CLIENTE TO LDV-CLIENTE
           MOVE CQ-SEQ-CARTA   TO LDV-CARTA
           MOVE CQ-SALDO       TO LDV-SALDO

           MOVE CQ-NUM-CLIENTE TO CM-NUM-CLIENTE
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'NAO CADASTRADO'  TO LDV-NOME
               NOT INVALID KEY
                   MOVE CM-NOME-FORMATADO TO LDV-NOME
           END-READ

           EVALUATE TRUE
               WHEN CQ-DISCORDOU
                   MOVE CQ-SALDO-INFORMADO TO LDV-INFORMADO
                   COMPUTE WS-DIFERENCA =
                       CQ-SALDO-INFORMADO - CQ-SALDO
                   MOVE WS-DIFERENCA       TO LDV-DIFERENCA
                   MOVE 'DISCORDA'         TO LDV-RESPOSTA
               WHEN CQ-SEM-RESPOSTA
                   MOVE 'SEM RESPOSTA'     TO LDV-RESPOSTA
               WHEN OTHER
                   MOVE 'PENDENTE'         TO LDV-RESPOSTA
           END-EVALUATE

           MOVE WS-LINHA-DIV TO DIF-RPT-REC
           WRITE DIF-RPT-REC
           .

      ******************************************************************
      * P340-IMPRIMIR-ITENS
      * CIRCITM e CIRCCTL estao na mesma ordem de cliente: avanca os
      * itens ate o cliente contestado e lista os dele. Itens de outra
      * data-base (CIRCITM de uma emissao posterior) nao servem.
      ******************************************************************
       P340-IMPRIMIR-ITENS.

           MOVE ZEROS TO WS-CLI-VALOR-ITENS

           PERFORM P360-LER-ITEM
               UNTIL FIM-ITENS
                  OR (CV-DATA-AUDITORIA = WS-DATA-BASE
                      AND CV-NUM-CLIENTE NOT < CQ-NUM-CLIENTE)

           PERFORM P350-IMPRIMIR-UM-ITEM
               UNTIL FIM-ITENS
                  OR CV-DATA-AUDITORIA NOT = WS-DATA-BASE
                  OR CV-NUM-CLIENTE NOT = CQ-NUM-CLIENTE

           MOVE WS-CLI-VALOR-ITENS TO LTI-VALOR
           MOVE WS-LINHA-TOTAL-ITENS TO DIF-RPT-REC
           WRITE DIF-RPT-REC
           MOVE SPACES TO DIF-RPT-REC
           WRITE DIF-RPT-REC
           .

       P350-IMPRIMIR-UM-ITEM.

           MOVE CV-NUM-FATURA   TO LIT-FATURA
           MOVE CV-DATA-EMISSAO TO LIT-EMISSAO
           MOVE CV-DATA-VENCTO  TO LIT-VENCTO
           MOVE CV-VALOR-ABERTO TO LIT-VALOR
           ADD CV-VALOR-ABERTO  TO WS-CLI-VALOR-ITENS
           MOVE WS-LINHA-ITEM TO DIF-RPT-REC
           WRITE DIF-RPT-REC

           PERFORM P360-LER-ITEM
           .

       P360-LER-ITEM.

           READ CIRC-ITEM
               AT END
                   SET FIM-ITENS TO TRUE
           END-READ
           .

       P400-IMPRIMIR-RESUMO.

           MOVE SPACES TO DIF-RPT-REC
           WRITE DIF-RPT-REC
           MOVE 'RESUMO DAS RESPOSTAS (QUANTIDADE E NOSSO SALDO)'
             TO DIF-RPT-REC
           WRITE DIF-RPT-REC

           MOVE 'CARTAS EMITIDAS..............' TO LRS-TITULO
           MOVE WS-TOT-CARTAS       TO LRS-QTD
           MOVE WS-VLR-CARTAS       TO LRS-VALOR
           PERFORM P410-GRAVAR-RESUMO

           MOVE 'CONCORDARAM..................' TO LRS-TITULO
           MOVE WS-TOT-CONCORDOU    TO LRS-QTD
           MOVE WS-VLR-CONCORDOU    TO LRS-VALOR
           PERFORM P410-GRAVAR-RESUMO

           MOVE 'DISCORDARAM..................' TO LRS-TITULO
           MOVE WS-TOT-DISCORDOU    TO LRS-QTD
           MOVE WS-VLR-DISCORDOU    TO LRS-VALOR
           PERFORM P410-GRAVAR-RESUMO

           MOVE 'SALDO INFORMADO NAS DISCORD..' TO LRS-TITULO
           MOVE WS-TOT-DISCORDOU    TO LRS-QTD
           MOVE WS-VLR-INFORMADO    TO LRS-VALOR
           PERFORM P410-GRAVAR-RESUMO

           MOVE 'SEM RESPOSTA.................' TO LRS-TITULO
           MOVE WS-TOT-SEM-RESPOSTA TO LRS-QTD
           MOVE WS-VLR-SEM-RESPOSTA TO LRS-VALOR
           PERFORM P410-GRAVAR-RESUMO

           MOVE 'PENDENTES....................' TO LRS-TITULO
           MOVE WS-TOT-PENDENTE     TO LRS-QTD
           MOVE WS-VLR-PENDENTE     TO LRS-VALOR
           PERFORM P410-GRAVAR-RESUMO
           .

       P410-GRAVAR-RESUMO.

           MOVE WS-LINHA-RESUMO TO DIF-RPT-REC
           WRITE DIF-RPT-REC
           .

       P900-EXIBIR-TOTAIS.

           DISPLAY 'CIRCRS01 - DATA-BASE.........: ' WS-DATA-BASE
           DISPLAY 'CIRCRS01 - RESPOSTAS LIDAS...: ' WS-RESPOSTAS-LIDAS
           DISPLAY 'CIRCRS01 - REGISTRADAS.......: '
                   WS-RESPOSTAS-REGISTRADAS
           DISPLAY 'CIRCRS01 - CORRECOES.........: '
                   WS-RESPOSTAS-CORRIGIDAS
           DISPLAY 'CIRCRS01 - REJEITADAS........: '
                   WS-RESPOSTAS-REJEITADAS
           DISPLAY 'CIRCRS01 - ENCERRADAS S/RESP.: '
                   WS-ENCERRADAS-SEM-RESPOSTA
           DISPLAY 'CIRCRS01 - CARTAS............: ' WS-TOT-CARTAS
           DISPLAY 'CIRCRS01 - CONCORDARAM.......: ' WS-TOT-CONCORDOU
           DISPLAY 'CIRCRS01 - DISCORDARAM.......: ' WS-TOT-DISCORDOU
           DISPLAY 'CIRCRS01 - SEM RESPOSTA......: '
                   WS-TOT-SEM-RESPOSTA
           DISPLAY 'CIRCRS01 - PENDENTES.........: ' WS-TOT-PENDENTE
           .

       END PROGRAM CIRCRS01.
