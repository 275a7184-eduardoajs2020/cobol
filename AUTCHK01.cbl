      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: AUTCHK01 - operator-authority (alcada) check
      *          subprogram: answers, for every decision program
      *          (APPROV01, CREDHLD01, CUSTDISP01, WRTOFF01,
      *          REFUND01, CREDNOT01), whether the operator keyed on
      *          the decision may take it -- an identified operator,
      *          not the one who requested the change, holding the
      *          decision type in the OPRAUT authority table and,
      *          for an approval, with the amount within the limit
      *          for the type. Every check, accepted or refused, is
      *          appended to the APRVLOG trail SODRPT01 reports on.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut. OPRAUT is loaded on the first call of
      *             the run; without the table no operator has
      *             authority and every decision is refused (rc 10).
      *             A refusal of an item is checked for authority to
      *             the type only -- the limit bounds what is
      *             approved.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTCHK01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-AUTHORITY
                                      ASSIGN TO "OPRAUT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL APPROVAL-LOG
                                      ASSIGN TO "APRVLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-AUTHORITY.
           COPY OPRAUT.

       FD  APPROVAL-LOG.
           COPY APRVLOG.

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-CARGA-SW                    PIC X(01) VALUE 'N'.
              88 TABELA-CARREGADA                 VALUE 'S' FALSE 'N'.
           03 WS-ALCADA-SW                   PIC X(01) VALUE 'N'.
              88 ALCADA-ACHADA                    VALUE 'S' FALSE 'N'.

      * Tabela de alcadas, carregada de OPRAUT na primeira chamada
      * da execucao.
       77 WS-TOT-ALCADAS                     PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHADA                      PIC 9(03) VALUE ZEROS.
       01 WS-TAB-ALCADAS.
           03 WS-ALCADA OCCURS 0 TO 500 TIMES
                        DEPENDING ON WS-TOT-ALCADAS
                        INDEXED BY WS-IDX-ALC.
              05 WS-TAB-OPERADOR             PIC X(08).
              05 WS-TAB-TIPO                 PIC X(08).
              05 WS-TAB-LIMITE               PIC 9(09)V99.

       LINKAGE SECTION.
           COPY AUTPARM.

       PROCEDURE DIVISION USING WS-AUTCHK-PARM.

       P000-DESPACHAR.

           IF NOT TABELA-CARREGADA
               PERFORM P100-CARREGAR-TABELA
           END-IF

           MOVE ZEROS  TO WS-AUT-LIMITE
           MOVE SPACES TO WS-AUT-MOTIVO

           PERFORM P200-PROCURAR-ALCADA
           PERFORM P300-VERIFICAR-DECISAO
           PERFORM P400-GRAVAR-LOG

           GOBACK.

       P100-CARREGAR-TABELA.

           MOVE ZEROS TO WS-TOT-ALCADAS
           SET FIM-DE-ARQUIVO TO FALSE

           OPEN INPUT OPERATOR-AUTHORITY

           PERFORM P110-LER-OPRAUT
               UNTIL FIM-DE-ARQUIVO

           CLOSE OPERATOR-AUTHORITY

           SET TABELA-CARREGADA TO TRUE
           .

       P110-LER-OPRAUT.

           READ OPERATOR-AUTHORITY
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   IF WS-TOT-ALCADAS < 500
                       ADD 1 TO WS-TOT-ALCADAS
                       SET WS-IDX-ALC TO WS-TOT-ALCADAS
                       MOVE OA-OPERADOR TO WS-TAB-OPERADOR
                                              (WS-IDX-ALC)
                       MOVE OA-TIPO     TO WS-TAB-TIPO
                                              (WS-IDX-ALC)
                       MOVE OA-LIMITE   TO WS-TAB-LIMITE
                                              (WS-IDX-ALC)
                   ELSE
                       DISPLAY 'AUTCHK01 - TABELA OPRAUT CHEIA, '
                               'ALCADA IGNORADA: ' OA-OPERADOR
                               ' ' OA-TIPO
                   END-IF
           END-READ
           .

       P200-PROCURAR-ALCADA.

           SET ALCADA-ACHADA TO FALSE
           MOVE ZEROS TO WS-IDX-ACHADA

           PERFORM P210-COMPARAR-ALCADA
               VARYING WS-IDX-ALC FROM 1 BY 1
                 UNTIL WS-IDX-ALC > WS-TOT-ALCADAS
                    OR ALCADA-ACHADA
           .

       P210-COMPARAR-ALCADA.

           IF WS-TAB-OPERADOR (WS-IDX-ALC) = WS-AUT-APROVADOR
              AND WS-TAB-TIPO (WS-IDX-ALC) = WS-AUT-TIPO
               SET ALCADA-ACHADA TO TRUE
               SET WS-IDX-ACHADA TO WS-IDX-ALC
               MOVE WS-TAB-LIMITE (WS-IDX-ALC) TO WS-AUT-LIMITE
           END-IF
           .

      ******************************************************************
      * P300-VERIFICAR-DECISAO
      * Na ordem: decisao sem operador, operador decidindo o que ele
      * mesmo pediu, operador sem alcada no tipo, aprovacao acima do
      * limite. A primeira regra violada e o motivo devolvido.
      ******************************************************************
       P300-VERIFICAR-DECISAO.

           EVALUATE TRUE
               WHEN WS-AUT-APROVADOR = SPACES
                   MOVE 40 TO WS-AUT-RETORNO
                   MOVE 'DECISAO SEM OPERADOR IDENTIFICADO'
                     TO WS-AUT-MOTIVO
               WHEN WS-AUT-SOLICITANTE = WS-AUT-APROVADOR
                   MOVE 30 TO WS-AUT-RETORNO
                   MOVE 'APROVADOR E O PROPRIO SOLICITANTE'
                     TO WS-AUT-MOTIVO
               WHEN NOT ALCADA-ACHADA
                   MOVE 10 TO WS-AUT-RETORNO
                   STRING 'OPERADOR SEM ALCADA PARA '
                          WS-AUT-TIPO
                       DELIMITED BY SIZE INTO WS-AUT-MOTIVO
                   END-STRING
               WHEN AUT-APROVACAO
                AND WS-AUT-VALOR > WS-AUT-LIMITE
                   MOVE 20 TO WS-AUT-RETORNO
                   MOVE 'VALOR ACIMA DO LIMITE DO OPERADOR'
                     TO WS-AUT-MOTIVO
               WHEN OTHER
                   MOVE 00 TO WS-AUT-RETORNO
           END-EVALUATE
           .

      ******************************************************************
      * P400-GRAVAR-LOG
      * Toda verificacao vai para o APRVLOG, aceita ou recusada: e
      * dele que sai o relatorio mensal de segregacao de funcoes.
      ******************************************************************
       P400-GRAVAR-LOG.

           OPEN EXTEND APPROVAL-LOG

           MOVE FUNCTION CURRENT-DATE TO AL-DATA-HORA
           MOVE WS-AUT-PROGRAMA       TO AL-PROGRAMA
           MOVE WS-AUT-TIPO           TO AL-TIPO
           MOVE WS-AUT-ACAO           TO AL-ACAO
           MOVE WS-AUT-CHAVE          TO AL-CHAVE
           MOVE WS-AUT-APROVADOR      TO AL-APROVADOR
           MOVE WS-AUT-SOLICITANTE    TO AL-SOLICITANTE
           MOVE WS-AUT-VALOR          TO AL-VALOR
           MOVE WS-AUT-LIMITE         TO AL-LIMITE
           MOVE WS-AUT-RETORNO        TO AL-RETORNO
           MOVE WS-AUT-MOTIVO         TO AL-MOTIVO
           WRITE APPROVAL-LOG-REC

           CLOSE APPROVAL-LOG
           .

       END PROGRAM AUTCHK01.
