      *             journaled on CMJRNL with before/after images,
      *             like every other post-load master update, so
      *             CUSTRCV01 replay covers dispositions too.
      * 15/10/2026  REVDEC carries the deciding operator; every decision
      *             goes through the AUTCHK01 authority check (OPRAUT
      *             type DUPLIC), and one outside the operator's
      *             authority stays on the queue with the reason on
      *             DISPRPT.
      * 15/10/2026  CUSTOUT detail widened to 273 bytes: country, postal
      *             code, region and foreign tax ID of customers abroad
      *             go onto the master, the tax ID marking the document
      *             type as foreign.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDISP01.
              88 RD-DESCARTAR                     VALUE 'D'.
              88 RD-CONSOLIDAR                    VALUE 'M'.
           03 RD-CLIENTE-DESTINO              PIC 9(06).
           03 RD-OPERADOR                     PIC X(08).

       FD  CUSTOMER-REVIEW.
       01  CUSTOMER-REVIEW-REC.
           03 CD-CEP                         PIC X(08).
           03 CD-DOC                         PIC X(14).
           03 CD-NUM-CLIENTE                 PIC 9(06).
           03 CD-COD-PAIS                    PIC X(02).
           03 CD-COD-POSTAL                  PIC X(10).
           03 CD-REGIAO                      PIC X(30).
           03 CD-ID-FISCAL-EXT               PIC X(20).

       01  CUSTOMER-DET-TRAILER REDEFINES CUSTOMER-DET-REC.
           COPY TRLCTL.
           03 WS-CONSOLIDADOS                PIC 9(05) VALUE ZEROS.
           03 WS-MANTIDOS-FILA               PIC 9(05) VALUE ZEROS.
           03 WS-COM-ERRO                    PIC 9(05) VALUE ZEROS.
           03 WS-FORA-ALCADA                 PIC 9(05) VALUE ZEROS.

      * Parametro para o CALL do CMLOCK01 (trava de atualizacao do
      * mestre de clientes).
           COPY LCKPARM.

      * Parametro para o CALL do AUTCHK01 (alcada do operador que
      * decide).
           COPY AUTPARM.

      * Tabela de decisoes do revisor, carregada na abertura.
       77 WS-TOT-DECISOES                    PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHADA                      PIC 9(03) VALUE ZEROS.
              05 WS-DEC-CLIENTE              PIC 9(06).
              05 WS-DEC-ACAO                 PIC X(01).
              05 WS-DEC-DESTINO              PIC 9(06).
              05 WS-DEC-OPERADOR             PIC X(08).

       PROCEDURE DIVISION.

               MOVE RD-NUM-CLIENTE     TO WS-DEC-CLIENTE (WS-IDX-DEC)
               MOVE RD-ACAO            TO WS-DEC-ACAO    (WS-IDX-DEC)
               MOVE RD-CLIENTE-DESTINO TO WS-DEC-DESTINO (WS-IDX-DEC)
               MOVE RD-OPERADOR        TO WS-DEC-OPERADOR (WS-IDX-DEC)
           ELSE
               DISPLAY 'CUSTDISP01 - TABELA DE DECISOES CHEIA, '
                       'DECISAO IGNORADA: ' RD-NUM-CLIENTE
      * P300-PROCESSAR-REVISAO
      * Uma entrada da fila por passagem: com decisao do revisor, a
      * decisao e aplicada e a entrada sai da fila; sem decisao, a
      * entrada segue para CUSTREVN e continua aguardando. Decisao
      * fora da alcada do operador (AUTCHK01) nao decide: a entrada
      * fica na fila com o motivo no relatorio.
      ******************************************************************
       P300-PROCESSAR-REVISAO.

           PERFORM P310-PROCURAR-DECISAO

           IF DECISAO-ACHADA
               PERFORM P330-VERIFICAR-ALCADA
               IF AUT-OK
                   PERFORM P400-APLICAR-DECISAO
               ELSE
                   MOVE 'SEM ALCADA'   TO DR-ACAO
                   MOVE WS-AUT-MOTIVO  TO DR-RESULTADO
                   PERFORM P800-GRAVAR-RESULTADO
                   ADD 1 TO WS-FORA-ALCADA
                   PERFORM P810-MANTER-NA-FILA
               END-IF
           ELSE
               MOVE CUSTOMER-REVIEW-REC TO CUSTOMER-REVIEW-N-REC
               WRITE CUSTOMER-REVIEW-N-REC
           END-IF
           .

      ******************************************************************
      * P330-VERIFICAR-ALCADA
      * O operador da decisao precisa de alcada DUPLIC; a entrada foi
      * posta na fila pela propria carga do mestre (CUSTMAST01), e a
      * decisao nao tem valor.
      ******************************************************************
       P330-VERIFICAR-ALCADA.

           MOVE 'CUSTDISP'      TO WS-AUT-PROGRAMA
           MOVE 'DUPLIC'        TO WS-AUT-TIPO
           IF WS-DEC-ACAO (WS-IDX-ACHADA) = 'D'
               SET AUT-RECUSA    TO TRUE
           ELSE
               SET AUT-APROVACAO TO TRUE
           END-IF
           MOVE CR-NUM-CLIENTE  TO WS-AUT-CHAVE
           MOVE WS-DEC-OPERADOR (WS-IDX-ACHADA) TO WS-AUT-APROVADOR
           MOVE 'CUSTMAST'      TO WS-AUT-SOLICITANTE
           MOVE ZEROS           TO WS-AUT-VALOR
           CALL 'AUTCHK01' USING WS-AUTCHK-PARM
           .

       P400-APLICAR-DECISAO.

           EVALUATE WS-DEC-ACAO (WS-IDX-ACHADA)
           MOVE CD-CIDADE                     TO CM-CIDADE
           MOVE CD-CEP                        TO CM-CEP
           MOVE CD-DOC                        TO CM-DOCUMENTO
           MOVE CD-COD-PAIS                   TO CM-COD-PAIS
           MOVE CD-COD-POSTAL                 TO CM-COD-POSTAL
           MOVE CD-REGIAO                     TO CM-REGIAO
           MOVE CD-ID-FISCAL-EXT              TO CM-ID-FISCAL-EXT
           IF CD-ID-FISCAL-EXT NOT = SPACES
               SET CM-DOC-EXTERIOR            TO TRUE
           ELSE
               SET CM-DOC-NACIONAL            TO TRUE
           END-IF
           SET CM-ATIVO                       TO TRUE
           MOVE ZEROS                         TO CM-CLIENTE-SUCESSOR

           DISPLAY 'CUSTDISP01 - CONSOLIDADOS......: ' WS-CONSOLIDADOS
           DISPLAY 'CUSTDISP01 - MANTIDOS NA FILA..: ' WS-MANTIDOS-FILA
           DISPLAY 'CUSTDISP01 - COM ERRO..........: ' WS-COM-ERRO
           DISPLAY 'CUSTDISP01 - FORA DA ALCADA....: ' WS-FORA-ALCADA
           .

       END PROGRAM CUSTDISP01.
