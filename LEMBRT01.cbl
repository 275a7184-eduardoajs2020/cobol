      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: LEMBRT01 - daily courtesy reminder before the due
      *          date: every open invoice falling due on the N-th
      *          business day ahead (N from LEMPARM, business days
      *          counted through DUEDATE01 over the HOLCAL calendar)
      *          goes out with the customer's name, the collectable
      *          amount, the due date and the PIX copy-and-paste
      *          payload rebuilt by PIXGEN01 (or the pointer to the
      *          registered boleto when the title has no PIX charge)
      *          -- by email (LEMEML, the statement extract layout)
      *          where CONTPREF consents to email and CM-EMAIL is
      *          loaded, otherwise by SMS (LEMSMS) where it consents
      *          to the phone and CM-TELEFONE is loaded (the billing
      *          contact on CLICONT, when there is one, takes the place
      *          of the master's email and phone). A customer
      *          on active automatic debit (DEBAUT), with any open
      *          invoice under dispute or under judicial protection
      *          (CM-PROTECAO-LEGAL) gets no reminder. Every reminder
      *          sent goes to CONTLOG.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  The reminder goes to the customer's active billing
      *             contact on CLICONT (name, email, phone), each field
      *             falling back to the master's when the contact lacks
      *             it or there is none.
      * 15/10/2026  First cut. An enrolled customer's invoice that
      *             fell back to the boleto (FT-DEB-DEVOLVIDO) is
      *             reminded like any other.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEMBRT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEMBRETE-PARM      ASSIGN TO "LEMPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL PAGAMENTO-STATUS
                                      ASSIGN TO "PAGTOSTS"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS PS-CHAVE
                                      FILE STATUS IS WS-PAGTOS-STATUS.

           SELECT OPTIONAL CUSTOMER-MASTER
                                      ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL CONTATO-PREF
                                      ASSIGN TO "CONTPREF"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CP-NUM-CLIENTE
                                      FILE STATUS IS WS-PREF-STATUS.

           SELECT OPTIONAL CLIENTE-CONTATO
                                      ASSIGN TO "CLICONT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CC-CHAVE
                                      FILE STATUS IS WS-CONT-STATUS.

           SELECT OPTIONAL DEBITO-AUTO
                                      ASSIGN TO "DEBAUT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS DA-NUM-CLIENTE
                                      FILE STATUS IS WS-DEBAUT-STATUS.

           SELECT SMS-OUT            ASSIGN TO "LEMSMS"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMAIL-OUT          ASSIGN TO "LEMEML"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTACT-LOG
                                      ASSIGN TO "CONTLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-CONTROL-FILE
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEMBRETE-SORT      ASSIGN TO "SRTWORKH".

       DATA DIVISION.
       FILE SECTION.
      * Antecedencia do lembrete em dias uteis antes do vencimento;
      * sem o arquivo valem tres.
       FD  LEMBRETE-PARM.
       01  LEMBRETE-PARM-REC.
           03 LP-DIAS-UTEIS                   PIC 9(02).

       FD  FATURA-MASTER.
           COPY FATURA.

       FD  PAGAMENTO-STATUS.
           COPY PAGTOSTS.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CONTATO-PREF.
           COPY CONTPREF.

      * Contatos por papel (CTTMNT01): o lembrete vai para o contato
      * de cobranca do cliente.
       FD  CLIENTE-CONTATO.
           COPY CLICONT.

       FD  DEBITO-AUTO.
           COPY DEBAUT.

      * Layout fixo do gateway de SMS: o gateway compoe a mensagem
      * curta com os campos e manda o copia-e-cola num segundo SMS.
       FD  SMS-OUT.
       01  SMS-OUT-REC.
           03 SM-NUM-CLIENTE                  PIC 9(06).
           03 SM-TELEFONE                     PIC X(20).
           03 SM-NOME                         PIC X(30).
           03 SM-NUM-FATURA                   PIC 9(06).
           03 SM-DATA-VENCTO                  PIC X(10).
           03 SM-VALOR                        PIC 9(07)V99.
           03 SM-FORMA-PAGTO                  PIC X(06).
           03 SM-CODIGO-PAGTO                 PIC X(250).

      * Mesmo formato do extrato de email do CUSTSTMT01: registro
      * DEST, registro ASSUNTO, corpo linha a linha e FIM.
       FD  EMAIL-OUT.
       01  EMAIL-OUT-REC                      PIC X(132).

       FD  CONTACT-LOG.
           COPY CONTLOG.

       FD  LOG-CONTROL-FILE.
       01  LOG-CONTROL-FILE-REC.
           03 LCF-ULTIMO-NUMERO              PIC 9(07).

      * Por cliente, as faturas em disputa ('D') chegam antes das
      * faturas a lembrar ('L'): quando o lembrete e avaliado ja se
      * sabe se o cliente tem disputa aberta.
       SD  LEMBRETE-SORT.
       01  LEMBRETE-SORT-REC.
           03 SR-NUM-CLIENTE                  PIC 9(06).
           03 SR-TIPO                         PIC X(01).
              88 SR-DISPUTA                       VALUE 'D'.
              88 SR-LEMBRETE                      VALUE 'L'.
           03 SR-NUM-FATURA                   PIC 9(06).
           03 SR-DATA-VENCTO                  PIC X(10).
           03 SR-VALOR                        PIC 9(07)V99.
           03 SR-PIX-TXID                     PIC X(35).
           03 SR-DEBITO-AUTO                  PIC X(01).
              88 SR-DEB-DEVOLVIDO                 VALUE 'F'.

       WORKING-STORAGE SECTION.
      * Geracao (numero de controle do CTRLFILE) carimbada em cada
      * registro do log de contatos desta execucao.
       77 WS-GERACAO-LOG        PIC 9(06) VALUE ZEROS.

       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PAGTOS-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PREF-STATUS                     PIC X(02) VALUE '00'.
       77 WS-CONT-STATUS                     PIC X(02) VALUE '00'.
       77 WS-DEBAUT-STATUS                   PIC X(02) VALUE '00'.

       77 WS-DIAS-UTEIS                      PIC 9(02) VALUE 3.
       77 WS-IDX-DIA                         PIC 9(02) VALUE ZEROS.
       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-LIMITE-ANTERIOR                 PIC 9(08) VALUE ZEROS.
       77 WS-LIMITE-LEMBRETE                 PIC 9(08) VALUE ZEROS.
       77 WS-DATA-VENCTO-INT                 PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-ABERTO                    PIC S9(07)V99 VALUE ZEROS.
       77 WS-CLIENTE-ATUAL                   PIC 9(06) VALUE ZEROS.

      * Destino do lembrete: nome, email e telefone do contato de
      * cobranca ativo em CLICONT; o que o contato nao tiver vem do
      * mestre (CM-NOME-FORMATADO, CM-EMAIL, CM-TELEFONE).
       01 WS-DESTINO.
           03 WS-DEST-NOME                   PIC X(40) VALUE SPACES.
           03 WS-DEST-EMAIL                  PIC X(50) VALUE SPACES.
           03 WS-DEST-TELEFONE               PIC X(20) VALUE SPACES.

      * Data corrente e datas convertidas entre DD/MM/AAAA e
      * AAAAMMDD para a comparacao da janela.
       01 WS-DATA-AUX.
           03 WS-AUX-DD                      PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-AUX-MM                      PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-AUX-AA                      PIC 9(04).
       01 WS-DATA-INT-AUX                    PIC 9(08).
       01 FILLER REDEFINES WS-DATA-INT-AUX.
           03 WS-INT-AA                      PIC 9(04).
           03 WS-INT-MM                      PIC 9(02).
           03 WS-INT-DD                      PIC 9(02).

       01 WS-SWITCHES.
           03 WS-EOF-FATURA                  PIC X(01) VALUE 'N'.
              88 FIM-FATURA                       VALUE 'S' FALSE 'N'.
           03 WS-EOF-SORT                    PIC X(01) VALUE 'N'.
              88 FIM-SORT                         VALUE 'S' FALSE 'N'.
           03 WS-CLIENTE-SW                  PIC X(01) VALUE 'N'.
              88 CLIENTE-NO-MESTRE                VALUE 'S' FALSE 'N'.
           03 WS-DISPUTA-SW                  PIC X(01) VALUE 'N'.
              88 CLIENTE-COM-DISPUTA              VALUE 'S' FALSE 'N'.
           03 WS-DEBITO-SW                   PIC X(01) VALUE 'N'.
              88 CLIENTE-EM-DEBITO                VALUE 'S' FALSE 'N'.

      * Canal do cliente corrente: email para quem consentiu e tem
      * email de destino, SMS para quem consentiu ao telefone e tem
      * telefone de destino; sem consentimento explicito nao ha
      * lembrete -- e cortesia, nao cobranca.
       01 WS-FLAGS-CANAL.
           03 WS-CANAL-SW                    PIC X(01) VALUE 'N'.
              88 CANAL-EMAIL                     VALUE 'E'.
              88 CANAL-SMS                       VALUE 'S'.
              88 CANAL-NENHUM                    VALUE 'N'.

       01 WS-CONTADORES.
           03 WS-FATURAS-LIDAS               PIC 9(07) VALUE ZEROS.
           03 WS-FATURAS-NA-JANELA           PIC 9(07) VALUE ZEROS.
           03 WS-LEMBRETES-EMAIL             PIC 9(07) VALUE ZEROS.
           03 WS-LEMBRETES-SMS               PIC 9(07) VALUE ZEROS.
           03 WS-EXCL-DEBITO                 PIC 9(07) VALUE ZEROS.
           03 WS-EXCL-DISPUTA                PIC 9(07) VALUE ZEROS.
           03 WS-EXCL-LEGAL                  PIC 9(07) VALUE ZEROS.
           03 WS-EXCL-SEM-CANAL              PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do DUEDATE01 (dia util seguinte).
       COPY DDTPARM.

      * Parametro para o CALL do PIXGEN01 (payload PIX).
       COPY PIXPARM.

       01 WS-LINHA-VALOR.
           03 FILLER                         PIC X(19)
                                       VALUE 'VALOR A PAGAR: R$ '.
           03 LVL-VALOR                      PIC ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           PERFORM P050-LER-PARAMETRO
           PERFORM P060-CALCULAR-JANELA
           PERFORM P0GL-LER-GERACAO-LOG

           SORT LEMBRETE-SORT
               ON ASCENDING KEY SR-NUM-CLIENTE
                                SR-TIPO
                                SR-NUM-FATURA
               INPUT PROCEDURE IS P100-SELECIONAR-FATURAS
               OUTPUT PROCEDURE IS P300-EMITIR-LEMBRETES

           PERFORM P900-EXIBIR-TOTAIS

           GOBACK.

      ******************************************************************
      * P050-LER-PARAMETRO
      * Antecedencia em dias uteis do LEMPARM; sem o arquivo, ou com
      * zero, valem tres.
      ******************************************************************
       P050-LER-PARAMETRO.

           OPEN INPUT LEMBRETE-PARM
           IF WS-PARM-STATUS = '00'
               READ LEMBRETE-PARM
                   NOT AT END
                       IF LP-DIAS-UTEIS IS NUMERIC
                          AND LP-DIAS-UTEIS > ZEROS
                           MOVE LP-DIAS-UTEIS TO WS-DIAS-UTEIS
                       END-IF
               END-READ
               CLOSE LEMBRETE-PARM
           END-IF
           .

      ******************************************************************
      * P060-CALCULAR-JANELA
      * Anda N dias uteis a partir de hoje, um por chamada ao
      * DUEDATE01 (que pula fim de semana e feriado nacional do
      * HOLCAL). Entra no lembrete o vencimento depois do (N-1)-esimo
      * dia util e ate o N-esimo: o vencimento que cai num sabado,
      * domingo ou feriado sai junto com o do dia util seguinte, e
      * nenhum se perde ou se repete de um dia util para o outro.
      ******************************************************************
       P060-CALCULAR-JANELA.

           MOVE WS-DATA-HOJE-INT TO WS-DATA-INT-AUX
           MOVE WS-INT-DD TO WS-AUX-DD
           MOVE WS-INT-MM TO WS-AUX-MM
           MOVE WS-INT-AA TO WS-AUX-AA
           MOVE WS-DATA-AUX TO WS-DDT-DATA-VENCTO

           MOVE WS-DATA-HOJE-INT TO WS-LIMITE-LEMBRETE

           PERFORM P065-AVANCAR-DIA-UTIL
               VARYING WS-IDX-DIA FROM 1 BY 1
                 UNTIL WS-IDX-DIA > WS-DIAS-UTEIS
           .

       P065-AVANCAR-DIA-UTIL.

           MOVE WS-LIMITE-LEMBRETE TO WS-LIMITE-ANTERIOR

           MOVE WS-DDT-DATA-VENCTO TO WS-DDT-DATA-BASE
           MOVE 1                  TO WS-DDT-PRAZO-DIAS
           MOVE SPACES             TO WS-DDT-UF
           CALL 'DUEDATE01' USING WS-DUEDATE-PARM

           MOVE WS-DDT-DATA-VENCTO TO WS-DATA-AUX
           MOVE WS-AUX-DD TO WS-INT-DD
           MOVE WS-AUX-MM TO WS-INT-MM
           MOVE WS-AUX-AA TO WS-INT-AA
           MOVE WS-DATA-INT-AUX TO WS-LIMITE-LEMBRETE
           .

      ******************************************************************
      * P100-SELECIONAR-FATURAS
      * Da carteira aberta saem para o sort as faturas em disputa
      * (para barrar o cliente inteiro) e as que vencem na janela
      * com valor cobravel.
      ******************************************************************
       P100-SELECIONAR-FATURAS.

           OPEN INPUT FATURA-MASTER
           OPEN INPUT PAGAMENTO-STATUS

           PERFORM P110-LER-FATURA
               UNTIL FIM-FATURA

           CLOSE FATURA-MASTER
           CLOSE PAGAMENTO-STATUS
           .

       P110-LER-FATURA.

           READ FATURA-MASTER
               AT END
                   SET FIM-FATURA TO TRUE
               NOT AT END
                   ADD 1 TO WS-FATURAS-LIDAS
                   IF FT-ABERTA
                       PERFORM P120-CLASSIFICAR-FATURA
                   END-IF
           END-READ
           .

       P120-CLASSIFICAR-FATURA.

           MOVE FT-DATA-VENCTO TO WS-DATA-AUX
           MOVE WS-AUX-DD TO WS-INT-DD
           MOVE WS-AUX-MM TO WS-INT-MM
           MOVE WS-AUX-AA TO WS-INT-AA
           MOVE WS-DATA-INT-AUX TO WS-DATA-VENCTO-INT

           MOVE FT-NUM-CLIENTE TO SR-NUM-CLIENTE
           MOVE FT-NUM-FATURA  TO SR-NUM-FATURA
           MOVE FT-DATA-VENCTO TO SR-DATA-VENCTO
           MOVE FT-PIX-TXID    TO SR-PIX-TXID
           MOVE FT-DEBITO-AUTO TO SR-DEBITO-AUTO
           MOVE ZEROS          TO SR-VALOR

           IF FT-EM-DISPUTA
               SET SR-DISPUTA TO TRUE
               RELEASE LEMBRETE-SORT-REC
           ELSE
               IF WS-DATA-VENCTO-INT > WS-LIMITE-ANTERIOR
                  AND WS-DATA-VENCTO-INT NOT > WS-LIMITE-LEMBRETE
                   PERFORM P130-CALCULAR-VALOR
                   IF WS-VALOR-ABERTO > ZEROS
                       ADD 1 TO WS-FATURAS-NA-JANELA
                       SET SR-LEMBRETE TO TRUE
                       MOVE WS-VALOR-ABERTO TO SR-VALOR
                       RELEASE LEMBRETE-SORT-REC
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * P130-CALCULAR-VALOR
      * Valor cobravel: faturado menos notas de credito, retencoes
      * federais e o ja aplicado em PAGTOSTS, a mesma conta do
      * AGERPT01.
      ******************************************************************
       P130-CALCULAR-VALOR.

           COMPUTE WS-VALOR-ABERTO =
               FT-VALOR - FT-VALOR-AJUSTES - FT-VALOR-RET-FEDERAL

           MOVE FT-NUM-CLIENTE TO PS-NUM-CLIENTE
           MOVE FT-NUM-FATURA  TO PS-NUM-FATURA
           READ PAGAMENTO-STATUS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PS-PAGTO = 'S' OR PS-PAGTO = 'P'
                      OR PS-PAGTO = 'X'
                       SUBTRACT PS-VALOR-PAGO FROM WS-VALOR-ABERTO
                   END-IF
           END-READ
           .

      ******************************************************************
      * P300-EMITIR-LEMBRETES
      * Quebra por cliente: o cadastro, a preferencia de contato e a
      * adesao ao debito automatico sao lidos uma vez por cliente.
      ******************************************************************
       P300-EMITIR-LEMBRETES.

           OPEN INPUT  CUSTOMER-MASTER
           OPEN INPUT  CONTATO-PREF
           OPEN INPUT  CLIENTE-CONTATO
           OPEN INPUT  DEBITO-AUTO
           OPEN OUTPUT SMS-OUT
           OPEN OUTPUT EMAIL-OUT
           OPEN EXTEND CONTACT-LOG

           MOVE ZEROS TO WS-CLIENTE-ATUAL

           PERFORM P310-RETORNAR-FATURA
               UNTIL FIM-SORT

           CLOSE CUSTOMER-MASTER
           CLOSE CONTATO-PREF
           CLOSE CLIENTE-CONTATO
           CLOSE DEBITO-AUTO
           CLOSE SMS-OUT
           CLOSE EMAIL-OUT
           CLOSE CONTACT-LOG
           .

       P310-RETORNAR-FATURA.

           RETURN LEMBRETE-SORT
               AT END
                   SET FIM-SORT TO TRUE
               NOT AT END
                   IF SR-NUM-CLIENTE NOT = WS-CLIENTE-ATUAL
                       MOVE SR-NUM-CLIENTE TO WS-CLIENTE-ATUAL
                       PERFORM P320-CARREGAR-CLIENTE
                   END-IF
                   IF SR-DISPUTA
                       SET CLIENTE-COM-DISPUTA TO TRUE
                   ELSE
                       PERFORM P400-AVALIAR-LEMBRETE
                   END-IF
           END-RETURN
           .

       P320-CARREGAR-CLIENTE.

           SET CLIENTE-COM-DISPUTA TO FALSE
           SET CLIENTE-EM-DEBITO   TO FALSE
           SET CANAL-NENHUM        TO TRUE

           MOVE WS-CLIENTE-ATUAL TO CM-NUM-CLIENTE
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET CLIENTE-NO-MESTRE TO FALSE
               NOT INVALID KEY
                   SET CLIENTE-NO-MESTRE TO TRUE
           END-READ

           MOVE WS-CLIENTE-ATUAL TO DA-NUM-CLIENTE
           READ DEBITO-AUTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DA-ADESAO-ATIVA
                       SET CLIENTE-EM-DEBITO TO TRUE
                   END-IF
           END-READ

           IF CLIENTE-NO-MESTRE
               PERFORM P330-BUSCAR-CONTATO-COBRANCA
               MOVE WS-CLIENTE-ATUAL TO CP-NUM-CLIENTE
               READ CONTATO-PREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CP-EMAIL-PERMITIDO
                            AND WS-DEST-EMAIL NOT = SPACES
                               SET CANAL-EMAIL TO TRUE
                           WHEN CP-TELEFONE-PERMITIDO
                            AND WS-DEST-TELEFONE NOT = SPACES
                               SET CANAL-SMS TO TRUE
                       END-EVALUATE
               END-READ
           END-IF
           .

      ******************************************************************
      * P330-BUSCAR-CONTATO-COBRANCA
      * Contato de cobranca ativo do cliente em CLICONT; campo a
      * campo, o que faltar nele fica com o valor do mestre.
      ******************************************************************
       P330-BUSCAR-CONTATO-COBRANCA.

           MOVE CM-NOME-FORMATADO TO WS-DEST-NOME
           MOVE CM-EMAIL          TO WS-DEST-EMAIL
           MOVE CM-TELEFONE       TO WS-DEST-TELEFONE

           MOVE WS-CLIENTE-ATUAL TO CC-NUM-CLIENTE
           SET CC-PAPEL-COBRANCA TO TRUE
           READ CLIENTE-CONTATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CC-ATIVO
                       MOVE CC-NOME TO WS-DEST-NOME
                       IF CC-EMAIL NOT = SPACES
                           MOVE CC-EMAIL TO WS-DEST-EMAIL
                       END-IF
                       IF CC-TELEFONE NOT = SPACES
                           MOVE CC-TELEFONE TO WS-DEST-TELEFONE
                       END-IF
                   END-IF
           END-READ
           .

      ******************************************************************
      * P400-AVALIAR-LEMBRETE
      * Exclusoes na ordem: debito automatico ativo (o banco debita
      * sozinho, salvo a fatura que voltou para boleto), disputa
      * aberta, protecao judicial, e por ultimo a falta de canal
      * consentido.
      ******************************************************************
       P400-AVALIAR-LEMBRETE.

           EVALUATE TRUE
               WHEN CLIENTE-EM-DEBITO AND NOT SR-DEB-DEVOLVIDO
                   ADD 1 TO WS-EXCL-DEBITO
               WHEN CLIENTE-COM-DISPUTA
                   ADD 1 TO WS-EXCL-DISPUTA
               WHEN CLIENTE-NO-MESTRE AND CM-PROTECAO-LEGAL
                   ADD 1 TO WS-EXCL-LEGAL
               WHEN CANAL-EMAIL
                   PERFORM P410-MONTAR-PIX
                   PERFORM P500-ENVIAR-EMAIL
               WHEN CANAL-SMS
                   PERFORM P410-MONTAR-PIX
                   PERFORM P600-ENVIAR-SMS
               WHEN OTHER
                   ADD 1 TO WS-EXCL-SEM-CANAL
           END-EVALUATE
           .

      ******************************************************************
      * P410-MONTAR-PIX
      * Titulo com cobranca PIX gerada na remessa: o copia-e-cola
      * remontado pelo PIXGEN01 sobre o mesmo valor registrado, como
      * no extrato. Sem PIX, o cliente paga pelo boleto registrado.
      ******************************************************************
       P410-MONTAR-PIX.

           MOVE SPACES TO WS-PIX-PAYLOAD
           SET PIX-SEM-CHAVE TO TRUE

           IF SR-PIX-TXID NOT = SPACES
               MOVE SR-PIX-TXID TO WS-PIX-TXID
               MOVE SR-VALOR    TO WS-PIX-VALOR
               CALL 'PIXGEN01' USING WS-PIXGEN-PARM
           END-IF
           .

       P500-ENVIAR-EMAIL.

           MOVE SPACES TO EMAIL-OUT-REC
           STRING 'DEST: ' WS-DEST-EMAIL
               DELIMITED BY SIZE INTO EMAIL-OUT-REC
           END-STRING
           WRITE EMAIL-OUT-REC
           MOVE SPACES TO EMAIL-OUT-REC
           STRING 'ASSUNTO: LEMBRETE DE VENCIMENTO - FATURA '
                  SR-NUM-FATURA
               DELIMITED BY SIZE INTO EMAIL-OUT-REC
           END-STRING
           WRITE EMAIL-OUT-REC

           MOVE SPACES TO EMAIL-OUT-REC
           STRING 'PREZADO(A) ' WS-DEST-NOME
               DELIMITED BY SIZE INTO EMAIL-OUT-REC
           END-STRING
           WRITE EMAIL-OUT-REC
           MOVE SPACES TO EMAIL-OUT-REC
           STRING 'LEMBRAMOS QUE A FATURA ' SR-NUM-FATURA
                  ' VENCE EM ' SR-DATA-VENCTO '.'
               DELIMITED BY SIZE INTO EMAIL-OUT-REC
           END-STRING
           WRITE EMAIL-OUT-REC
           MOVE SR-VALOR TO LVL-VALOR
           MOVE WS-LINHA-VALOR TO EMAIL-OUT-REC
           WRITE EMAIL-OUT-REC

           IF PIX-GERADO
               MOVE 'PAGUE PELO PIX COPIA E COLA:' TO EMAIL-OUT-REC
               WRITE EMAIL-OUT-REC
               MOVE WS-PIX-PAYLOAD (1:125) TO EMAIL-OUT-REC
               WRITE EMAIL-OUT-REC
               IF WS-PIX-PAYLOAD (126:125) NOT = SPACES
                   MOVE WS-PIX-PAYLOAD (126:125) TO EMAIL-OUT-REC
                   WRITE EMAIL-OUT-REC
               END-IF
           ELSE
               MOVE 'PAGUE PELO BOLETO REGISTRADO NO SEU BANCO.'
                 TO EMAIL-OUT-REC
               WRITE EMAIL-OUT-REC
           END-IF

           MOVE 'SE JA EFETUOU O PAGAMENTO, DESCONSIDERE ESTA MENSAGEM.'
             TO EMAIL-OUT-REC
           WRITE EMAIL-OUT-REC
           MOVE 'FIM' TO EMAIL-OUT-REC
           WRITE EMAIL-OUT-REC

           ADD 1 TO WS-LEMBRETES-EMAIL
           MOVE 'EMAIL' TO CLG-CANAL
           PERFORM P960-GRAVAR-CONTATO
           .

       P600-ENVIAR-SMS.

           MOVE SPACES            TO SMS-OUT-REC
           MOVE WS-CLIENTE-ATUAL  TO SM-NUM-CLIENTE
           MOVE WS-DEST-TELEFONE  TO SM-TELEFONE
           MOVE WS-DEST-NOME      TO SM-NOME
           MOVE SR-NUM-FATURA     TO SM-NUM-FATURA
           MOVE SR-DATA-VENCTO    TO SM-DATA-VENCTO
           MOVE SR-VALOR          TO SM-VALOR
           IF PIX-GERADO
               MOVE 'PIX'          TO SM-FORMA-PAGTO
               MOVE WS-PIX-PAYLOAD TO SM-CODIGO-PAGTO
           ELSE
               MOVE 'BOLETO'       TO SM-FORMA-PAGTO
           END-IF
           WRITE SMS-OUT-REC

           ADD 1 TO WS-LEMBRETES-SMS
           MOVE 'SMS' TO CLG-CANAL
           PERFORM P960-GRAVAR-CONTATO
           .

       P900-EXIBIR-TOTAIS.

           DISPLAY 'LEMBRT01 - VENCIMENTOS ATE.....: '
                   WS-LIMITE-LEMBRETE
           DISPLAY 'LEMBRT01 - FATURAS LIDAS.......: '
                   WS-FATURAS-LIDAS
           DISPLAY 'LEMBRT01 - FATURAS NA JANELA...: '
                   WS-FATURAS-NA-JANELA
           DISPLAY 'LEMBRT01 - LEMBRETES POR EMAIL.: '
                   WS-LEMBRETES-EMAIL
           DISPLAY 'LEMBRT01 - LEMBRETES POR SMS...: '
                   WS-LEMBRETES-SMS
           DISPLAY 'LEMBRT01 - EM DEBITO AUTOMATICO: '
                   WS-EXCL-DEBITO
           DISPLAY 'LEMBRT01 - CLIENTE EM DISPUTA..: '
                   WS-EXCL-DISPUTA
           DISPLAY 'LEMBRT01 - SOB PROTECAO LEGAL..: '
                   WS-EXCL-LEGAL
           DISPLAY 'LEMBRT01 - SEM CANAL CONSENTIDO: '
                   WS-EXCL-SEM-CANAL
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

      ******************************************************************
      * P960-GRAVAR-CONTATO
      * Acrescenta o lembrete recem expedido ao log central CONTLOG,
      * canal ja preenchido pelo chamador.
      ******************************************************************
       P960-GRAVAR-CONTATO.

           MOVE WS-CLIENTE-ATUAL            TO CLG-NUM-CLIENTE
           MOVE 'LEMBRETE'                  TO CLG-TIPO-DOC
           MOVE WS-DTP-DATA-ATUAL TO CLG-DATA
           MOVE WS-GERACAO-LOG              TO CLG-GERACAO

           WRITE CONTATO-LOG-REC
           .

       END PROGRAM LEMBRT01.
