      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  MAINTIN gained MT-COD-PAIS, MT-COD-POSTAL, MT-REGIAO
      *             and MT-ID-FISCAL-EXT for customers abroad: a country
      *             code that is not two letters is rejected; a foreign
      *             customer gets no UF or CEP and one moving back to
      *             Brazil loses the foreign address; a foreign tax ID
      *             is set on inclusion and queued in PENDAPRV ('ID
      *             FISCAL') on alteration. The applied report shows the
      *             country change.
      * 15/10/2026  An alteration or deletion for a customer with an
      *             open REVCAD review case (a change-confirmation
      *             notice returned undeliverable or answered "not me",
      *             through ALTRSP01) is rejected until the case is
      *             closed.
      * 15/10/2026  MAINTIN gained MT-COD-EMPRESA, the issuing company
      *             (EMPRTAB code) that bills the customer, checked
      *             through EMPLKP01 and applied on inclusion and (when
      *             filled) on alteration. Before image widened to 429
      *             bytes.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  MAINTIN gained the billing address: MT-COBRANCA-ACAO
      *             'I' sets street, city, state and CEP (validated
      *             against UFXREF and the CEPXREF ranges the way
      *             CORR_01 validates a load record, the whole
      *             transaction rejected if they fail), 'R' removes it,
      *             space leaves it. Applied on inclusion and
      *             alteration, journaled with the rest of the record,
      *             and shown on the applied-changes report. Before
      *             image widened to 427 bytes.
      * 15/10/2026  An alteration now also applies MT-CIDADE, MT-ESTADO
      *             (through UFXREF) and MT-CEP when they come filled,
      *             so the CEP corrections CEPCHK01 proposes can be
      *             reviewed and submitted as an ordinary MAINTIN batch.
      * 15/10/2026  Before image widened to the full 327-byte master
      *             record (CNPJ registration status); it had stayed at
      *             the original 277 bytes, cutting the tail off every
      *             CMJRNL before image since the record first grew.
      * 15/10/2026  MAINTIN gained MT-COD-VENDEDOR, the customer's sales
      *             representative for the commission run, applied on
      *             inclusion and (when filled) on alteration, journaled
      *             like the rest.
      * 03/09/2026  MAINTIN gained MT-CLASSE-RISCO, the collection
      *             risk class the remittance instructions key on,
      *             applied on inclusion and (when filled) on
           SELECT UF-XREF            ASSIGN TO "UFXREF"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CEP-XREF           ASSIGN TO "CEPXREF"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      ASSIGN TO "PENDAPRV"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REVISAO-CADASTRO
                                      ASSIGN TO "REVCAD"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS RVC-NUM-CLIENTE
                                      FILE STATUS IS WS-REVCAD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PENDING-APPROVAL.
           COPY PENDAPRV.

      * Casos de revisao abertos pelo ALTRSP01: aviso de alteracao
      * devolvido ou nao reconhecido pelo cliente congela o cadastro.
       FD  REVISAO-CADASTRO.
           COPY REVCAD.

       FD  MAINT-TRANS.
       01  MAINT-TRANS-REC.
           03 MT-ACAO                        PIC X(01).
           03 MT-LEGAL-PROCESSO              PIC X(20).
           03 MT-DOCUMENTO                   PIC X(14).
           03 MT-CLASSE-RISCO                PIC X(01).
           03 MT-COD-VENDEDOR                PIC X(04).
           03 MT-COBRANCA-ACAO               PIC X(01).
              88 MT-COBRANCA-INFORMAR             VALUE 'I'.
              88 MT-COBRANCA-REMOVER              VALUE 'R'.
           03 MT-END-COBRANCA                PIC X(60).
           03 MT-CIDADE-COBRANCA             PIC X(30).
           03 MT-ESTADO-COBRANCA             PIC X(30).
           03 MT-CEP-COBRANCA                PIC X(08).
           03 MT-COD-EMPRESA                 PIC X(02).
           03 MT-COD-PAIS                    PIC X(02).
           03 MT-COD-POSTAL                  PIC X(10).
           03 MT-REGIAO                      PIC X(30).
           03 MT-ID-FISCAL-EXT               PIC X(20).

       01  MAINT-TRANS-HEADER REDEFINES MAINT-TRANS-REC.
           COPY HDRCTL.
           03 UX-ESTADO                      PIC X(30).
           03 UX-UF                          PIC X(02).

       FD  CEP-XREF.
       01  CEP-XREF-REC.
           03 CX-UF                          PIC X(02).
           03 CX-CEP-INICIAL                 PIC 9(08).
           03 CX-CEP-FINAL                   PIC 9(08).

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

           COPY GENPARM.

       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-REVCAD-STATUS                   PIC X(02) VALUE '00'.

      * Imagem-antes do registro mestre, com os campos que uma
      * alteracao toca enderecaveis para o relatorio de aplicadas.
       01 WS-IMAGEM-ANTES.
           03 FILLER                         PIC X(86).
           03 WS-ANTES-ENDERECO              PIC X(60).
           03 WS-ANTES-TELEFONE              PIC X(20).
           03 WS-ANTES-EMAIL                 PIC X(50).
           03 FILLER                         PIC X(111).
           03 WS-ANTES-COB-ENDERECO          PIC X(60).
           03 FILLER                         PIC X(42).
           03 WS-ANTES-COD-PAIS              PIC X(02).
           03 FILLER                         PIC X(61).
       77 WS-MOTIVO-ATUAL                    PIC X(40) VALUE SPACES.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-SIMULA-SW                   PIC X(01) VALUE 'N'.
              88 MODO-SIMULACAO                   VALUE 'S' FALSE 'N'.
           03 WS-BLOQUEIO-SW                 PIC X(01) VALUE 'N'.
              88 CADASTRO-BLOQUEADO               VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDOS                       PIC 9(07) VALUE ZEROS.
           03 WS-REJEITADOS                  PIC 9(07) VALUE ZEROS.

      * Tabela de UF carregada a partir de UFXREF no inicio do job,
      * igual ao CUSTMAST01, para os includes (acao 'A') e as
      * alteracoes que trazem o estado.
       77 WS-TOT-UF                          PIC 9(03) VALUE ZEROS.
       77 WS-UF-ANTES                        PIC X(02) VALUE SPACES.
       01 WS-TAB-UF.
           03 WS-UF-ENTRADA OCCURS 0 TO 30 TIMES
                            DEPENDING ON WS-TOT-UF
           03 WS-UF-XREF-EOF                 PIC X(01) VALUE 'N'.
              88 FIM-UF-XREF                     VALUE 'S' FALSE 'N'.

      * Tabela de faixas de CEP por UF carregada de CEPXREF no inicio
      * do job, igual ao CORR_01, para validar o endereco de cobranca
      * pelas mesmas regras da carga.
       77 WS-TOT-CEP                         PIC 9(03) VALUE ZEROS.
       01 WS-TAB-CEP.
           03 WS-CEP-ENTRADA OCCURS 0 TO 200 TIMES
                            DEPENDING ON WS-TOT-CEP
                            INDEXED BY WS-IDX-CEP.
              05 WS-CEP-UF                  PIC X(02).
              05 WS-CEP-INICIAL             PIC 9(08).
              05 WS-CEP-FINAL               PIC 9(08).
       01 WS-FLAGS-CEP.
           03 WS-CEP-XREF-EOF                PIC X(01) VALUE 'N'.
              88 FIM-CEP-XREF                    VALUE 'S' FALSE 'N'.
           03 WS-CEP-SITUACAO                PIC X(01) VALUE 'N'.
              88 CEP-NA-FAIXA                    VALUE 'S' FALSE 'N'.
           03 WS-CEP-UF-SW                   PIC X(01) VALUE 'N'.
              88 UF-TEM-FAIXA                    VALUE 'S' FALSE 'N'.
           03 WS-COBRANCA-SW                 PIC X(01) VALUE 'N'.
              88 COBRANCA-INVALIDA               VALUE 'S' FALSE 'N'.
           03 WS-EMPRESA-SW                  PIC X(01) VALUE 'N'.
              88 EMPRESA-INVALIDA                VALUE 'S' FALSE 'N'.
           03 WS-PAIS-SW                     PIC X(01) VALUE 'N'.
              88 PAIS-INVALIDO                   VALUE 'S' FALSE 'N'.
       77 WS-CEP-NUM                         PIC 9(08) VALUE ZEROS.
       77 WS-UF-COBRANCA                     PIC X(02) VALUE SPACES.

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
           OPEN OUTPUT MAINT-APPLIED
           OPEN EXTEND CM-JOURNAL
           OPEN EXTEND PENDING-APPROVAL
           OPEN INPUT  REVISAO-CADASTRO

           PERFORM P105-VALIDAR-CABECALHO

           PERFORM P115-CARREGAR-TAB-UF
           PERFORM P117-CARREGAR-TAB-CEP

           PERFORM P110-LER-PROXIMO
           .
           END-READ
           .

      ******************************************************************
      * P117-CARREGAR-TAB-CEP
      * Le a tabela de faixas de CEP (UF x intervalo de CEP) uma
      * unica vez, no mesmo molde do P115-CARREGAR-TAB-UF.
      ******************************************************************
       P117-CARREGAR-TAB-CEP.

           OPEN INPUT CEP-XREF

           PERFORM P118-LER-CEP-XREF
               UNTIL FIM-CEP-XREF

           CLOSE CEP-XREF
           .

       P118-LER-CEP-XREF.

           READ CEP-XREF
               AT END
                   SET FIM-CEP-XREF TO TRUE
               NOT AT END
                   IF WS-TOT-CEP < 200
                       ADD 1 TO WS-TOT-CEP
                       MOVE CX-UF          TO WS-CEP-UF (WS-TOT-CEP)
                       MOVE CX-CEP-INICIAL
                         TO WS-CEP-INICIAL (WS-TOT-CEP)
                       MOVE CX-CEP-FINAL
                         TO WS-CEP-FINAL   (WS-TOT-CEP)
                   END-IF
           END-READ
           .

       P110-LER-PROXIMO.

           READ MAINT-TRANS
      * P200-PROCESSA-TRANSACAO
      * Despacha a transacao pelo codigo de acao (A/C/D); qualquer
      * outro codigo e rejeitado igual a um cliente nao encontrado.
      * Endereco de cobranca invalido rejeita a transacao inteira
      * antes de qualquer campo chegar ao mestre, e a empresa
      * emissora fora da EMPRTAB tambem. Cliente com caso de revisao
      * aberto nao aceita alteracao nem exclusao ate o encerramento.
      ******************************************************************
       P200-PROCESSA-TRANSACAO.

           PERFORM P470-VALIDAR-END-COBRANCA
           PERFORM P490-VALIDAR-EMPRESA
           PERFORM P492-VALIDAR-PAIS
           PERFORM P495-VERIFICAR-BLOQUEIO

           EVALUATE TRUE
               WHEN CADASTRO-BLOQUEADO
                   PERFORM P800-REJEITAR-TRANSACAO
               WHEN COBRANCA-INVALIDA
                   PERFORM P800-REJEITAR-TRANSACAO
               WHEN EMPRESA-INVALIDA
                   PERFORM P800-REJEITAR-TRANSACAO
               WHEN PAIS-INVALIDO
                   PERFORM P800-REJEITAR-TRANSACAO
               WHEN MT-ACAO-INCLUIR
                   PERFORM P300-INCLUIR-CLIENTE
               WHEN MT-ACAO-ALTERAR
               MOVE MT-CEP                         TO CM-CEP
               MOVE MT-CLIENTE-PAI                 TO CM-CLIENTE-PAI
               MOVE MT-CLASSE-RISCO                TO CM-CLASSE-RISCO
               MOVE MT-COD-VENDEDOR                TO CM-COD-VENDEDOR
               IF MT-COD-EMPRESA NOT = SPACES
                   MOVE MT-COD-EMPRESA             TO CM-COD-EMPRESA
               END-IF
               MOVE MT-COD-PAIS                    TO CM-COD-PAIS
               MOVE MT-COD-POSTAL                  TO CM-COD-POSTAL
               MOVE MT-REGIAO                      TO CM-REGIAO
               MOVE MT-ID-FISCAL-EXT               TO CM-ID-FISCAL-EXT
               IF MT-ID-FISCAL-EXT NOT = SPACES
                   SET CM-DOC-EXTERIOR             TO TRUE
               END-IF
               SET CM-ATIVO                        TO TRUE
               PERFORM P480-APLICAR-END-COBRANCA

               PERFORM P310-PARSEAR-NOME
               PERFORM P320-FORMATAR-NOME
               IF CM-PAIS-BRASIL
                   PERFORM P330-LOCALIZAR-UF
               ELSE
                   MOVE SPACES                     TO CM-UF
                   MOVE SPACES                     TO CM-CEP
               END-IF

               IF MODO-SIMULACAO
                   PERFORM P350-SIMULAR-INCLUSAO

      ******************************************************************
      * P400-ALTERAR-CLIENTE
      * Le o cliente pela chave e atualiza CM-ENDERECO/CM-TELEFONE/
      * CM-EMAIL; cidade, UF (pelo nome do estado no UFXREF) e CEP so
      * quando a transacao os traz preenchidos -- e o caminho das
      * correcoes de CEP propostas pelo CEPCHK01. Estado que nao esta
      * no UFXREF mantem a UF que o cliente ja tinha.
      ******************************************************************
       P400-ALTERAR-CLIENTE.

                   MOVE MT-TELEFONE TO CM-TELEFONE
                   MOVE MT-EMAIL    TO CM-EMAIL
                   MOVE MT-CLIENTE-PAI TO CM-CLIENTE-PAI
                   IF MT-CIDADE NOT = SPACES
                       MOVE MT-CIDADE TO CM-CIDADE
                   END-IF
                   IF MT-ESTADO NOT = SPACES
                       MOVE CM-UF TO WS-UF-ANTES
                       PERFORM P330-LOCALIZAR-UF
                       IF NOT UF-LOCALIZADA
                           MOVE WS-UF-ANTES TO CM-UF
                       END-IF
                   END-IF
                   IF MT-CEP NOT = SPACES
                       MOVE MT-CEP TO CM-CEP
                   END-IF
                   PERFORM P485-APLICAR-PAIS
                   IF MT-CLASSE-RISCO NOT = SPACES
                       MOVE MT-CLASSE-RISCO TO CM-CLASSE-RISCO
                   END-IF
                   IF MT-COD-VENDEDOR NOT = SPACES
                       MOVE MT-COD-VENDEDOR TO CM-COD-VENDEDOR
                   END-IF
                   IF MT-COD-EMPRESA NOT = SPACES
                       MOVE MT-COD-EMPRESA TO CM-COD-EMPRESA
                   END-IF
                   PERFORM P480-APLICAR-END-COBRANCA
                   PERFORM P450-APLICAR-SITUACAO-LEGAL
                   PERFORM P455-PENDENCIAR-SENSIVEIS

           IF MT-SITUACAO-LEGAL NOT = CM-SITUACAO-LEGAL
               MOVE MT-SITUACAO-LEGAL TO CM-SITUACAO-LEGAL
               IF CM-PROTECAO-LEGAL
                   MOVE WS-DTP-DATA-ATUAL
                     TO CM-LEGAL-DATA-INICIO
                   MOVE MT-LEGAL-PROCESSO TO CM-LEGAL-PROCESSO
               ELSE
               MOVE MT-NOME-COMPLETO TO PA-VALOR-NOVO
               PERFORM P460-GRAVAR-PENDENCIA
           END-IF

           IF MT-ID-FISCAL-EXT NOT = SPACES
              AND NOT CM-PAIS-BRASIL
               MOVE 'ID FISCAL'      TO PA-CAMPO
               MOVE MT-ID-FISCAL-EXT TO PA-VALOR-NOVO
               PERFORM P460-GRAVAR-PENDENCIA
           END-IF
           .

       P460-GRAVAR-PENDENCIA.
           ELSE
               MOVE MT-NUM-CLIENTE TO PA-NUM-CLIENTE
               MOVE WS-OPERADOR    TO PA-OPERADOR
               MOVE WS-DTP-DATA-ATUAL TO PA-DATA
               WRITE PENDING-APPROVAL-REC
               ADD 1 TO WS-PENDENTES
           END-IF
           .

      ******************************************************************
      * P470-VALIDAR-END-COBRANCA
      * Endereco de cobranca informado ('I') precisa vir completo e
      * passar pelas mesmas regras do CORR_01: o estado precisa estar
      * no UFXREF e o CEP ser numerico e cair numa faixa da UF no
      * CEPXREF. UF sem nenhuma faixa na tabela nao rejeita, so
      * avisa no console, como la. 'R' remove o endereco; espaco
      * deixa o que o cliente ja tem.
      ******************************************************************
       P470-VALIDAR-END-COBRANCA.

           SET COBRANCA-INVALIDA TO FALSE
           MOVE SPACES TO WS-UF-COBRANCA

           EVALUATE TRUE
               WHEN MT-COBRANCA-ACAO = SPACE
               WHEN MT-COBRANCA-REMOVER
                   CONTINUE
               WHEN MT-COBRANCA-INFORMAR
                   PERFORM P472-CONFERIR-END-COBRANCA
               WHEN OTHER
                   MOVE 'ACAO DO END. DE COBRANCA INVALIDA'
                                             TO WS-MOTIVO-ATUAL
                   SET COBRANCA-INVALIDA TO TRUE
           END-EVALUATE
           .

       P472-CONFERIR-END-COBRANCA.

           IF MT-END-COBRANCA = SPACES
              OR MT-CIDADE-COBRANCA = SPACES
              OR MT-ESTADO-COBRANCA = SPACES
              OR MT-CEP-COBRANCA = SPACES
               MOVE 'ENDERECO DE COBRANCA INCOMPLETO'
                                             TO WS-MOTIVO-ATUAL
               SET COBRANCA-INVALIDA TO TRUE
           END-IF

           IF NOT COBRANCA-INVALIDA
               SET UF-LOCALIZADA TO FALSE
               PERFORM P474-COMPARAR-UF-COBRANCA
                   VARYING WS-IDX-UF FROM 1 BY 1
                     UNTIL WS-IDX-UF > WS-TOT-UF
                        OR UF-LOCALIZADA
               IF NOT UF-LOCALIZADA
                   MOVE 'ESTADO DE COBRANCA NAO ENCONTRADO'
                                             TO WS-MOTIVO-ATUAL
                   SET COBRANCA-INVALIDA TO TRUE
               END-IF
           END-IF

           IF NOT COBRANCA-INVALIDA
              AND MT-CEP-COBRANCA IS NOT NUMERIC
               MOVE 'CEP DE COBRANCA NAO NUMERICO'
                                             TO WS-MOTIVO-ATUAL
               SET COBRANCA-INVALIDA TO TRUE
           END-IF

           IF NOT COBRANCA-INVALIDA
               MOVE MT-CEP-COBRANCA TO WS-CEP-NUM
               SET CEP-NA-FAIXA  TO FALSE
               SET UF-TEM-FAIXA  TO FALSE

               PERFORM P476-COMPARAR-FAIXA-CEP
                   VARYING WS-IDX-CEP FROM 1 BY 1
                     UNTIL WS-IDX-CEP > WS-TOT-CEP
                        OR CEP-NA-FAIXA

               EVALUATE TRUE
                   WHEN CEP-NA-FAIXA
                       CONTINUE
                   WHEN NOT UF-TEM-FAIXA
                       DISPLAY 'CUSTMAINT01 - UF SEM FAIXA DE CEP NA '
                               'TABELA: ' WS-UF-COBRANCA ' CLIENTE '
                               MT-NUM-CLIENTE
                   WHEN OTHER
                       MOVE 'CEP DE COBRANCA FORA DA FAIXA DA UF'
                                             TO WS-MOTIVO-ATUAL
                       SET COBRANCA-INVALIDA TO TRUE
               END-EVALUATE
           END-IF
           .

       P474-COMPARAR-UF-COBRANCA.

           IF WS-UF-ESTADO (WS-IDX-UF) = MT-ESTADO-COBRANCA
               MOVE WS-UF-CODIGO (WS-IDX-UF) TO WS-UF-COBRANCA
               SET UF-LOCALIZADA TO TRUE
           END-IF
           .

       P476-COMPARAR-FAIXA-CEP.

           IF WS-CEP-UF (WS-IDX-CEP) = WS-UF-COBRANCA
               SET UF-TEM-FAIXA TO TRUE
               IF WS-CEP-NUM >= WS-CEP-INICIAL (WS-IDX-CEP)
                  AND WS-CEP-NUM <= WS-CEP-FINAL (WS-IDX-CEP)
                   SET CEP-NA-FAIXA TO TRUE
               END-IF
           END-IF
           .

      ******************************************************************
      * P490-VALIDAR-EMPRESA
      * Empresa emissora informada precisa ser numerica e estar na
      * EMPRTAB (EMPLKP01); a 01 vale sempre. Em branco a inclusao
      * fica com zero (empresa 01) e a alteracao nao mexe.
      ******************************************************************
       P490-VALIDAR-EMPRESA.

           SET EMPRESA-INVALIDA TO FALSE

           IF MT-COD-EMPRESA NOT = SPACES
               IF MT-COD-EMPRESA IS NOT NUMERIC
                   MOVE 'CODIGO DE EMPRESA INVALIDO'
                                             TO WS-MOTIVO-ATUAL
                   SET EMPRESA-INVALIDA TO TRUE
               ELSE
                   MOVE 'C'            TO WS-EMP-FUNCAO
                   MOVE MT-COD-EMPRESA TO WS-EMP-COD-EMPRESA
                   CALL 'EMPLKP01' USING WS-EMPLKP-PARM
                   IF EMP-NAO-CADASTRADA
                       MOVE 'EMPRESA EMISSORA NAO CADASTRADA'
                                             TO WS-MOTIVO-ATUAL
                       SET EMPRESA-INVALIDA TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * P492-VALIDAR-PAIS
      * Pais em branco ou BR e Brasil; outro codigo (ISO, duas letras)
      * e cliente no exterior. Na inclusao a identificacao fiscal
      * estrangeira so cabe em cliente no exterior.
      ******************************************************************
       P492-VALIDAR-PAIS.

           SET PAIS-INVALIDO TO FALSE

           IF MT-COD-PAIS NOT = SPACES
              AND MT-COD-PAIS NOT = 'BR'
               IF MT-COD-PAIS IS NOT ALPHABETIC-UPPER
                  OR MT-COD-PAIS (1:1) = SPACE
                  OR MT-COD-PAIS (2:1) = SPACE
                   MOVE 'CODIGO DE PAIS INVALIDO' TO WS-MOTIVO-ATUAL
                   SET PAIS-INVALIDO TO TRUE
               END-IF
           ELSE
               IF MT-ACAO-INCLUIR
                  AND MT-ID-FISCAL-EXT NOT = SPACES
                   MOVE 'ID FISCAL EXTERIOR EM CLIENTE DO BRASIL'
                                             TO WS-MOTIVO-ATUAL
                   SET PAIS-INVALIDO TO TRUE
               END-IF
           END-IF
           .

      ******************************************************************
      * P495-VERIFICAR-BLOQUEIO
      * Aviso de alteracao devolvido ou respondido "nao fui eu" abre
      * caso no REVCAD (ALTRSP01): enquanto aberto, o cadastro do
      * cliente fica congelado ate a revisao encerrar o caso.
      ******************************************************************
       P495-VERIFICAR-BLOQUEIO.

           SET CADASTRO-BLOQUEADO TO FALSE

           IF MT-ACAO-ALTERAR OR MT-ACAO-EXCLUIR
               MOVE MT-NUM-CLIENTE TO RVC-NUM-CLIENTE
               READ REVISAO-CADASTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RVC-ABERTO
                           SET CADASTRO-BLOQUEADO TO TRUE
                           MOVE 'BLOQUEADO - REVISAO DE ALTERACAO'
                                             TO WS-MOTIVO-ATUAL
                       END-IF
               END-READ
           END-IF
           .

      ******************************************************************
      * P480-APLICAR-END-COBRANCA
      * Grava no registro o endereco de cobranca ja validado pelo
      * P470 ('I'), ou o limpa ('R'); o jornal leva a mudanca nas
      * imagens antes/depois como o resto do registro.
      ******************************************************************
       P480-APLICAR-END-COBRANCA.

           EVALUATE TRUE
               WHEN MT-COBRANCA-INFORMAR
                   MOVE MT-END-COBRANCA    TO CM-COB-ENDERECO
                   MOVE MT-CIDADE-COBRANCA TO CM-COB-CIDADE
                   MOVE WS-UF-COBRANCA     TO CM-COB-UF
                   MOVE MT-CEP-COBRANCA    TO CM-COB-CEP
               WHEN MT-COBRANCA-REMOVER
                   MOVE SPACES TO CM-ENDERECO-COBRANCA
           END-EVALUATE
           .

      ******************************************************************
      * P485-APLICAR-PAIS
      * Pais, codigo postal e regiao so quando a transacao os traz
      * preenchidos. Cliente que volta para o Brasil perde o endereco
      * do exterior; cliente no exterior fica sem UF e CEP, que so
      * valem para endereco brasileiro. A identificacao fiscal
      * estrangeira nao muda aqui: vai para a fila PENDAPRV com os
      * outros campos sensiveis.
      ******************************************************************
       P485-APLICAR-PAIS.

           IF MT-COD-PAIS NOT = SPACES
               MOVE MT-COD-PAIS TO CM-COD-PAIS
           END-IF
           IF MT-COD-POSTAL NOT = SPACES
               MOVE MT-COD-POSTAL TO CM-COD-POSTAL
           END-IF
           IF MT-REGIAO NOT = SPACES
               MOVE MT-REGIAO TO CM-REGIAO
           END-IF

           IF CM-PAIS-BRASIL
               MOVE SPACES TO CM-END-EXTERIOR
           ELSE
               MOVE SPACES TO CM-UF
               MOVE SPACES TO CM-CEP
           END-IF
           .

      ******************************************************************
      * P500-EXCLUIR-CLIENTE
      * A exclusao muda CM-STATUS, campo designado sensivel: a
           MOVE WS-ANTES-EMAIL        TO APC-ANTES
           MOVE CM-EMAIL              TO APC-DEPOIS
           PERFORM P875-GRAVAR-LINHA-CAMPO

           IF MT-COD-PAIS NOT = SPACES
               MOVE 'PAIS'                TO APC-CAMPO
               MOVE WS-ANTES-COD-PAIS     TO APC-ANTES
               MOVE CM-COD-PAIS           TO APC-DEPOIS
               PERFORM P875-GRAVAR-LINHA-CAMPO
           END-IF

           IF MT-COBRANCA-ACAO NOT = SPACE
               MOVE 'END.COBR.'               TO APC-CAMPO
               MOVE WS-ANTES-COB-ENDERECO (1:50) TO APC-ANTES
               MOVE CM-COB-ENDERECO (1:50)    TO APC-DEPOIS
               PERFORM P875-GRAVAR-LINHA-CAMPO
           END-IF
           .

       P875-GRAVAR-LINHA-CAMPO.
           CLOSE MAINT-APPLIED
           CLOSE CM-JOURNAL
           CLOSE PENDING-APPROVAL
           CLOSE REVISAO-CADASTRO

           IF NOT MODO-SIMULACAO
               MOVE 'C' TO WS-GEN-FUNCAO
