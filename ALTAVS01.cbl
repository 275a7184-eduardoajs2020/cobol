      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: ALTAVS01 - daily change-confirmation notice: reads
      *          the CMJRNL entries journaled since the last run and,
      *          for every change CUSTMAINT01 applied or APPROV01
      *          approved that touched the address (street, city, UF,
      *          CEP or the billing address), the email, the phone or
      *          the document, sends the customer a notice saying
      *          what changed and when -- to the PREVIOUS contact
      *          point taken from the journal's before image: the old
      *          email when there was one (ALTEML, the statement
      *          email layout), otherwise a letter to the old address
      *          (ALTCRT). A change nobody asked for reaches the real
      *          customer instead of the new, possibly fraudulent,
      *          contact. The wording is the ALTCAD template merged
      *          through MODMRG01, with a standard text when no
      *          version is in force. Every notice goes to CONTLOG and
      *          to the AVISALT register (the latest notice per
      *          customer, which ALTRSP01 reads when the notice comes
      *          back undeliverable or the customer answers "not
      *          me"), and is listed on ALTRPT. The timestamp of the
      *          last journal entry read is kept on ALTCTL, so a
      *          rerun sends nothing twice and a chain that runs past
      *          midnight misses nothing; with no ALTCTL the run
      *          starts from the processing date.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  A change of country or foreign address counts as an
      *             address change and a change of foreign tax ID as a
      *             document change; a letter to a registered address
      *             abroad takes its city line from ENDFMT01.
      * 15/10/2026  First cut. A security notice, not marketing: it
      *             goes whatever the CONTPREF consent flags say.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTAVS01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CM-JOURNAL
                                      ASSIGN TO "CMJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AVISO-CONTROLE
                                      ASSIGN TO "ALTCTL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AVISO-ALTERACAO
                                      ASSIGN TO "AVISALT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS AV-NUM-CLIENTE
                                      FILE STATUS IS WS-AVISO-STATUS.

           SELECT EMAIL-OUT          ASSIGN TO "ALTEML"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AVISO-CARTA        ASSIGN TO "ALTCRT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AVISO-RPT          ASSIGN TO "ALTRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTACT-LOG
                                      ASSIGN TO "CONTLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-CONTROL-FILE
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CM-JOURNAL.
           COPY CMJRNL.

      * Carimbo da ultima entrada do jornal lida pela execucao
      * anterior.
       FD  AVISO-CONTROLE.
       01  AVISO-CONTROLE-REC.
           03 AVC-ULTIMA-DATA-HORA            PIC X(21).

       FD  AVISO-ALTERACAO.
           COPY AVISALT.

      * Mesmo formato do extrato de email do CUSTSTMT01: registro
      * DEST, registro ASSUNTO, corpo linha a linha e FIM.
       FD  EMAIL-OUT.
       01  EMAIL-OUT-REC                      PIC X(132).

      * Carta para a grafica, no endereco anterior do cliente.
       FD  AVISO-CARTA.
       01  AVISO-CARTA-REC.
           03 AC-NUM-CLIENTE                  PIC 9(06).
           03 AC-NOME                         PIC X(30).
           03 AC-ENDERECO                     PIC X(60).
           03 AC-CIDADE-UF-CEP                PIC X(45).
           03 AC-DATA-ALTERACAO               PIC X(10).
           03 AC-CAMPOS                       PIC X(60).
           03 AC-TEXTO                        PIC X(120)
                                              OCCURS 5 TIMES.

       FD  AVISO-RPT.
       01  AVISO-RPT-REC                      PIC X(132).

       FD  CONTACT-LOG.
           COPY CONTLOG.

       FD  LOG-CONTROL-FILE.
       01  LOG-CONTROL-FILE-REC.
           03 LCF-ULTIMO-NUMERO              PIC 9(07).

       WORKING-STORAGE SECTION.
      * Geracao (numero de controle do CTRLFILE) carimbada em cada
      * registro do log de contatos desta execucao.
       77 WS-GERACAO-LOG        PIC 9(06) VALUE ZEROS.

       77 WS-AVISO-STATUS                    PIC X(02) VALUE '00'.
       77 WS-MARCA-INICIAL                   PIC X(21) VALUE SPACES.
       77 WS-MARCA-FINAL                     PIC X(21) VALUE SPACES.
       77 WS-CLIENTE-ATUAL                   PIC 9(06) VALUE ZEROS.
       77 WS-NOME-CAMPO                      PIC X(20) VALUE SPACES.
       77 WS-CAMPOS-ALTERADOS                PIC X(60) VALUE SPACES.
       77 WS-PTR-CAMPOS                      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CAMPOS                      PIC 9(02) VALUE ZEROS.
       77 WS-DATA-ALTERACAO                  PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ALTERACAO-FMT              PIC X(10) VALUE SPACES.
       77 WS-IDX-LIN                         PIC 9(02) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-JORNAL                       VALUE 'S' FALSE 'N'.
           03 WS-AVISO-SW                    PIC X(01) VALUE 'N'.
              88 AVISO-JA-REGISTRADO              VALUE 'S' FALSE 'N'.

      * Canal do aviso: o email anterior quando havia; senao carta
      * para o endereco anterior (o de cobranca, quando havia um).
       01 WS-FLAGS-CANAL.
           03 WS-CANAL-SW                    PIC X(01) VALUE 'N'.
              88 CANAL-EMAIL                     VALUE 'E'.
              88 CANAL-CARTA                     VALUE 'C'.
              88 CANAL-NENHUM                    VALUE 'N'.

       01 WS-CONTADORES.
           03 WS-ENTRADAS-LIDAS              PIC 9(07) VALUE ZEROS.
           03 WS-ENTRADAS-NOVAS              PIC 9(07) VALUE ZEROS.
           03 WS-SEM-CAMPO-SENSIVEL          PIC 9(07) VALUE ZEROS.
           03 WS-AVISOS-EMAIL                PIC 9(07) VALUE ZEROS.
           03 WS-AVISOS-CARTA                PIC 9(07) VALUE ZEROS.
           03 WS-SEM-CONTATO                 PIC 9(07) VALUE ZEROS.
           03 WS-AVISOS-PADRAO               PIC 9(07) VALUE ZEROS.

      * Imagens antes e depois remapeadas no layout do mestre, como
      * no JRNQRY01, para a comparacao sair por nome de campo.
       COPY CUSTMAST REPLACING ==CUSTOMER-MASTER-REC==
                            BY ==WS-REG-ANTES==
                       LEADING ==CM== BY ==AN==.

       COPY CUSTMAST REPLACING ==CUSTOMER-MASTER-REC==
                            BY ==WS-REG-DEPOIS==
                       LEADING ==CM== BY ==DP==.

      * Texto do aviso: o modelo ALTCAD em vigor ou, sem ele, o texto
      * padrao abaixo com a primeira linha montada na hora.
       01 WS-AVISO-MESCLADO.
           03 WS-AVISO-QTD                   PIC 9(02).
           03 WS-AVISO-LINHA                 PIC X(120)
                                             OCCURS 5 TIMES.

       01 WS-TEXTO-PADRAO-2.
           03 FILLER                         PIC X(36)
               VALUE 'SE FOI VOCE QUEM PEDIU A ALTERACAO, '.
           03 FILLER                         PIC X(26)
               VALUE 'NAO E PRECISO RESPONDER.'.
       01 WS-TEXTO-PADRAO-3.
           03 FILLER                         PIC X(48)
               VALUE 'SE NAO RECONHECE A ALTERACAO, RESPONDA A ESTA '.
           03 FILLER                         PIC X(47)
               VALUE 'MENSAGEM OU LIGUE PARA A CENTRAL DE ATENDIMENTO'.
           03 FILLER                         PIC X(01) VALUE '.'.
       01 WS-TEXTO-PADRAO-4.
           03 FILLER                         PIC X(28)
               VALUE 'O CADASTRO FICARA BLOQUEADO '.
           03 FILLER                         PIC X(41)
               VALUE 'PARA NOVAS ALTERACOES ATE A CONFERENCIA.'.

      * Datas aaaammdd impressas dd/mm/aaaa.
       01 WS-DATA-AUX                        PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           03 WS-DAX-AAAA                    PIC 9(04).
           03 WS-DAX-MM                      PIC 9(02).
           03 WS-DAX-DD                      PIC 9(02).
       01 WS-DATA-FMT.
           03 WS-DFM-DD                      PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-DFM-MM                      PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-DFM-AAAA                    PIC 9(04).

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'ALTAVS01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'AVISOS DE ALTERACAO CADASTRAL'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       01 WS-LINHA-TITULOS.
           03 FILLER                         PIC X(08) VALUE 'CLIENTE'.
           03 FILLER                         PIC X(19)
                                       VALUE 'ALTERADO EM'.
           03 FILLER                         PIC X(12) VALUE 'PROGRAMA'.
           03 FILLER                         PIC X(10) VALUE 'OPERADOR'.
           03 FILLER                         PIC X(08) VALUE 'CANAL'.
           03 FILLER                         PIC X(16)
                                       VALUE 'CAMPOS ALTERADOS'.

       01 WS-LINHA-DETALHE.
           03 DET-CLIENTE                    PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-DATA                       PIC X(10).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-HORA                       PIC X(05).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-PROGRAMA                   PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-OPERADOR                   PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-CANAL                      PIC X(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-CAMPOS                     PIC X(60).

       01 WS-LINHA-TOTAL.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 TOT-DESCRICAO                  PIC X(30).
           03 TOT-QTD                        PIC ZZZ,ZZ9.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

      * Parametro para o CALL do MODMRG01 (mescla do modelo).
           COPY MODPARM.

      * Parametro para o CALL do ENDFMT01 (linha de cidade do
      * endereco cadastral, brasileiro ou no exterior).
           COPY ENDPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P050-LER-CONTROLE
           PERFORM P0GL-LER-GERACAO-LOG
           PERFORM P100-ABRIR-ARQUIVOS

           PERFORM P200-PROCESSAR-ENTRADA
               UNTIL FIM-JORNAL

           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

      ******************************************************************
      * P050-LER-CONTROLE
      * Ponto de partida: o carimbo da ultima entrada lida na
      * execucao anterior. Sem ALTCTL, as entradas da data de
      * processamento em diante -- a primeira execucao nao manda
      * aviso de todo o historico do jornal.
      ******************************************************************
       P050-LER-CONTROLE.

           OPEN INPUT AVISO-CONTROLE

           READ AVISO-CONTROLE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE AVC-ULTIMA-DATA-HORA TO WS-MARCA-INICIAL
           END-READ

           CLOSE AVISO-CONTROLE

           IF WS-MARCA-INICIAL = SPACES
               MOVE WS-DTP-DATA-ATUAL TO WS-MARCA-INICIAL (1:8)
           END-IF

           MOVE WS-MARCA-INICIAL TO WS-MARCA-FINAL
           .

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  CM-JOURNAL
           OPEN I-O    AVISO-ALTERACAO
           OPEN OUTPUT EMAIL-OUT
           OPEN OUTPUT AVISO-CARTA
           OPEN OUTPUT AVISO-RPT
           OPEN EXTEND CONTACT-LOG

           MOVE 1 TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM
           MOVE WS-RPTFMT-LINHA-CAB1 TO AVISO-RPT-REC
           WRITE AVISO-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO AVISO-RPT-REC
           WRITE AVISO-RPT-REC
           MOVE WS-LINHA-TITULOS TO AVISO-RPT-REC
           WRITE AVISO-RPT-REC

           PERFORM P110-LER-JORNAL
           .

       P110-LER-JORNAL.

           READ CM-JOURNAL
               AT END
                   SET FIM-JORNAL TO TRUE
               NOT AT END
                   ADD 1 TO WS-ENTRADAS-LIDAS
           END-READ
           .

      ******************************************************************
      * P200-PROCESSAR-ENTRADA
      * Entrada nova (posterior ao ponto de partida) de alteracao
      * feita pela manutencao ou aprovada pela segunda pessoa. A
      * inclusao nao tem contato anterior a avisar, e as demais
      * gravacoes no mestre (disposicoes, fusoes, CNPJ, carteira
      * adquirida, LGPD) nao mexem no contato a pedido de ninguem.
      ******************************************************************
       P200-PROCESSAR-ENTRADA.

           IF JN-DATA-HORA > WS-MARCA-INICIAL
               ADD 1 TO WS-ENTRADAS-NOVAS
               IF JN-DATA-HORA > WS-MARCA-FINAL
                   MOVE JN-DATA-HORA TO WS-MARCA-FINAL
               END-IF
               IF (JN-PROGRAMA = 'CUSTMAINT' OR 'APPROV01')
                  AND JN-OP-REGRAVACAO
                   PERFORM P300-COMPARAR-IMAGENS
                   IF WS-QTD-CAMPOS > ZEROS
                       PERFORM P400-EMITIR-AVISO
                   ELSE
                       ADD 1 TO WS-SEM-CAMPO-SENSIVEL
                   END-IF
               END-IF
           END-IF

           PERFORM P110-LER-JORNAL
           .

      ******************************************************************
      * P300-COMPARAR-IMAGENS
      * Os campos que desviam a correspondencia ou a identidade do
      * cliente: endereco (logradouro, cidade, UF e CEP -- ou pais,
      * codigo postal e regiao no exterior -- contam como um so),
      * endereco de cobranca, email, telefone e documento (CPF/CNPJ
      * ou a identificacao fiscal estrangeira).
      ******************************************************************
       P300-COMPARAR-IMAGENS.

           MOVE JN-IMAGEM-ANTES  TO WS-REG-ANTES
           MOVE JN-IMAGEM-DEPOIS TO WS-REG-DEPOIS

           MOVE SPACES TO WS-CAMPOS-ALTERADOS
           MOVE 1      TO WS-PTR-CAMPOS
           MOVE ZEROS  TO WS-QTD-CAMPOS

           IF AN-ENDERECO NOT = DP-ENDERECO
              OR AN-CIDADE NOT = DP-CIDADE
              OR AN-UF NOT = DP-UF
              OR AN-CEP NOT = DP-CEP
              OR AN-COD-PAIS NOT = DP-COD-PAIS
              OR AN-END-EXTERIOR NOT = DP-END-EXTERIOR
               MOVE 'ENDERECO' TO WS-NOME-CAMPO
               PERFORM P310-ACRESCENTAR-CAMPO
           END-IF

           IF AN-ENDERECO-COBRANCA NOT = DP-ENDERECO-COBRANCA
               MOVE 'ENDERECO DE COBRANCA' TO WS-NOME-CAMPO
               PERFORM P310-ACRESCENTAR-CAMPO
           END-IF

           IF AN-EMAIL NOT = DP-EMAIL
               MOVE 'EMAIL' TO WS-NOME-CAMPO
               PERFORM P310-ACRESCENTAR-CAMPO
           END-IF

           IF AN-TELEFONE NOT = DP-TELEFONE
               MOVE 'TELEFONE' TO WS-NOME-CAMPO
               PERFORM P310-ACRESCENTAR-CAMPO
           END-IF

           IF AN-DOCUMENTO NOT = DP-DOCUMENTO
              OR AN-ID-FISCAL-EXT NOT = DP-ID-FISCAL-EXT
               MOVE 'DOCUMENTO' TO WS-NOME-CAMPO
               PERFORM P310-ACRESCENTAR-CAMPO
           END-IF
           .

       P310-ACRESCENTAR-CAMPO.

           IF WS-QTD-CAMPOS > ZEROS
               STRING ', ' DELIMITED BY SIZE
                   INTO WS-CAMPOS-ALTERADOS
                   WITH POINTER WS-PTR-CAMPOS
               END-STRING
           END-IF

           STRING WS-NOME-CAMPO DELIMITED BY '  '
               INTO WS-CAMPOS-ALTERADOS
               WITH POINTER WS-PTR-CAMPOS
           END-STRING

           ADD 1 TO WS-QTD-CAMPOS
           .

      ******************************************************************
      * P400-EMITIR-AVISO
      * O aviso vai para o contato que o cliente tinha ANTES da
      * alteracao. Sem email nem endereco anterior nao ha para onde
      * mandar: a alteracao sai no relatorio para o cadastro ligar.
      ******************************************************************
       P400-EMITIR-AVISO.

           MOVE JN-NUM-CLIENTE     TO WS-CLIENTE-ATUAL
           MOVE JN-DATA-HORA (1:8) TO WS-DATA-ALTERACAO
           MOVE WS-DATA-ALTERACAO  TO WS-DATA-AUX
           PERFORM P460-FORMATAR-DATA
           MOVE WS-DATA-FMT        TO WS-DATA-ALTERACAO-FMT

           EVALUATE TRUE
               WHEN AN-EMAIL NOT = SPACES
                   SET CANAL-EMAIL  TO TRUE
               WHEN AN-COB-ENDERECO NOT = SPACES
                 OR AN-ENDERECO NOT = SPACES
                   SET CANAL-CARTA  TO TRUE
               WHEN OTHER
                   SET CANAL-NENHUM TO TRUE
           END-EVALUATE

           IF CANAL-NENHUM
               ADD 1 TO WS-SEM-CONTATO
               MOVE 'NENHUM' TO DET-CANAL
           ELSE
               PERFORM P410-MESCLAR-MODELO
               IF CANAL-EMAIL
                   PERFORM P500-ENVIAR-EMAIL
               ELSE
                   PERFORM P600-ENVIAR-CARTA
               END-IF
               PERFORM P700-REGISTRAR-AVISO
           END-IF

           PERFORM P800-IMPRIMIR-AVISO
           .

      ******************************************************************
      * P410-MESCLAR-MODELO
      * Modelo ALTCAD em vigor na data de processamento; {VIGENCIA}
      * responde pela data da alteracao. O documento nao vai no
      * aviso -- o aviso sai para um contato que pode nao ser mais o
      * do cliente.
      ******************************************************************
       P410-MESCLAR-MODELO.

           MOVE SPACES TO WS-AVISO-MESCLADO

           INITIALIZE WS-MODMRG-PARM
           SET MOD-MESCLAR            TO TRUE
           MOVE 'ALTCAD'              TO WS-MOD-TIPO-CARTA
           MOVE 1                     TO WS-MOD-ESTAGIO
           MOVE WS-DTP-DATA-ATUAL     TO WS-MOD-DATA-REF
           MOVE AN-NOME-FORMATADO     TO WS-MOD-NOME
           MOVE WS-CLIENTE-ATUAL      TO WS-MOD-NUM-CLIENTE
           MOVE WS-DATA-ALTERACAO     TO WS-MOD-DATA-VIGENCIA
           MOVE WS-CAMPOS-ALTERADOS   TO WS-MOD-ALTERACOES

           CALL 'MODMRG01' USING WS-MODMRG-PARM

           IF MOD-OK OR MOD-LINHA-CORTADA
               MOVE WS-MOD-QTD-LINHAS TO WS-AVISO-QTD
               PERFORM P415-COPIAR-LINHA
                   VARYING WS-IDX-LIN FROM 1 BY 1
                     UNTIL WS-IDX-LIN > WS-AVISO-QTD
           ELSE
               ADD 1 TO WS-AVISOS-PADRAO
               PERFORM P420-MONTAR-TEXTO-PADRAO
           END-IF
           .

       P415-COPIAR-LINHA.

           MOVE WS-MOD-LINHA (WS-IDX-LIN)
                                 TO WS-AVISO-LINHA (WS-IDX-LIN)
           .

       P420-MONTAR-TEXTO-PADRAO.

           MOVE 4 TO WS-AVISO-QTD
           STRING 'EM ' WS-DATA-ALTERACAO-FMT
                  ' FORAM ALTERADOS NO SEU CADASTRO CONOSCO: '
                                         DELIMITED BY SIZE
                  WS-CAMPOS-ALTERADOS    DELIMITED BY '  '
                  '.'                    DELIMITED BY SIZE
               INTO WS-AVISO-LINHA (1)
           END-STRING
           MOVE WS-TEXTO-PADRAO-2 TO WS-AVISO-LINHA (2)
           MOVE WS-TEXTO-PADRAO-3 TO WS-AVISO-LINHA (3)
           MOVE WS-TEXTO-PADRAO-4 TO WS-AVISO-LINHA (4)
           .

       P460-FORMATAR-DATA.

           MOVE WS-DAX-DD   TO WS-DFM-DD
           MOVE WS-DAX-MM   TO WS-DFM-MM
           MOVE WS-DAX-AAAA TO WS-DFM-AAAA
           .

       P500-ENVIAR-EMAIL.

           MOVE SPACES TO EMAIL-OUT-REC
           STRING 'DEST: ' AN-EMAIL
               DELIMITED BY SIZE INTO EMAIL-OUT-REC
           END-STRING
           WRITE EMAIL-OUT-REC
           MOVE SPACES TO EMAIL-OUT-REC
           STRING 'ASSUNTO: CONFIRMACAO DE ALTERACAO CADASTRAL - '
                  'CLIENTE ' WS-CLIENTE-ATUAL
               DELIMITED BY SIZE INTO EMAIL-OUT-REC
           END-STRING
           WRITE EMAIL-OUT-REC

           MOVE SPACES TO EMAIL-OUT-REC
           STRING 'PREZADO(A) ' AN-NOME-FORMATADO
               DELIMITED BY SIZE INTO EMAIL-OUT-REC
           END-STRING
           WRITE EMAIL-OUT-REC
           PERFORM P510-ESCREVER-LINHA
               VARYING WS-IDX-LIN FROM 1 BY 1
                 UNTIL WS-IDX-LIN > WS-AVISO-QTD
           MOVE 'FIM' TO EMAIL-OUT-REC
           WRITE EMAIL-OUT-REC

           ADD 1 TO WS-AVISOS-EMAIL
           MOVE 'EMAIL' TO CLG-CANAL
           MOVE 'EMAIL' TO DET-CANAL
           PERFORM P960-GRAVAR-CONTATO
           .

       P510-ESCREVER-LINHA.

           MOVE WS-AVISO-LINHA (WS-IDX-LIN) TO EMAIL-OUT-REC
           WRITE EMAIL-OUT-REC
           .

      ******************************************************************
      * P600-ENVIAR-CARTA
      * Carta para o endereco anterior: o de cobranca quando havia
      * um, que e para onde a correspondencia do cliente ia.
      ******************************************************************
       P600-ENVIAR-CARTA.

           MOVE SPACES                TO AVISO-CARTA-REC
           MOVE WS-CLIENTE-ATUAL      TO AC-NUM-CLIENTE
           MOVE AN-NOME-FORMATADO     TO AC-NOME
           IF AN-COB-ENDERECO NOT = SPACES
               MOVE AN-COB-ENDERECO   TO AC-ENDERECO
               STRING FUNCTION TRIM (AN-COB-CIDADE)
                                         DELIMITED BY SIZE
                      '-'                DELIMITED BY SIZE
                      AN-COB-UF          DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      AN-COB-CEP         DELIMITED BY SIZE
                   INTO AC-CIDADE-UF-CEP
               END-STRING
           ELSE
               MOVE AN-ENDERECO       TO AC-ENDERECO
               MOVE AN-CIDADE         TO WS-ENDFMT-CIDADE
               MOVE AN-UF             TO WS-ENDFMT-UF
               MOVE AN-CEP            TO WS-ENDFMT-CEP
               MOVE AN-COD-PAIS       TO WS-ENDFMT-PAIS
               MOVE AN-COD-POSTAL     TO WS-ENDFMT-COD-POSTAL
               MOVE AN-REGIAO         TO WS-ENDFMT-REGIAO
               CALL 'ENDFMT01' USING WS-ENDFMT-PARM
               MOVE WS-ENDFMT-LINHA   TO AC-CIDADE-UF-CEP
           END-IF
           MOVE WS-DATA-ALTERACAO-FMT TO AC-DATA-ALTERACAO
           MOVE WS-CAMPOS-ALTERADOS   TO AC-CAMPOS
           PERFORM P610-COPIAR-TEXTO
               VARYING WS-IDX-LIN FROM 1 BY 1
                 UNTIL WS-IDX-LIN > WS-AVISO-QTD
           WRITE AVISO-CARTA-REC

           ADD 1 TO WS-AVISOS-CARTA
           MOVE 'CARTA' TO CLG-CANAL
           MOVE 'CARTA' TO DET-CANAL
           PERFORM P960-GRAVAR-CONTATO
           .

       P610-COPIAR-TEXTO.

           MOVE WS-AVISO-LINHA (WS-IDX-LIN) TO AC-TEXTO (WS-IDX-LIN)
           .

      ******************************************************************
      * P700-REGISTRAR-AVISO
      * O AVISALT guarda o ultimo aviso do cliente e a alteracao que
      * ele confirma: e dali que o ALTRSP01 abre o caso quando o
      * aviso volta ou o cliente nao reconhece a alteracao.
      ******************************************************************
       P700-REGISTRAR-AVISO.

           MOVE WS-CLIENTE-ATUAL TO AV-NUM-CLIENTE
           READ AVISO-ALTERACAO
               INVALID KEY
                   SET AVISO-JA-REGISTRADO TO FALSE
                   MOVE ZEROS TO AV-QTD-AVISOS
               NOT INVALID KEY
                   SET AVISO-JA-REGISTRADO TO TRUE
           END-READ

           MOVE WS-CLIENTE-ATUAL    TO AV-NUM-CLIENTE
           MOVE WS-DTP-DATA-ATUAL   TO AV-DATA-AVISO
           MOVE CLG-CANAL           TO AV-CANAL
           MOVE JN-DATA-HORA        TO AV-DATA-HORA-ALTER
           MOVE JN-PROGRAMA         TO AV-PROGRAMA
           MOVE JN-OPERADOR         TO AV-OPERADOR
           MOVE JN-NUM-CONTROLE     TO AV-NUM-CONTROLE
           MOVE WS-CAMPOS-ALTERADOS TO AV-CAMPOS
           ADD 1 TO AV-QTD-AVISOS

           IF AVISO-JA-REGISTRADO
               REWRITE AVISO-ALTERACAO-REC
                   INVALID KEY
                       DISPLAY 'ALTAVS01 - FALHA AO REGRAVAR AVISALT: '
                               WS-CLIENTE-ATUAL
               END-REWRITE
           ELSE
               WRITE AVISO-ALTERACAO-REC
                   INVALID KEY
                       DISPLAY 'ALTAVS01 - FALHA AO GRAVAR AVISALT: '
                               WS-CLIENTE-ATUAL
               END-WRITE
           END-IF
           .

       P800-IMPRIMIR-AVISO.

           MOVE WS-CLIENTE-ATUAL      TO DET-CLIENTE
           MOVE WS-DATA-ALTERACAO-FMT TO DET-DATA
           STRING JN-DATA-HORA (9:2) ':' JN-DATA-HORA (11:2)
               DELIMITED BY SIZE INTO DET-HORA
           END-STRING
           MOVE JN-PROGRAMA           TO DET-PROGRAMA
           MOVE JN-OPERADOR           TO DET-OPERADOR
           MOVE WS-CAMPOS-ALTERADOS   TO DET-CAMPOS

           MOVE WS-LINHA-DETALHE TO AVISO-RPT-REC
           WRITE AVISO-RPT-REC
           .

      ******************************************************************
      * P900-ENCERRAR-ARQUIVOS
      * Totais no fim do relatorio e no console; o carimbo da ultima
      * entrada lida vira o ponto de partida da proxima execucao.
      ******************************************************************
       P900-ENCERRAR-ARQUIVOS.

           MOVE SPACES TO AVISO-RPT-REC
           WRITE AVISO-RPT-REC
           MOVE 'AVISOS POR EMAIL'        TO TOT-DESCRICAO
           MOVE WS-AVISOS-EMAIL           TO TOT-QTD
           PERFORM P910-IMPRIMIR-TOTAL
           MOVE 'AVISOS POR CARTA'        TO TOT-DESCRICAO
           MOVE WS-AVISOS-CARTA           TO TOT-QTD
           PERFORM P910-IMPRIMIR-TOTAL
           MOVE 'SEM CONTATO ANTERIOR'    TO TOT-DESCRICAO
           MOVE WS-SEM-CONTATO            TO TOT-QTD
           PERFORM P910-IMPRIMIR-TOTAL

           SET MOD-ENCERRAR TO TRUE
           CALL 'MODMRG01' USING WS-MODMRG-PARM

           CLOSE CM-JOURNAL
           CLOSE AVISO-ALTERACAO
           CLOSE EMAIL-OUT
           CLOSE AVISO-CARTA
           CLOSE AVISO-RPT
           CLOSE CONTACT-LOG

           OPEN OUTPUT AVISO-CONTROLE
           MOVE WS-MARCA-FINAL TO AVC-ULTIMA-DATA-HORA
           WRITE AVISO-CONTROLE-REC
           CLOSE AVISO-CONTROLE

           DISPLAY 'ALTAVS01 - ENTRADAS DO JORNAL..: '
                   WS-ENTRADAS-LIDAS
           DISPLAY 'ALTAVS01 - ENTRADAS NOVAS......: '
                   WS-ENTRADAS-NOVAS
           DISPLAY 'ALTAVS01 - SEM CAMPO SENSIVEL..: '
                   WS-SEM-CAMPO-SENSIVEL
           DISPLAY 'ALTAVS01 - AVISOS POR EMAIL....: '
                   WS-AVISOS-EMAIL
           DISPLAY 'ALTAVS01 - AVISOS POR CARTA....: '
                   WS-AVISOS-CARTA
           DISPLAY 'ALTAVS01 - SEM CONTATO ANTERIOR: '
                   WS-SEM-CONTATO
           DISPLAY 'ALTAVS01 - TEXTO PADRAO........: '
                   WS-AVISOS-PADRAO
           DISPLAY 'ALTAVS01 - JORNAL LIDO ATE.....: '
                   WS-MARCA-FINAL
           .

       P910-IMPRIMIR-TOTAL.

           MOVE WS-LINHA-TOTAL TO AVISO-RPT-REC
           WRITE AVISO-RPT-REC
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
      * Acrescenta o aviso recem expedido ao log central CONTLOG,
      * canal ja preenchido pelo chamador.
      ******************************************************************
       P960-GRAVAR-CONTATO.

           MOVE WS-CLIENTE-ATUAL            TO CLG-NUM-CLIENTE
           MOVE 'ALTERACAO'                 TO CLG-TIPO-DOC
           MOVE WS-DTP-DATA-ATUAL           TO CLG-DATA
           MOVE WS-GERACAO-LOG              TO CLG-GERACAO

           WRITE CONTATO-LOG-REC
           .

       END PROGRAM ALTAVS01.
