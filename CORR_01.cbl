      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Customers abroad: CUSTIN, CUSTCSV (four optional
      *             trailing fields), CUSTOUT and CUSTREJ carry country,
      *             postal code, region and foreign tax ID. A country
      *             other than blank or BR skips the UF and CEP checks;
      *             a malformed country code falls under the new PAIS
      *             severity rule, and a foreign tax ID on a Brazilian
      *             record under DOCUMENT. The label's city line comes
      *             from ENDFMT01.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  A customer already on the master with a billing
      *             address gets the mailing label at that address
      *             instead of the registered one; CUSTMAST is read
      *             (optional, random) only for that.
      * 03/09/2026  Every validation rule now has a parameterized
      *             severity (SEVPARM): UF, CEP, DOCUMENT, EMAIL and
      *             TELEFONE each set to reject ('R'), warn-and-pass
                                      RECORD KEY IS CP-NUM-CLIENTE
                                      FILE STATUS IS WS-PREF-STATUS.

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
       FD  CUSTOMER-IN.
           03 CI-CEP                         PIC X(08).
           03 CI-DOC                         PIC X(14).
           03 CI-NUM-CLIENTE                 PIC 9(06).
           03 CI-COD-PAIS                    PIC X(02).
           03 CI-COD-POSTAL                  PIC X(10).
           03 CI-REGIAO                      PIC X(30).
           03 CI-ID-FISCAL-EXT               PIC X(20).

       01  CUSTOMER-IN-HEADER REDEFINES CUSTOMER-IN-REC.
           COPY HDRCTL.
           03 CO-CEP                         PIC X(08).
           03 CO-DOC                         PIC X(14).
           03 CO-NUM-CLIENTE                 PIC 9(06).
           03 CO-COD-PAIS                    PIC X(02).
           03 CO-COD-POSTAL                  PIC X(10).
           03 CO-REGIAO                      PIC X(30).
           03 CO-ID-FISCAL-EXT               PIC X(20).

       01  CUSTOMER-OUT-TRAILER REDEFINES CUSTOMER-OUT-REC.
           COPY TRLCTL.
              05 CR-CEP                      PIC X(08).
              05 CR-DOC                      PIC X(14).
              05 CR-NUM-CLIENTE              PIC 9(06).
              05 CR-COD-PAIS                 PIC X(02).
              05 CR-COD-POSTAL               PIC X(10).
              05 CR-REGIAO                   PIC X(30).
              05 CR-ID-FISCAL-EXT            PIC X(20).
           03 CR-MOTIVO                      PIC X(40).

       FD  ADDR-HIST.
       FD  CONTATO-PREF.
           COPY CONTPREF.

      * Mestre de clientes da carga anterior: so consultado para o
      * endereco de cobranca da etiqueta.
       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CONTACT-LOG.
           COPY CONTLOG.

           03 LCF-ULTIMO-NUMERO              PIC 9(07).

       FD  CUSTOMER-CSV.
       01  CUSTOMER-CSV-REC                  PIC X(330).
       01  CUSTOMER-CSV-HEADER REDEFINES CUSTOMER-CSV-REC.
           COPY HDRCTL.

       77 WS-SEV-DOCUMENTO      PIC X(01) VALUE 'R'.
       77 WS-SEV-EMAIL          PIC X(01) VALUE 'W'.
       77 WS-SEV-TELEFONE       PIC X(01) VALUE 'O'.
       77 WS-SEV-PAIS           PIC X(01) VALUE 'R'.

       77 WS-SEV-ATUAL          PIC X(01) VALUE SPACE.
       77 WS-SEV-CAMPO          PIC X(12) VALUE SPACES.
           03 WS-CEP                         PIC X(08).
           03 WS-DOC                         PIC X(14).
           03 WS-NUM-CLIENTE                 PIC 9(06).
           03 WS-COD-PAIS                    PIC X(02).
           03 WS-COD-POSTAL                  PIC X(10).
           03 WS-REGIAO                      PIC X(30).
           03 WS-ID-FISCAL-EXT               PIC X(20).


       01 WS-LAYOUT-2.
           03 WS-CEP                         PIC X(08).
           03 WS-DOC                         PIC X(14).
           03 WS-NUM-CLIENTE                 PIC 9(06).
           03 WS-COD-PAIS                    PIC X(02).
           03 WS-COD-POSTAL                  PIC X(10).
           03 WS-REGIAO                      PIC X(30).
           03 WS-ID-FISCAL-EXT               PIC X(20).

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S'.
           03 WS-PAIS-SW                     PIC X(01) VALUE 'N'.
              88 CLIENTE-EXTERIOR                 VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDOS                       PIC 9(07) VALUE ZEROS.

       77 WS-HASH-NUM-CLIENTE                PIC 9(11) VALUE ZEROS.
       77 WS-PREF-STATUS                     PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.

       01 WS-FLAGS-PREF.
           03 WS-PREF-SW                     PIC X(01) VALUE 'S'.
           03 WS-DOCVALID-VALIDO             PIC X(01).
              88 DOCVALID-OK                      VALUE 'S' FALSE 'N'.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

      * Parametro para o CALL do ENDFMT01 (linha de cidade/UF/CEP ou
      * cidade/regiao/codigo postal/pais da etiqueta).
           COPY ENDPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-ARQUIVO
              UNTIL FIM-DE-ARQUIVO
           OPEN I-O    ADDR-HIST
           OPEN OUTPUT MAILING-LABEL
           OPEN I-O    CONTATO-PREF
           OPEN INPUT  CUSTOMER-MASTER
           PERFORM P0GL-LER-GERACAO-LOG
           OPEN EXTEND CONTACT-LOG

                           MOVE SV-SEVERIDADE TO WS-SEV-EMAIL
                       WHEN 'TELEFONE'
                           MOVE SV-SEVERIDADE TO WS-SEV-TELEFONE
                       WHEN 'PAIS'
                           MOVE SV-SEVERIDADE TO WS-SEV-PAIS
                       WHEN OTHER
                           DISPLAY 'CORR_01 - REGRA DESCONHECIDA '
                                   'EM SEVPARM: ' SV-REGRA
      * Separa uma linha de CUSTCSV pelas virgulas direto para os
      * campos de WS-LAYOUT-1, na mesma ordem do extrato de largura
      * fixa: nome, endereco, telefone, email, cidade, estado, cep,
      * documento, numero do cliente e, para cliente no exterior,
      * pais, codigo postal, regiao e identificacao fiscal
      * estrangeira (linha antiga de nove campos chega sem eles).
      ******************************************************************
       P130-IMPORTAR-CSV.

                    WS-CEP      OF WS-LAYOUT-1
                    WS-DOC      OF WS-LAYOUT-1
                    WS-NUM-CLIENTE OF WS-LAYOUT-1
                    WS-COD-PAIS OF WS-LAYOUT-1
                    WS-COD-POSTAL OF WS-LAYOUT-1
                    WS-REGIAO OF WS-LAYOUT-1
                    WS-ID-FISCAL-EXT OF WS-LAYOUT-1
               TALLYING IN WS-CSV-TOT-CAMPOS
           END-UNSTRING
           .

           PERFORM P300-CONVERTE-LAYOUT
           PERFORM P350-VALIDA-PERDA-CAMPOS
           PERFORM P368-VALIDAR-PAIS
           IF NOT CLIENTE-EXTERIOR
               PERFORM P370-LOCALIZAR-UF
               PERFORM P372-VALIDAR-CEP-UF
           END-IF
           PERFORM P390-VALIDAR-DOCUMENTO
           PERFORM P392-VALIDAR-ID-EXTERIOR
           PERFORM P395-VALIDAR-EMAIL
           PERFORM P397-NORMALIZAR-TELEFONE

           MOVE WS-ADDRSTD-SAIDA TO WS-ENDERECO OF WS-LAYOUT-2
           .

      ******************************************************************
      * P368-VALIDAR-PAIS
      * Pais em branco ou BR e Brasil, como sempre: UF pela tabela e
      * CEP pela faixa da UF. Outro codigo (ISO, duas letras) e
      * cliente no exterior -- o endereco usa codigo postal e regiao
      * e UF/CEP nao sao validados. Codigo que nao sao duas letras
      * cai na severidade da regra PAIS.
      ******************************************************************
       P368-VALIDAR-PAIS.

           SET CLIENTE-EXTERIOR TO FALSE

           IF WS-COD-PAIS OF WS-LAYOUT-1 NOT = SPACES
              AND WS-COD-PAIS OF WS-LAYOUT-1 NOT = 'BR'
               SET CLIENTE-EXTERIOR TO TRUE
               IF WS-COD-PAIS OF WS-LAYOUT-1 IS NOT ALPHABETIC-UPPER
                  OR WS-COD-PAIS OF WS-LAYOUT-1 (2:1) = SPACE
                  OR WS-COD-PAIS OF WS-LAYOUT-1 (1:1) = SPACE
                   IF WS-SEV-PAIS NOT = 'O'
                       MOVE WS-SEV-PAIS   TO WS-SEV-ATUAL
                       MOVE 'WS-COD-PAIS' TO WS-SEV-CAMPO
                       MOVE WS-COD-PAIS OF WS-LAYOUT-1
                                          TO WS-SEV-VALOR
                       MOVE 'CODIGO DE PAIS INVALIDO'
                                          TO WS-SEV-MOTIVO
                       PERFORM P365-APLICAR-SEVERIDADE
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * P370-LOCALIZAR-UF
      * Consulta a tabela carregada de UFXREF pelo nome do estado em
           END-IF
           .

      ******************************************************************
      * P392-VALIDAR-ID-EXTERIOR
      * Identificacao fiscal estrangeira e o documento do cliente no
      * exterior (formato livre, sem digito a conferir); num cliente
      * do Brasil ela nao cabe e cai na severidade da regra DOCUMENT.
      ******************************************************************
       P392-VALIDAR-ID-EXTERIOR.

           IF NOT REGISTRO-REJEITADO
              AND NOT CLIENTE-EXTERIOR
              AND WS-SEV-DOCUMENTO NOT = 'O'
              AND WS-ID-FISCAL-EXT OF WS-LAYOUT-1 NOT = SPACES
               MOVE WS-SEV-DOCUMENTO TO WS-SEV-ATUAL
               MOVE 'WS-ID-FISCAL' TO WS-SEV-CAMPO
               MOVE WS-ID-FISCAL-EXT OF WS-LAYOUT-1 TO WS-SEV-VALOR
               MOVE 'ID FISCAL EXTERIOR EM CLIENTE DO BRASIL'
                                     TO WS-SEV-MOTIVO
               PERFORM P365-APLICAR-SEVERIDADE
           END-IF
           .

      ******************************************************************
      * P395-VALIDAR-EMAIL
      * Confere se WS-EMAIL OF WS-LAYOUT-1 tem um '@', um segmento de
           MOVE WS-NOME     OF WS-LAYOUT-2     TO ML-NOME
           MOVE WS-ENDERECO OF WS-LAYOUT-2     TO ML-ENDERECO

           MOVE WS-CIDADE     OF WS-LAYOUT-2 TO WS-ENDFMT-CIDADE
           MOVE WS-UF         OF WS-LAYOUT-2 TO WS-ENDFMT-UF
           MOVE WS-CEP        OF WS-LAYOUT-2 TO WS-ENDFMT-CEP
           MOVE WS-COD-PAIS   OF WS-LAYOUT-2 TO WS-ENDFMT-PAIS
           MOVE WS-COD-POSTAL OF WS-LAYOUT-2 TO WS-ENDFMT-COD-POSTAL
           MOVE WS-REGIAO     OF WS-LAYOUT-2 TO WS-ENDFMT-REGIAO
           CALL 'ENDFMT01' USING WS-ENDFMT-PARM
           MOVE WS-ENDFMT-LINHA TO ML-CIDADE-UF-CEP

           PERFORM P418-BUSCAR-END-COBRANCA

           STRING '('                            DELIMITED BY SIZE
                  WS-DDD OF WS-LAYOUT-2           DELIMITED BY SIZE
           MOVE WS-NUM-CLIENTE OF WS-LAYOUT-2 TO CLG-NUM-CLIENTE
           MOVE 'MALA '                       TO CLG-CANAL
           MOVE 'ETIQUETA'                    TO CLG-TIPO-DOC
           MOVE WS-DTP-DATA-ATUAL   TO CLG-DATA
           MOVE WS-GERACAO-LOG                TO CLG-GERACAO
           WRITE CONTATO-LOG-REC
           ADD 1 TO WS-ETIQUETAS.
       P420-SAIDA.
           EXIT.

      ******************************************************************
      * P418-BUSCAR-END-COBRANCA
      * Cliente que ja esta no mestre com endereco de cobranca recebe
      * a etiqueta nesse endereco em vez do cadastral; cliente novo ou
      * sem endereco de cobranca fica com o da carga.
      ******************************************************************
       P418-BUSCAR-END-COBRANCA.

           MOVE WS-NUM-CLIENTE OF WS-LAYOUT-2 TO CM-NUM-CLIENTE

           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-COB-ENDERECO NOT = SPACES
                       MOVE CM-COB-ENDERECO TO ML-ENDERECO
                       MOVE SPACES          TO ML-CIDADE-UF-CEP
                       STRING FUNCTION TRIM (CM-COB-CIDADE)
                                            DELIMITED BY SIZE
                              '-'           DELIMITED BY SIZE
                              CM-COB-UF     DELIMITED BY SIZE
                              ' '           DELIMITED BY SIZE
                              CM-COB-CEP    DELIMITED BY SIZE
                           INTO ML-CIDADE-UF-CEP
                       END-STRING
                   END-IF
           END-READ
           .

      ******************************************************************
      * P415-CONSULTAR-PREFERENCIA
      * Consulta o consentimento de mala direta em CONTPREF: sem
       P410-GRAVAR-HISTORICO-ENDERECO.

           MOVE WS-NUM-CLIENTE OF WS-LAYOUT-2   TO AH-NUM-CLIENTE
           MOVE WS-DTP-DATA-ATUAL     TO AH-DATA-EFETIVA
           MOVE WS-ENDERECO OF WS-LAYOUT-2      TO AH-ENDERECO
           MOVE WS-CIDADE   OF WS-LAYOUT-2      TO AH-CIDADE
           MOVE WS-UF       OF WS-LAYOUT-2      TO AH-UF
           CLOSE ADDR-HIST
           CLOSE MAILING-LABEL
           CLOSE CONTATO-PREF
           CLOSE CUSTOMER-MASTER
           CLOSE CONTACT-LOG

           MOVE 'C' TO WS-GEN-FUNCAO
