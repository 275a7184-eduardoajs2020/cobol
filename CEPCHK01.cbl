      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: CEPCHK01 - postal-code scan of the customer base
      *          against the Correios DNE base CEPLOAD01 keeps in
      *          CEPBASE: every active customer on CUSTMAST, and every
      *          ADDRHIST current snapshot (the latest effective date
      *          per customer) that does not simply repeat the
      *          master, is checked for a CEP that no longer exists
      *          and for a city or UF that is not the one the CEP
      *          belongs to. Findings go to the CEPRPT listing; for a
      *          master CEP that exists but names another city, the
      *          correction is written as a CUSTMAINT01 alteration
      *          (CEPMNT, MAINTIN layout) for an operator to review,
      *          sign in the header and submit -- nothing is applied
      *          here.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Customers abroad (CM-COD-PAIS other than blank or
      *             BR) have no CEP and are left out of the scan; CEPMNT
      *             follows MAINTIN with the country, postal code,
      *             region and foreign tax ID fields, left blank.
      * 15/10/2026  CEPMNT follows MAINTIN with MT-COD-EMPRESA, carried
      *             over from the master so a proposal never moves the
      *             customer to another issuing company.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  CEPMNT follows MAINTIN's new billing-address fields;
      *             a proposal leaves them blank, so the customer's
      *             billing address is not touched.
      * 15/10/2026  First cut. City names are compared reduced to
      *             upper-case letters and digits, with the DNE name cut
      *             to the 30 positions CM-CIDADE holds.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPCHK01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL ADDR-HIST
                                      ASSIGN TO "ADDRHIST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS AH-CHAVE
                                      FILE STATUS IS WS-AHIST-STATUS.

           SELECT CEP-BASE           ASSIGN TO "CEPBASE"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS LG-CEP
                                      FILE STATUS IS WS-BASE-STATUS.

           SELECT UF-XREF            ASSIGN TO "UFXREF"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GEN-CONTROL
                                      ASSIGN TO "GENCTL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CEP-RPT            ASSIGN TO "CEPRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CEP-MAINT          ASSIGN TO "CEPMNT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ADDR-HIST.
           COPY ADDRHIST.

       FD  CEP-BASE.
           COPY CEPBASE.

       FD  UF-XREF.
       01  UF-XREF-REC.
           03 UX-ESTADO                      PIC X(30).
           03 UX-UF                          PIC X(02).

       FD  GEN-CONTROL.
       01  GEN-CONTROL-REC.
           03 GC-FEED                        PIC X(08).
           03 GC-GERACAO                     PIC 9(06).

       FD  CEP-RPT.
       01  CEP-RPT-REC                        PIC X(132).

      * Correcoes propostas no layout MAINTIN do CUSTMAINT01.
       FD  CEP-MAINT.
       01  CEP-MAINT-REC.
           03 MT-ACAO                        PIC X(01).
           03 MT-NUM-CLIENTE                 PIC 9(06).
           03 MT-NOME-COMPLETO               PIC X(30).
           03 MT-ENDERECO                    PIC X(60).
           03 MT-TELEFONE                    PIC X(20).
           03 MT-EMAIL                       PIC X(50).
           03 MT-CIDADE                      PIC X(30).
           03 MT-ESTADO                      PIC X(30).
           03 MT-CEP                         PIC X(08).
           03 MT-CLIENTE-PAI                 PIC 9(06).
           03 MT-SITUACAO-LEGAL              PIC X(01).
           03 MT-LEGAL-PROCESSO              PIC X(20).
           03 MT-DOCUMENTO                   PIC X(14).
           03 MT-CLASSE-RISCO                PIC X(01).
           03 MT-COD-VENDEDOR                PIC X(04).
           03 MT-COBRANCA-ACAO               PIC X(01).
           03 MT-END-COBRANCA                PIC X(60).
           03 MT-CIDADE-COBRANCA             PIC X(30).
           03 MT-ESTADO-COBRANCA             PIC X(30).
           03 MT-CEP-COBRANCA                PIC X(08).
           03 MT-COD-EMPRESA                 PIC X(02).
           03 MT-COD-PAIS                    PIC X(02).
           03 MT-COD-POSTAL                  PIC X(10).
           03 MT-REGIAO                      PIC X(30).
           03 MT-ID-FISCAL-EXT               PIC X(20).

       01  CEP-MAINT-HEADER REDEFINES CEP-MAINT-REC.
           COPY HDRCTL.
           03 HDR-OPERADOR                   PIC X(08).
           03 HDR-NUM-CONTROLE               PIC 9(06).

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-AHIST-STATUS                    PIC X(02) VALUE '00'.
       77 WS-BASE-STATUS                     PIC X(02) VALUE '00'.

      * Proxima geracao do feed MAINTIN, lida de GENCTL para o
      * cabecalho das correcoes propostas (o revisor completa o
      * operador e o numero de controle antes de submeter).
       77 WS-PROXIMA-GERACAO    PIC 9(06) VALUE 1.

       01 WS-SWITCHES.
           03 WS-EOF-MESTRE                  PIC X(01) VALUE 'N'.
              88 FIM-MESTRE                       VALUE 'S' FALSE 'N'.
           03 WS-EOF-HIST                    PIC X(01) VALUE 'N'.
              88 FIM-HISTORICO                    VALUE 'S' FALSE 'N'.
           03 WS-EOF-UF                      PIC X(01) VALUE 'N'.
              88 FIM-UF-XREF                      VALUE 'S' FALSE 'N'.
           03 WS-EOF-GEN                     PIC X(01) VALUE 'N'.
              88 FIM-GENCTL                       VALUE 'S' FALSE 'N'.
           03 WS-FOTO-SW                     PIC X(01) VALUE 'N'.
              88 FOTO-PENDENTE                    VALUE 'S' FALSE 'N'.
           03 WS-UF-SW                       PIC X(01) VALUE 'N'.
              88 UF-LOCALIZADA                    VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-CLIENTES-LIDOS              PIC 9(07) VALUE ZEROS.
           03 WS-FOTOS-LIDAS                 PIC 9(07) VALUE ZEROS.
           03 WS-SEM-CEP                     PIC 9(07) VALUE ZEROS.
           03 WS-CEP-INEXISTENTE             PIC 9(07) VALUE ZEROS.
           03 WS-CIDADE-DIVERGENTE           PIC 9(07) VALUE ZEROS.
           03 WS-PROPOSTAS                   PIC 9(07) VALUE ZEROS.

      * Endereco sob verificacao (do mestre ou da foto do historico)
      * e o resultado da verificacao contra o CEPBASE.
       01 WS-VERIFICACAO.
           03 WS-VER-FONTE                   PIC X(09).
           03 WS-VER-CLIENTE                 PIC 9(06).
           03 WS-VER-CEP                     PIC X(08).
           03 WS-VER-CIDADE                  PIC X(30).
           03 WS-VER-UF                      PIC X(02).
           03 WS-VER-RESULTADO               PIC X(01).
              88 VER-OK                           VALUE 'O'.
              88 VER-SEM-CEP                      VALUE 'S'.
              88 VER-CEP-INEXISTENTE              VALUE 'I'.
              88 VER-CIDADE-DIVERGENTE            VALUE 'C'.

      * Ultima foto lida do cliente corrente do ADDRHIST (a chave e
      * cliente mais data efetiva, a ultima do cliente e a vigente).
       01 WS-FOTO-ATUAL.
           03 WS-FOTO-CLIENTE                PIC 9(06).
           03 WS-FOTO-CIDADE                 PIC X(30).
           03 WS-FOTO-UF                     PIC X(02).
           03 WS-FOTO-CEP                    PIC X(08).

      * Comparacao de cidade: os dois nomes reduzidos a letras e
      * digitos em maiusculas.
       77 WS-NORM-ENTRADA                    PIC X(30) VALUE SPACES.
       77 WS-NORM-SAIDA                      PIC X(30) VALUE SPACES.
       77 WS-NORM-TAM                        PIC 9(02) VALUE ZEROS.
       77 WS-NORM-I                          PIC 9(02) VALUE ZEROS.
       77 WS-NORM-CARACTER                   PIC X(01) VALUE SPACES.
       77 WS-CIDADE-CADASTRO                 PIC X(30) VALUE SPACES.
       77 WS-CIDADE-DNE                      PIC X(30) VALUE SPACES.

      * Tabela de UF carregada de UFXREF, lida ao contrario (da sigla
      * para o nome do estado) para o MT-ESTADO das correcoes.
       77 WS-TOT-UF                          PIC 9(03) VALUE ZEROS.
       01 WS-TAB-UF.
           03 WS-UF-ENTRADA OCCURS 0 TO 30 TIMES
                            DEPENDING ON WS-TOT-UF
                            INDEXED BY WS-IDX-UF.
              05 WS-UF-ESTADO              PIC X(30).
              05 WS-UF-CODIGO               PIC X(02).

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'CEPCHK01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'CEP X BASE DNE DOS CORREIOS'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.
       77 WS-LINHAS-PAGINA                   PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS                      PIC 9(02) VALUE 20.

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(11) VALUE 'FONTE'.
           03 FILLER                         PIC X(08) VALUE 'CLIENTE'.
           03 FILLER                         PIC X(10) VALUE 'CEP'.
           03 FILLER                         PIC X(36)
                                       VALUE 'CIDADE / UF NO CADASTRO'.
           03 FILLER                         PIC X(36)
                                       VALUE 'CIDADE / UF DO CEP (DNE)'.
           03 FILLER                         PIC X(20)
                                       VALUE 'OCORRENCIA'.

       01 WS-LINHA-DETALHE.
           03 DET-FONTE                      PIC X(09).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-NUM-CLIENTE                PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-CEP                        PIC X(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-CIDADE                     PIC X(30).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-UF                         PIC X(02).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-CIDADE-DNE                 PIC X(30).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-UF-DNE                     PIC X(02).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-OCORRENCIA                 PIC X(31).

       01 WS-LINHA-RODAPE.
           03 ROD-TITULO                     PIC X(30).
           03 ROD-QTDE                       PIC Z,ZZZ,ZZ9.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-VARRER-MESTRE
               UNTIL FIM-MESTRE
           PERFORM P300-VARRER-HISTORICO
           PERFORM P800-IMPRIMIR-RODAPE
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  CUSTOMER-MASTER
           OPEN INPUT  ADDR-HIST
           OPEN INPUT  CEP-BASE
           OPEN OUTPUT CEP-RPT
           OPEN OUTPUT CEP-MAINT

           PERFORM P110-CARREGAR-TAB-UF
           PERFORM P150-GRAVAR-CABECALHO

           PERFORM P210-LER-MESTRE
           .

       P110-CARREGAR-TAB-UF.

           OPEN INPUT UF-XREF

           PERFORM P115-LER-UF-XREF
               UNTIL FIM-UF-XREF

           CLOSE UF-XREF
           .

       P115-LER-UF-XREF.

           READ UF-XREF
               AT END
                   SET FIM-UF-XREF TO TRUE
               NOT AT END
                   IF WS-TOT-UF < 30
                       ADD 1 TO WS-TOT-UF
                       MOVE UX-ESTADO TO WS-UF-ESTADO (WS-TOT-UF)
                       MOVE UX-UF     TO WS-UF-CODIGO (WS-TOT-UF)
                   END-IF
           END-READ
           .

      ******************************************************************
      * P150-GRAVAR-CABECALHO
      * O CEPMNT comeca com o cabecalho de lote que o CUSTMAINT01
      * exige: data, sistema de origem e a proxima geracao do feed
      * MAINTIN (a ultima processada em GENCTL mais um). Operador e
      * numero de controle ficam em branco: quem revisa as correcoes
      * assina o lote, senao o CUSTMAINT01 o recusa.
      ******************************************************************
       P150-GRAVAR-CABECALHO.

           PERFORM P160-LER-GERACAO

           MOVE SPACES                      TO CEP-MAINT-HEADER
           MOVE 'HEADER'                    TO HDR-INDICADOR
           MOVE WS-DTP-DATA-ATUAL TO HDR-DATA-ARQUIVO
           MOVE 'CEPCHK01'                  TO HDR-SISTEMA-ORIGEM
           MOVE WS-PROXIMA-GERACAO          TO HDR-GERACAO
           MOVE ZEROS                       TO HDR-NUM-CONTROLE

           WRITE CEP-MAINT-HEADER
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
                   IF GC-FEED = 'MAINTIN'
                       COMPUTE WS-PROXIMA-GERACAO = GC-GERACAO + 1
                   END-IF
           END-READ
           .

      ******************************************************************
      * P200-VARRER-MESTRE
      * Todo cliente ativo do mestre (fora a linha trailer 999999):
      * cidade divergente do CEP gera a correcao proposta. Cliente no
      * exterior nao tem CEP e fica fora da varredura.
      ******************************************************************
       P200-VARRER-MESTRE.

           IF CM-NUM-CLIENTE NOT = 999999
              AND CM-ATIVO
              AND CM-PAIS-BRASIL
               ADD 1 TO WS-CLIENTES-LIDOS
               MOVE 'MESTRE'          TO WS-VER-FONTE
               MOVE CM-NUM-CLIENTE    TO WS-VER-CLIENTE
               MOVE CM-CEP            TO WS-VER-CEP
               MOVE CM-CIDADE         TO WS-VER-CIDADE
               MOVE CM-UF             TO WS-VER-UF
               PERFORM P400-VERIFICAR-ENDERECO

               IF VER-CIDADE-DIVERGENTE
                   PERFORM P600-PROPOR-CORRECAO
               END-IF
           END-IF

           PERFORM P210-LER-MESTRE
           .

       P210-LER-MESTRE.

           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET FIM-MESTRE TO TRUE
           END-READ
           .

      ******************************************************************
      * P300-VARRER-HISTORICO
      * O ADDRHIST vem em ordem de cliente e data efetiva: a ultima
      * foto de cada cliente e a vigente. Foto igual ao endereco do
      * mestre ja foi verificada na passada do mestre e fica de fora.
      ******************************************************************
       P300-VARRER-HISTORICO.

           SET FIM-HISTORICO TO FALSE
           SET FOTO-PENDENTE TO FALSE

           PERFORM P310-LER-HISTORICO
           PERFORM P320-ACOMPANHAR-FOTO
               UNTIL FIM-HISTORICO

           IF FOTO-PENDENTE
               PERFORM P330-VERIFICAR-FOTO
           END-IF
           .

       P310-LER-HISTORICO.

           READ ADDR-HIST NEXT RECORD
               AT END
                   SET FIM-HISTORICO TO TRUE
           END-READ
           .

       P320-ACOMPANHAR-FOTO.

           IF FOTO-PENDENTE
              AND AH-NUM-CLIENTE NOT = WS-FOTO-CLIENTE
               PERFORM P330-VERIFICAR-FOTO
           END-IF

           MOVE AH-NUM-CLIENTE TO WS-FOTO-CLIENTE
           MOVE AH-CIDADE      TO WS-FOTO-CIDADE
           MOVE AH-UF          TO WS-FOTO-UF
           MOVE AH-CEP         TO WS-FOTO-CEP
           SET FOTO-PENDENTE   TO TRUE

           PERFORM P310-LER-HISTORICO
           .

       P330-VERIFICAR-FOTO.

           ADD 1 TO WS-FOTOS-LIDAS
           SET FOTO-PENDENTE TO FALSE

           MOVE WS-FOTO-CLIENTE TO CM-NUM-CLIENTE
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CM-CEP
                   MOVE SPACES TO CM-CIDADE
                   MOVE SPACES TO CM-COD-PAIS
           END-READ

           IF CM-PAIS-BRASIL
              AND (WS-FOTO-CEP NOT = CM-CEP
                   OR WS-FOTO-CIDADE NOT = CM-CIDADE)
               MOVE 'HISTORICO'       TO WS-VER-FONTE
               MOVE WS-FOTO-CLIENTE   TO WS-VER-CLIENTE
               MOVE WS-FOTO-CEP       TO WS-VER-CEP
               MOVE WS-FOTO-CIDADE    TO WS-VER-CIDADE
               MOVE WS-FOTO-UF        TO WS-VER-UF
               PERFORM P400-VERIFICAR-ENDERECO
           END-IF
           .

      ******************************************************************
      * P400-VERIFICAR-ENDERECO
      * CEP em branco nao se verifica (a conversao ja o recusa); CEP
      * fora do CEPBASE nao existe mais na base dos Correios; CEP que
      * existe com outra cidade ou outra UF e divergencia. Toda
      * ocorrencia sai no CEPRPT.
      ******************************************************************
       P400-VERIFICAR-ENDERECO.

           SET VER-OK TO TRUE

           IF WS-VER-CEP = SPACES
               SET VER-SEM-CEP TO TRUE
               ADD 1 TO WS-SEM-CEP
           ELSE
               MOVE WS-VER-CEP TO LG-CEP
               READ CEP-BASE
                   INVALID KEY
                       SET VER-CEP-INEXISTENTE TO TRUE
                       MOVE SPACES TO LG-CIDADE
                       MOVE SPACES TO LG-UF
                   NOT INVALID KEY
                       PERFORM P410-COMPARAR-CIDADE
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN VER-CEP-INEXISTENTE
                   ADD 1 TO WS-CEP-INEXISTENTE
                   MOVE 'CEP INEXISTENTE NA BASE DNE'
                     TO DET-OCORRENCIA
                   PERFORM P500-IMPRIMIR-OCORRENCIA
               WHEN VER-CIDADE-DIVERGENTE
                   ADD 1 TO WS-CIDADE-DIVERGENTE
                   MOVE 'CIDADE/UF NAO E A DO CEP'
                     TO DET-OCORRENCIA
                   PERFORM P500-IMPRIMIR-OCORRENCIA
           END-EVALUATE
           .

       P410-COMPARAR-CIDADE.

           MOVE WS-VER-CIDADE     TO WS-NORM-ENTRADA
           PERFORM P420-NORMALIZAR-NOME
           MOVE WS-NORM-SAIDA     TO WS-CIDADE-CADASTRO

           MOVE LG-CIDADE (1:30)  TO WS-NORM-ENTRADA
           PERFORM P420-NORMALIZAR-NOME
           MOVE WS-NORM-SAIDA     TO WS-CIDADE-DNE

           IF WS-CIDADE-CADASTRO NOT = WS-CIDADE-DNE
              OR WS-VER-UF NOT = LG-UF
               SET VER-CIDADE-DIVERGENTE TO TRUE
           END-IF
           .

       P420-NORMALIZAR-NOME.

           MOVE SPACES TO WS-NORM-SAIDA
           MOVE ZEROS  TO WS-NORM-TAM

           INSPECT WS-NORM-ENTRADA
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           PERFORM P425-NORMALIZAR-CARACTER
               VARYING WS-NORM-I FROM 1 BY 1
                 UNTIL WS-NORM-I > 30
           .

       P425-NORMALIZAR-CARACTER.

           MOVE WS-NORM-ENTRADA (WS-NORM-I:1) TO WS-NORM-CARACTER

           IF (WS-NORM-CARACTER >= 'A' AND WS-NORM-CARACTER <= 'Z')
              OR (WS-NORM-CARACTER >= '0'
                  AND WS-NORM-CARACTER <= '9')
               ADD 1 TO WS-NORM-TAM
               MOVE WS-NORM-CARACTER
                 TO WS-NORM-SAIDA (WS-NORM-TAM:1)
           END-IF
           .

       P500-IMPRIMIR-OCORRENCIA.

           IF WS-LINHAS-PAGINA = 0
              OR WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM P550-IMPRIMIR-CABECALHO
           END-IF

           MOVE WS-VER-FONTE      TO DET-FONTE
           MOVE WS-VER-CLIENTE    TO DET-NUM-CLIENTE
           MOVE WS-VER-CEP        TO DET-CEP
           MOVE WS-VER-CIDADE     TO DET-CIDADE
           MOVE WS-VER-UF         TO DET-UF
           MOVE LG-CIDADE         TO DET-CIDADE-DNE
           MOVE LG-UF             TO DET-UF-DNE

           MOVE WS-LINHA-DETALHE TO CEP-RPT-REC
           WRITE CEP-RPT-REC
           ADD 1 TO WS-LINHAS-PAGINA
           .

       P550-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA

           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO CEP-RPT-REC
           WRITE CEP-RPT-REC

           MOVE WS-RPTFMT-LINHA-CAB2 TO CEP-RPT-REC
           WRITE CEP-RPT-REC

           MOVE SPACES TO CEP-RPT-REC
           WRITE CEP-RPT-REC

           MOVE WS-LINHA-CAB3 TO CEP-RPT-REC
           WRITE CEP-RPT-REC

           MOVE ZEROS TO WS-LINHAS-PAGINA
           .

      ******************************************************************
      * P600-PROPOR-CORRECAO
      * Alteracao do CUSTMAINT01 com a cidade do CEP (e o estado,
      * quando a UF tambem diverge). A alteracao regrava endereco,
      * telefone, email, matriz e situacao legal com o que vier na
      * transacao, por isso esses campos vao com o valor atual do
      * mestre; nome e documento vao em branco para nao abrir
      * pendencia de aprovacao.
      ******************************************************************
       P600-PROPOR-CORRECAO.

           MOVE SPACES             TO CEP-MAINT-REC
           MOVE 'C'                TO MT-ACAO
           MOVE CM-NUM-CLIENTE     TO MT-NUM-CLIENTE
           MOVE CM-ENDERECO        TO MT-ENDERECO
           MOVE CM-TELEFONE        TO MT-TELEFONE
           MOVE CM-EMAIL           TO MT-EMAIL
           MOVE LG-CIDADE (1:30)   TO MT-CIDADE
           MOVE CM-CLIENTE-PAI     TO MT-CLIENTE-PAI
           MOVE CM-SITUACAO-LEGAL  TO MT-SITUACAO-LEGAL
           MOVE CM-LEGAL-PROCESSO  TO MT-LEGAL-PROCESSO
           MOVE CM-CLASSE-RISCO    TO MT-CLASSE-RISCO
           MOVE CM-COD-VENDEDOR    TO MT-COD-VENDEDOR
           MOVE CM-COD-EMPRESA     TO MT-COD-EMPRESA

           IF LG-UF NOT = CM-UF
               PERFORM P610-LOCALIZAR-ESTADO
           END-IF

           WRITE CEP-MAINT-REC
           ADD 1 TO WS-PROPOSTAS
           .

       P610-LOCALIZAR-ESTADO.

           SET UF-LOCALIZADA TO FALSE

           PERFORM P615-COMPARAR-UF
               VARYING WS-IDX-UF FROM 1 BY 1
                 UNTIL WS-IDX-UF > WS-TOT-UF
                    OR UF-LOCALIZADA
           .

       P615-COMPARAR-UF.

           IF WS-UF-CODIGO (WS-IDX-UF) = LG-UF
               MOVE WS-UF-ESTADO (WS-IDX-UF) TO MT-ESTADO
               SET UF-LOCALIZADA TO TRUE
           END-IF
           .

       P800-IMPRIMIR-RODAPE.

           IF WS-PAGINA = 0
               PERFORM P550-IMPRIMIR-CABECALHO
           END-IF

           MOVE SPACES TO CEP-RPT-REC
           WRITE CEP-RPT-REC

           MOVE 'CLIENTES ATIVOS VERIFICADOS.: ' TO ROD-TITULO
           MOVE WS-CLIENTES-LIDOS     TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE 'FOTOS DO ADDRHIST VIGENTES..: ' TO ROD-TITULO
           MOVE WS-FOTOS-LIDAS        TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE 'ENDERECOS SEM CEP...........: ' TO ROD-TITULO
           MOVE WS-SEM-CEP            TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE 'CEP INEXISTENTE.............: ' TO ROD-TITULO
           MOVE WS-CEP-INEXISTENTE    TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE 'CIDADE/UF DIVERGENTE DO CEP.: ' TO ROD-TITULO
           MOVE WS-CIDADE-DIVERGENTE  TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE

           MOVE 'CORRECOES PROPOSTAS (CEPMNT): ' TO ROD-TITULO
           MOVE WS-PROPOSTAS          TO ROD-QTDE
           PERFORM P810-GRAVAR-RODAPE
           .

       P810-GRAVAR-RODAPE.

           MOVE WS-LINHA-RODAPE TO CEP-RPT-REC
           WRITE CEP-RPT-REC
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE CUSTOMER-MASTER
           CLOSE ADDR-HIST
           CLOSE CEP-BASE
           CLOSE CEP-RPT
           CLOSE CEP-MAINT

           DISPLAY 'CEPCHK01 - CLIENTES LIDOS....: ' WS-CLIENTES-LIDOS
           DISPLAY 'CEPCHK01 - FOTOS VIGENTES....: ' WS-FOTOS-LIDAS
           DISPLAY 'CEPCHK01 - CEP INEXISTENTE...: '
                   WS-CEP-INEXISTENTE
           DISPLAY 'CEPCHK01 - CIDADE DIVERGENTE.: '
                   WS-CIDADE-DIVERGENTE
           DISPLAY 'CEPCHK01 - CORRECOES PROPOSTS: ' WS-PROPOSTAS
           .

       END PROGRAM CEPCHK01.
