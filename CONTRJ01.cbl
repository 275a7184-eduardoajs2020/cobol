      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: CONTRJ01 - monthly price readjustment of the
      *          recurring contracts by inflation index. Every active
      *          CONTRACT with an index code whose anniversary falls
      *          up to the end of next month is readjusted by the
      *          index accumulated over the last twelve published
      *          months of INDXTAB (the months before the run month):
      *          the new value is stored as pending on the contract
      *          with the date it takes effect -- the anniversary, but
      *          never less than thirty days after the notice -- the
      *          change is journaled to CONTJRNL, the customer gets
      *          the readjustment notice on REAJAVISO (honoring
      *          CONTPREF, logged on CONTLOG) and the run is listed
      *          on REAJRPT. A pending value whose effective date has
      *          arrived becomes the contract's CT-VALOR.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The city line of the registered address comes from
      *             ENDFMT01, so a customer abroad gets city, region,
      *             postal code and country instead of a blank UF and
      *             CEP.
      * 15/10/2026  The readjustment notice body is merged from the
      *             CARTAMOD template in force on the processing date
      *             (MODMRG01, type REAJUSTE): RA-TEXTO carries line 1
      *             and the new RA-TEXTO-COMPL lines 2 to 5. No template
      *             in force keeps the standard clause text.
      * 15/10/2026  Contract images widened to 112 bytes for CONTRACT's
      *             CT-COD-EMPRESA.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  Journal images at the 110-byte contract record.
      * 15/10/2026  Journal images at the 107-byte contract record.
      * 15/10/2026  Journal images at the 103-byte contract record.
      * 15/10/2026  Journal images at the 78-byte contract record.
      * 15/10/2026  First cut. An accumulated index at or below zero
      *             keeps the current value (no price reduction) and
      *             closes the anniversary without a notice; a missing
      *             month in INDXTAB leaves the contract for the next
      *             run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRJ01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTRATO-FILE
                                      ASSIGN TO "CONTRACT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS CT-NUM-CONTRATO
                                      FILE STATUS IS WS-CONTR-STATUS.

           SELECT OPTIONAL INDICE-TABLE
                                      ASSIGN TO "INDXTAB"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTRATO-JOURNAL
                                      ASSIGN TO "CONTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
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

           SELECT REAJUSTE-NOTICE    ASSIGN TO "REAJAVISO"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTACT-LOG
                                      ASSIGN TO "CONTLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-CONTROL-FILE
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REAJUSTE-RPT       ASSIGN TO "REAJRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATO-FILE.
           COPY CONTRACT.

      * Tabela de indices de inflacao: a taxa mensal de cada indice
      * (IGPM, IPCA...) por mes de referencia, em percentual com
      * sinal -- o IGP-M tem meses de deflacao.
       FD  INDICE-TABLE.
       01  INDICE-TABLE-REC.
           03 IX-COD-INDICE                   PIC X(06).
           03 IX-ANO-MES                      PIC 9(06).
           03 IX-TAXA-MENSAL                  PIC S9(03)V9(04)
                                              SIGN LEADING SEPARATE.

      * Diario das mudancas de contrato, o mesmo layout do CONTMNT01.
       FD  CONTRATO-JOURNAL.
       01  CONTRATO-JOURNAL-REC.
           03 CJ-OPERACAO                    PIC X(10).
           03 CJ-NUM-CONTRATO                PIC 9(06).
           03 CJ-DATA-HORA                   PIC X(21).
           03 CJ-IMAGEM-ANTES                PIC X(112).
           03 CJ-IMAGEM-DEPOIS               PIC X(112).
           03 CJ-OPERADOR                    PIC X(08).

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CONTATO-PREF.
           COPY CONTPREF.

      * Aviso de reajuste ao cliente, no mesmo layout fixo de carta
      * do DUNLTR: valor atual, valor novo, percentual aplicado e a
      * data em que o novo valor passa a valer. RA-TEXTO e a primeira
      * linha do corpo mesclado do modelo CARTAMOD, RA-TEXTO-COMPL as
      * linhas 2 a 5.
       FD  REAJUSTE-NOTICE.
       01  REAJUSTE-NOTICE-REC.
           03 RA-NUM-CLIENTE                  PIC 9(06).
           03 RA-NOME                         PIC X(30).
           03 RA-ENDERECO                     PIC X(60).
           03 RA-CIDADE-UF-CEP                PIC X(45).
           03 RA-NUM-CONTRATO                 PIC 9(06).
           03 RA-COD-INDICE                   PIC X(06).
           03 RA-VALOR-ATUAL                  PIC 9(07)V99.
           03 RA-VALOR-NOVO                   PIC 9(07)V99.
           03 RA-PERCENTUAL                   PIC 9(03)V99.
           03 RA-DATA-VIGENCIA                PIC 9(08).
           03 RA-TEXTO                        PIC X(120).
           03 RA-TEXTO-COMPL                  PIC X(120)
                                              OCCURS 4 TIMES.

       FD  CONTACT-LOG.
           COPY CONTLOG.

       FD  LOG-CONTROL-FILE.
       01  LOG-CONTROL-FILE-REC.
           03 LCF-ULTIMO-NUMERO              PIC 9(07).

       FD  REAJUSTE-RPT.
       01  REAJUSTE-RPT-REC                   PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-CONTR-STATUS                    PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PREF-STATUS                     PIC X(02) VALUE '00'.
       77 WS-GERACAO-LOG                     PIC 9(06) VALUE ZEROS.
       77 WS-IMAGEM-ANTES                    PIC X(112) VALUE SPACES.
       77 WS-IDX-COMPL                       PIC 9(02) VALUE ZEROS.

      * Datas do processamento: hoje, o limite da janela de
      * aniversarios (fim do mes seguinte), o prazo minimo do aviso
      * (hoje mais trinta dias) e o ultimo mes de indice publicado.
       77 WS-DATA-HOJE                       PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE                       PIC 9(07) VALUE ZEROS.
       77 WS-ANO-MES-HOJE                    PIC 9(06) VALUE ZEROS.
       77 WS-ANO-MES-LIMITE                  PIC 9(06) VALUE ZEROS.
       77 WS-DATA-AVISO-MINIMA               PIC 9(08) VALUE ZEROS.
       77 WS-SEQ-MES-REFERENCIA              PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-MES                         PIC 9(06) VALUE ZEROS.
       77 WS-ANO-MES-INDICE                  PIC 9(06) VALUE ZEROS.

       01 WS-DATA-HOJE-DEC.
           03 WS-HOJ-AA                      PIC 9(04).
           03 WS-HOJ-MM                      PIC 9(02).
           03 WS-HOJ-DD                      PIC 9(02).

       01 WS-DATA-INICIO-DEC.
           03 WS-INI-AA                      PIC 9(04).
           03 WS-INI-MMDD                    PIC 9(04).

       01 WS-ANIVERSARIO-DEC.
           03 WS-ANIV-AA                     PIC 9(04).
           03 WS-ANIV-MMDD                   PIC 9(04).
       01 WS-ANIVERSARIO REDEFINES WS-ANIVERSARIO-DEC
                                             PIC 9(08).
       77 WS-ANO-MES-ANIVERSARIO             PIC 9(06) VALUE ZEROS.
       77 WS-ANO-INDICE                      PIC 9(04) VALUE ZEROS.
       77 WS-MES-INDICE                      PIC 9(02) VALUE ZEROS.
       77 WS-DATA-VIGENCIA                   PIC 9(08) VALUE ZEROS.

      * Fator acumulado dos doze meses e o valor reajustado.
       77 WS-FATOR                           PIC 9(03)V9(08)
                                             VALUE ZEROS.
       77 WS-PERCENTUAL                      PIC S9(03)V99 VALUE ZEROS.
       77 WS-VALOR-NOVO                      PIC 9(07)V99 VALUE ZEROS.
       77 WS-MESES-ACHADOS                   PIC 9(02) VALUE ZEROS.

      * Taxas mensais carregadas de INDXTAB na abertura.
       77 WS-TOT-IND                         PIC 9(04) VALUE ZEROS.
       77 WS-IDX-IND                         PIC 9(04) VALUE ZEROS.
       01 WS-TAB-IND.
           03 WS-IND-ENTRADA OCCURS 0 TO 1200 TIMES
                             DEPENDING ON WS-TOT-IND.
              05 WS-IND-COD-INDICE          PIC X(06).
              05 WS-IND-ANO-MES             PIC 9(06).
              05 WS-IND-TAXA                PIC S9(03)V9(04).

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-IND-EOF                     PIC X(01) VALUE 'N'.
              88 FIM-INDXTAB                      VALUE 'S' FALSE 'N'.
           03 WS-MES-SW                      PIC X(01) VALUE 'N'.
              88 MES-ENCONTRADO                   VALUE 'S' FALSE 'N'.
           03 WS-AVISO-SW                    PIC X(01) VALUE 'N'.
              88 AVISO-SUPRIMIDO                  VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDOS                       PIC 9(07) VALUE ZEROS.
           03 WS-REAJUSTADOS                 PIC 9(07) VALUE ZEROS.
           03 WS-MANTIDOS                    PIC 9(07) VALUE ZEROS.
           03 WS-SEM-INDICE                  PIC 9(07) VALUE ZEROS.
           03 WS-EFETIVADOS                  PIC 9(07) VALUE ZEROS.
           03 WS-AVISOS                      PIC 9(07) VALUE ZEROS.
           03 WS-AVISOS-PADRAO               PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'CONTRJ01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'REAJUSTE ANUAL DE CONTRATOS'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(09)
                                       VALUE 'CONTRATO'.
           03 FILLER                         PIC X(08)
                                       VALUE 'CLIENTE'.
           03 FILLER                         PIC X(08)
                                       VALUE 'INDICE'.
           03 FILLER                         PIC X(14)
                                       VALUE '   VALOR ATUAL'.
           03 FILLER                         PIC X(14)
                                       VALUE '    VALOR NOVO'.
           03 FILLER                         PIC X(10)
                                       VALUE '  PERC(%)'.
           03 FILLER                         PIC X(11)
                                       VALUE ' VIGENCIA'.
           03 FILLER                         PIC X(30)
                                       VALUE 'SITUACAO'.

       01 WS-LINHA-DETALHE.
           03 DET-NUM-CONTRATO               PIC 9(06).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-NUM-CLIENTE                PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-COD-INDICE                 PIC X(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-VALOR-ATUAL                PIC Z,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-VALOR-NOVO                 PIC Z,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-PERCENTUAL                 PIC ZZ9.99-.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-DATA-VIGENCIA              PIC 9(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-SITUACAO                   PIC X(30).

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

      * Parametro para o CALL do MODMRG01 (corpo do aviso mesclado do
      * modelo CARTAMOD).
           COPY MODPARM.

      * Parametro para o CALL do ENDFMT01 (linha de cidade do
      * endereco cadastral, brasileiro ou no exterior).
           COPY ENDPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-CONTRATO
               UNTIL FIM-DE-ARQUIVO
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

       P100-ABRIR-ARQUIVOS.

           OPEN I-O    CONTRATO-FILE
           OPEN EXTEND CONTRATO-JOURNAL
           OPEN INPUT  CUSTOMER-MASTER
           OPEN INPUT  CONTATO-PREF
           OPEN OUTPUT REAJUSTE-NOTICE
           OPEN EXTEND CONTACT-LOG
           OPEN OUTPUT REAJUSTE-RPT

           PERFORM P105-CALCULAR-DATAS
           PERFORM P120-LER-INDICES
           PERFORM P190-LER-GERACAO-LOG
           PERFORM P150-GRAVAR-CABECALHO

           PERFORM P110-LER-CONTRATO
           .

      ******************************************************************
      * P105-CALCULAR-DATAS
      * A janela pega os aniversarios ate o fim do mes seguinte, para
      * o aviso sair com os trinta dias que a lei exige; o indice
      * acumulado e o dos doze meses ate o mes anterior ao da
      * execucao, o ultimo ja publicado.
      ******************************************************************
       P105-CALCULAR-DATAS.

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE TO WS-DATA-HOJE-DEC
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
           COMPUTE WS-DATA-AVISO-MINIMA =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-HOJE + 30)

           COMPUTE WS-ANO-MES-HOJE = WS-HOJ-AA * 100 + WS-HOJ-MM

           IF WS-HOJ-MM = 12
               COMPUTE WS-ANO-MES-LIMITE =
                   (WS-HOJ-AA + 1) * 100 + 01
           ELSE
               COMPUTE WS-ANO-MES-LIMITE = WS-ANO-MES-HOJE + 1
           END-IF

           COMPUTE WS-SEQ-MES-REFERENCIA =
               WS-HOJ-AA * 12 + WS-HOJ-MM - 2
           .

       P110-LER-CONTRATO.

           READ CONTRATO-FILE NEXT RECORD
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

      ******************************************************************
      * P120-LER-INDICES
      * Carrega a tabela INDXTAB; sem o arquivo nenhum contrato
      * encontra os doze meses e nada e reajustado.
      ******************************************************************
       P120-LER-INDICES.

           OPEN INPUT INDICE-TABLE

           PERFORM P125-LER-UM-INDICE
               UNTIL FIM-INDXTAB

           CLOSE INDICE-TABLE
           .

       P125-LER-UM-INDICE.

           READ INDICE-TABLE
               AT END
                   SET FIM-INDXTAB TO TRUE
               NOT AT END
                   IF WS-TOT-IND < 1200
                       ADD 1 TO WS-TOT-IND
                       MOVE IX-COD-INDICE
                         TO WS-IND-COD-INDICE (WS-TOT-IND)
                       MOVE IX-ANO-MES
                         TO WS-IND-ANO-MES (WS-TOT-IND)
                       MOVE IX-TAXA-MENSAL
                         TO WS-IND-TAXA (WS-TOT-IND)
                   END-IF
           END-READ
           .

       P150-GRAVAR-CABECALHO.

           MOVE 1 TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO REAJUSTE-RPT-REC
           WRITE REAJUSTE-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO REAJUSTE-RPT-REC
           WRITE REAJUSTE-RPT-REC
           MOVE WS-LINHA-CAB3 TO REAJUSTE-RPT-REC
           WRITE REAJUSTE-RPT-REC
           .

      ******************************************************************
      * P190-LER-GERACAO-LOG
      * A geracao carimbada no CONTLOG e o ultimo numero de controle
      * emitido pela sequencia do CTRLFILE; sem o arquivo sai zero.
      ******************************************************************
       P190-LER-GERACAO-LOG.

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
      * P200-PROCESSA-CONTRATO
      * Primeiro efetiva o reajuste pendente que chegou a vigencia;
      * depois procura o proximo aniversario do contrato ativo com
      * indice.
      ******************************************************************
       P200-PROCESSA-CONTRATO.

           IF CT-DATA-VIGENCIA-REAJ NOT = ZEROS
              AND CT-DATA-VIGENCIA-REAJ <= WS-DATA-HOJE
               PERFORM P300-EFETIVAR-REAJUSTE
           END-IF

           IF CT-CONTRATO-ATIVO
              AND NOT CT-SEM-REAJUSTE
              AND CT-DATA-VIGENCIA-REAJ = ZEROS
              AND (CT-DATA-FIM = ZEROS
                   OR CT-DATA-FIM >= WS-DATA-HOJE)
               PERFORM P400-VERIFICAR-ANIVERSARIO
           END-IF

           PERFORM P110-LER-CONTRATO
           .

      ******************************************************************
      * P300-EFETIVAR-REAJUSTE
      * O valor reajustado vira o valor do contrato na data de
      * vigencia; o CONTGEN01 ja o cobra desde o mes da vigencia.
      ******************************************************************
       P300-EFETIVAR-REAJUSTE.

           MOVE CONTRATO-REC TO WS-IMAGEM-ANTES

           MOVE CT-VALOR-REAJUSTADO TO CT-VALOR
           MOVE ZEROS               TO CT-VALOR-REAJUSTADO
                                       CT-DATA-VIGENCIA-REAJ

           MOVE 'VIGENCIA' TO CJ-OPERACAO
           PERFORM P700-REGRAVAR-CONTRATO
           ADD 1 TO WS-EFETIVADOS
           .

      ******************************************************************
      * P400-VERIFICAR-ANIVERSARIO
      * Aniversario deste ano (ou do proximo, se o deste ja passou de
      * mes); entra quando cai ate o fim do mes seguinte, o contrato
      * ja tem um ano e aquele aniversario ainda nao foi reajustado.
      * Inicio em 29/02 faz aniversario em 28/02 no ano comum.
      ******************************************************************
       P400-VERIFICAR-ANIVERSARIO.

           MOVE CT-DATA-INICIO TO WS-DATA-INICIO-DEC

           MOVE WS-HOJ-AA   TO WS-ANIV-AA
           MOVE WS-INI-MMDD TO WS-ANIV-MMDD
           COMPUTE WS-ANO-MES-ANIVERSARIO = WS-ANIVERSARIO / 100
           IF WS-ANO-MES-ANIVERSARIO < WS-ANO-MES-HOJE
               ADD 1 TO WS-ANIV-AA
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD (WS-ANIVERSARIO) NOT = 0
               SUBTRACT 1 FROM WS-ANIVERSARIO
           END-IF

           COMPUTE WS-ANO-MES-ANIVERSARIO = WS-ANIVERSARIO / 100

           IF WS-ANO-MES-ANIVERSARIO <= WS-ANO-MES-LIMITE
              AND WS-ANIV-AA > WS-INI-AA
              AND WS-ANIVERSARIO > CT-DATA-ULT-REAJUSTE
               PERFORM P500-REAJUSTAR-CONTRATO
           END-IF
           .

      ******************************************************************
      * P500-REAJUSTAR-CONTRATO
      * Indice acumulado dos doze meses; faltando mes na tabela o
      * contrato fica para a proxima execucao. Indice acumulado nao
      * positivo mantem o valor e fecha o aniversario.
      ******************************************************************
       P500-REAJUSTAR-CONTRATO.

           PERFORM P510-ACUMULAR-INDICE

           MOVE SPACES TO WS-LINHA-DETALHE
           MOVE CT-NUM-CONTRATO TO DET-NUM-CONTRATO
           MOVE CT-NUM-CLIENTE  TO DET-NUM-CLIENTE
           MOVE CT-COD-INDICE   TO DET-COD-INDICE
           MOVE CT-VALOR        TO DET-VALOR-ATUAL

           EVALUATE TRUE
               WHEN WS-MESES-ACHADOS < 12
                   ADD 1 TO WS-SEM-INDICE
                   MOVE 'INDICE INCOMPLETO NA TABELA'
                                              TO DET-SITUACAO
               WHEN WS-FATOR NOT > 1
                   MOVE CONTRATO-REC TO WS-IMAGEM-ANTES
                   MOVE WS-ANIVERSARIO TO CT-DATA-ULT-REAJUSTE
                   MOVE 'SEM REAJUSTE' TO CJ-OPERACAO
                   PERFORM P700-REGRAVAR-CONTRATO
                   ADD 1 TO WS-MANTIDOS
                   MOVE CT-VALOR       TO DET-VALOR-NOVO
                   MOVE WS-PERCENTUAL  TO DET-PERCENTUAL
                   MOVE 'INDICE NEGATIVO - VALOR MANTIDO'
                                              TO DET-SITUACAO
               WHEN OTHER
                   PERFORM P550-APLICAR-REAJUSTE
           END-EVALUATE

           MOVE WS-LINHA-DETALHE TO REAJUSTE-RPT-REC
           WRITE REAJUSTE-RPT-REC
           .

       P510-ACUMULAR-INDICE.

           MOVE 1     TO WS-FATOR
           MOVE ZEROS TO WS-MESES-ACHADOS

           PERFORM P520-APLICAR-MES
               VARYING WS-SEQ-MES FROM WS-SEQ-MES-REFERENCIA BY -1
                 UNTIL WS-SEQ-MES < WS-SEQ-MES-REFERENCIA - 11

           COMPUTE WS-PERCENTUAL ROUNDED = (WS-FATOR - 1) * 100
           .

       P520-APLICAR-MES.

           DIVIDE WS-SEQ-MES BY 12
               GIVING WS-ANO-INDICE REMAINDER WS-MES-INDICE
           COMPUTE WS-ANO-MES-INDICE =
               WS-ANO-INDICE * 100 + WS-MES-INDICE + 1

           SET MES-ENCONTRADO TO FALSE
           PERFORM P530-PROCURAR-TAXA
               VARYING WS-IDX-IND FROM 1 BY 1
                 UNTIL WS-IDX-IND > WS-TOT-IND
                    OR MES-ENCONTRADO
           .

       P530-PROCURAR-TAXA.

           IF WS-IND-COD-INDICE (WS-IDX-IND) = CT-COD-INDICE
              AND WS-IND-ANO-MES (WS-IDX-IND) = WS-ANO-MES-INDICE
               SET MES-ENCONTRADO TO TRUE
               ADD 1 TO WS-MESES-ACHADOS
               COMPUTE WS-FATOR ROUNDED =
                   WS-FATOR * (1 + WS-IND-TAXA (WS-IDX-IND) / 100)
           END-IF
           .

      ******************************************************************
      * P550-APLICAR-REAJUSTE
      * O valor novo fica pendente no contrato ate a vigencia: o
      * aniversario, ou hoje mais trinta dias quando o aniversario
      * chega antes do prazo do aviso.
      ******************************************************************
       P550-APLICAR-REAJUSTE.

           COMPUTE WS-VALOR-NOVO ROUNDED = CT-VALOR * WS-FATOR

           IF WS-ANIVERSARIO < WS-DATA-AVISO-MINIMA
               MOVE WS-DATA-AVISO-MINIMA TO WS-DATA-VIGENCIA
           ELSE
               MOVE WS-ANIVERSARIO       TO WS-DATA-VIGENCIA
           END-IF

           MOVE CONTRATO-REC     TO WS-IMAGEM-ANTES
           MOVE WS-VALOR-NOVO    TO CT-VALOR-REAJUSTADO
           MOVE WS-DATA-VIGENCIA TO CT-DATA-VIGENCIA-REAJ
           MOVE WS-ANIVERSARIO   TO CT-DATA-ULT-REAJUSTE

           MOVE 'REAJUSTE' TO CJ-OPERACAO
           PERFORM P700-REGRAVAR-CONTRATO
           ADD 1 TO WS-REAJUSTADOS

           MOVE WS-VALOR-NOVO    TO DET-VALOR-NOVO
           MOVE WS-PERCENTUAL    TO DET-PERCENTUAL
           MOVE WS-DATA-VIGENCIA TO DET-DATA-VIGENCIA
           MOVE 'REAJUSTADO'     TO DET-SITUACAO

           PERFORM P600-AVISAR-CLIENTE
           .

      ******************************************************************
      * P600-AVISAR-CLIENTE
      * Aviso de reajuste ao cliente. Respeita a preferencia de
      * contato como toda saida por correio (mala vetada ou endereco
      * devolvido suprime, e o relatorio mostra) e entra no CONTLOG.
      ******************************************************************
       P600-AVISAR-CLIENTE.

           SET AVISO-SUPRIMIDO TO FALSE
           MOVE CT-NUM-CLIENTE TO CP-NUM-CLIENTE

           READ CONTATO-PREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CP-MALA-VETADA OR CP-ENDERECO-DEVOLVIDO
                       SET AVISO-SUPRIMIDO TO TRUE
                   END-IF
           END-READ

           MOVE CT-NUM-CLIENTE TO CM-NUM-CLIENTE

           READ CUSTOMER-MASTER
               INVALID KEY
                   SET AVISO-SUPRIMIDO TO TRUE
           END-READ

           IF AVISO-SUPRIMIDO
               MOVE 'REAJUSTADO - AVISO SUPRIMIDO' TO DET-SITUACAO
           ELSE
               PERFORM P610-MONTAR-AVISO
           END-IF
           .

       P610-MONTAR-AVISO.

           MOVE SPACES               TO REAJUSTE-NOTICE-REC
           MOVE CM-NUM-CLIENTE       TO RA-NUM-CLIENTE
           MOVE CM-NOME-FORMATADO    TO RA-NOME
           MOVE CM-ENDERECO          TO RA-ENDERECO

           MOVE CM-CIDADE     TO WS-ENDFMT-CIDADE
           MOVE CM-UF         TO WS-ENDFMT-UF
           MOVE CM-CEP        TO WS-ENDFMT-CEP
           MOVE CM-COD-PAIS   TO WS-ENDFMT-PAIS
           MOVE CM-COD-POSTAL TO WS-ENDFMT-COD-POSTAL
           MOVE CM-REGIAO     TO WS-ENDFMT-REGIAO
           CALL 'ENDFMT01' USING WS-ENDFMT-PARM
           MOVE WS-ENDFMT-LINHA TO RA-CIDADE-UF-CEP

           MOVE CT-NUM-CONTRATO      TO RA-NUM-CONTRATO
           MOVE CT-COD-INDICE        TO RA-COD-INDICE
           MOVE CT-VALOR             TO RA-VALOR-ATUAL
           MOVE CT-VALOR-REAJUSTADO  TO RA-VALOR-NOVO
           MOVE WS-PERCENTUAL        TO RA-PERCENTUAL
           MOVE CT-DATA-VIGENCIA-REAJ TO RA-DATA-VIGENCIA

           STRING 'CONFORME CLAUSULA DE REAJUSTE DO CONTRATO, O VALOR '
                  'MENSAL SERA CORRIGIDO PELO INDICE ACUMULADO DOS '
                  'ULTIMOS DOZE MESES A PARTIR DA DATA DE VIGENCIA.'
                  DELIMITED BY SIZE INTO RA-TEXTO
           END-STRING

           PERFORM P615-MESCLAR-MODELO

           WRITE REAJUSTE-NOTICE-REC
           ADD 1 TO WS-AVISOS

           MOVE CM-NUM-CLIENTE   TO CLG-NUM-CLIENTE
           MOVE WS-DATA-HOJE     TO CLG-DATA
           MOVE 'CARTA'          TO CLG-CANAL
           MOVE 'REAJUSTE'       TO CLG-TIPO-DOC
           MOVE WS-GERACAO-LOG   TO CLG-GERACAO
           WRITE CONTATO-LOG-REC
           .

      ******************************************************************
      * P615-MESCLAR-MODELO
      * Modelo REAJUSTE em vigor na data de processamento, com o
      * contrato, o indice, os valores atual e novo, o percentual e a
      * data de vigencia do reajuste. Sem modelo em vigor fica o texto
      * padrao acima.
      ******************************************************************
       P615-MESCLAR-MODELO.

           INITIALIZE WS-MODMRG-PARM
           SET MOD-MESCLAR            TO TRUE
           MOVE 'REAJUSTE'            TO WS-MOD-TIPO-CARTA
           MOVE 1                     TO WS-MOD-ESTAGIO
           MOVE WS-DATA-HOJE          TO WS-MOD-DATA-REF
           MOVE CM-NOME-FORMATADO     TO WS-MOD-NOME
           MOVE CM-DOCUMENTO          TO WS-MOD-DOCUMENTO
           MOVE CM-NUM-CLIENTE        TO WS-MOD-NUM-CLIENTE
           MOVE CT-NUM-CONTRATO       TO WS-MOD-CONTRATO
           MOVE CT-COD-INDICE         TO WS-MOD-INDICE
           MOVE CT-VALOR              TO WS-MOD-VALOR
           MOVE CT-VALOR-REAJUSTADO   TO WS-MOD-VALOR-NOVO
           MOVE WS-PERCENTUAL         TO WS-MOD-PERCENTUAL
           MOVE CT-DATA-VIGENCIA-REAJ TO WS-MOD-DATA-VIGENCIA
           MOVE CT-DATA-FIM           TO WS-MOD-DATA-FIM

           CALL 'MODMRG01' USING WS-MODMRG-PARM

           IF MOD-OK OR MOD-LINHA-CORTADA
               MOVE WS-MOD-LINHA (1) TO RA-TEXTO
               PERFORM P616-COPIAR-COMPLEMENTO
                   VARYING WS-IDX-COMPL FROM 1 BY 1
                     UNTIL WS-IDX-COMPL > 4
           ELSE
               ADD 1 TO WS-AVISOS-PADRAO
           END-IF
           .

       P616-COPIAR-COMPLEMENTO.

           MOVE WS-MOD-LINHA (WS-IDX-COMPL + 1)
                                 TO RA-TEXTO-COMPL (WS-IDX-COMPL)
           .

       P700-REGRAVAR-CONTRATO.

           REWRITE CONTRATO-REC
               INVALID KEY
                   DISPLAY 'CONTRJ01 - FALHA AO REGRAVAR: '
                           CT-NUM-CONTRATO
               NOT INVALID KEY
                   PERFORM P750-GRAVAR-JORNAL
           END-REWRITE
           .

       P750-GRAVAR-JORNAL.

           MOVE CT-NUM-CONTRATO       TO CJ-NUM-CONTRATO
           MOVE FUNCTION CURRENT-DATE TO CJ-DATA-HORA
           MOVE WS-IMAGEM-ANTES       TO CJ-IMAGEM-ANTES
           MOVE CONTRATO-REC          TO CJ-IMAGEM-DEPOIS
           MOVE 'CONTRJ01'            TO CJ-OPERADOR

           WRITE CONTRATO-JOURNAL-REC
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE CONTRATO-FILE
           CLOSE CONTRATO-JOURNAL
           CLOSE CUSTOMER-MASTER
           CLOSE CONTATO-PREF
           CLOSE REAJUSTE-NOTICE
           CLOSE CONTACT-LOG
           CLOSE REAJUSTE-RPT

           SET MOD-ENCERRAR TO TRUE
           CALL 'MODMRG01' USING WS-MODMRG-PARM

           DISPLAY 'CONTRJ01 - CONTRATOS LIDOS...: ' WS-LIDOS
           DISPLAY 'CONTRJ01 - REAJUSTADOS.......: ' WS-REAJUSTADOS
           DISPLAY 'CONTRJ01 - VALOR MANTIDO.....: ' WS-MANTIDOS
           DISPLAY 'CONTRJ01 - INDICE INCOMPLETO.: ' WS-SEM-INDICE
           DISPLAY 'CONTRJ01 - REAJUSTES EM VIGOR: ' WS-EFETIVADOS
           DISPLAY 'CONTRJ01 - AVISOS EMITIDOS...: ' WS-AVISOS
           DISPLAY 'CONTRJ01 - AVISOS TXT PADRAO.: ' WS-AVISOS-PADRAO
           .

       END PROGRAM CONTRJ01.
