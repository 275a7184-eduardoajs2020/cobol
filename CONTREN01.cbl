      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: CONTREN01 - weekly contract expiry and renewal run.
      *          Every active CONTRACT with an end date inside the
      *          RENPARM notice windows (60/30/15 days by default)
      *          gets a renewal notice on RENAVISO at each window it
      *          crosses, through the CONTPREF contact rules and
      *          logged on CONTLOG. A contract flagged auto-renew is
      *          extended by its term in months from the current end
      *          date once the end date falls before the next weekly
      *          run, so CONTGEN01 never sees it lapse. Every change
      *          is journaled to CONTJRNL and the run is listed on
      *          RENRPT.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The city line of the registered address comes from
      *             ENDFMT01, so a customer abroad gets city, region,
      *             postal code and country instead of a blank UF and
      *             CEP.
      * 15/10/2026  The renewal notice body is merged from the CARTAMOD
      *             template in force on the processing date (MODMRG01,
      *             type RENOVA, stage 01 auto-renew or 02 commercial
      *             renewal): RN-TEXTO carries line 1 and the new
      *             RN-TEXTO-COMPL lines 2 to 5. No template in force
      *             keeps the standard text.
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
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTREN01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTRATO-FILE
                                      ASSIGN TO "CONTRACT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS CT-NUM-CONTRATO
                                      FILE STATUS IS WS-CONTR-STATUS.

           SELECT RENOVA-PARM        ASSIGN TO "RENPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

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

           SELECT RENOVA-NOTICE      ASSIGN TO "RENAVISO"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTACT-LOG
                                      ASSIGN TO "CONTLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-CONTROL-FILE
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RENOVA-RPT         ASSIGN TO "RENRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATO-FILE.
           COPY CONTRACT.

      * Janelas de aviso em dias antes do fim do contrato, da maior
      * para a menor.
       FD  RENOVA-PARM.
       01  RENOVA-PARM-REC.
           03 RP-JANELA-1                     PIC 9(03).
           03 RP-JANELA-2                     PIC 9(03).
           03 RP-JANELA-3                     PIC 9(03).

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

      * Aviso de vencimento do contrato, no mesmo layout fixo de
      * carta do DUNLTR: RN-TEXTO e a primeira linha do corpo
      * mesclado do modelo CARTAMOD, RN-TEXTO-COMPL as linhas 2 a 5.
       FD  RENOVA-NOTICE.
       01  RENOVA-NOTICE-REC.
           03 RN-NUM-CLIENTE                  PIC 9(06).
           03 RN-NOME                         PIC X(30).
           03 RN-ENDERECO                     PIC X(60).
           03 RN-CIDADE-UF-CEP                PIC X(45).
           03 RN-NUM-CONTRATO                 PIC 9(06).
           03 RN-DATA-FIM                     PIC 9(08).
           03 RN-VALOR                        PIC 9(07)V99.
           03 RN-TEXTO                        PIC X(120).
           03 RN-TEXTO-COMPL                  PIC X(120)
                                              OCCURS 4 TIMES.

       FD  CONTACT-LOG.
           COPY CONTLOG.

       FD  LOG-CONTROL-FILE.
       01  LOG-CONTROL-FILE-REC.
           03 LCF-ULTIMO-NUMERO              PIC 9(07).

       FD  RENOVA-RPT.
       01  RENOVA-RPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-CONTR-STATUS                    PIC X(02) VALUE '00'.
       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PREF-STATUS                     PIC X(02) VALUE '00'.
       77 WS-GERACAO-LOG                     PIC 9(06) VALUE ZEROS.
       77 WS-IMAGEM-ANTES                    PIC X(112) VALUE SPACES.
       77 WS-IDX-COMPL                       PIC 9(02) VALUE ZEROS.

       77 WS-JANELA-1                        PIC 9(03) VALUE 60.
       77 WS-JANELA-2                        PIC 9(03) VALUE 30.
       77 WS-JANELA-3                        PIC 9(03) VALUE 15.
      * Intervalo entre execucoes: o contrato que vence antes da
      * proxima execucao semanal ja renova nesta.
       77 WS-INTERVALO-DIAS                  PIC 9(03) VALUE 7.
       77 WS-DEGRAU-AVISO                    PIC 9(03) VALUE ZEROS.

       77 WS-DATA-HOJE                       PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE                       PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-FIM                        PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-PARA-FIM                   PIC S9(07) VALUE ZEROS.

      * Soma do prazo em meses a data de fim, com o dia limitado ao
      * ultimo dia do mes de destino.
       01 WS-DATA-NOVA-DEC.
           03 WS-NOV-AA                      PIC 9(04).
           03 WS-NOV-MM                      PIC 9(02).
           03 WS-NOV-DD                      PIC 9(02).
       01 WS-DATA-NOVA REDEFINES WS-DATA-NOVA-DEC
                                             PIC 9(08).
       77 WS-DIA-ORIGINAL                    PIC 9(02) VALUE ZEROS.
       77 WS-MESES-TOTAL                     PIC 9(06) VALUE ZEROS.
       77 WS-DATA-PROX-MES                   PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-FIM-MES                    PIC 9(07) VALUE ZEROS.
       77 WS-DATA-FIM-MES                    PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMO-DIA                      PIC 9(02) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-AVISO-SW                    PIC X(01) VALUE 'N'.
              88 AVISO-SUPRIMIDO                  VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDOS                       PIC 9(07) VALUE ZEROS.
           03 WS-NA-JANELA                   PIC 9(07) VALUE ZEROS.
           03 WS-AVISOS                      PIC 9(07) VALUE ZEROS.
           03 WS-SUPRIMIDOS                  PIC 9(07) VALUE ZEROS.
           03 WS-AVISOS-PADRAO               PIC 9(07) VALUE ZEROS.
           03 WS-RENOVADOS                   PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'CONTREN01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'CONTRATOS A VENCER'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       01 WS-LINHA-CAB3.
           03 FILLER                         PIC X(09)
                                       VALUE 'CONTRATO'.
           03 FILLER                         PIC X(08)
                                       VALUE 'CLIENTE'.
           03 FILLER                         PIC X(10)
                                       VALUE 'FIM'.
           03 FILLER                         PIC X(06)
                                       VALUE ' DIAS'.
           03 FILLER                         PIC X(14)
                                       VALUE '  VALOR MENSAL'.
           03 FILLER                         PIC X(10)
                                       VALUE '  NOVO FIM'.
           03 FILLER                         PIC X(30)
                                       VALUE '  SITUACAO'.

       01 WS-LINHA-DETALHE.
           03 DET-NUM-CONTRATO               PIC 9(06).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 DET-NUM-CLIENTE                PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-DATA-FIM                   PIC 9(08).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-DIAS                       PIC ZZZ9-.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 DET-VALOR                      PIC Z,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 DET-DATA-NOVA                  PIC 9(08).
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

           PERFORM P050-LER-PARAMETROS
           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-CONTRATO
               UNTIL FIM-DE-ARQUIVO
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

       P050-LER-PARAMETROS.

           OPEN INPUT RENOVA-PARM
           IF WS-PARM-STATUS = '00'
               READ RENOVA-PARM
                   NOT AT END
                       MOVE RP-JANELA-1 TO WS-JANELA-1
                       MOVE RP-JANELA-2 TO WS-JANELA-2
                       MOVE RP-JANELA-3 TO WS-JANELA-3
               END-READ
               CLOSE RENOVA-PARM
           END-IF
           .

       P100-ABRIR-ARQUIVOS.

           OPEN I-O    CONTRATO-FILE
           OPEN EXTEND CONTRATO-JOURNAL
           OPEN INPUT  CUSTOMER-MASTER
           OPEN INPUT  CONTATO-PREF
           OPEN OUTPUT RENOVA-NOTICE
           OPEN EXTEND CONTACT-LOG
           OPEN OUTPUT RENOVA-RPT

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)

           PERFORM P190-LER-GERACAO-LOG
           PERFORM P150-GRAVAR-CABECALHO

           PERFORM P110-LER-CONTRATO
           .

       P110-LER-CONTRATO.

           READ CONTRATO-FILE NEXT RECORD
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

       P150-GRAVAR-CABECALHO.

           MOVE 1 TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO RENOVA-RPT-REC
           WRITE RENOVA-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO RENOVA-RPT-REC
           WRITE RENOVA-RPT-REC
           MOVE WS-LINHA-CAB3 TO RENOVA-RPT-REC
           WRITE RENOVA-RPT-REC
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
      * So contrato ativo com data de fim entra. Renovacao automatica
      * vencendo antes da proxima execucao renova agora; os demais
      * dentro da maior janela recebem o aviso do degrau em que
      * estao, uma vez por degrau.
      ******************************************************************
       P200-PROCESSA-CONTRATO.

           IF CT-CONTRATO-ATIVO
              AND CT-DATA-FIM NOT = ZEROS
               COMPUTE WS-DIAS-FIM =
                   FUNCTION INTEGER-OF-DATE (CT-DATA-FIM)
               COMPUTE WS-DIAS-PARA-FIM = WS-DIAS-FIM - WS-DIAS-HOJE

               EVALUATE TRUE
                   WHEN CT-RENOVA-AUTOMATICO
                    AND CT-PRAZO-MESES > ZEROS
                    AND WS-DIAS-PARA-FIM < WS-INTERVALO-DIAS
                       PERFORM P400-RENOVAR-CONTRATO
                   WHEN WS-DIAS-PARA-FIM >= 0
                    AND WS-DIAS-PARA-FIM <= WS-JANELA-1
                       PERFORM P300-VERIFICAR-AVISO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           PERFORM P110-LER-CONTRATO
           .

      ******************************************************************
      * P300-VERIFICAR-AVISO
      * O degrau e a menor janela que ainda cobre os dias ate o fim;
      * so avisa quando o degrau e menor que o do ultimo aviso (zero
      * e nunca avisado).
      ******************************************************************
       P300-VERIFICAR-AVISO.

           ADD 1 TO WS-NA-JANELA

           EVALUATE TRUE
               WHEN WS-DIAS-PARA-FIM <= WS-JANELA-3
                   MOVE WS-JANELA-3 TO WS-DEGRAU-AVISO
               WHEN WS-DIAS-PARA-FIM <= WS-JANELA-2
                   MOVE WS-JANELA-2 TO WS-DEGRAU-AVISO
               WHEN OTHER
                   MOVE WS-JANELA-1 TO WS-DEGRAU-AVISO
           END-EVALUATE

           PERFORM P350-MONTAR-DETALHE

           IF CT-ULT-AVISO-DIAS = ZEROS
              OR WS-DEGRAU-AVISO < CT-ULT-AVISO-DIAS
               PERFORM P600-AVISAR-CLIENTE
               MOVE CONTRATO-REC TO WS-IMAGEM-ANTES
               MOVE WS-DEGRAU-AVISO TO CT-ULT-AVISO-DIAS
               MOVE 'AVISO FIM' TO CJ-OPERACAO
               PERFORM P700-REGRAVAR-CONTRATO
           ELSE
               MOVE 'AVISO JA ENVIADO NESTE DEGRAU' TO DET-SITUACAO
           END-IF

           MOVE WS-LINHA-DETALHE TO RENOVA-RPT-REC
           WRITE RENOVA-RPT-REC
           .

       P350-MONTAR-DETALHE.

           MOVE SPACES TO WS-LINHA-DETALHE
           MOVE CT-NUM-CONTRATO  TO DET-NUM-CONTRATO
           MOVE CT-NUM-CLIENTE   TO DET-NUM-CLIENTE
           MOVE CT-DATA-FIM      TO DET-DATA-FIM
           MOVE WS-DIAS-PARA-FIM TO DET-DIAS
           MOVE CT-VALOR         TO DET-VALOR
           .

      ******************************************************************
      * P400-RENOVAR-CONTRATO
      * Renovacao automatica: a data de fim anda o prazo do contrato
      * em meses e o degrau de aviso volta a zero para o proximo
      * vencimento.
      ******************************************************************
       P400-RENOVAR-CONTRATO.

           PERFORM P350-MONTAR-DETALHE

           MOVE CONTRATO-REC TO WS-IMAGEM-ANTES
           PERFORM P450-SOMAR-PRAZO
           MOVE WS-DATA-NOVA TO CT-DATA-FIM
           MOVE ZEROS        TO CT-ULT-AVISO-DIAS

           MOVE 'RENOVACAO' TO CJ-OPERACAO
           PERFORM P700-REGRAVAR-CONTRATO
           ADD 1 TO WS-RENOVADOS

           MOVE WS-DATA-NOVA          TO DET-DATA-NOVA
           MOVE 'RENOVADO AUTOMATICAMENTE' TO DET-SITUACAO
           MOVE WS-LINHA-DETALHE TO RENOVA-RPT-REC
           WRITE RENOVA-RPT-REC
           .

       P450-SOMAR-PRAZO.

           MOVE CT-DATA-FIM TO WS-DATA-NOVA
           MOVE WS-NOV-DD   TO WS-DIA-ORIGINAL

           COMPUTE WS-MESES-TOTAL =
               WS-NOV-AA * 12 + WS-NOV-MM - 1 + CT-PRAZO-MESES
           DIVIDE WS-MESES-TOTAL BY 12
               GIVING WS-NOV-AA REMAINDER WS-NOV-MM
           ADD 1 TO WS-NOV-MM

           IF WS-NOV-MM = 12
               COMPUTE WS-DATA-PROX-MES =
                   (WS-NOV-AA + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-DATA-PROX-MES =
                   WS-NOV-AA * 10000 + (WS-NOV-MM + 1) * 100 + 01
           END-IF

           COMPUTE WS-DIAS-FIM-MES =
               FUNCTION INTEGER-OF-DATE (WS-DATA-PROX-MES) - 1
           COMPUTE WS-DATA-FIM-MES =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-FIM-MES)
           MOVE WS-DATA-FIM-MES (7:2) TO WS-ULTIMO-DIA

           IF WS-DIA-ORIGINAL > WS-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA   TO WS-NOV-DD
           ELSE
               MOVE WS-DIA-ORIGINAL TO WS-NOV-DD
           END-IF
           .

      ******************************************************************
      * P600-AVISAR-CLIENTE
      * Aviso de vencimento do contrato. Respeita a preferencia de
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
               ADD 1 TO WS-SUPRIMIDOS
               MOVE 'AVISO SUPRIMIDO' TO DET-SITUACAO
           ELSE
               PERFORM P610-MONTAR-AVISO
               MOVE 'AVISO EMITIDO'   TO DET-SITUACAO
           END-IF
           .

       P610-MONTAR-AVISO.

           MOVE SPACES               TO RENOVA-NOTICE-REC
           MOVE CM-NUM-CLIENTE       TO RN-NUM-CLIENTE
           MOVE CM-NOME-FORMATADO    TO RN-NOME
           MOVE CM-ENDERECO          TO RN-ENDERECO

           MOVE CM-CIDADE     TO WS-ENDFMT-CIDADE
           MOVE CM-UF         TO WS-ENDFMT-UF
           MOVE CM-CEP        TO WS-ENDFMT-CEP
           MOVE CM-COD-PAIS   TO WS-ENDFMT-PAIS
           MOVE CM-COD-POSTAL TO WS-ENDFMT-COD-POSTAL
           MOVE CM-REGIAO     TO WS-ENDFMT-REGIAO
           CALL 'ENDFMT01' USING WS-ENDFMT-PARM
           MOVE WS-ENDFMT-LINHA TO RN-CIDADE-UF-CEP

           MOVE CT-NUM-CONTRATO      TO RN-NUM-CONTRATO
           MOVE CT-DATA-FIM          TO RN-DATA-FIM
           MOVE CT-VALOR             TO RN-VALOR

           IF CT-RENOVA-AUTOMATICO
               STRING 'SEU CONTRATO SERA RENOVADO AUTOMATICAMENTE NA '
                      'DATA DE VENCIMENTO, PELO MESMO PRAZO, SALVO '
                      'MANIFESTACAO EM CONTRARIO.'
                      DELIMITED BY SIZE INTO RN-TEXTO
               END-STRING
           ELSE
               STRING 'SEU CONTRATO VENCE NA DATA INDICADA. ENTRE EM '
                      'CONTATO COM NOSSA AREA COMERCIAL PARA A '
                      'RENOVACAO E EVITE A INTERRUPCAO DO SERVICO.'
                      DELIMITED BY SIZE INTO RN-TEXTO
               END-STRING
           END-IF

           PERFORM P615-MESCLAR-MODELO

           WRITE RENOVA-NOTICE-REC
           ADD 1 TO WS-AVISOS

           MOVE CM-NUM-CLIENTE   TO CLG-NUM-CLIENTE
           MOVE WS-DATA-HOJE     TO CLG-DATA
           MOVE 'CARTA'          TO CLG-CANAL
           MOVE 'RENOVACAO'      TO CLG-TIPO-DOC
           MOVE WS-GERACAO-LOG   TO CLG-GERACAO
           WRITE CONTATO-LOG-REC
           .

      ******************************************************************
      * P615-MESCLAR-MODELO
      * Modelo RENOVA em vigor na data de processamento: estagio 01
      * para o contrato de renovacao automatica, 02 para o que depende
      * da area comercial. Sem modelo em vigor fica o texto padrao
      * acima.
      ******************************************************************
       P615-MESCLAR-MODELO.

           INITIALIZE WS-MODMRG-PARM
           SET MOD-MESCLAR            TO TRUE
           MOVE 'RENOVA'              TO WS-MOD-TIPO-CARTA
           IF CT-RENOVA-AUTOMATICO
               MOVE 1                 TO WS-MOD-ESTAGIO
           ELSE
               MOVE 2                 TO WS-MOD-ESTAGIO
           END-IF
           MOVE WS-DATA-HOJE          TO WS-MOD-DATA-REF
           MOVE CM-NOME-FORMATADO     TO WS-MOD-NOME
           MOVE CM-DOCUMENTO          TO WS-MOD-DOCUMENTO
           MOVE CM-NUM-CLIENTE        TO WS-MOD-NUM-CLIENTE
           MOVE CT-NUM-CONTRATO       TO WS-MOD-CONTRATO
           MOVE CT-VALOR              TO WS-MOD-VALOR
           MOVE CT-DATA-FIM           TO WS-MOD-DATA-FIM
                                         WS-MOD-VENCTO

           CALL 'MODMRG01' USING WS-MODMRG-PARM

           IF MOD-OK OR MOD-LINHA-CORTADA
               MOVE WS-MOD-LINHA (1) TO RN-TEXTO
               PERFORM P616-COPIAR-COMPLEMENTO
                   VARYING WS-IDX-COMPL FROM 1 BY 1
                     UNTIL WS-IDX-COMPL > 4
           ELSE
               ADD 1 TO WS-AVISOS-PADRAO
           END-IF
           .

       P616-COPIAR-COMPLEMENTO.

           MOVE WS-MOD-LINHA (WS-IDX-COMPL + 1)
                                 TO RN-TEXTO-COMPL (WS-IDX-COMPL)
           .

       P700-REGRAVAR-CONTRATO.

           REWRITE CONTRATO-REC
               INVALID KEY
                   DISPLAY 'CONTREN01 - FALHA AO REGRAVAR: '
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
           MOVE 'CONTREN01'           TO CJ-OPERADOR

           WRITE CONTRATO-JOURNAL-REC
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE CONTRATO-FILE
           CLOSE CONTRATO-JOURNAL
           CLOSE CUSTOMER-MASTER
           CLOSE CONTATO-PREF
           CLOSE RENOVA-NOTICE
           CLOSE CONTACT-LOG
           CLOSE RENOVA-RPT

           SET MOD-ENCERRAR TO TRUE
           CALL 'MODMRG01' USING WS-MODMRG-PARM

           DISPLAY 'CONTREN01 - CONTRATOS LIDOS..: ' WS-LIDOS
           DISPLAY 'CONTREN01 - NA JANELA........: ' WS-NA-JANELA
           DISPLAY 'CONTREN01 - AVISOS EMITIDOS..: ' WS-AVISOS
           DISPLAY 'CONTREN01 - AVISOS SUPRIMIDOS: ' WS-SUPRIMIDOS
           DISPLAY 'CONTREN01 - RENOVADOS........: ' WS-RENOVADOS
           DISPLAY 'CONTREN01 - AVISOS TXT PADRAO: ' WS-AVISOS-PADRAO
           .

       END PROGRAM CONTREN01.
