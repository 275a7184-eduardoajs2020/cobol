      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: CIRCLT01 - balance-confirmation letters for the
      *          external auditors (circularizacao). For the CIRPARM
      *          audit date (default the latest close) takes the
      *          customer balances of that month's ARBSNAP close and
      *          selects the customers to circularize: the ones the
      *          auditors name, the top N by balance and a random
      *          sample of N more, drawn from a seed the auditors can
      *          reproduce. Rebuilds the open items behind each
      *          balance as of the audit date from FATURA, FATARCH and
      *          the PAGTHIST payment history, writes the confirmation
      *          letter in the fixed vendor layout (CIRLTR) with its
      *          MAILLBL-layout label (CIRLBL), logs it on CONTLOG,
      *          records the letter on the CIRCCTL control for the
      *          reply intake (CIRCRS01) and keeps the open items on
      *          CIRCITM. CIRRPT is the control list: the letters
      *          sent, then the open items customer by customer.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Cancelled (CANCFAT01) and factor-assigned
      *             (CESACE01) invoices are no longer listed as open
      *             items on the confirmation letters.
      * 15/10/2026  The city line of the registered address comes from
      *             ENDFMT01, so a customer abroad gets city, region,
      *             postal code and country instead of a blank UF and
      *             CEP.
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIRCLT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CIR-PARM  ASSIGN TO "CIRPARM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL SNAPSHOT-IN
                                      ASSIGN TO "ARBSNAP"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FATURA-MASTER      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL FATURA-ARCH
                                      ASSIGN TO "FATARCH"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAGTO-HIST
                                      ASSIGN TO "PAGTHIST"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL CIRC-CTL  ASSIGN TO "CIRCCTL"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS CQ-CHAVE
                                      FILE STATUS IS WS-CTL-STATUS.

           SELECT CIRC-ITEM          ASSIGN TO "CIRCITM"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CIRC-LETTER        ASSIGN TO "CIRLTR"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAILING-LABEL      ASSIGN TO "CIRLBL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CIRC-RPT           ASSIGN TO "CIRRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTACT-LOG
                                      ASSIGN TO "CONTLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-CONTROL-FILE
                                      ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ITEM-SORT          ASSIGN TO "SRTWORKR".

       DATA DIVISION.
       FILE SECTION.
      * Parametros da circularizacao, um registro por criterio:
      * D data-base (aaaammdd), M maiores saldos (quantidade),
      * A amostra aleatoria (quantidade e semente), C cliente
      * indicado pelos auditores (um registro por cliente).
       FD  CIR-PARM.
       01  CIR-PARM-REC.
           03 CG-TIPO                         PIC X(01).
              88 CG-DATA-BASE                     VALUE 'D'.
              88 CG-MAIORES                       VALUE 'M'.
              88 CG-AMOSTRA                       VALUE 'A'.
              88 CG-CLIENTE                       VALUE 'C'.
           03 CG-VALOR                        PIC 9(08).
           03 CG-SEMENTE                      PIC 9(09).

      * Mesmo layout gravado pelo ARFECH01.
       FD  SNAPSHOT-IN.
       01  SNAPSHOT-IN-REC.
           03 SI-DATA-FECHAMENTO              PIC 9(08).
           03 SI-NUM-CLIENTE                  PIC 9(06).
           03 SI-TOT-DEBITOS                  PIC 9(11)V99.
           03 SI-TOT-CREDITOS                 PIC 9(11)V99.
           03 SI-SALDO                        PIC S9(11)V99.

       FD  FATURA-MASTER.
           COPY FATURA.

       FD  FATURA-ARCH.
       01  FATURA-ARCH-REC                    PIC X(241).

       FD  PAGTO-HIST.
           COPY PAGTHIST.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CIRC-CTL.
           COPY CIRCCTL.

       FD  CIRC-ITEM.
           COPY CIRCITM.

      * Layout fixo do fornecedor grafico para a carta de
      * confirmacao: bloco de endereco mais o texto ja composto,
      * mesma disciplina do DUNLTR.
       FD  CIRC-LETTER.
       01  CIRC-LETTER-REC.
           03 CL-SEQ-CARTA                    PIC 9(05).
           03 CL-NUM-CLIENTE                  PIC 9(06).
           03 CL-NOME                         PIC X(30).
           03 CL-ENDERECO                     PIC X(60).
           03 CL-CIDADE-UF-CEP                PIC X(45).
           03 CL-DOCUMENTO                    PIC X(14).
           03 CL-DATA-BASE                    PIC X(10).
           03 CL-SALDO                        PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03 CL-TEXTO                        PIC X(120).
           03 CL-INSTRUCAO                    PIC X(120).

      * Etiqueta no layout do MAILLBL (CORR_01).
       FD  MAILING-LABEL.
       01  MAILING-LABEL-REC.
           03 ML-NOME                        PIC X(30).
           03 ML-ENDERECO                    PIC X(60).
           03 ML-CIDADE-UF-CEP               PIC X(45).
           03 ML-TELEFONE                    PIC X(15).
           03 ML-NUM-CLIENTE                 PIC 9(06).

       FD  CIRC-RPT.
       01  CIRC-RPT-REC                       PIC X(132).

       FD  CONTACT-LOG.
           COPY CONTLOG.

       FD  LOG-CONTROL-FILE.
       01  LOG-CONTROL-FILE-REC.
           03 LCF-ULTIMO-NUMERO              PIC 9(07).

      * Historico de pagamento (tipo 1, em ordem de data e hora)
      * antes da fatura (tipo 2): ao chegar a fatura, a ultima
      * transicao ate a data-base ja foi vista.
       SD  ITEM-SORT.
       01  ITEM-SORT-REC.
           03 SR-NUM-CLIENTE                  PIC 9(06).
           03 SR-NUM-FATURA                   PIC 9(06).
           03 SR-TIPO                         PIC X(01).
              88 SR-HISTORICO                     VALUE '1'.
              88 SR-FATURA                        VALUE '2'.
           03 SR-DATA                         PIC 9(08).
           03 SR-HORA                         PIC 9(06).
           03 SR-SITUACAO                     PIC X(01).
           03 SR-VALOR                        PIC S9(09)V99.
           03 SR-DATA-EMISSAO                 PIC X(10).
           03 SR-DATA-VENCTO                  PIC X(10).

       WORKING-STORAGE SECTION.
      * Geracao (numero de controle do CTRLFILE) carimbada em cada
      * registro do log de contatos desta execucao.
       77 WS-GERACAO-LOG        PIC 9(06) VALUE ZEROS.

       77 WS-PARM-STATUS                     PIC X(02) VALUE '00'.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CTL-STATUS                      PIC X(02) VALUE '00'.

       77 WS-DATA-HOJE-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FECHAMENTO                 PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMO-FECHAMENTO               PIC 9(08) VALUE ZEROS.

      * Data-base da circularizacao (aaaammdd) e a mesma em
      * dd/mm/aaaa para a carta e o relatorio.
       01 WS-DATA-BASE                       PIC 9(08) VALUE ZEROS.
       01 WS-DATA-BASE-R REDEFINES WS-DATA-BASE.
           03 WS-DB-ANO                      PIC 9(04).
           03 WS-DB-MES                      PIC 9(02).
           03 WS-DB-DIA                      PIC 9(02).
       77 WS-DATA-BASE-ED                    PIC X(10) VALUE SPACES.

      * Data de emissao da fatura (dd/mm/aaaa) como aaaammdd.
       01 WS-DATA-EMISSAO-INT                PIC 9(08) VALUE ZEROS.
       01 WS-DATA-EMISSAO-R REDEFINES WS-DATA-EMISSAO-INT.
           03 WS-EMI-ANO                     PIC 9(04).
           03 WS-EMI-MES                     PIC 9(02).
           03 WS-EMI-DIA                     PIC 9(02).

      * Criterios de selecao lidos do CIRPARM.
       77 WS-QTD-MAIORES                     PIC 9(04) VALUE ZEROS.
       77 WS-QTD-AMOSTRA                     PIC 9(04) VALUE ZEROS.
       77 WS-TOT-NOMEADOS                    PIC 9(03) VALUE ZEROS.
       77 WS-IDX-NOM                         PIC 9(03) VALUE ZEROS.
       01 WS-TAB-NOMEADOS.
           03 WS-NOM-CLIENTE OCCURS 0 TO 200 TIMES
                             DEPENDING ON WS-TOT-NOMEADOS
                                             PIC 9(06).

      * Gerador da amostra: congruencial multiplicativo (16807,
      * modulo 2**31-1) a partir da semente do parametro -- a mesma
      * semente sorteia os mesmos clientes, e o auditor reproduz a
      * amostra.
       77 WS-SEMENTE                         PIC 9(10) VALUE ZEROS.
       77 WS-PRODUTO                         PIC 9(15) VALUE ZEROS.
       77 WS-QUOCIENTE                       PIC 9(15) VALUE ZEROS.
       77 WS-ELEGIVEIS                       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SORTEAR                     PIC 9(05) VALUE ZEROS.
       77 WS-TENTATIVAS                      PIC 9(07) VALUE ZEROS.
       77 WS-IDX-SORTEIO                     PIC 9(05) VALUE ZEROS.
       77 WS-CONT                            PIC 9(05) VALUE ZEROS.

      * Saldos de cliente do fechamento do mes da data-base.
       77 WS-PRIMEIRO-RESUMO                 PIC 9(06) VALUE 999995.
       77 WS-TOT-SALDOS                      PIC 9(05) VALUE ZEROS.
       77 WS-IDX-SDO                         PIC 9(05) VALUE ZEROS.
       77 WS-IDX-MAIOR                       PIC 9(05) VALUE ZEROS.
       01 WS-TAB-SALDOS.
           03 WS-SDO-ENTRADA OCCURS 0 TO 9999 TIMES
                             DEPENDING ON WS-TOT-SALDOS.
              05 WS-SDO-CLIENTE             PIC 9(06).
              05 WS-SDO-SALDO               PIC S9(11)V99.
              05 WS-SDO-SELECIONADO         PIC X(01).

      * Clientes circularizados, na ordem da selecao.
       77 WS-TOT-SEL                         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-SEL                         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHADO                      PIC 9(03) VALUE ZEROS.
       77 WS-CLIENTE-BUSCA                   PIC 9(06) VALUE ZEROS.
       77 WS-CRITERIO-NOVO                   PIC X(01) VALUE SPACES.
       77 WS-SALDO-NOVO                      PIC S9(11)V99 VALUE ZEROS.
       01 WS-TAB-SELECAO.
           03 WS-SEL-ENTRADA OCCURS 0 TO 500 TIMES
                             DEPENDING ON WS-TOT-SEL.
              05 WS-SEL-CLIENTE             PIC 9(06).
              05 WS-SEL-CRITERIO            PIC X(01).
              05 WS-SEL-SALDO               PIC S9(11)V99.
              05 WS-SEL-QTD-ITENS           PIC 9(05).
              05 WS-SEL-VALOR-ITENS         PIC S9(11)V99.

      * Fatura em apuracao no casamento com o historico.
       77 WS-CHAVE-CLIENTE                   PIC 9(06) VALUE ZEROS.
       77 WS-CHAVE-FATURA                    PIC 9(06) VALUE ZEROS.
       77 WS-PAGO-ATE-DATA                   PIC S9(09)V99 VALUE ZEROS.
       77 WS-VALOR-ABERTO                    PIC S9(09)V99 VALUE ZEROS.
       77 WS-SEQ-CARTA                       PIC 9(05) VALUE ZEROS.
       77 WS-DIFERENCA                       PIC S9(11)V99 VALUE ZEROS.

      * Quebra por cliente na listagem dos itens.
       77 WS-CLIENTE-ATUAL                   PIC 9(06) VALUE ZEROS.
       77 WS-CLI-VALOR-ITENS                 PIC S9(11)V99 VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF-PARM                    PIC X(01) VALUE 'N'.
              88 FIM-PARAMETRO                    VALUE 'S' FALSE 'N'.
           03 WS-EOF-SNAP                    PIC X(01) VALUE 'N'.
              88 FIM-SNAPSHOT                     VALUE 'S' FALSE 'N'.
           03 WS-EOF-FATURA                  PIC X(01) VALUE 'N'.
              88 FIM-FATURA                       VALUE 'S' FALSE 'N'.
           03 WS-EOF-MORTO                   PIC X(01) VALUE 'N'.
              88 FIM-ARQUIVO-MORTO                VALUE 'S' FALSE 'N'.
           03 WS-EOF-HIST                    PIC X(01) VALUE 'N'.
              88 FIM-HISTORICO                    VALUE 'S' FALSE 'N'.
           03 WS-EOF-SORT                    PIC X(01) VALUE 'N'.
              88 FIM-SORT                         VALUE 'S' FALSE 'N'.
           03 WS-EOF-ITEM                    PIC X(01) VALUE 'N'.
              88 FIM-ITENS                        VALUE 'S' FALSE 'N'.
           03 WS-EMITIDA-SW                  PIC X(01) VALUE 'N'.
              88 CIRCULARIZACAO-EMITIDA           VALUE 'S' FALSE 'N'.
           03 WS-ESGOTOU-SW                  PIC X(01) VALUE 'N'.
              88 TABELA-ESGOTADA                  VALUE 'S' FALSE 'N'.
           03 WS-CANDIDATO-SW                PIC X(01) VALUE 'N'.
              88 HA-CANDIDATO                     VALUE 'S' FALSE 'N'.
              88 SEM-CANDIDATO                    VALUE 'N'.
           03 WS-HISTORICO-SW                PIC X(01) VALUE 'N'.
              88 FATURA-COM-HISTORICO             VALUE 'S' FALSE 'N'.
           03 WS-PRIMEIRO-SW                 PIC X(01) VALUE 'S'.
              88 PRIMEIRO-CLIENTE                 VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-SALDOS-CARREGADOS           PIC 9(07) VALUE ZEROS.
           03 WS-PARAMETROS-INVALIDOS        PIC 9(07) VALUE ZEROS.
           03 WS-SEL-NOMEADOS                PIC 9(07) VALUE ZEROS.
           03 WS-SEL-MAIORES                 PIC 9(07) VALUE ZEROS.
           03 WS-SEL-AMOSTRA                 PIC 9(07) VALUE ZEROS.
           03 WS-SEL-EXCEDENTES              PIC 9(07) VALUE ZEROS.
           03 WS-FATURAS-LIDAS               PIC 9(07) VALUE ZEROS.
           03 WS-FATURAS-MORTO               PIC 9(07) VALUE ZEROS.
           03 WS-HISTORICOS-USADOS           PIC 9(07) VALUE ZEROS.
           03 WS-ITENS-EM-ABERTO             PIC 9(07) VALUE ZEROS.
           03 WS-CARTAS-EMITIDAS             PIC 9(07) VALUE ZEROS.
           03 WS-NAO-CADASTRADOS             PIC 9(07) VALUE ZEROS.

      * Imagem de trabalho da fatura, venha do mestre vivo ou do
      * arquivo morto (FATARCH), mesma tecnica do FATLKP01.
       COPY FATURA REPLACING ==FATURA-REC== BY ==WS-FATURA-LIDA==
                     LEADING ==FT== BY ==FL==.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'CIRCLT01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'CIRCULARIZACAO DE SALDOS'.
           03 WS-RPTFMT-PAGINA                PIC 9(04) VALUE ZEROS.
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

      * Texto da carta.
       01 WS-TEXTO-CARTA.
           03 FILLER                         PIC X(30)
               VALUE 'CONFORME NOSSOS REGISTROS, EM '.
           03 TXT-DATA                       PIC X(10).
           03 FILLER                         PIC X(09)
               VALUE ' O SALDO '.
           03 TXT-NATUREZA                   PIC X(07).
           03 FILLER                         PIC X(24)
               VALUE ' DE SUA CONTA ERA DE R$ '.
           03 TXT-VALOR                      PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE '.'.
       01 WS-TEXTO-INSTRUCAO.
           03 FILLER                         PIC X(47)
               VALUE 'FAVOR CONFIRMAR (CONCORDO) OU INFORMAR O SALDO '.
           03 FILLER                         PIC X(41)
               VALUE 'DOS SEUS REGISTROS (DISCORDO) DIRETAMENTE'.
           03 FILLER                         PIC X(23)
               VALUE ' AOS NOSSOS AUDITORES.'.

       01 WS-LINHA-DATA-BASE.
           03 FILLER                         PIC X(12)
                                       VALUE 'DATA-BASE: '.
           03 LDB-DATA                       PIC X(10).
           03 FILLER                         PIC X(25)
                                       VALUE '   FECHAMENTO ARBSNAP: '.
           03 LDB-FECHAMENTO                 PIC 9(08).

       01 WS-LINHA-CAB-CARTAS.
           03 FILLER                         PIC X(07) VALUE 'CARTA'.
           03 FILLER                         PIC X(08) VALUE 'CLIENTE'.
           03 FILLER                         PIC X(31) VALUE 'NOME'.
           03 FILLER                         PIC X(13) VALUE 'CRITERIO'.
           03 FILLER                         PIC X(18)
                                       VALUE '    SALDO ARBSNAP'.
           03 FILLER                         PIC X(07) VALUE ' ITENS'.
           03 FILLER                         PIC X(18)
                                       VALUE '      VALOR ITENS'.
           03 FILLER                         PIC X(18)
                                       VALUE '        DIFERENCA'.
           03 FILLER                         PIC X(12) VALUE 'SITUACAO'.

       01 WS-LINHA-CARTA.
           03 LCT-SEQ                        PIC Z(04)9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LCT-CLIENTE                    PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LCT-NOME                       PIC X(30).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 LCT-CRITERIO                   PIC X(12).
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 LCT-SALDO                      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 LCT-ITENS                      PIC ZZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 LCT-VALOR-ITENS                PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 LCT-DIFERENCA                  PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(01) VALUE SPACES.
           03 LCT-SITUACAO                   PIC X(14).

       01 WS-LINHA-CAB-ITENS.
           03 FILLER                         PIC X(08) VALUE 'CLIENTE'.
           03 FILLER                         PIC X(08) VALUE 'FATURA'.
           03 FILLER                         PIC X(12) VALUE 'EMISSAO'.
           03 FILLER                         PIC X(12)
                                       VALUE 'VENCIMENTO'.
           03 FILLER                         PIC X(18)
                                       VALUE '   EM ABERTO'.

       01 WS-LINHA-ITEM.
           03 LIT-CLIENTE                    PIC Z(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LIT-FATURA                     PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LIT-EMISSAO                    PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LIT-VENCTO                     PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LIT-VALOR                      PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-LINHA-TOTAL-ITENS.
           03 FILLER                         PIC X(16) VALUE SPACES.
           03 FILLER                         PIC X(24)
                                  VALUE 'TOTAL DOS ITENS.........'.
           03 LTI-VALOR                      PIC -ZZZ,ZZZ,ZZ9.99.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

      * Parametro para o CALL do ENDFMT01 (linha de cidade do
      * endereco cadastral, brasileiro ou no exterior).
           COPY ENDPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT

           PERFORM P050-LER-PARAMETROS
           PERFORM P100-LOCALIZAR-FECHAMENTO

           IF WS-DATA-FECHAMENTO = ZEROS
               DISPLAY 'CIRCLT01 - SEM FECHAMENTO NO ARBSNAP NO MES DA '
                       'DATA-BASE ' WS-DATA-BASE
                       ' - EXECUCAO RECUSADA'
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P150-VERIFICAR-CONTROLE

           IF CIRCULARIZACAO-EMITIDA
               DISPLAY 'CIRCLT01 - CIRCULARIZACAO DE ' WS-DATA-BASE
                       ' JA EMITIDA NO CIRCCTL - EXECUCAO RECUSADA'
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P200-CARREGAR-SALDOS

           IF TABELA-ESGOTADA
               DISPLAY 'CIRCLT01 - MAIS DE 9999 SALDOS NO FECHAMENTO '
                       WS-DATA-FECHAMENTO ' - EXECUCAO RECUSADA'
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P300-SELECIONAR-CLIENTES

           SORT ITEM-SORT
               ON ASCENDING KEY SR-NUM-CLIENTE
                                SR-NUM-FATURA
                                SR-TIPO
                                SR-DATA
                                SR-HORA
               INPUT PROCEDURE IS P400-LIBERAR-MOVIMENTO
               OUTPUT PROCEDURE IS P500-APURAR-ITENS

           PERFORM P600-EMITIR-CARTAS
           PERFORM P700-LISTAR-ITENS

           CLOSE CIRC-RPT

           PERFORM P900-EXIBIR-TOTAIS

           GOBACK.

      ******************************************************************
      * P050-LER-PARAMETROS
      * Data-base, quantidades e clientes indicados. Para mais de um
      * registro M ou A vale o ultimo; registro invalido e exibido e
      * ignorado.
      ******************************************************************
       P050-LER-PARAMETROS.

           OPEN INPUT CIR-PARM

           PERFORM P060-LER-UM-PARAMETRO
               UNTIL FIM-PARAMETRO

           CLOSE CIR-PARM
           .

       P060-LER-UM-PARAMETRO.

           READ CIR-PARM
               AT END
                   SET FIM-PARAMETRO TO TRUE
               NOT AT END
                   PERFORM P070-TRATAR-PARAMETRO
           END-READ
           .

       P070-TRATAR-PARAMETRO.

           IF CG-VALOR IS NOT NUMERIC
               ADD 1 TO WS-PARAMETROS-INVALIDOS
               DISPLAY 'CIRCLT01 - PARAMETRO INVALIDO: ' CIR-PARM-REC
           ELSE
               EVALUATE TRUE
                   WHEN CG-DATA-BASE
                       MOVE CG-VALOR TO WS-DATA-BASE
                   WHEN CG-MAIORES
                       MOVE CG-VALOR TO WS-QTD-MAIORES
                   WHEN CG-AMOSTRA
                       MOVE CG-VALOR TO WS-QTD-AMOSTRA
                       IF CG-SEMENTE IS NUMERIC
                           MOVE CG-SEMENTE TO WS-SEMENTE
                       END-IF
                   WHEN CG-CLIENTE AND WS-TOT-NOMEADOS < 200
                       ADD 1 TO WS-TOT-NOMEADOS
                       MOVE CG-VALOR
                         TO WS-NOM-CLIENTE (WS-TOT-NOMEADOS)
                   WHEN OTHER
                       ADD 1 TO WS-PARAMETROS-INVALIDOS
                       DISPLAY 'CIRCLT01 - PARAMETRO INVALIDO: '
                               CIR-PARM-REC
               END-EVALUATE
           END-IF
           .

      ******************************************************************
      * P100-LOCALIZAR-FECHAMENTO
      * O saldo confirmado e o do fechamento (ARFECH01) do mes da
      * data-base -- o ultimo do mes, se houver mais de um. Sem
      * data-base no parametro vale o ultimo fechamento do ARBSNAP.
      ******************************************************************
       P100-LOCALIZAR-FECHAMENTO.

           OPEN INPUT SNAPSHOT-IN

           PERFORM P110-LER-FECHAMENTO
               UNTIL FIM-SNAPSHOT

           CLOSE SNAPSHOT-IN

           IF WS-DATA-BASE = ZEROS
               MOVE WS-ULTIMO-FECHAMENTO TO WS-DATA-BASE
               MOVE WS-ULTIMO-FECHAMENTO TO WS-DATA-FECHAMENTO
           END-IF

           MOVE SPACES TO WS-DATA-BASE-ED
           STRING WS-DB-DIA '/' WS-DB-MES '/' WS-DB-ANO
               DELIMITED BY SIZE INTO WS-DATA-BASE-ED
           END-STRING
           .

       P110-LER-FECHAMENTO.

           READ SNAPSHOT-IN
               AT END
                   SET FIM-SNAPSHOT TO TRUE
               NOT AT END
                   IF SI-DATA-FECHAMENTO > WS-ULTIMO-FECHAMENTO
                       MOVE SI-DATA-FECHAMENTO TO WS-ULTIMO-FECHAMENTO
                   END-IF
                   IF WS-DATA-BASE NOT = ZEROS
                      AND SI-DATA-FECHAMENTO (1:6) = WS-DATA-BASE (1:6)
                      AND SI-DATA-FECHAMENTO > WS-DATA-FECHAMENTO
                       MOVE SI-DATA-FECHAMENTO TO WS-DATA-FECHAMENTO
                   END-IF
           END-READ
           .

      ******************************************************************
      * P150-VERIFICAR-CONTROLE
      * Uma data-base ja circularizada nao e emitida de novo: as
      * respostas recebidas ficariam sem a carta que responderam.
      ******************************************************************
       P150-VERIFICAR-CONTROLE.

           SET CIRCULARIZACAO-EMITIDA TO FALSE

           OPEN INPUT CIRC-CTL

           MOVE WS-DATA-BASE TO CQ-DATA-AUDITORIA
           MOVE ZEROS        TO CQ-NUM-CLIENTE
           START CIRC-CTL KEY IS NOT LESS THAN CQ-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CIRC-CTL NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CQ-DATA-AUDITORIA = WS-DATA-BASE
                               SET CIRCULARIZACAO-EMITIDA TO TRUE
                           END-IF
                   END-READ
           END-START

           CLOSE CIRC-CTL
           .

       P200-CARREGAR-SALDOS.

           OPEN INPUT SNAPSHOT-IN
           SET FIM-SNAPSHOT TO FALSE

           PERFORM P210-CARREGAR-UM-SALDO
               UNTIL FIM-SNAPSHOT

           CLOSE SNAPSHOT-IN
           .

       P210-CARREGAR-UM-SALDO.

           READ SNAPSHOT-IN
               AT END
                   SET FIM-SNAPSHOT TO TRUE
               NOT AT END
                   IF SI-DATA-FECHAMENTO = WS-DATA-FECHAMENTO
                      AND SI-NUM-CLIENTE < WS-PRIMEIRO-RESUMO
                       IF WS-TOT-SALDOS < 9999
                           ADD 1 TO WS-TOT-SALDOS
                           ADD 1 TO WS-SALDOS-CARREGADOS
                           MOVE SI-NUM-CLIENTE
                             TO WS-SDO-CLIENTE (WS-TOT-SALDOS)
                           MOVE SI-SALDO
                             TO WS-SDO-SALDO (WS-TOT-SALDOS)
                           MOVE 'N'
                             TO WS-SDO-SELECIONADO (WS-TOT-SALDOS)
                       ELSE
                           SET TABELA-ESGOTADA TO TRUE
                       END-IF
                   END-IF
           END-READ
           .

      ******************************************************************
      * P300-SELECIONAR-CLIENTES
      * Primeiro os indicados pelos auditores (mesmo com saldo zero
      * ou sem saldo no fechamento), depois os N maiores saldos
      * devedores, depois a amostra aleatoria entre os devedores que
      * sobraram -- um cliente nunca recebe duas cartas.
      ******************************************************************
       P300-SELECIONAR-CLIENTES.

           PERFORM P310-SELECIONAR-NOMEADO
               VARYING WS-IDX-NOM FROM 1 BY 1
                 UNTIL WS-IDX-NOM > WS-TOT-NOMEADOS

           SET HA-CANDIDATO TO TRUE
           PERFORM P330-SELECIONAR-MAIOR
               VARYING WS-CONT FROM 1 BY 1
                 UNTIL WS-CONT > WS-QTD-MAIORES
                    OR SEM-CANDIDATO

           IF WS-QTD-AMOSTRA > ZEROS
               PERFORM P350-SORTEAR-AMOSTRA
           END-IF
           .

       P310-SELECIONAR-NOMEADO.

           MOVE WS-NOM-CLIENTE (WS-IDX-NOM) TO WS-CLIENTE-BUSCA
           PERFORM P480-LOCALIZAR-SELECIONADO

           IF WS-IDX-ACHADO = ZEROS
               MOVE ZEROS TO WS-IDX-MAIOR
               MOVE ZEROS TO WS-SALDO-NOVO
               PERFORM P315-PROCURAR-SALDO
                   VARYING WS-IDX-SDO FROM 1 BY 1
                     UNTIL WS-IDX-SDO > WS-TOT-SALDOS
                        OR WS-IDX-MAIOR NOT = ZEROS
               MOVE 'N' TO WS-CRITERIO-NOVO
               PERFORM P390-INCLUIR-SELECAO
               ADD 1 TO WS-SEL-NOMEADOS
           END-IF
           .

       P315-PROCURAR-SALDO.

           IF WS-SDO-CLIENTE (WS-IDX-SDO) = WS-CLIENTE-BUSCA
               MOVE WS-IDX-SDO TO WS-IDX-MAIOR
               MOVE WS-SDO-SALDO (WS-IDX-SDO) TO WS-SALDO-NOVO
           END-IF
           .

       P330-SELECIONAR-MAIOR.

           MOVE ZEROS TO WS-IDX-MAIOR

           PERFORM P335-COMPARAR-MAIOR
               VARYING WS-IDX-SDO FROM 1 BY 1
                 UNTIL WS-IDX-SDO > WS-TOT-SALDOS

           IF WS-IDX-MAIOR = ZEROS
               SET SEM-CANDIDATO TO TRUE
           ELSE
               MOVE WS-SDO-CLIENTE (WS-IDX-MAIOR) TO WS-CLIENTE-BUSCA
               MOVE WS-SDO-SALDO (WS-IDX-MAIOR)   TO WS-SALDO-NOVO
               MOVE 'M' TO WS-CRITERIO-NOVO
               PERFORM P390-INCLUIR-SELECAO
               ADD 1 TO WS-SEL-MAIORES
           END-IF
           .

       P335-COMPARAR-MAIOR.

           IF WS-SDO-SELECIONADO (WS-IDX-SDO) = 'N'
              AND WS-SDO-SALDO (WS-IDX-SDO) > ZEROS
               IF WS-IDX-MAIOR = ZEROS
                   MOVE WS-IDX-SDO TO WS-IDX-MAIOR
               ELSE
                   IF WS-SDO-SALDO (WS-IDX-SDO)
                      > WS-SDO-SALDO (WS-IDX-MAIOR)
                       MOVE WS-IDX-SDO TO WS-IDX-MAIOR
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * P350-SORTEAR-AMOSTRA
      * Sorteio sem reposicao entre os devedores ainda nao
      * selecionados; sem semente no parametro vale a data-base.
      ******************************************************************
       P350-SORTEAR-AMOSTRA.

           MOVE ZEROS TO WS-ELEGIVEIS
           PERFORM P352-CONTAR-ELEGIVEL
               VARYING WS-IDX-SDO FROM 1 BY 1
                 UNTIL WS-IDX-SDO > WS-TOT-SALDOS

           IF WS-QTD-AMOSTRA > WS-ELEGIVEIS
               MOVE WS-ELEGIVEIS TO WS-QTD-SORTEAR
           ELSE
               MOVE WS-QTD-AMOSTRA TO WS-QTD-SORTEAR
           END-IF

           IF WS-SEMENTE = ZEROS
               MOVE WS-DATA-BASE TO WS-SEMENTE
           END-IF
           DIVIDE WS-SEMENTE BY 2147483647
               GIVING WS-QUOCIENTE REMAINDER WS-SEMENTE
           IF WS-SEMENTE = ZEROS
               MOVE 1 TO WS-SEMENTE
           END-IF

           MOVE ZEROS TO WS-TENTATIVAS
           PERFORM P354-SORTEAR-UM
               VARYING WS-CONT FROM 1 BY 1
                 UNTIL WS-CONT > WS-QTD-SORTEAR
                    OR WS-TENTATIVAS > 999999
           .

       P352-CONTAR-ELEGIVEL.

           IF WS-SDO-SELECIONADO (WS-IDX-SDO) = 'N'
              AND WS-SDO-SALDO (WS-IDX-SDO) > ZEROS
               ADD 1 TO WS-ELEGIVEIS
           END-IF
           .

       P354-SORTEAR-UM.

           SET SEM-CANDIDATO TO TRUE

           PERFORM P356-PROXIMO-NUMERO
               UNTIL HA-CANDIDATO
                  OR WS-TENTATIVAS > 999999

           IF HA-CANDIDATO
               MOVE WS-SDO-CLIENTE (WS-IDX-SORTEIO) TO WS-CLIENTE-BUSCA
               MOVE WS-SDO-SALDO (WS-IDX-SORTEIO)   TO WS-SALDO-NOVO
               MOVE WS-IDX-SORTEIO TO WS-IDX-MAIOR
               MOVE 'A' TO WS-CRITERIO-NOVO
               PERFORM P390-INCLUIR-SELECAO
               ADD 1 TO WS-SEL-AMOSTRA
           END-IF
           .

       P356-PROXIMO-NUMERO.

           ADD 1 TO WS-TENTATIVAS

           COMPUTE WS-PRODUTO = WS-SEMENTE * 16807
           DIVIDE WS-PRODUTO BY 2147483647
               GIVING WS-QUOCIENTE REMAINDER WS-SEMENTE

           DIVIDE WS-SEMENTE BY WS-TOT-SALDOS
               GIVING WS-QUOCIENTE REMAINDER WS-IDX-SORTEIO
           ADD 1 TO WS-IDX-SORTEIO

           IF WS-SDO-SELECIONADO (WS-IDX-SORTEIO) = 'N'
              AND WS-SDO-SALDO (WS-IDX-SORTEIO) > ZEROS
               SET HA-CANDIDATO TO TRUE
           END-IF
           .

      ******************************************************************
      * P390-INCLUIR-SELECAO
      * Inclui WS-CLIENTE-BUSCA com o criterio e o saldo preparados;
      * WS-IDX-MAIOR aponta o saldo na tabela do fechamento (zero
      * quando o indicado nao tem saldo nele).
      ******************************************************************
       P390-INCLUIR-SELECAO.

           IF WS-TOT-SEL < 500
               ADD 1 TO WS-TOT-SEL
               MOVE WS-CLIENTE-BUSCA TO WS-SEL-CLIENTE (WS-TOT-SEL)
               MOVE WS-CRITERIO-NOVO TO WS-SEL-CRITERIO (WS-TOT-SEL)
               MOVE WS-SALDO-NOVO    TO WS-SEL-SALDO (WS-TOT-SEL)
               MOVE ZEROS            TO WS-SEL-QTD-ITENS (WS-TOT-SEL)
                                        WS-SEL-VALOR-ITENS (WS-TOT-SEL)
           ELSE
               ADD 1 TO WS-SEL-EXCEDENTES
           END-IF

           IF WS-IDX-MAIOR NOT = ZEROS
               MOVE 'S' TO WS-SDO-SELECIONADO (WS-IDX-MAIOR)
           END-IF
           .

      ******************************************************************
      * P400-LIBERAR-MOVIMENTO
      * Das faturas e do historico, so os clientes circularizados:
      * transicoes de pagamento ate a data-base e faturas emitidas
      * ate ela, no mestre vivo e no arquivo morto.
      ******************************************************************
       P400-LIBERAR-MOVIMENTO.

           OPEN INPUT PAGTO-HIST

           PERFORM P410-LER-HISTORICO
               UNTIL FIM-HISTORICO

           CLOSE PAGTO-HIST

           OPEN INPUT FATURA-MASTER

           PERFORM P420-LER-UMA-FATURA
               UNTIL FIM-FATURA

           CLOSE FATURA-MASTER

           OPEN INPUT FATURA-ARCH

           PERFORM P425-LER-UMA-DO-MORTO
               UNTIL FIM-ARQUIVO-MORTO

           CLOSE FATURA-ARCH
           .

       P410-LER-HISTORICO.

           READ PAGTO-HIST
               AT END
                   SET FIM-HISTORICO TO TRUE
               NOT AT END
                   IF PH-DATA-EFETIVA NOT > WS-DATA-BASE
                       MOVE PH-NUM-CLIENTE TO WS-CLIENTE-BUSCA
                       PERFORM P480-LOCALIZAR-SELECIONADO
                       IF WS-IDX-ACHADO NOT = ZEROS
                           ADD 1 TO WS-HISTORICOS-USADOS
                           MOVE PH-NUM-CLIENTE   TO SR-NUM-CLIENTE
                           MOVE PH-NUM-FATURA    TO SR-NUM-FATURA
                           SET SR-HISTORICO      TO TRUE
                           MOVE PH-DATA-EFETIVA  TO SR-DATA
                           MOVE PH-HORA-EFETIVA  TO SR-HORA
                           MOVE PH-STATUS-DEPOIS TO SR-SITUACAO
                           MOVE PH-VALOR-PAGO    TO SR-VALOR
                           MOVE SPACES           TO SR-DATA-EMISSAO
                                                    SR-DATA-VENCTO
                           RELEASE ITEM-SORT-REC
                       END-IF
                   END-IF
           END-READ
           .

       P420-LER-UMA-FATURA.

           READ FATURA-MASTER
               AT END
                   SET FIM-FATURA TO TRUE
               NOT AT END
                   ADD 1 TO WS-FATURAS-LIDAS
                   MOVE FATURA-REC TO WS-FATURA-LIDA
                   PERFORM P430-CONSIDERAR-FATURA
           END-READ
           .

       P425-LER-UMA-DO-MORTO.

           READ FATURA-ARCH
               AT END
                   SET FIM-ARQUIVO-MORTO TO TRUE
               NOT AT END
                   IF FATURA-ARCH-REC (1:7) NOT = 'TRAILER'
                       ADD 1 TO WS-FATURAS-MORTO
                       MOVE FATURA-ARCH-REC TO WS-FATURA-LIDA
                       PERFORM P430-CONSIDERAR-FATURA
                   END-IF
           END-READ
           .

      ******************************************************************
      * P430-CONSIDERAR-FATURA
      * O valor que a fatura ainda pode dever: faturado menos notas
      * de credito, retencoes federais, baixa, renegociacao e
      * abatimento, a conta do DECLQT01; o pago sai no casamento com
      * o historico.
      ******************************************************************
       P430-CONSIDERAR-FATURA.

           MOVE FL-DATA-EMISSAO (7:4) TO WS-EMI-ANO
           MOVE FL-DATA-EMISSAO (4:2) TO WS-EMI-MES
           MOVE FL-DATA-EMISSAO (1:2) TO WS-EMI-DIA

           IF WS-DATA-EMISSAO-INT NOT > WS-DATA-BASE
               MOVE FL-NUM-CLIENTE TO WS-CLIENTE-BUSCA
               PERFORM P480-LOCALIZAR-SELECIONADO
               IF WS-IDX-ACHADO NOT = ZEROS
                   MOVE FL-NUM-CLIENTE  TO SR-NUM-CLIENTE
                   MOVE FL-NUM-FATURA   TO SR-NUM-FATURA
                   SET SR-FATURA        TO TRUE
                   MOVE ZEROS           TO SR-DATA
                                           SR-HORA
                   MOVE FL-STATUS       TO SR-SITUACAO
                   COMPUTE SR-VALOR =
                       FL-VALOR - FL-VALOR-AJUSTES
                     - FL-VALOR-RET-FEDERAL - FL-VALOR-BAIXADO
                     - FL-VALOR-RENEGOCIADO - FL-VALOR-ABATIDO
                   MOVE FL-DATA-EMISSAO TO SR-DATA-EMISSAO
                   MOVE FL-DATA-VENCTO  TO SR-DATA-VENCTO
                   RELEASE ITEM-SORT-REC
               END-IF
           END-IF
           .

       P480-LOCALIZAR-SELECIONADO.

           MOVE ZEROS TO WS-IDX-ACHADO

           PERFORM P485-COMPARAR-SELECIONADO
               VARYING WS-IDX-SEL FROM 1 BY 1
                 UNTIL WS-IDX-SEL > WS-TOT-SEL
                    OR WS-IDX-ACHADO NOT = ZEROS
           .

       P485-COMPARAR-SELECIONADO.

           IF WS-SEL-CLIENTE (WS-IDX-SEL) = WS-CLIENTE-BUSCA
               MOVE WS-IDX-SEL TO WS-IDX-ACHADO
           END-IF
           .

      ******************************************************************
      * P500-APURAR-ITENS
      * Pago ate a data-base = o aplicado da ultima transicao do
      * PAGTHIST ate ela, se confirmado, parcial ou em revisao. Fatura
      * paga sem nenhum historico e quitacao anterior ao historico e
      * nao entra.
      ******************************************************************
       P500-APURAR-ITENS.

           OPEN OUTPUT CIRC-ITEM
           MOVE ZEROS TO WS-CHAVE-CLIENTE
                         WS-CHAVE-FATURA

           PERFORM P510-RETORNAR-MOVIMENTO
               UNTIL FIM-SORT

           CLOSE CIRC-ITEM
           .

       P510-RETORNAR-MOVIMENTO.

           RETURN ITEM-SORT
               AT END
                   SET FIM-SORT TO TRUE
               NOT AT END
                   PERFORM P520-TRATAR-MOVIMENTO
           END-RETURN
           .

       P520-TRATAR-MOVIMENTO.

           IF SR-NUM-CLIENTE NOT = WS-CHAVE-CLIENTE
              OR SR-NUM-FATURA NOT = WS-CHAVE-FATURA
               MOVE SR-NUM-CLIENTE TO WS-CHAVE-CLIENTE
               MOVE SR-NUM-FATURA  TO WS-CHAVE-FATURA
               MOVE ZEROS          TO WS-PAGO-ATE-DATA
               SET FATURA-COM-HISTORICO TO FALSE
           END-IF

           IF SR-HISTORICO
               SET FATURA-COM-HISTORICO TO TRUE
               IF SR-SITUACAO = 'S' OR SR-SITUACAO = 'P'
                  OR SR-SITUACAO = 'X'
                   MOVE SR-VALOR TO WS-PAGO-ATE-DATA
               ELSE
                   MOVE ZEROS    TO WS-PAGO-ATE-DATA
               END-IF
           ELSE
               PERFORM P530-AVALIAR-FATURA
           END-IF
           .

      * Cancelada (CANCFAT01) nao e divida e cedida (CESACE01) e
      * devida ao factor: nenhuma das duas e item em aberto conosco.
       P530-AVALIAR-FATURA.

           EVALUATE TRUE
               WHEN SR-SITUACAO = 'C' OR SR-SITUACAO = 'D'
                   MOVE ZEROS TO WS-VALOR-ABERTO
               WHEN FATURA-COM-HISTORICO
                   COMPUTE WS-VALOR-ABERTO =
                       SR-VALOR - WS-PAGO-ATE-DATA
               WHEN SR-SITUACAO = 'P'
                   MOVE ZEROS TO WS-VALOR-ABERTO
               WHEN OTHER
                   MOVE SR-VALOR TO WS-VALOR-ABERTO
           END-EVALUATE

           IF WS-VALOR-ABERTO > ZEROS
               ADD 1 TO WS-ITENS-EM-ABERTO
               MOVE WS-DATA-BASE    TO CV-DATA-AUDITORIA
               MOVE SR-NUM-CLIENTE  TO CV-NUM-CLIENTE
               MOVE SR-NUM-FATURA   TO CV-NUM-FATURA
               MOVE SR-DATA-EMISSAO TO CV-DATA-EMISSAO
               MOVE SR-DATA-VENCTO  TO CV-DATA-VENCTO
               MOVE WS-VALOR-ABERTO TO CV-VALOR-ABERTO
               WRITE CIRC-ITEM-REC

               MOVE SR-NUM-CLIENTE TO WS-CLIENTE-BUSCA
               PERFORM P480-LOCALIZAR-SELECIONADO
               ADD 1 TO WS-SEL-QTD-ITENS (WS-IDX-ACHADO)
               ADD WS-VALOR-ABERTO
                 TO WS-SEL-VALOR-ITENS (WS-IDX-ACHADO)
           END-IF
           .

      ******************************************************************
      * P600-EMITIR-CARTAS
      * Uma carta por cliente selecionado, na ordem da selecao, com o
      * registro de controle que a recepcao das respostas completa.
      ******************************************************************
       P600-EMITIR-CARTAS.

           OPEN INPUT  CUSTOMER-MASTER
           OPEN I-O    CIRC-CTL
           OPEN OUTPUT CIRC-LETTER
           OPEN OUTPUT MAILING-LABEL
           OPEN OUTPUT CIRC-RPT
           PERFORM P0GL-LER-GERACAO-LOG
           OPEN EXTEND CONTACT-LOG

           PERFORM P610-IMPRIMIR-CABECALHO

           PERFORM P620-EMITIR-UMA-CARTA
               VARYING WS-IDX-SEL FROM 1 BY 1
                 UNTIL WS-IDX-SEL > WS-TOT-SEL

           CLOSE CUSTOMER-MASTER
           CLOSE CIRC-CTL
           CLOSE CIRC-LETTER
           CLOSE MAILING-LABEL
           CLOSE CONTACT-LOG
           .

       P610-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO CIRC-RPT-REC
           WRITE CIRC-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO CIRC-RPT-REC
           WRITE CIRC-RPT-REC

           MOVE WS-DATA-BASE-ED    TO LDB-DATA
           MOVE WS-DATA-FECHAMENTO TO LDB-FECHAMENTO
           MOVE WS-LINHA-DATA-BASE TO CIRC-RPT-REC
           WRITE CIRC-RPT-REC
           MOVE SPACES TO CIRC-RPT-REC
           WRITE CIRC-RPT-REC
           MOVE WS-LINHA-CAB-CARTAS TO CIRC-RPT-REC
           WRITE CIRC-RPT-REC
           .

       P620-EMITIR-UMA-CARTA.

           MOVE SPACES TO WS-LINHA-CARTA
           MOVE WS-SEL-CLIENTE (WS-IDX-SEL)     TO LCT-CLIENTE
           MOVE WS-SEL-SALDO (WS-IDX-SEL)       TO LCT-SALDO
           MOVE WS-SEL-QTD-ITENS (WS-IDX-SEL)   TO LCT-ITENS
           MOVE WS-SEL-VALOR-ITENS (WS-IDX-SEL) TO LCT-VALOR-ITENS
           COMPUTE WS-DIFERENCA = WS-SEL-SALDO (WS-IDX-SEL)
                                - WS-SEL-VALOR-ITENS (WS-IDX-SEL)
           MOVE WS-DIFERENCA TO LCT-DIFERENCA
           EVALUATE WS-SEL-CRITERIO (WS-IDX-SEL)
               WHEN 'N'
                   MOVE 'INDICADO'     TO LCT-CRITERIO
               WHEN 'M'
                   MOVE 'MAIOR SALDO'  TO LCT-CRITERIO
               WHEN 'A'
                   MOVE 'AMOSTRA'      TO LCT-CRITERIO
           END-EVALUATE

           MOVE WS-SEL-CLIENTE (WS-IDX-SEL) TO CM-NUM-CLIENTE
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-NAO-CADASTRADOS
                   MOVE 'NAO CADASTRADO' TO LCT-NOME
                   MOVE 'SEM CARTA'      TO LCT-SITUACAO
               NOT INVALID KEY
                   MOVE CM-NOME-FORMATADO TO LCT-NOME
                   PERFORM P630-GRAVAR-CARTA
                   MOVE WS-SEQ-CARTA      TO LCT-SEQ
                   MOVE 'CARTA EMITIDA'   TO LCT-SITUACAO
           END-READ

           MOVE WS-LINHA-CARTA TO CIRC-RPT-REC
           WRITE CIRC-RPT-REC
           .

       P630-GRAVAR-CARTA.

           ADD 1 TO WS-SEQ-CARTA
           ADD 1 TO WS-CARTAS-EMITIDAS

           MOVE WS-DATA-BASE-ED TO TXT-DATA
           IF WS-SEL-SALDO (WS-IDX-SEL) < ZEROS
               MOVE 'CREDOR'  TO TXT-NATUREZA
           ELSE
               MOVE 'DEVEDOR' TO TXT-NATUREZA
           END-IF
           MOVE WS-SEL-SALDO (WS-IDX-SEL) TO TXT-VALOR

           MOVE SPACES                   TO CIRC-LETTER-REC
           MOVE WS-SEQ-CARTA             TO CL-SEQ-CARTA
           MOVE CM-NUM-CLIENTE           TO CL-NUM-CLIENTE
           MOVE CM-NOME-FORMATADO        TO CL-NOME
           IF CM-COB-ENDERECO NOT = SPACES
               MOVE CM-COB-ENDERECO TO CL-ENDERECO
               STRING FUNCTION TRIM (CM-COB-CIDADE)
                                         DELIMITED BY SIZE
                      '-'                DELIMITED BY SIZE
                      CM-COB-UF          DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      CM-COB-CEP         DELIMITED BY SIZE
                   INTO CL-CIDADE-UF-CEP
               END-STRING
           ELSE
               MOVE CM-ENDERECO     TO CL-ENDERECO
               MOVE CM-CIDADE     TO WS-ENDFMT-CIDADE
               MOVE CM-UF         TO WS-ENDFMT-UF
               MOVE CM-CEP        TO WS-ENDFMT-CEP
               MOVE CM-COD-PAIS   TO WS-ENDFMT-PAIS
               MOVE CM-COD-POSTAL TO WS-ENDFMT-COD-POSTAL
               MOVE CM-REGIAO     TO WS-ENDFMT-REGIAO
               CALL 'ENDFMT01' USING WS-ENDFMT-PARM
               MOVE WS-ENDFMT-LINHA TO CL-CIDADE-UF-CEP
           END-IF
           MOVE CM-DOCUMENTO             TO CL-DOCUMENTO
           MOVE WS-DATA-BASE-ED          TO CL-DATA-BASE
           MOVE WS-SEL-SALDO (WS-IDX-SEL) TO CL-SALDO
           MOVE WS-TEXTO-CARTA           TO CL-TEXTO
           MOVE WS-TEXTO-INSTRUCAO       TO CL-INSTRUCAO
           WRITE CIRC-LETTER-REC

           MOVE SPACES              TO MAILING-LABEL-REC
           MOVE CM-NOME-FORMATADO   TO ML-NOME
           MOVE CL-ENDERECO         TO ML-ENDERECO
           MOVE CL-CIDADE-UF-CEP    TO ML-CIDADE-UF-CEP
           MOVE CM-TELEFONE         TO ML-TELEFONE
           MOVE CM-NUM-CLIENTE      TO ML-NUM-CLIENTE
           WRITE MAILING-LABEL-REC

           MOVE SPACES                   TO CIRC-CTL-REC
           MOVE WS-DATA-BASE             TO CQ-DATA-AUDITORIA
           MOVE CM-NUM-CLIENTE           TO CQ-NUM-CLIENTE
           MOVE WS-SEL-CRITERIO (WS-IDX-SEL) TO CQ-CRITERIO
           MOVE WS-SEQ-CARTA             TO CQ-SEQ-CARTA
           MOVE WS-DATA-FECHAMENTO       TO CQ-DATA-FECHAMENTO
           MOVE WS-SEL-SALDO (WS-IDX-SEL) TO CQ-SALDO
           MOVE WS-SEL-QTD-ITENS (WS-IDX-SEL) TO CQ-QTD-ITENS
           MOVE WS-SEL-VALOR-ITENS (WS-IDX-SEL) TO CQ-VALOR-ITENS
           MOVE WS-DATA-HOJE-INT         TO CQ-DATA-EMISSAO
           SET CQ-PENDENTE               TO TRUE
           MOVE ZEROS                    TO CQ-SALDO-INFORMADO
                                            CQ-DATA-RESPOSTA
           WRITE CIRC-CTL-REC
               INVALID KEY
                   DISPLAY 'CIRCLT01 - CONTROLE JA EXISTE: '
                           CQ-CHAVE
           END-WRITE

           MOVE CM-NUM-CLIENTE      TO CLG-NUM-CLIENTE
           MOVE 'MALA '             TO CLG-CANAL
           MOVE 'CIRCULAR'          TO CLG-TIPO-DOC
           MOVE WS-DTP-DATA-ATUAL   TO CLG-DATA
           MOVE WS-GERACAO-LOG      TO CLG-GERACAO
           WRITE CONTATO-LOG-REC
           .

      ******************************************************************
      * P700-LISTAR-ITENS
      * Segunda parte da listagem: os itens em aberto na data-base
      * atras de cada saldo, com o total por cliente.
      ******************************************************************
       P700-LISTAR-ITENS.

           MOVE SPACES TO CIRC-RPT-REC
           WRITE CIRC-RPT-REC
           MOVE 'ITENS EM ABERTO NA DATA-BASE POR CLIENTE'
             TO CIRC-RPT-REC
           WRITE CIRC-RPT-REC
           MOVE WS-LINHA-CAB-ITENS TO CIRC-RPT-REC
           WRITE CIRC-RPT-REC

           OPEN INPUT CIRC-ITEM

           PERFORM P710-LER-ITEM
               UNTIL FIM-ITENS

           IF NOT PRIMEIRO-CLIENTE
               PERFORM P730-TOTALIZAR-CLIENTE
           END-IF

           CLOSE CIRC-ITEM
           .

       P710-LER-ITEM.

           READ CIRC-ITEM
               AT END
                   SET FIM-ITENS TO TRUE
               NOT AT END
                   PERFORM P720-LISTAR-UM-ITEM
           END-READ
           .

       P720-LISTAR-UM-ITEM.

           MOVE SPACES TO WS-LINHA-ITEM

           IF PRIMEIRO-CLIENTE
              OR CV-NUM-CLIENTE NOT = WS-CLIENTE-ATUAL
               IF NOT PRIMEIRO-CLIENTE
                   PERFORM P730-TOTALIZAR-CLIENTE
               END-IF
               SET PRIMEIRO-CLIENTE TO FALSE
               MOVE CV-NUM-CLIENTE TO WS-CLIENTE-ATUAL
               MOVE ZEROS          TO WS-CLI-VALOR-ITENS
               MOVE CV-NUM-CLIENTE TO LIT-CLIENTE
           END-IF

           MOVE CV-NUM-FATURA   TO LIT-FATURA
           MOVE CV-DATA-EMISSAO TO LIT-EMISSAO
           MOVE CV-DATA-VENCTO  TO LIT-VENCTO
           MOVE CV-VALOR-ABERTO TO LIT-VALOR
           ADD CV-VALOR-ABERTO  TO WS-CLI-VALOR-ITENS
           MOVE WS-LINHA-ITEM TO CIRC-RPT-REC
           WRITE CIRC-RPT-REC
           .

       P730-TOTALIZAR-CLIENTE.

           MOVE WS-CLI-VALOR-ITENS TO LTI-VALOR
           MOVE WS-LINHA-TOTAL-ITENS TO CIRC-RPT-REC
           WRITE CIRC-RPT-REC
           MOVE SPACES TO CIRC-RPT-REC
           WRITE CIRC-RPT-REC
           .

       P900-EXIBIR-TOTAIS.

           DISPLAY 'CIRCLT01 - DATA-BASE.........: ' WS-DATA-BASE
           DISPLAY 'CIRCLT01 - FECHAMENTO ARBSNAP: ' WS-DATA-FECHAMENTO
           DISPLAY 'CIRCLT01 - SALDOS CARREGADOS.: '
                   WS-SALDOS-CARREGADOS
           DISPLAY 'CIRCLT01 - PARAMETROS INVALID: '
                   WS-PARAMETROS-INVALIDOS
           DISPLAY 'CIRCLT01 - INDICADOS.........: ' WS-SEL-NOMEADOS
           DISPLAY 'CIRCLT01 - MAIORES SALDOS....: ' WS-SEL-MAIORES
           DISPLAY 'CIRCLT01 - AMOSTRA...........: ' WS-SEL-AMOSTRA
           DISPLAY 'CIRCLT01 - ALEM DO LIMITE 500: '
                   WS-SEL-EXCEDENTES
           DISPLAY 'CIRCLT01 - FATURAS LIDAS.....: ' WS-FATURAS-LIDAS
           DISPLAY 'CIRCLT01 - FATURAS DO MORTO..: ' WS-FATURAS-MORTO
           DISPLAY 'CIRCLT01 - HISTORICOS USADOS.: '
                   WS-HISTORICOS-USADOS
           DISPLAY 'CIRCLT01 - ITENS EM ABERTO...: ' WS-ITENS-EM-ABERTO
           DISPLAY 'CIRCLT01 - CARTAS EMITIDAS...: ' WS-CARTAS-EMITIDAS
           DISPLAY 'CIRCLT01 - NAO CADASTRADOS...: ' WS-NAO-CADASTRADOS
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

       END PROGRAM CIRCLT01.
