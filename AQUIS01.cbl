      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: AQUIS01 - one-time load of an acquired receivables
      *          portfolio. The seller delivers customers, open items,
      *          past payments and running contracts in the AQUIIN
      *          intake layout, closed by a trailer with the seller's
      *          counts and totals. A first pass validates the whole
      *          file and proves it against that trailer; any bad
      *          record or any total that does not match refuses the
      *          portfolio (RETURN-CODE 9001) before anything is
      *          written. The second pass loads it:
      *          - each seller customer is mapped to one of ours --
      *            a customer already on CUSTMAST with the same
      *            CM-DOCUMENTO is reused, any other is created under
      *            the next free customer number for the acquiring
      *            company (CMJRNL journaled);
      *          - each open item becomes a FATURA item numbered in
      *            the customer's company sequence (CTRLFILE, audited
      *            on SETAUDIT as FATURA01 does) with the seller's
      *            original issue and due dates and amount; what the
      *            seller already received shows as the partial
      *            payment on PAGTOSTS (one PAGTHIST entry per past
      *            payment) and any other reduction as adjustment, so
      *            the item opens at the seller's open value;
      *          - each contract is created under the next free
      *            contract number (CONTJRNL journaled);
      *          - the opening balances post through ARMOVS (billed
      *            as debit, received and reduced as credit) to ARBAL
      *            on the next ARPOST01 pass, the way every other
      *            program posts;
      *          - every mapping lands on the AQUIREF cross-reference,
      *            the seller's invoice number included, and the
      *            portfolio record there keeps it from loading twice.
      *          AQUIRPT is the control report: the mappings, the
      *          refusals and the count and amount of each kind of
      *          record as the seller declared, as read and as
      *          loaded.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AQUIS01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AQUI-IN            ASSIGN TO "AQUIIN"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AQUI-REF  ASSIGN TO "AQUIREF"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS AR-CHAVE
                                      ALTERNATE RECORD KEY IS
                                          AR-REF-NOVA
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-AQREF-STATUS.

           SELECT CUSTOMER-MASTER    ASSIGN TO "CUSTMAST"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS CM-NUM-CLIENTE
                                      ALTERNATE RECORD KEY IS
                                          CM-DOCUMENTO
                                          WITH DUPLICATES
                                      FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL FATURA-MASTER
                                      ASSIGN TO "FATURA"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS FT-NUM-FATURA
                                      FILE STATUS IS WS-FATURA-STATUS.

           SELECT OPTIONAL CONTRATO-FILE
                                      ASSIGN TO "CONTRACT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS CT-NUM-CONTRATO
                                      FILE STATUS IS WS-CONTR-STATUS.

           SELECT OPTIONAL PAGAMENTO-STATUS
                                      ASSIGN TO "PAGTOSTS"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS PS-CHAVE
                                      FILE STATUS IS WS-PAGTOS-STATUS.

           SELECT OPTIONAL PAGTO-HIST
                                      ASSIGN TO "PAGTHIST"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-FILE       ASSIGN TO "CTRLFILE"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-CTRL-STATUS.

           SELECT OPTIONAL SET-AUDIT-LOG
                                      ASSIGN TO "SETAUDIT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AR-MOVEMENTS
                                      ASSIGN TO "ARMOVS"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FATURA-JOURNAL
                                      ASSIGN TO "FTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CM-JOURNAL
                                      ASSIGN TO "CMJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTRATO-JOURNAL
                                      ASSIGN TO "CONTJRNL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AQUI-RPT           ASSIGN TO "AQUIRPT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AQUI-IN.
           COPY AQUIIN.

       FD  AQUI-REF.
           COPY AQUIREF.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  FATURA-MASTER.
           COPY FATURA.

       FD  CONTRATO-FILE.
           COPY CONTRACT.

       FD  PAGAMENTO-STATUS.
           COPY PAGTOSTS.

       FD  PAGTO-HIST.
           COPY PAGTHIST.

      * O primeiro registro e a sequencia compartilhada (empresa 01);
      * os seguintes, um por empresa emissora, trazem o codigo da
      * empresa e o ultimo numero da faixa dela (FATURA01).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-REC.
           03 CTRL-ULTIMO-NUMERO              PIC 9(07).
           03 CTRL-COD-EMPRESA                PIC X(02).

       FD  SET-AUDIT-LOG.
           COPY SETAUD.

       FD  AR-MOVEMENTS.
           COPY ARMOVS.

       FD  FATURA-JOURNAL.
           COPY FTJRNL.

       FD  CM-JOURNAL.
           COPY CMJRNL.

      * Diario das mudancas de contrato, o mesmo do CONTMNT01.
       FD  CONTRATO-JOURNAL.
       01  CONTRATO-JOURNAL-REC.
           03 CJ-OPERACAO                    PIC X(10).
           03 CJ-NUM-CONTRATO                PIC 9(06).
           03 CJ-DATA-HORA                   PIC X(21).
           03 CJ-IMAGEM-ANTES                PIC X(112).
           03 CJ-IMAGEM-DEPOIS               PIC X(112).
           03 CJ-OPERADOR                    PIC X(08).

       FD  AQUI-RPT.
       01  AQUI-RPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
      * Imagem da fatura antes da alteracao, para o diario FTJRNL.
       77 WS-FT-IMAGEM-ANTES                 PIC X(241) VALUE SPACES.

       77 WS-AQREF-STATUS                    PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-FATURA-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CONTR-STATUS                    PIC X(02) VALUE '00'.
       77 WS-PAGTOS-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CTRL-STATUS                     PIC X(02) VALUE '00'.

      * Dados da carteira, do cabecalho: codigo, empresa emissora que
      * assume os clientes novos e o operador responsavel pela carga.
       77 WS-CARTEIRA                        PIC X(06) VALUE SPACES.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       77 WS-EMPRESA-CARGA                   PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-CLIENTE                 PIC 9(02) VALUE ZEROS.

      * Sequencia compartilhada de numeracao (CTRLFILE); o valor lido
      * e tambem a geracao carimbada nos diarios desta execucao.
       77 WS-NUM-CONTROLE                    PIC 9(07) VALUE ZEROS.
       77 WS-NUM-CONTROLE-ANTES              PIC 9(07) VALUE ZEROS.
       77 WS-GERACAO-LOG                     PIC 9(06) VALUE ZEROS.

      * Sequencias das demais empresas emissoras, como no FATURA01.
       77 WS-TOT-SEQ                         PIC 9(02) VALUE ZEROS.
       77 WS-IDX-SEQ                         PIC 9(02) VALUE ZEROS.
       77 WS-IDX-SEQ-LINHA                   PIC 9(02) VALUE ZEROS.
       01 WS-TAB-SEQ.
           03 WS-SEQ-ENTRADA OCCURS 0 TO 99 TIMES
                             DEPENDING ON WS-TOT-SEQ.
              05 WS-SEQ-EMPRESA              PIC 9(02).
              05 WS-SEQ-NUMERO               PIC 9(07).
              05 WS-SEQ-NUMERO-ANTES         PIC 9(07).
              05 WS-SEQ-NUM-FINAL            PIC 9(06).

      * Quantas faturas a carteira emite em cada empresa (pelo codigo
      * da empresa), para conferir a faixa antes da carga.
       77 WS-IDX-EMP                         PIC 9(02) VALUE ZEROS.
       01 WS-TAB-EMP-CARGA.
           03 WS-EMP-QTD-FATURAS             PIC 9(07) VALUE ZEROS
                                             OCCURS 99 TIMES.

      * Clientes e faturas da carteira vistos na validacao: as
      * referencias dos registros seguintes sao conferidas contra
      * eles, e o pago por fatura soma os pagamentos do vendedor. A
      * ordem das faturas e a do arquivo, a mesma da carga.
       77 WS-MAX-CLIENTES                    PIC 9(05) VALUE 5000.
       77 WS-MAX-FATURAS                     PIC 9(05) VALUE 20000.
       77 WS-TOT-CLI                         PIC 9(05) VALUE ZEROS.
       77 WS-IDX-CLI                         PIC 9(05) VALUE ZEROS.
       77 WS-IDX-CLI-ACHADO                  PIC 9(05) VALUE ZEROS.
       01 WS-TAB-CLI.
           03 WS-CLI-ENTRADA OCCURS 0 TO 5000 TIMES
                             DEPENDING ON WS-TOT-CLI.
              05 WS-CLI-ANT                  PIC X(10).
              05 WS-CLI-EMPRESA              PIC 9(02).

       77 WS-TOT-FAT                         PIC 9(05) VALUE ZEROS.
       77 WS-IDX-FAT                         PIC 9(05) VALUE ZEROS.
       77 WS-IDX-FAT-ACHADO                  PIC 9(05) VALUE ZEROS.
       77 WS-IDX-FAT-CARGA                   PIC 9(05) VALUE ZEROS.
       01 WS-TAB-FAT.
           03 WS-FAT-ENTRADA OCCURS 0 TO 20000 TIMES
                             DEPENDING ON WS-TOT-FAT.
              05 WS-FAT-ANT                  PIC X(15).
              05 WS-FAT-ORIGINAL             PIC 9(07)V99.
              05 WS-FAT-ABERTO               PIC 9(07)V99.
              05 WS-FAT-PAGO                 PIC 9(09)V99.

       77 WS-CHAVE-BUSCA                     PIC X(15) VALUE SPACES.
       77 WS-ULTIMO-CLIENTE                  PIC 9(06) VALUE ZEROS.
       77 WS-ULTIMO-CONTRATO                 PIC 9(06) VALUE ZEROS.
       77 WS-CHAVE-RESERVADA                 PIC 9(06) VALUE 999999.
       77 WS-NUM-CLIENTE-NOVO                PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-AJUSTES                   PIC S9(09)V99 VALUE ZEROS.
       77 WS-LINHA                           PIC 9(07) VALUE ZEROS.
       77 WS-MOTIVO                          PIC X(45) VALUE SPACES.
       77 WS-CHAVE-ERRO                      PIC X(15) VALUE SPACES.

      * Data dd/mm/aaaa da carteira e a sua forma aaaammdd.
       01 WS-DATA-AUX.
           03 WS-AUX-DD                      PIC 9(02).
           03 WS-AUX-BARRA1                  PIC X(01).
           03 WS-AUX-MM                      PIC 9(02).
           03 WS-AUX-BARRA2                  PIC X(01).
           03 WS-AUX-AA                      PIC 9(04).
       77 WS-DATA-INT                        PIC 9(08) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.
           03 WS-CABECALHO-SW                PIC X(01) VALUE 'N'.
              88 CABECALHO-LIDO                   VALUE 'S' FALSE 'N'.
           03 WS-TRAILER-SW                  PIC X(01) VALUE 'N'.
              88 TRAILER-LIDO                     VALUE 'S' FALSE 'N'.
           03 WS-ACHOU-SW                    PIC X(01) VALUE 'N'.
              88 REGISTRO-ACHADO                  VALUE 'S' FALSE 'N'.
           03 WS-DATA-SW                     PIC X(01) VALUE 'N'.
              88 DATA-VALIDA                      VALUE 'S' FALSE 'N'.
           03 WS-DIVERGENCIA-SW              PIC X(01) VALUE 'N'.
              88 HOUVE-DIVERGENCIA                VALUE 'S' FALSE 'N'.
           03 WS-CARGA-SW                    PIC X(01) VALUE 'N'.
              88 CARGA-EXECUTADA                  VALUE 'S' FALSE 'N'.
           03 WS-MESTRE-EOF                  PIC X(01) VALUE 'N'.
              88 FIM-DO-MESTRE                    VALUE 'S' FALSE 'N'.
           03 WS-CTRL-EOF                    PIC X(01) VALUE 'N'.
              88 FIM-CTRLFILE                     VALUE 'S' FALSE 'N'.
           03 WS-SEQ-SW                      PIC X(01) VALUE 'N'.
              88 SEQUENCIA-LOCALIZADA             VALUE 'S' FALSE 'N'.

      * Totais declarados pelo vendedor (trailer), lidos na validacao
      * e efetivamente carregados.
       01 WS-TOTAIS-DECLARADOS.
           03 WS-DEC-CLIENTES                PIC 9(07) VALUE ZEROS.
           03 WS-DEC-FATURAS                 PIC 9(07) VALUE ZEROS.
           03 WS-DEC-VALOR-ORIGINAL          PIC 9(11)V99 VALUE ZEROS.
           03 WS-DEC-VALOR-ABERTO            PIC 9(11)V99 VALUE ZEROS.
           03 WS-DEC-PAGTOS                  PIC 9(07) VALUE ZEROS.
           03 WS-DEC-VALOR-PAGTOS            PIC 9(11)V99 VALUE ZEROS.
           03 WS-DEC-CONTRATOS               PIC 9(07) VALUE ZEROS.
           03 WS-DEC-VALOR-CONTRATOS         PIC 9(11)V99 VALUE ZEROS.

       01 WS-TOTAIS-LIDOS.
           03 WS-LID-CLIENTES                PIC 9(07) VALUE ZEROS.
           03 WS-LID-FATURAS                 PIC 9(07) VALUE ZEROS.
           03 WS-LID-VALOR-ORIGINAL          PIC 9(11)V99 VALUE ZEROS.
           03 WS-LID-VALOR-ABERTO            PIC 9(11)V99 VALUE ZEROS.
           03 WS-LID-PAGTOS                  PIC 9(07) VALUE ZEROS.
           03 WS-LID-VALOR-PAGTOS            PIC 9(11)V99 VALUE ZEROS.
           03 WS-LID-CONTRATOS               PIC 9(07) VALUE ZEROS.
           03 WS-LID-VALOR-CONTRATOS         PIC 9(11)V99 VALUE ZEROS.

       01 WS-TOTAIS-CARREGADOS.
           03 WS-CAR-CLIENTES                PIC 9(07) VALUE ZEROS.
           03 WS-CAR-FATURAS                 PIC 9(07) VALUE ZEROS.
           03 WS-CAR-VALOR-ORIGINAL          PIC 9(11)V99 VALUE ZEROS.
           03 WS-CAR-VALOR-ABERTO            PIC 9(11)V99 VALUE ZEROS.
           03 WS-CAR-PAGTOS                  PIC 9(07) VALUE ZEROS.
           03 WS-CAR-VALOR-PAGTOS            PIC 9(11)V99 VALUE ZEROS.
           03 WS-CAR-CONTRATOS               PIC 9(07) VALUE ZEROS.
           03 WS-CAR-VALOR-CONTRATOS         PIC 9(11)V99 VALUE ZEROS.

       01 WS-CONTADORES.
           03 WS-ERROS                       PIC 9(07) VALUE ZEROS.
           03 WS-CLIENTES-NOVOS              PIC 9(07) VALUE ZEROS.
           03 WS-CLIENTES-EXISTENTES         PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do RPTFMT01 (cabecalho de relatorio).
       01 WS-RPTFMT-PARM.
           03 WS-RPTFMT-PROGRAMA             PIC X(12)
                                       VALUE 'AQUIS01'.
           03 WS-RPTFMT-TITULO               PIC X(30)
                               VALUE 'CARGA DE CARTEIRA ADQUIRIDA'.
           03 WS-RPTFMT-PAGINA                PIC 9(04).
           03 WS-RPTFMT-LINHA-CAB1            PIC X(132).
           03 WS-RPTFMT-LINHA-CAB2            PIC X(132).

       77 WS-PAGINA                          PIC 9(04) VALUE ZEROS.

       01 WS-LINHA-CARTEIRA.
           03 FILLER                         PIC X(10)
                                       VALUE 'CARTEIRA: '.
           03 CAR-CARTEIRA                   PIC X(06).
           03 FILLER                         PIC X(12)
                                       VALUE '  VENDEDOR: '.
           03 CAR-CNPJ-CEDENTE               PIC X(14).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 CAR-NOME-CEDENTE               PIC X(40).
           03 FILLER                         PIC X(09)
                                       VALUE '  CORTE: '.
           03 CAR-DATA-CORTE                 PIC 9(08).
           03 FILLER                         PIC X(11)
                                       VALUE '  EMPRESA: '.
           03 CAR-EMPRESA                    PIC 9(02).
           03 FILLER                         PIC X(12)
                                       VALUE '  OPERADOR: '.
           03 CAR-OPERADOR                   PIC X(08).

      * Mapeamento de cliente e de fatura do vendedor para os nossos.
       01 WS-LINHA-CLIENTE.
           03 FILLER                         PIC X(09)
                                       VALUE 'CLIENTE  '.
           03 LCL-CLIENTE-ANT                PIC X(10).
           03 FILLER                         PIC X(04) VALUE ' -> '.
           03 LCL-NUM-CLIENTE                PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LCL-SITUACAO                   PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LCL-DOCUMENTO                  PIC X(14).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LCL-NOME                       PIC X(30).

       01 WS-LINHA-FATURA.
           03 FILLER                         PIC X(09)
                                       VALUE 'FATURA   '.
           03 LFT-FATURA-ANT                 PIC X(15).
           03 FILLER                         PIC X(04) VALUE ' -> '.
           03 LFT-NUM-FATURA                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LFT-NUM-CLIENTE                PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LFT-DATA-VENCTO                PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LFT-VALOR-ORIGINAL             PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 LFT-VALOR-ABERTO               PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-LINHA-ERRO.
           03 FILLER                         PIC X(07)
                                       VALUE 'LINHA  '.
           03 ERR-LINHA                      PIC ZZZZZZ9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 ERR-TIPO                       PIC X(01).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 ERR-CHAVE                      PIC X(15).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 FILLER                         PIC X(10)
                                       VALUE 'RECUSADO: '.
           03 ERR-MOTIVO                     PIC X(45).

       01 WS-LINHA-CAB-CONTROLE.
           03 FILLER                         PIC X(30)
                                       VALUE 'CONTROLE DA CARGA'.
           03 FILLER                         PIC X(22)
                                       VALUE '      INFORMADO'.
           03 FILLER                         PIC X(22)
                                       VALUE '           LIDO'.
           03 FILLER                         PIC X(22)
                                       VALUE '      CARREGADO'.
           03 FILLER                         PIC X(10)
                                       VALUE '  SITUACAO'.

       01 WS-LINHA-CONTROLE.
           03 CTL-ITEM                       PIC X(30).
           03 CTL-INFORMADO                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 CTL-LIDO                       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(04) VALUE SPACES.
           03 CTL-CARREGADO                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 CTL-SITUACAO                   PIC X(08).

       01 WS-LINHA-CONTROLE-QTD REDEFINES WS-LINHA-CONTROLE.
           03 FILLER                         PIC X(30).
           03 CTQ-INFORMADO                  PIC ZZZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER                         PIC X(07).
           03 CTQ-LIDO                       PIC ZZZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER                         PIC X(07).
           03 CTQ-CARREGADO                  PIC ZZZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER                         PIC X(10).

      * Um item do controle: valores dos tres lados e se e contagem.
       77 WS-CTL-INFORMADO                   PIC 9(11)V99 VALUE ZEROS.
       77 WS-CTL-LIDO                        PIC 9(11)V99 VALUE ZEROS.
       77 WS-CTL-CARREGADO                   PIC 9(11)V99 VALUE ZEROS.
       77 WS-CTL-QTD-SW                      PIC X(01) VALUE 'N'.
          88 CTL-E-CONTAGEM                       VALUE 'S' FALSE 'N'.

       01 WS-LINHA-RODAPE.
           03 ROD-TITULO                     PIC X(30).
           03 ROD-QTDE                       PIC ZZZ,ZZZ,ZZ9.

      * Parametros do NOMEFMT01 (nome formatado do mestre).
       01 WS-NOMEFMT-PARM.
           03 WS-NOMEFMT-PRIM-NOME           PIC X(10).
           03 WS-NOMEFMT-NOME-MEIO           PIC X(10).
           03 WS-NOMEFMT-ULTI-NOME           PIC X(30).
           03 WS-NOMEFMT-SAIDA               PIC X(30).
           03 WS-NOMEFMT-TRUNCOU             PIC X(01).
              88 NOMEFMT-TRUNCADO                  VALUE 'S' FALSE 'N'.

           COPY CUSTNOME.

      * Parametro para o CALL do NOMEPRS01 (parse de nome com
      * particulas).
           COPY NPRPARM.

      * Parametro para o CALL do EMPLKP01 (tabela de empresas
      * emissoras).
           COPY EMPPARM.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-VALIDAR-CARTEIRA

           IF WS-ERROS = ZEROS
               PERFORM P300-CARREGAR-CARTEIRA
           END-IF

           PERFORM P700-IMPRIMIR-CONTROLE
           PERFORM P900-ENCERRAR-ARQUIVOS

           GOBACK.

       P100-ABRIR-ARQUIVOS.

           OPEN INPUT  AQUI-IN
           OPEN I-O    AQUI-REF
           OPEN I-O    CUSTOMER-MASTER
           OPEN I-O    FATURA-MASTER
           OPEN I-O    CONTRATO-FILE
           OPEN OUTPUT AQUI-RPT

           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'AQUIS01 - CUSTMAST NAO ABRIU, STATUS '
                       WS-MASTER-STATUS
               MOVE 9001 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P120-LER-ULTIMO-NUMERO
           PERFORM P450-IMPRIMIR-CABECALHO

           PERFORM P110-LER-ENTRADA
           .

       P110-LER-ENTRADA.

           READ AQUI-IN
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINHA
           END-READ
           .

      ******************************************************************
      * P120-LER-ULTIMO-NUMERO
      * Sequencias de numeracao de faturas do CTRLFILE, como o
      * FATURA01 as le: a compartilhada no primeiro registro, as das
      * demais empresas emissoras nos seguintes, com o fim da faixa
      * de cada uma (EMPRTAB).
      ******************************************************************
       P120-LER-ULTIMO-NUMERO.

           MOVE ZEROS TO WS-TOT-SEQ
           SET FIM-CTRLFILE TO FALSE

           OPEN INPUT CONTROL-FILE
           IF WS-CTRL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       SET FIM-CTRLFILE TO TRUE
                   NOT AT END
                       MOVE CTRL-ULTIMO-NUMERO TO WS-NUM-CONTROLE
               END-READ
               PERFORM P125-LER-SEQ-EMPRESA
                   UNTIL FIM-CTRLFILE
               CLOSE CONTROL-FILE
           END-IF

           MOVE WS-NUM-CONTROLE TO WS-NUM-CONTROLE-ANTES
           MOVE WS-NUM-CONTROLE TO WS-GERACAO-LOG
           .

       P125-LER-SEQ-EMPRESA.

           READ CONTROL-FILE
               AT END
                   SET FIM-CTRLFILE TO TRUE
               NOT AT END
                   IF CTRL-COD-EMPRESA IS NUMERIC
                      AND CTRL-COD-EMPRESA NOT = '00'
                      AND CTRL-COD-EMPRESA NOT = '01'
                      AND WS-TOT-SEQ < 99
                       ADD 1 TO WS-TOT-SEQ
                       MOVE CTRL-COD-EMPRESA
                         TO WS-SEQ-EMPRESA (WS-TOT-SEQ)
                       MOVE CTRL-ULTIMO-NUMERO
                         TO WS-SEQ-NUMERO (WS-TOT-SEQ)
                            WS-SEQ-NUMERO-ANTES (WS-TOT-SEQ)
                       MOVE 'C'      TO WS-EMP-FUNCAO
                       MOVE CTRL-COD-EMPRESA TO WS-EMP-COD-EMPRESA
                       CALL 'EMPLKP01' USING WS-EMPLKP-PARM
                       IF EMP-OK
                           MOVE WS-EMP-NUM-FINAL
                             TO WS-SEQ-NUM-FINAL (WS-TOT-SEQ)
                       ELSE
                           MOVE ZEROS
                             TO WS-SEQ-NUM-FINAL (WS-TOT-SEQ)
                       END-IF
                   END-IF
           END-READ
           .

      ******************************************************************
      * P200-VALIDAR-CARTEIRA
      * Primeira passada: o arquivo inteiro e conferido antes de
      * gravar qualquer coisa -- cabecalho primeiro e trailer no fim,
      * cada registro com seus campos e suas referencias (cliente da
      * fatura e do contrato, fatura do pagamento), o pago de cada
      * fatura dentro do que o vendedor ja recebeu, a faixa de
      * numeracao de cada empresa com espaco para as faturas, e as
      * contagens e os valores lidos iguais aos do trailer. Qualquer
      * recusa lista no AQUIRPT e a carteira nao entra.
      ******************************************************************
       P200-VALIDAR-CARTEIRA.

           PERFORM P210-VALIDAR-REGISTRO
               UNTIL FIM-DE-ARQUIVO

           MOVE ZEROS  TO WS-LINHA
           MOVE SPACES TO AI-TIPO
           IF NOT CABECALHO-LIDO
               MOVE SPACES TO WS-CHAVE-ERRO
               MOVE 'ARQUIVO SEM CABECALHO' TO WS-MOTIVO
               PERFORM P800-REGISTRAR-ERRO
           END-IF
           IF NOT TRAILER-LIDO
               MOVE SPACES TO WS-CHAVE-ERRO
               MOVE 'ARQUIVO SEM TRAILER' TO WS-MOTIVO
               PERFORM P800-REGISTRAR-ERRO
           END-IF

           PERFORM P280-CONFERIR-PAGO
               VARYING WS-IDX-FAT FROM 1 BY 1
                 UNTIL WS-IDX-FAT > WS-TOT-FAT

           IF CABECALHO-LIDO
               PERFORM P290-CONFERIR-FAIXA
                   VARYING WS-IDX-EMP FROM 1 BY 1
                     UNTIL WS-IDX-EMP > 99
           END-IF

           IF TRAILER-LIDO
               PERFORM P295-CONFERIR-TRAILER
           END-IF
           .

       P210-VALIDAR-REGISTRO.

           EVALUATE TRUE
               WHEN WS-LINHA = 1 AND NOT AI-CABECALHO
                   MOVE SPACES TO WS-CHAVE-ERRO
                   MOVE 'PRIMEIRO REGISTRO NAO E O CABECALHO'
                                             TO WS-MOTIVO
                   PERFORM P800-REGISTRAR-ERRO
               WHEN TRAILER-LIDO
                   MOVE SPACES TO WS-CHAVE-ERRO
                   MOVE 'REGISTRO DEPOIS DO TRAILER' TO WS-MOTIVO
                   PERFORM P800-REGISTRAR-ERRO
               WHEN AI-CABECALHO
                   PERFORM P220-VALIDAR-CABECALHO
               WHEN AI-CLIENTE
                   PERFORM P230-VALIDAR-CLIENTE
               WHEN AI-FATURA
                   PERFORM P240-VALIDAR-FATURA
               WHEN AI-PAGAMENTO
                   PERFORM P250-VALIDAR-PAGAMENTO
               WHEN AI-CONTRATO
                   PERFORM P260-VALIDAR-CONTRATO
               WHEN AI-TRAILER
                   PERFORM P270-LER-TRAILER
               WHEN OTHER
                   MOVE SPACES TO WS-CHAVE-ERRO
                   MOVE 'TIPO DE REGISTRO DESCONHECIDO' TO WS-MOTIVO
                   PERFORM P800-REGISTRAR-ERRO
           END-EVALUATE

           PERFORM P110-LER-ENTRADA
           .

      ******************************************************************
      * P220-VALIDAR-CABECALHO
      * Carteira identificada, operador responsavel, empresa emissora
      * na EMPRTAB (zero e a 01) e carteira ainda nao carregada -- o
      * registro 'L' dela no AQUIREF e a prova de carga anterior.
      ******************************************************************
       P220-VALIDAR-CABECALHO.

           MOVE AH-CARTEIRA TO WS-CHAVE-ERRO
           MOVE SPACES      TO WS-MOTIVO

           MOVE AH-CARTEIRA TO WS-CARTEIRA
           MOVE AH-OPERADOR TO WS-OPERADOR
           MOVE AH-COD-EMPRESA TO WS-EMPRESA-CARGA
           IF WS-EMPRESA-CARGA = ZEROS
               MOVE 1 TO WS-EMPRESA-CARGA
           END-IF

           MOVE 'C'              TO WS-EMP-FUNCAO
           MOVE WS-EMPRESA-CARGA TO WS-EMP-COD-EMPRESA
           CALL 'EMPLKP01' USING WS-EMPLKP-PARM

           MOVE WS-CARTEIRA TO AR-CARTEIRA
           SET AR-TIPO-CARTEIRA TO TRUE
           MOVE SPACES TO AR-NUM-ANTIGO
           READ AQUI-REF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'CARTEIRA JA CARREGADA' TO WS-MOTIVO
           END-READ

           EVALUATE TRUE
               WHEN WS-LINHA NOT = 1
                   MOVE 'CABECALHO FORA DE LUGAR' TO WS-MOTIVO
               WHEN WS-CARTEIRA = SPACES
                   MOVE 'CARTEIRA SEM CODIGO' TO WS-MOTIVO
               WHEN WS-OPERADOR = SPACES
                   MOVE 'CARGA SEM OPERADOR' TO WS-MOTIVO
               WHEN NOT EMP-OK
                   MOVE 'EMPRESA EMISSORA NAO CADASTRADA' TO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-MOTIVO NOT = SPACES
               PERFORM P800-REGISTRAR-ERRO
           END-IF

           IF WS-LINHA = 1
               SET CABECALHO-LIDO TO TRUE
               MOVE AH-CARTEIRA     TO CAR-CARTEIRA
               MOVE AH-CNPJ-CEDENTE TO CAR-CNPJ-CEDENTE
               MOVE AH-NOME-CEDENTE TO CAR-NOME-CEDENTE
               MOVE AH-DATA-CORTE   TO CAR-DATA-CORTE
               MOVE WS-EMPRESA-CARGA TO CAR-EMPRESA
               MOVE AH-OPERADOR     TO CAR-OPERADOR
               MOVE WS-LINHA-CARTEIRA TO AQUI-RPT-REC
               WRITE AQUI-RPT-REC
               MOVE SPACES TO AQUI-RPT-REC
               WRITE AQUI-RPT-REC
           END-IF
           .

      ******************************************************************
      * P230-VALIDAR-CLIENTE
      * Cliente do vendedor com numero proprio unico na carteira,
      * documento e nome. A empresa em que as faturas dele vao numerar
      * e a do cliente que ja temos com o mesmo documento, ou a da
      * carga para um cliente novo.
      ******************************************************************
       P230-VALIDAR-CLIENTE.

           MOVE AC-CLIENTE-ANT TO WS-CHAVE-ERRO
           MOVE SPACES TO WS-MOTIVO

           MOVE AC-CLIENTE-ANT TO WS-CHAVE-BUSCA
           PERFORM P235-BUSCAR-CLIENTE

           EVALUATE TRUE
               WHEN AC-CLIENTE-ANT = SPACES
                   MOVE 'CLIENTE SEM NUMERO DO VENDEDOR' TO WS-MOTIVO
               WHEN REGISTRO-ACHADO
                   MOVE 'CLIENTE REPETIDO NA CARTEIRA' TO WS-MOTIVO
               WHEN AC-DOCUMENTO = SPACES
                   MOVE 'CLIENTE SEM CPF/CNPJ' TO WS-MOTIVO
               WHEN AC-NOME-COMPLETO = SPACES
                   MOVE 'CLIENTE SEM NOME' TO WS-MOTIVO
               WHEN WS-TOT-CLI NOT < WS-MAX-CLIENTES
                   MOVE 'CARTEIRA EXCEDE O LIMITE DE CLIENTES DA CARGA'
                                             TO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-MOTIVO NOT = SPACES
               PERFORM P800-REGISTRAR-ERRO
           ELSE
               ADD 1 TO WS-TOT-CLI
               MOVE AC-CLIENTE-ANT TO WS-CLI-ANT (WS-TOT-CLI)
               MOVE AC-DOCUMENTO TO CM-DOCUMENTO
               READ CUSTOMER-MASTER KEY IS CM-DOCUMENTO
                   INVALID KEY
                       MOVE WS-EMPRESA-CARGA
                         TO WS-CLI-EMPRESA (WS-TOT-CLI)
                   NOT INVALID KEY
                       IF CM-COD-EMPRESA = ZEROS
                           MOVE 1 TO WS-CLI-EMPRESA (WS-TOT-CLI)
                       ELSE
                           MOVE CM-COD-EMPRESA
                             TO WS-CLI-EMPRESA (WS-TOT-CLI)
                       END-IF
               END-READ
               ADD 1 TO WS-LID-CLIENTES
           END-IF
           .

       P235-BUSCAR-CLIENTE.

           SET REGISTRO-ACHADO TO FALSE
           MOVE ZEROS TO WS-IDX-CLI-ACHADO
           PERFORM P236-COMPARAR-CLIENTE
               VARYING WS-IDX-CLI FROM 1 BY 1
                 UNTIL WS-IDX-CLI > WS-TOT-CLI
                    OR REGISTRO-ACHADO
           .

       P236-COMPARAR-CLIENTE.

           IF WS-CLI-ANT (WS-IDX-CLI) = WS-CHAVE-BUSCA
               SET REGISTRO-ACHADO TO TRUE
               MOVE WS-IDX-CLI TO WS-IDX-CLI-ACHADO
           END-IF
           .

      ******************************************************************
      * P240-VALIDAR-FATURA
      * Fatura em aberto de cliente da carteira, numero do vendedor
      * unico, datas de emissao e vencimento validas e valor aberto
      * maior que zero e dentro do original.
      ******************************************************************
       P240-VALIDAR-FATURA.

           MOVE AF-FATURA-ANT TO WS-CHAVE-ERRO
           MOVE SPACES TO WS-MOTIVO

           MOVE AF-CLIENTE-ANT TO WS-CHAVE-BUSCA
           PERFORM P235-BUSCAR-CLIENTE
           IF NOT REGISTRO-ACHADO
               MOVE 'CLIENTE DA FATURA NAO ESTA NA CARTEIRA'
                                             TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO = SPACES
               MOVE AF-FATURA-ANT TO WS-CHAVE-BUSCA
               PERFORM P245-BUSCAR-FATURA
               EVALUATE TRUE
                   WHEN AF-FATURA-ANT = SPACES
                       MOVE 'FATURA SEM NUMERO DO VENDEDOR'
                                             TO WS-MOTIVO
                   WHEN REGISTRO-ACHADO
                       MOVE 'FATURA REPETIDA NA CARTEIRA' TO WS-MOTIVO
                   WHEN AF-VALOR-ORIGINAL NOT NUMERIC
                     OR AF-VALOR-ABERTO NOT NUMERIC
                       MOVE 'VALOR DA FATURA NAO NUMERICO' TO WS-MOTIVO
                   WHEN AF-VALOR-ABERTO = ZEROS
                       MOVE 'FATURA SEM VALOR EM ABERTO' TO WS-MOTIVO
                   WHEN AF-VALOR-ABERTO > AF-VALOR-ORIGINAL
                       MOVE 'VALOR ABERTO MAIOR QUE O ORIGINAL'
                                             TO WS-MOTIVO
                   WHEN WS-TOT-FAT NOT < WS-MAX-FATURAS
                       MOVE 'CARTEIRA EXCEDE O LIMITE DE FATURAS'
                                             TO WS-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-MOTIVO = SPACES
               MOVE AF-DATA-EMISSAO TO WS-DATA-AUX
               PERFORM P275-VALIDAR-DATA
               IF NOT DATA-VALIDA
                   MOVE 'DATA DE EMISSAO INVALIDA' TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO = SPACES
               MOVE AF-DATA-VENCTO TO WS-DATA-AUX
               PERFORM P275-VALIDAR-DATA
               IF NOT DATA-VALIDA
                   MOVE 'DATA DE VENCIMENTO INVALIDA' TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO NOT = SPACES
               PERFORM P800-REGISTRAR-ERRO
           ELSE
               ADD 1 TO WS-TOT-FAT
               MOVE AF-FATURA-ANT     TO WS-FAT-ANT (WS-TOT-FAT)
               MOVE AF-VALOR-ORIGINAL TO WS-FAT-ORIGINAL (WS-TOT-FAT)
               MOVE AF-VALOR-ABERTO   TO WS-FAT-ABERTO (WS-TOT-FAT)
               MOVE ZEROS             TO WS-FAT-PAGO (WS-TOT-FAT)
               MOVE WS-CLI-EMPRESA (WS-IDX-CLI-ACHADO) TO WS-IDX-EMP
               ADD 1 TO WS-EMP-QTD-FATURAS (WS-IDX-EMP)
               ADD 1 TO WS-LID-FATURAS
               ADD AF-VALOR-ORIGINAL TO WS-LID-VALOR-ORIGINAL
               ADD AF-VALOR-ABERTO   TO WS-LID-VALOR-ABERTO
           END-IF
           .

       P245-BUSCAR-FATURA.

           SET REGISTRO-ACHADO TO FALSE
           MOVE ZEROS TO WS-IDX-FAT-ACHADO
           PERFORM P246-COMPARAR-FATURA
               VARYING WS-IDX-FAT FROM 1 BY 1
                 UNTIL WS-IDX-FAT > WS-TOT-FAT
                    OR REGISTRO-ACHADO
           .

       P246-COMPARAR-FATURA.

           IF WS-FAT-ANT (WS-IDX-FAT) = WS-CHAVE-BUSCA
               SET REGISTRO-ACHADO TO TRUE
               MOVE WS-IDX-FAT TO WS-IDX-FAT-ACHADO
           END-IF
           .

      ******************************************************************
      * P250-VALIDAR-PAGAMENTO
      * Pagamento passado de uma fatura da carteira, com data valida
      * e valor; o valor soma no pago da fatura.
      ******************************************************************
       P250-VALIDAR-PAGAMENTO.

           MOVE AP-FATURA-ANT TO WS-CHAVE-ERRO
           MOVE SPACES TO WS-MOTIVO

           MOVE AP-FATURA-ANT TO WS-CHAVE-BUSCA
           PERFORM P245-BUSCAR-FATURA

           EVALUATE TRUE
               WHEN NOT REGISTRO-ACHADO
                   MOVE 'FATURA DO PAGAMENTO NAO ESTA NA CARTEIRA'
                                             TO WS-MOTIVO
               WHEN AP-VALOR NOT NUMERIC OR AP-VALOR = ZEROS
                   MOVE 'PAGAMENTO SEM VALOR' TO WS-MOTIVO
               WHEN AP-DATA-PAGTO NOT NUMERIC
                   MOVE 'DATA DE PAGAMENTO INVALIDA' TO WS-MOTIVO
               WHEN FUNCTION TEST-DATE-YYYYMMDD (AP-DATA-PAGTO)
                    NOT = 0
                   MOVE 'DATA DE PAGAMENTO INVALIDA' TO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-MOTIVO NOT = SPACES
               PERFORM P800-REGISTRAR-ERRO
           ELSE
               ADD AP-VALOR TO WS-FAT-PAGO (WS-IDX-FAT-ACHADO)
               ADD 1 TO WS-LID-PAGTOS
               ADD AP-VALOR TO WS-LID-VALOR-PAGTOS
           END-IF
           .

      ******************************************************************
      * P260-VALIDAR-CONTRATO
      * Contrato de cliente da carteira, com valor, dia de cobranca
      * e vigencia validos.
      ******************************************************************
       P260-VALIDAR-CONTRATO.

           MOVE AK-CONTRATO-ANT TO WS-CHAVE-ERRO
           MOVE SPACES TO WS-MOTIVO

           MOVE AK-CLIENTE-ANT TO WS-CHAVE-BUSCA
           PERFORM P235-BUSCAR-CLIENTE

           EVALUATE TRUE
               WHEN NOT REGISTRO-ACHADO
                   MOVE 'CLIENTE DO CONTRATO NAO ESTA NA CARTEIRA'
                                             TO WS-MOTIVO
               WHEN AK-CONTRATO-ANT = SPACES
                   MOVE 'CONTRATO SEM NUMERO DO VENDEDOR' TO WS-MOTIVO
               WHEN AK-VALOR NOT NUMERIC OR AK-VALOR = ZEROS
                   MOVE 'CONTRATO SEM VALOR' TO WS-MOTIVO
               WHEN AK-DIA-COBRANCA NOT NUMERIC
                 OR AK-DIA-COBRANCA < 1 OR AK-DIA-COBRANCA > 31
                   MOVE 'DIA DE COBRANCA INVALIDO' TO WS-MOTIVO
               WHEN AK-DATA-INICIO NOT NUMERIC
                   MOVE 'INICIO DO CONTRATO INVALIDO' TO WS-MOTIVO
               WHEN FUNCTION TEST-DATE-YYYYMMDD (AK-DATA-INICIO)
                    NOT = 0
                   MOVE 'INICIO DO CONTRATO INVALIDO' TO WS-MOTIVO
               WHEN AK-DATA-FIM NOT NUMERIC
                   MOVE 'FIM DO CONTRATO INVALIDO' TO WS-MOTIVO
               WHEN AK-DATA-FIM NOT = ZEROS
                AND AK-DATA-FIM < AK-DATA-INICIO
                   MOVE 'FIM DO CONTRATO ANTES DO INICIO' TO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-MOTIVO NOT = SPACES
               PERFORM P800-REGISTRAR-ERRO
           ELSE
               ADD 1 TO WS-LID-CONTRATOS
               ADD AK-VALOR TO WS-LID-VALOR-CONTRATOS
           END-IF
           .

       P270-LER-TRAILER.

           SET TRAILER-LIDO TO TRUE
           MOVE AT-QTD-CLIENTES    TO WS-DEC-CLIENTES
           MOVE AT-QTD-FATURAS     TO WS-DEC-FATURAS
           MOVE AT-VALOR-ORIGINAL  TO WS-DEC-VALOR-ORIGINAL
           MOVE AT-VALOR-ABERTO    TO WS-DEC-VALOR-ABERTO
           MOVE AT-QTD-PAGTOS      TO WS-DEC-PAGTOS
           MOVE AT-VALOR-PAGTOS    TO WS-DEC-VALOR-PAGTOS
           MOVE AT-QTD-CONTRATOS   TO WS-DEC-CONTRATOS
           MOVE AT-VALOR-CONTRATOS TO WS-DEC-VALOR-CONTRATOS
           .

      * Data dd/mm/aaaa (em WS-DATA-AUX) valida no calendario; a
      * forma aaaammdd fica em WS-DATA-INT.
       P275-VALIDAR-DATA.

           SET DATA-VALIDA TO FALSE
           MOVE ZEROS TO WS-DATA-INT

           IF WS-AUX-DD IS NUMERIC AND WS-AUX-MM IS NUMERIC
              AND WS-AUX-AA IS NUMERIC
              AND WS-AUX-BARRA1 = '/' AND WS-AUX-BARRA2 = '/'
               COMPUTE WS-DATA-INT =
                   WS-AUX-AA * 10000 + WS-AUX-MM * 100 + WS-AUX-DD
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-INT) = 0
                   SET DATA-VALIDA TO TRUE
               END-IF
           END-IF
           .

      * O que o vendedor recebeu de uma fatura (original menos
      * aberto) tem de cobrir os pagamentos que ele mandou dela; a
      * diferenca, quando ha, e reducao de outra natureza.
       P280-CONFERIR-PAGO.

           IF WS-FAT-PAGO (WS-IDX-FAT) >
              WS-FAT-ORIGINAL (WS-IDX-FAT) - WS-FAT-ABERTO (WS-IDX-FAT)
               MOVE ZEROS TO WS-LINHA
               MOVE 'P'   TO AI-TIPO
               MOVE WS-FAT-ANT (WS-IDX-FAT) TO WS-CHAVE-ERRO
               MOVE 'PAGAMENTOS ACIMA DO JA RECEBIDO DA FATURA'
                                             TO WS-MOTIVO
               PERFORM P800-REGISTRAR-ERRO
           END-IF
           .

      ******************************************************************
      * P290-CONFERIR-FAIXA
      * Cada empresa com faturas na carteira precisa de numeros para
      * todas: a 01 na sequencia compartilhada, as demais na propria
      * faixa da EMPRTAB, aberta no inicio dela quando a empresa nunca
      * emitiu (como no FATURA01).
      ******************************************************************
       P290-CONFERIR-FAIXA.

           IF WS-EMP-QTD-FATURAS (WS-IDX-EMP) > ZEROS
               MOVE SPACES TO WS-MOTIVO
               IF WS-IDX-EMP = 1
                   IF WS-NUM-CONTROLE + WS-EMP-QTD-FATURAS (1)
                      NOT < WS-CHAVE-RESERVADA
                       MOVE 'SEQUENCIA DE FATURAS ESGOTADA'
                                             TO WS-MOTIVO
                   END-IF
               ELSE
                   PERFORM P292-LOCALIZAR-SEQUENCIA
                   IF WS-MOTIVO = SPACES
                      AND WS-SEQ-NUMERO (WS-IDX-SEQ-LINHA)
                        + WS-EMP-QTD-FATURAS (WS-IDX-EMP)
                        > WS-SEQ-NUM-FINAL (WS-IDX-SEQ-LINHA)
                       MOVE 'FAIXA DE NUMERACAO DA EMPRESA ESGOTADA'
                                             TO WS-MOTIVO
                   END-IF
               END-IF
               IF WS-MOTIVO NOT = SPACES
                   MOVE ZEROS TO WS-LINHA
                   MOVE 'F'   TO AI-TIPO
                   MOVE SPACES TO WS-CHAVE-ERRO
                   STRING 'EMPRESA ' WS-IDX-EMP
                       DELIMITED BY SIZE INTO WS-CHAVE-ERRO
                   END-STRING
                   PERFORM P800-REGISTRAR-ERRO
               END-IF
           END-IF
           .

      * Sequencia da empresa WS-IDX-EMP na tabela, aberta um antes do
      * inicio da faixa se ainda nao existe.
       P292-LOCALIZAR-SEQUENCIA.

           SET SEQUENCIA-LOCALIZADA TO FALSE
           MOVE ZEROS TO WS-IDX-SEQ-LINHA
           PERFORM P293-COMPARAR-SEQUENCIA
               VARYING WS-IDX-SEQ FROM 1 BY 1
                 UNTIL WS-IDX-SEQ > WS-TOT-SEQ
                    OR SEQUENCIA-LOCALIZADA

           IF NOT SEQUENCIA-LOCALIZADA
               MOVE 'C'        TO WS-EMP-FUNCAO
               MOVE WS-IDX-EMP TO WS-EMP-COD-EMPRESA
               CALL 'EMPLKP01' USING WS-EMPLKP-PARM
               EVALUATE TRUE
                   WHEN NOT EMP-OK
                       MOVE 'EMPRESA EMISSORA NAO CADASTRADA'
                                             TO WS-MOTIVO
                   WHEN WS-EMP-NUM-INICIAL = ZEROS
                     OR WS-EMP-NUM-FINAL < WS-EMP-NUM-INICIAL
                       MOVE 'EMPRESA SEM FAIXA DE NUMERACAO'
                                             TO WS-MOTIVO
                   WHEN WS-TOT-SEQ NOT < 99
                       MOVE 'TABELA DE SEQUENCIAS CHEIA' TO WS-MOTIVO
                   WHEN OTHER
                       ADD 1 TO WS-TOT-SEQ
                       MOVE WS-TOT-SEQ TO WS-IDX-SEQ-LINHA
                       MOVE WS-IDX-EMP TO WS-SEQ-EMPRESA (WS-TOT-SEQ)
                       COMPUTE WS-SEQ-NUMERO (WS-TOT-SEQ) =
                           WS-EMP-NUM-INICIAL - 1
                       MOVE WS-SEQ-NUMERO (WS-TOT-SEQ)
                         TO WS-SEQ-NUMERO-ANTES (WS-TOT-SEQ)
                       MOVE WS-EMP-NUM-FINAL
                         TO WS-SEQ-NUM-FINAL (WS-TOT-SEQ)
               END-EVALUATE
           END-IF
           .

       P293-COMPARAR-SEQUENCIA.

           IF WS-SEQ-EMPRESA (WS-IDX-SEQ) = WS-IDX-EMP
               SET SEQUENCIA-LOCALIZADA TO TRUE
               MOVE WS-IDX-SEQ TO WS-IDX-SEQ-LINHA
           END-IF
           .

      * Contagens e valores lidos contra os do trailer do vendedor.
       P295-CONFERIR-TRAILER.

           IF WS-TOTAIS-LIDOS NOT = WS-TOTAIS-DECLARADOS
               MOVE ZEROS  TO WS-LINHA
               MOVE 'T'    TO AI-TIPO
               MOVE SPACES TO WS-CHAVE-ERRO
               MOVE 'LIDO DIFERE DOS TOTAIS DO VENDEDOR' TO WS-MOTIVO
               PERFORM P800-REGISTRAR-ERRO
           END-IF
           .

      ******************************************************************
      * P300-CARREGAR-CARTEIRA
      * Segunda passada, so com a carteira inteira aprovada: o arquivo
      * e relido e cada registro grava o que lhe cabe. Os numeros
      * novos de cliente e de contrato seguem o maior ja em uso.
      ******************************************************************
       P300-CARREGAR-CARTEIRA.

           SET CARGA-EXECUTADA TO TRUE

           OPEN I-O    PAGAMENTO-STATUS
           OPEN EXTEND PAGTO-HIST
           OPEN EXTEND SET-AUDIT-LOG
           OPEN EXTEND AR-MOVEMENTS
           OPEN EXTEND FATURA-JOURNAL
           OPEN EXTEND CM-JOURNAL
           OPEN EXTEND CONTRATO-JOURNAL

           PERFORM P310-ACHAR-ULTIMO-CLIENTE
           PERFORM P315-ACHAR-ULTIMO-CONTRATO

           CLOSE AQUI-IN
           OPEN INPUT AQUI-IN
           SET FIM-DE-ARQUIVO TO FALSE
           MOVE ZEROS TO WS-LINHA WS-IDX-FAT-CARGA
           PERFORM P110-LER-ENTRADA

           PERFORM P320-CARREGAR-REGISTRO
               UNTIL FIM-DE-ARQUIVO

           PERFORM P390-GRAVAR-CARTEIRA

           PERFORM P500-GRAVAR-AUDITORIA-SET
           PERFORM P600-GRAVAR-NOVO-NUMERO

           CLOSE PAGAMENTO-STATUS
           CLOSE PAGTO-HIST
           CLOSE SET-AUDIT-LOG
           CLOSE AR-MOVEMENTS
           CLOSE FATURA-JOURNAL
           CLOSE CM-JOURNAL
           CLOSE CONTRATO-JOURNAL
           .

      * Maior numero de cliente em uso, fora a chave alta do trailer.
       P310-ACHAR-ULTIMO-CLIENTE.

           MOVE ZEROS TO WS-ULTIMO-CLIENTE
           MOVE ZEROS TO CM-NUM-CLIENTE
           SET FIM-DO-MESTRE TO FALSE
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CM-NUM-CLIENTE
               INVALID KEY
                   SET FIM-DO-MESTRE TO TRUE
           END-START

           PERFORM P311-LER-CLIENTE
               UNTIL FIM-DO-MESTRE
           .

       P311-LER-CLIENTE.

           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET FIM-DO-MESTRE TO TRUE
               NOT AT END
                   IF CM-NUM-CLIENTE NOT = WS-CHAVE-RESERVADA
                      AND CM-NUM-CLIENTE > WS-ULTIMO-CLIENTE
                       MOVE CM-NUM-CLIENTE TO WS-ULTIMO-CLIENTE
                   END-IF
           END-READ
           .

       P315-ACHAR-ULTIMO-CONTRATO.

           MOVE ZEROS TO WS-ULTIMO-CONTRATO
           MOVE ZEROS TO CT-NUM-CONTRATO
           SET FIM-DO-MESTRE TO FALSE
           START CONTRATO-FILE KEY IS NOT LESS THAN CT-NUM-CONTRATO
               INVALID KEY
                   SET FIM-DO-MESTRE TO TRUE
           END-START

           PERFORM P316-LER-CONTRATO
               UNTIL FIM-DO-MESTRE
           .

       P316-LER-CONTRATO.

           READ CONTRATO-FILE NEXT RECORD
               AT END
                   SET FIM-DO-MESTRE TO TRUE
               NOT AT END
                   MOVE CT-NUM-CONTRATO TO WS-ULTIMO-CONTRATO
           END-READ
           .

       P320-CARREGAR-REGISTRO.

           EVALUATE TRUE
               WHEN AI-CLIENTE
                   PERFORM P330-CARREGAR-CLIENTE
               WHEN AI-FATURA
                   PERFORM P340-CARREGAR-FATURA
               WHEN AI-PAGAMENTO
                   PERFORM P350-CARREGAR-PAGAMENTO
               WHEN AI-CONTRATO
                   PERFORM P360-CARREGAR-CONTRATO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM P110-LER-ENTRADA
           .

      ******************************************************************
      * P330-CARREGAR-CLIENTE
      * Cliente que ja temos (mesmo CM-DOCUMENTO) e so mapeado; o
      * novo ganha o proximo numero livre, o nome parseado e
      * formatado como no CUSTMAINT01, a empresa da carga e a
      * situacao ativa, e a inclusao vai para o CMJRNL.
      ******************************************************************
       P330-CARREGAR-CLIENTE.

           MOVE SPACES TO WS-MOTIVO
           MOVE AC-DOCUMENTO TO CM-DOCUMENTO

           READ CUSTOMER-MASTER KEY IS CM-DOCUMENTO
               INVALID KEY
                   PERFORM P335-INCLUIR-CLIENTE
               NOT INVALID KEY
                   MOVE CM-NUM-CLIENTE TO WS-NUM-CLIENTE-NOVO
                   MOVE 'E' TO AR-SITUACAO
                   ADD 1 TO WS-CLIENTES-EXISTENTES
           END-READ

           IF WS-MOTIVO = SPACES
               MOVE WS-CARTEIRA     TO AR-CARTEIRA
               SET AR-TIPO-CLIENTE  TO TRUE
               MOVE AC-CLIENTE-ANT  TO AR-NUM-ANTIGO
               MOVE 'C'             TO AR-TIPO-NOVO
               MOVE WS-NUM-CLIENTE-NOVO TO AR-NUM-NOVO
               PERFORM P380-GRAVAR-REFERENCIA
           END-IF

           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-CAR-CLIENTES
               MOVE AC-CLIENTE-ANT      TO LCL-CLIENTE-ANT
               MOVE WS-NUM-CLIENTE-NOVO TO LCL-NUM-CLIENTE
               IF AR-JA-EXISTENTE
                   MOVE 'EXISTENTE' TO LCL-SITUACAO
               ELSE
                   MOVE 'NOVO'      TO LCL-SITUACAO
               END-IF
               MOVE AC-DOCUMENTO        TO LCL-DOCUMENTO
               MOVE CM-NOME-FORMATADO   TO LCL-NOME
               MOVE WS-LINHA-CLIENTE    TO AQUI-RPT-REC
               WRITE AQUI-RPT-REC
           ELSE
               MOVE AC-CLIENTE-ANT TO WS-CHAVE-ERRO
               PERFORM P800-REGISTRAR-ERRO
           END-IF
           .

       P335-INCLUIR-CLIENTE.

           IF WS-ULTIMO-CLIENTE + 1 NOT < WS-CHAVE-RESERVADA
               MOVE 'NUMERACAO DE CLIENTES ESGOTADA' TO WS-MOTIVO
           ELSE
               ADD 1 TO WS-ULTIMO-CLIENTE
               MOVE WS-ULTIMO-CLIENTE TO WS-NUM-CLIENTE-NOVO

               INITIALIZE CUSTOMER-MASTER-REC
               MOVE WS-NUM-CLIENTE-NOVO TO CM-NUM-CLIENTE
               MOVE AC-DOCUMENTO        TO CM-DOCUMENTO
               MOVE AC-ENDERECO         TO CM-ENDERECO
               MOVE AC-CIDADE           TO CM-CIDADE
               MOVE AC-UF               TO CM-UF
               MOVE AC-CEP              TO CM-CEP
               MOVE AC-TELEFONE         TO CM-TELEFONE
               MOVE AC-EMAIL            TO CM-EMAIL
               MOVE WS-EMPRESA-CARGA    TO CM-COD-EMPRESA
               SET CM-ATIVO             TO TRUE

               INITIALIZE WS-NOME
               MOVE AC-NOME-COMPLETO TO WS-NOMEPRS-ENTRADA
               CALL 'NOMEPRS01' USING WS-NOMEPRS-PARM
               MOVE WS-NOMEPRS-PRIM TO WS-PRIM-NOME
               MOVE WS-NOMEPRS-MEIO TO WS-NOME-MEIO
               MOVE WS-NOMEPRS-ULTI TO WS-ULTI-NOME

               MOVE WS-PRIM-NOME TO WS-NOMEFMT-PRIM-NOME
               MOVE WS-NOME-MEIO TO WS-NOMEFMT-NOME-MEIO
               MOVE WS-ULTI-NOME TO WS-NOMEFMT-ULTI-NOME
               CALL 'NOMEFMT01' USING WS-NOMEFMT-PARM

               MOVE WS-PRIM-NOME     TO CM-PRIM-NOME
               MOVE WS-NOME-MEIO     TO CM-NOME-MEIO
               MOVE WS-ULTI-NOME     TO CM-ULTI-NOME
               MOVE WS-NOMEFMT-SAIDA TO CM-NOME-FORMATADO

               WRITE CUSTOMER-MASTER-REC
                   INVALID KEY
                       MOVE 'FALHA AO GRAVAR O CLIENTE' TO WS-MOTIVO
                   NOT INVALID KEY
                       MOVE 'N' TO AR-SITUACAO
                       ADD 1 TO WS-CLIENTES-NOVOS
                       PERFORM P850-GRAVAR-JORNAL-CLIENTE
               END-WRITE
           END-IF
           .

      ******************************************************************
      * P340-CARREGAR-FATURA
      * Fatura da carteira com numero novo na sequencia da empresa
      * do cliente e as datas e o valor originais do vendedor. O que
      * ele ja recebeu fica como pagamento parcial no PAGTOSTS; o
      * resto da diferenca para o aberto, como ajuste. ARMOVS recebe
      * o debito do original e o credito do ajuste (os pagamentos
      * creditam em P350).
      ******************************************************************
       P340-CARREGAR-FATURA.

           MOVE SPACES TO WS-MOTIVO
           ADD 1 TO WS-IDX-FAT-CARGA

           MOVE WS-CARTEIRA    TO AR-CARTEIRA
           SET AR-TIPO-CLIENTE TO TRUE
           MOVE AF-CLIENTE-ANT TO AR-NUM-ANTIGO
           READ AQUI-REF
               INVALID KEY
                   MOVE 'CLIENTE DA FATURA NAO FOI CARREGADO'
                                             TO WS-MOTIVO
           END-READ

           IF WS-MOTIVO = SPACES
               MOVE AR-NUM-NOVO TO CM-NUM-CLIENTE
               MOVE WS-EMPRESA-CARGA TO WS-EMPRESA-CLIENTE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-COD-EMPRESA TO WS-EMPRESA-CLIENTE
               END-READ
               IF WS-EMPRESA-CLIENTE = ZEROS
                   MOVE 1 TO WS-EMPRESA-CLIENTE
               END-IF

               INITIALIZE FATURA-REC
               IF WS-EMPRESA-CLIENTE = 1
                   ADD 1 TO WS-NUM-CONTROLE
                   MOVE WS-NUM-CONTROLE TO FT-NUM-FATURA
               ELSE
                   MOVE WS-EMPRESA-CLIENTE TO WS-IDX-EMP
                   PERFORM P292-LOCALIZAR-SEQUENCIA
                   ADD 1 TO WS-SEQ-NUMERO (WS-IDX-SEQ-LINHA)
                   MOVE WS-SEQ-NUMERO (WS-IDX-SEQ-LINHA)
                     TO FT-NUM-FATURA
               END-IF

               COMPUTE WS-VALOR-AJUSTES =
                   AF-VALOR-ORIGINAL - AF-VALOR-ABERTO
                 - WS-FAT-PAGO (WS-IDX-FAT-CARGA)

               MOVE AR-NUM-NOVO        TO FT-NUM-CLIENTE
               MOVE AF-DATA-EMISSAO    TO FT-DATA-EMISSAO
               MOVE AF-DATA-VENCTO     TO FT-DATA-VENCTO
               MOVE AF-VALOR-ORIGINAL  TO FT-VALOR
               MOVE WS-VALOR-AJUSTES   TO FT-VALOR-AJUSTES
               SET FT-ABERTA           TO TRUE
               MOVE 1                  TO FT-PARCELA-NUM
               MOVE 1                  TO FT-PARCELA-TOTAL
               MOVE WS-EMPRESA-CLIENTE TO FT-COD-EMPRESA

               WRITE FATURA-REC
                   INVALID KEY
                       MOVE 'NUMERO DE FATURA JA EM USO' TO WS-MOTIVO
                   NOT INVALID KEY
                       MOVE SPACES     TO WS-FT-IMAGEM-ANTES
                       MOVE 'GRAVACAO' TO FJ-OPERACAO
                       PERFORM P0FJ-GRAVAR-JORNAL-FATURA
                       PERFORM P345-LANCAR-ABERTURA
               END-WRITE
           END-IF

           IF WS-MOTIVO = SPACES
               MOVE WS-CARTEIRA    TO AR-CARTEIRA
               SET AR-TIPO-FATURA  TO TRUE
               MOVE AF-FATURA-ANT  TO AR-NUM-ANTIGO
               MOVE 'F'            TO AR-TIPO-NOVO
               MOVE FT-NUM-FATURA  TO AR-NUM-NOVO
               MOVE 'N'            TO AR-SITUACAO
               PERFORM P380-GRAVAR-REFERENCIA
           END-IF

           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-CAR-FATURAS
               ADD AF-VALOR-ORIGINAL TO WS-CAR-VALOR-ORIGINAL
               ADD AF-VALOR-ABERTO   TO WS-CAR-VALOR-ABERTO
               MOVE AF-FATURA-ANT     TO LFT-FATURA-ANT
               MOVE FT-NUM-FATURA     TO LFT-NUM-FATURA
               MOVE FT-NUM-CLIENTE    TO LFT-NUM-CLIENTE
               MOVE FT-DATA-VENCTO    TO LFT-DATA-VENCTO
               MOVE AF-VALOR-ORIGINAL TO LFT-VALOR-ORIGINAL
               MOVE AF-VALOR-ABERTO   TO LFT-VALOR-ABERTO
               MOVE WS-LINHA-FATURA   TO AQUI-RPT-REC
               WRITE AQUI-RPT-REC
           ELSE
               MOVE AF-FATURA-ANT TO WS-CHAVE-ERRO
               PERFORM P800-REGISTRAR-ERRO
           END-IF
           .

      * Saldo de abertura da fatura no razao ARMOVS e, havendo
      * recebimentos do vendedor, o pagamento parcial no PAGTOSTS.
       P345-LANCAR-ABERTURA.

           MOVE FT-NUM-CLIENTE    TO MV-NUM-CLIENTE
           SET MV-DEBITO          TO TRUE
           MOVE FT-VALOR          TO MV-VALOR
           MOVE WS-DTP-DATA-ATUAL TO MV-DATA
           MOVE 'AQUIS01'         TO MV-ORIGEM
           WRITE AR-MOVIMENTO-REC

           IF FT-VALOR-AJUSTES > ZEROS
               SET MV-CREDITO        TO TRUE
               MOVE FT-VALOR-AJUSTES TO MV-VALOR
               WRITE AR-MOVIMENTO-REC
           END-IF

           IF WS-FAT-PAGO (WS-IDX-FAT-CARGA) > ZEROS
               MOVE FT-NUM-CLIENTE TO PS-NUM-CLIENTE
               MOVE FT-NUM-FATURA  TO PS-NUM-FATURA
               MOVE 'P'            TO PS-PAGTO
               MOVE WS-FAT-PAGO (WS-IDX-FAT-CARGA) TO PS-VALOR-PAGO
               MOVE AF-VALOR-ABERTO TO PS-SALDO-RESTANTE
               WRITE PAGTO-STATUS-REC
                   INVALID KEY
                       MOVE 'FALHA AO GRAVAR O PAGTOSTS' TO WS-MOTIVO
               END-WRITE
           END-IF
           .

      ******************************************************************
      * P350-CARREGAR-PAGAMENTO
      * Cada pagamento passado do vendedor vira uma transicao no
      * PAGTHIST com a data em que foi recebido, e o credito dele no
      * razao ARMOVS; o acumulado ja foi para o PAGTOSTS com a fatura.
      ******************************************************************
       P350-CARREGAR-PAGAMENTO.

           MOVE SPACES TO WS-MOTIVO

           MOVE WS-CARTEIRA    TO AR-CARTEIRA
           SET AR-TIPO-FATURA  TO TRUE
           MOVE AP-FATURA-ANT  TO AR-NUM-ANTIGO
           READ AQUI-REF
               INVALID KEY
                   MOVE 'FATURA DO PAGAMENTO NAO FOI CARREGADA'
                                             TO WS-MOTIVO
               NOT INVALID KEY
                   MOVE AR-NUM-NOVO TO FT-NUM-FATURA
                   READ FATURA-MASTER
                       INVALID KEY
                           MOVE 'FATURA DO PAGAMENTO NAO ESTA NO MESTRE'
                                             TO WS-MOTIVO
                   END-READ
           END-READ

           IF WS-MOTIVO = SPACES
               MOVE FT-NUM-CLIENTE TO PS-NUM-CLIENTE
               MOVE FT-NUM-FATURA  TO PS-NUM-FATURA
               READ PAGAMENTO-STATUS
                   INVALID KEY
                       MOVE ZEROS TO PS-SALDO-RESTANTE
               END-READ

               MOVE FT-NUM-CLIENTE    TO PH-NUM-CLIENTE
               MOVE FT-NUM-FATURA     TO PH-NUM-FATURA
               MOVE SPACE             TO PH-STATUS-ANTES
               MOVE 'P'               TO PH-STATUS-DEPOIS
               MOVE AP-VALOR          TO PH-VALOR-PAGO
               MOVE PS-SALDO-RESTANTE TO PH-SALDO-RESTANTE
               MOVE AP-DATA-PAGTO     TO PH-DATA-EFETIVA
               MOVE ZEROS             TO PH-HORA-EFETIVA
               WRITE PAGTO-HIST-REC

               MOVE FT-NUM-CLIENTE    TO MV-NUM-CLIENTE
               SET MV-CREDITO         TO TRUE
               MOVE AP-VALOR          TO MV-VALOR
               MOVE WS-DTP-DATA-ATUAL TO MV-DATA
               MOVE 'AQUIS01'         TO MV-ORIGEM
               WRITE AR-MOVIMENTO-REC

               ADD 1 TO WS-CAR-PAGTOS
               ADD AP-VALOR TO WS-CAR-VALOR-PAGTOS
           ELSE
               MOVE AP-FATURA-ANT TO WS-CHAVE-ERRO
               PERFORM P800-REGISTRAR-ERRO
           END-IF
           .

      ******************************************************************
      * P360-CARREGAR-CONTRATO
      * Contrato em curso do vendedor com o proximo numero livre, no
      * cliente mapeado e na empresa dele (a regra do CONTMNT01), sem
      * reajuste pendente nem aviso de vencimento enviado; a inclusao
      * vai para o CONTJRNL.
      ******************************************************************
       P360-CARREGAR-CONTRATO.

           MOVE SPACES TO WS-MOTIVO

           MOVE WS-CARTEIRA    TO AR-CARTEIRA
           SET AR-TIPO-CLIENTE TO TRUE
           MOVE AK-CLIENTE-ANT TO AR-NUM-ANTIGO
           READ AQUI-REF
               INVALID KEY
                   MOVE 'CLIENTE DO CONTRATO NAO FOI CARREGADO'
                                             TO WS-MOTIVO
           END-READ

           IF WS-MOTIVO = SPACES
               MOVE AR-NUM-NOVO TO CM-NUM-CLIENTE
               MOVE WS-EMPRESA-CARGA TO WS-EMPRESA-CLIENTE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-COD-EMPRESA TO WS-EMPRESA-CLIENTE
               END-READ
               IF WS-EMPRESA-CLIENTE = ZEROS
                   MOVE 1 TO WS-EMPRESA-CLIENTE
               END-IF

               ADD 1 TO WS-ULTIMO-CONTRATO
               INITIALIZE CONTRATO-REC
               MOVE WS-ULTIMO-CONTRATO TO CT-NUM-CONTRATO
               MOVE AR-NUM-NOVO        TO CT-NUM-CLIENTE
               MOVE AK-VALOR           TO CT-VALOR
               MOVE AK-DIA-COBRANCA    TO CT-DIA-COBRANCA
               MOVE AK-DATA-INICIO     TO CT-DATA-INICIO
               MOVE AK-DATA-FIM        TO CT-DATA-FIM
               MOVE AK-COD-INDICE      TO CT-COD-INDICE
               MOVE AK-RENOVACAO-AUTO  TO CT-RENOVACAO-AUTO
               MOVE AK-PRAZO-MESES     TO CT-PRAZO-MESES
               MOVE AK-PERIODICIDADE   TO CT-PERIODICIDADE
               MOVE WS-EMPRESA-CLIENTE TO CT-COD-EMPRESA
               MOVE ZEROS              TO CT-ULT-AVISO-DIAS
               SET CT-CONTRATO-ATIVO   TO TRUE

               WRITE CONTRATO-REC
                   INVALID KEY
                       MOVE 'NUMERO DE CONTRATO JA EM USO' TO WS-MOTIVO
                   NOT INVALID KEY
                       PERFORM P860-GRAVAR-JORNAL-CONTRATO
               END-WRITE
           END-IF

           IF WS-MOTIVO = SPACES
               MOVE WS-CARTEIRA     TO AR-CARTEIRA
               SET AR-TIPO-CONTRATO TO TRUE
               MOVE AK-CONTRATO-ANT TO AR-NUM-ANTIGO
               MOVE 'K'             TO AR-TIPO-NOVO
               MOVE CT-NUM-CONTRATO TO AR-NUM-NOVO
               MOVE 'N'             TO AR-SITUACAO
               PERFORM P380-GRAVAR-REFERENCIA
           END-IF

           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-CAR-CONTRATOS
               ADD AK-VALOR TO WS-CAR-VALOR-CONTRATOS
           ELSE
               MOVE AK-CONTRATO-ANT TO WS-CHAVE-ERRO
               PERFORM P800-REGISTRAR-ERRO
           END-IF
           .

      * Grava o mapeamento montado em AQUI-REF-REC pelo chamador.
       P380-GRAVAR-REFERENCIA.

           MOVE WS-DTP-DATA-ATUAL TO AR-DATA-CARGA
           MOVE WS-OPERADOR       TO AR-OPERADOR

           WRITE AQUI-REF-REC
               INVALID KEY
                   MOVE 'NUMERO DO VENDEDOR JA MAPEADO' TO WS-MOTIVO
           END-WRITE
           .

      * O registro da carteira fecha a carga: uma segunda tentativa
      * com o mesmo codigo e recusada no cabecalho.
       P390-GRAVAR-CARTEIRA.

           MOVE WS-CARTEIRA       TO AR-CARTEIRA
           SET AR-TIPO-CARTEIRA   TO TRUE
           MOVE SPACES            TO AR-NUM-ANTIGO
           MOVE 'L'               TO AR-TIPO-NOVO
           MOVE ZEROS             TO AR-NUM-NOVO
           MOVE 'N'               TO AR-SITUACAO
           PERFORM P380-GRAVAR-REFERENCIA
           .

       P450-IMPRIMIR-CABECALHO.

           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-RPTFMT-PAGINA
           CALL 'RPTFMT01' USING WS-RPTFMT-PARM

           MOVE WS-RPTFMT-LINHA-CAB1 TO AQUI-RPT-REC
           WRITE AQUI-RPT-REC
           MOVE WS-RPTFMT-LINHA-CAB2 TO AQUI-RPT-REC
           WRITE AQUI-RPT-REC

           MOVE SPACES TO AQUI-RPT-REC
           WRITE AQUI-RPT-REC
           .

      ******************************************************************
      * P500-GRAVAR-AUDITORIA-SET
      * Avanco das sequencias de numeracao no SETAUDIT, como o
      * FATURA01 grava: a compartilhada e cada sequencia de empresa
      * que andou.
      ******************************************************************
       P500-GRAVAR-AUDITORIA-SET.

           IF WS-NUM-CONTROLE NOT = WS-NUM-CONTROLE-ANTES
               MOVE WS-NUM-CONTROLE         TO WS-SETAUD-GERACAO
               MOVE 'AQUIS01'               TO WS-SETAUD-PROGRAMA
               MOVE 'WS-NUM-CONTROLE'       TO WS-SETAUD-CAMPO
               MOVE SPACES                  TO WS-SETAUD-CHAVE
               MOVE WS-NUM-CONTROLE-ANTES   TO WS-SETAUD-VALOR-ANTES
               MOVE WS-NUM-CONTROLE         TO WS-SETAUD-VALOR-DEPOIS
               MOVE FUNCTION CURRENT-DATE   TO WS-SETAUD-DATA-HORA
               WRITE WS-SETAUD-REGISTRO
           END-IF

           PERFORM P510-AUDITAR-SEQ-EMPRESA
               VARYING WS-IDX-SEQ FROM 1 BY 1
                 UNTIL WS-IDX-SEQ > WS-TOT-SEQ
           .

       P510-AUDITAR-SEQ-EMPRESA.

           IF WS-SEQ-NUMERO (WS-IDX-SEQ)
              NOT = WS-SEQ-NUMERO-ANTES (WS-IDX-SEQ)
               MOVE WS-SEQ-NUMERO (WS-IDX-SEQ) TO WS-SETAUD-GERACAO
               MOVE 'AQUIS01'             TO WS-SETAUD-PROGRAMA
               MOVE 'WS-SEQ-NUMERO'       TO WS-SETAUD-CAMPO
               MOVE SPACES                TO WS-SETAUD-CHAVE
               STRING 'EMPRESA '          DELIMITED BY SIZE
                      WS-SEQ-EMPRESA (WS-IDX-SEQ)
                                          DELIMITED BY SIZE
                   INTO WS-SETAUD-CHAVE
               END-STRING
               MOVE WS-SEQ-NUMERO-ANTES (WS-IDX-SEQ)
                                          TO WS-SETAUD-VALOR-ANTES
               MOVE WS-SEQ-NUMERO (WS-IDX-SEQ)
                                          TO WS-SETAUD-VALOR-DEPOIS
               MOVE FUNCTION CURRENT-DATE TO WS-SETAUD-DATA-HORA
               WRITE WS-SETAUD-REGISTRO
           END-IF
           .

      ******************************************************************
      * P600-GRAVAR-NOVO-NUMERO
      * Regrava CTRLFILE com os ultimos numeros emitidos, a sequencia
      * compartilhada primeiro e as das empresas em seguida.
      ******************************************************************
       P600-GRAVAR-NOVO-NUMERO.

           MOVE WS-NUM-CONTROLE TO CTRL-ULTIMO-NUMERO
           MOVE SPACES          TO CTRL-COD-EMPRESA
           OPEN OUTPUT CONTROL-FILE
           WRITE CONTROL-FILE-REC

           PERFORM P610-GRAVAR-SEQ-EMPRESA
               VARYING WS-IDX-SEQ FROM 1 BY 1
                 UNTIL WS-IDX-SEQ > WS-TOT-SEQ

           CLOSE CONTROL-FILE
           .

       P610-GRAVAR-SEQ-EMPRESA.

           MOVE WS-SEQ-NUMERO (WS-IDX-SEQ)  TO CTRL-ULTIMO-NUMERO
           MOVE WS-SEQ-EMPRESA (WS-IDX-SEQ) TO CTRL-COD-EMPRESA
           WRITE CONTROL-FILE-REC
           .

      ******************************************************************
      * P700-IMPRIMIR-CONTROLE
      * A prova da carga: cada contagem e cada valor como o vendedor
      * declarou, como foi lido e como foi carregado. Qualquer
      * diferenca (ou a carteira recusada na validacao) termina o
      * passo com RETURN-CODE 9001.
      ******************************************************************
       P700-IMPRIMIR-CONTROLE.

           MOVE SPACES TO AQUI-RPT-REC
           WRITE AQUI-RPT-REC
           MOVE WS-LINHA-CAB-CONTROLE TO AQUI-RPT-REC
           WRITE AQUI-RPT-REC

           SET CTL-E-CONTAGEM TO TRUE
           MOVE 'CLIENTES' TO CTL-ITEM
           MOVE WS-DEC-CLIENTES TO WS-CTL-INFORMADO
           MOVE WS-LID-CLIENTES TO WS-CTL-LIDO
           MOVE WS-CAR-CLIENTES TO WS-CTL-CARREGADO
           PERFORM P710-IMPRIMIR-ITEM

           MOVE 'FATURAS EM ABERTO' TO CTL-ITEM
           MOVE WS-DEC-FATURAS TO WS-CTL-INFORMADO
           MOVE WS-LID-FATURAS TO WS-CTL-LIDO
           MOVE WS-CAR-FATURAS TO WS-CTL-CARREGADO
           PERFORM P710-IMPRIMIR-ITEM

           SET CTL-E-CONTAGEM TO FALSE
           MOVE 'VALOR ORIGINAL DAS FATURAS' TO CTL-ITEM
           MOVE WS-DEC-VALOR-ORIGINAL TO WS-CTL-INFORMADO
           MOVE WS-LID-VALOR-ORIGINAL TO WS-CTL-LIDO
           MOVE WS-CAR-VALOR-ORIGINAL TO WS-CTL-CARREGADO
           PERFORM P710-IMPRIMIR-ITEM

           MOVE 'SALDO EM ABERTO' TO CTL-ITEM
           MOVE WS-DEC-VALOR-ABERTO TO WS-CTL-INFORMADO
           MOVE WS-LID-VALOR-ABERTO TO WS-CTL-LIDO
           MOVE WS-CAR-VALOR-ABERTO TO WS-CTL-CARREGADO
           PERFORM P710-IMPRIMIR-ITEM

           SET CTL-E-CONTAGEM TO TRUE
           MOVE 'PAGAMENTOS PASSADOS' TO CTL-ITEM
           MOVE WS-DEC-PAGTOS TO WS-CTL-INFORMADO
           MOVE WS-LID-PAGTOS TO WS-CTL-LIDO
           MOVE WS-CAR-PAGTOS TO WS-CTL-CARREGADO
           PERFORM P710-IMPRIMIR-ITEM

           SET CTL-E-CONTAGEM TO FALSE
           MOVE 'VALOR DOS PAGAMENTOS' TO CTL-ITEM
           MOVE WS-DEC-VALOR-PAGTOS TO WS-CTL-INFORMADO
           MOVE WS-LID-VALOR-PAGTOS TO WS-CTL-LIDO
           MOVE WS-CAR-VALOR-PAGTOS TO WS-CTL-CARREGADO
           PERFORM P710-IMPRIMIR-ITEM

           SET CTL-E-CONTAGEM TO TRUE
           MOVE 'CONTRATOS' TO CTL-ITEM
           MOVE WS-DEC-CONTRATOS TO WS-CTL-INFORMADO
           MOVE WS-LID-CONTRATOS TO WS-CTL-LIDO
           MOVE WS-CAR-CONTRATOS TO WS-CTL-CARREGADO
           PERFORM P710-IMPRIMIR-ITEM

           SET CTL-E-CONTAGEM TO FALSE
           MOVE 'VALOR MENSAL DOS CONTRATOS' TO CTL-ITEM
           MOVE WS-DEC-VALOR-CONTRATOS TO WS-CTL-INFORMADO
           MOVE WS-LID-VALOR-CONTRATOS TO WS-CTL-LIDO
           MOVE WS-CAR-VALOR-CONTRATOS TO WS-CTL-CARREGADO
           PERFORM P710-IMPRIMIR-ITEM

           MOVE SPACES TO AQUI-RPT-REC
           WRITE AQUI-RPT-REC

           MOVE SPACES TO WS-LINHA-RODAPE
           MOVE 'CLIENTES NOVOS..............: ' TO ROD-TITULO
           MOVE WS-CLIENTES-NOVOS TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO AQUI-RPT-REC
           WRITE AQUI-RPT-REC

           MOVE SPACES TO WS-LINHA-RODAPE
           MOVE 'CLIENTES JA EXISTENTES......: ' TO ROD-TITULO
           MOVE WS-CLIENTES-EXISTENTES TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO AQUI-RPT-REC
           WRITE AQUI-RPT-REC

           MOVE SPACES TO WS-LINHA-RODAPE
           MOVE 'REGISTROS RECUSADOS.........: ' TO ROD-TITULO
           MOVE WS-ERROS TO ROD-QTDE
           MOVE WS-LINHA-RODAPE TO AQUI-RPT-REC
           WRITE AQUI-RPT-REC

           MOVE SPACES TO AQUI-RPT-REC
           EVALUATE TRUE
               WHEN NOT CARGA-EXECUTADA
                   MOVE 'CARTEIRA RECUSADA -- NADA FOI CARREGADO'
                                             TO AQUI-RPT-REC
               WHEN HOUVE-DIVERGENCIA OR WS-ERROS > ZEROS
                   MOVE 'CARGA COM DIVERGENCIA -- CONFERIR A CARTEIRA'
                                             TO AQUI-RPT-REC
               WHEN OTHER
                   MOVE 'CARGA CONFERE COM OS TOTAIS DO VENDEDOR'
                                             TO AQUI-RPT-REC
           END-EVALUATE
           WRITE AQUI-RPT-REC
           .

       P710-IMPRIMIR-ITEM.

           IF WS-CTL-INFORMADO = WS-CTL-LIDO
              AND WS-CTL-LIDO = WS-CTL-CARREGADO
               MOVE 'CONFERE' TO CTL-SITUACAO
           ELSE
               MOVE 'DIVERGE' TO CTL-SITUACAO
               SET HOUVE-DIVERGENCIA TO TRUE
           END-IF

           IF CTL-E-CONTAGEM
               MOVE WS-CTL-INFORMADO TO CTQ-INFORMADO
               MOVE WS-CTL-LIDO      TO CTQ-LIDO
               MOVE WS-CTL-CARREGADO TO CTQ-CARREGADO
           ELSE
               MOVE WS-CTL-INFORMADO TO CTL-INFORMADO
               MOVE WS-CTL-LIDO      TO CTL-LIDO
               MOVE WS-CTL-CARREGADO TO CTL-CARREGADO
           END-IF

           MOVE WS-LINHA-CONTROLE TO AQUI-RPT-REC
           WRITE AQUI-RPT-REC
           .

      * Recusa de um registro (WS-LINHA zero para as conferencias de
      * fim de arquivo): linha, tipo, numero do vendedor e motivo.
       P800-REGISTRAR-ERRO.

           MOVE WS-LINHA      TO ERR-LINHA
           MOVE AI-TIPO       TO ERR-TIPO
           MOVE WS-CHAVE-ERRO TO ERR-CHAVE
           MOVE WS-MOTIVO     TO ERR-MOTIVO
           MOVE WS-LINHA-ERRO TO AQUI-RPT-REC
           WRITE AQUI-RPT-REC
           ADD 1 TO WS-ERROS
           .

      * Inclusao de cliente no CMJRNL, imagem-antes em branco.
       P850-GRAVAR-JORNAL-CLIENTE.

           MOVE 'AQUIS01'             TO JN-PROGRAMA
           MOVE 'GRAVACAO'            TO JN-OPERACAO
           MOVE CM-NUM-CLIENTE        TO JN-NUM-CLIENTE
           MOVE FUNCTION CURRENT-DATE TO JN-DATA-HORA
           MOVE SPACES                TO JN-IMAGEM-ANTES
           MOVE CUSTOMER-MASTER-REC   TO JN-IMAGEM-DEPOIS
           MOVE WS-OPERADOR           TO JN-OPERADOR
           MOVE WS-GERACAO-LOG        TO JN-NUM-CONTROLE

           WRITE CM-JOURNAL-REC
           .

      * Inclusao de contrato no CONTJRNL, imagem-antes em branco.
       P860-GRAVAR-JORNAL-CONTRATO.

           MOVE 'GRAVACAO'            TO CJ-OPERACAO
           MOVE CT-NUM-CONTRATO       TO CJ-NUM-CONTRATO
           MOVE FUNCTION CURRENT-DATE TO CJ-DATA-HORA
           MOVE SPACES                TO CJ-IMAGEM-ANTES
           MOVE CONTRATO-REC          TO CJ-IMAGEM-DEPOIS
           MOVE WS-OPERADOR           TO CJ-OPERADOR

           WRITE CONTRATO-JOURNAL-REC
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE AQUI-IN
           CLOSE AQUI-REF
           CLOSE CUSTOMER-MASTER
           CLOSE FATURA-MASTER
           CLOSE CONTRATO-FILE
           CLOSE AQUI-RPT

           DISPLAY 'AQUIS01 - CARTEIRA............: ' WS-CARTEIRA
           DISPLAY 'AQUIS01 - CLIENTES CARREGADOS.: ' WS-CAR-CLIENTES
           DISPLAY 'AQUIS01 - CLIENTES NOVOS......: ' WS-CLIENTES-NOVOS
           DISPLAY 'AQUIS01 - FATURAS CARREGADAS..: ' WS-CAR-FATURAS
           DISPLAY 'AQUIS01 - PAGAMENTOS..........: ' WS-CAR-PAGTOS
           DISPLAY 'AQUIS01 - CONTRATOS...........: ' WS-CAR-CONTRATOS
           DISPLAY 'AQUIS01 - RECUSADOS...........: ' WS-ERROS

           IF NOT CARGA-EXECUTADA OR HOUVE-DIVERGENCIA
              OR WS-ERROS > ZEROS
               DISPLAY 'AQUIS01 - CARGA NAO CONFERE COM O VENDEDOR'
               MOVE 9001 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
      * P0FJ-GRAVAR-JORNAL-FATURA
      * Acrescenta ao FTJRNL a alteracao recem aplicada a fatura:
      * FJ-OPERACAO vem do chamador, a imagem-antes foi guardada em
      * WS-FT-IMAGEM-ANTES antes da alteracao.
      ******************************************************************
       P0FJ-GRAVAR-JORNAL-FATURA.

           MOVE 'AQUIS01'              TO FJ-PROGRAMA
           MOVE FT-NUM-FATURA          TO FJ-NUM-FATURA
           MOVE FUNCTION CURRENT-DATE  TO FJ-DATA-HORA
           MOVE WS-FT-IMAGEM-ANTES     TO FJ-IMAGEM-ANTES
           MOVE FATURA-REC             TO FJ-IMAGEM-DEPOIS
           MOVE WS-OPERADOR            TO FJ-OPERADOR
           MOVE WS-GERACAO-LOG         TO FJ-NUM-CONTROLE

           WRITE FATURA-JOURNAL-REC
           .

       END PROGRAM AQUIS01.
