      ******************************************************************
      * Copybook: AQUIIN
      * Purpose:  Intake layout for an acquired receivables portfolio
      *           (AQUIS01): the layout the seller delivers, one
      *           300-byte record per line, told apart by the type in
      *           the first byte --
      *             'H' header, first record: portfolio code, seller
      *                 CNPJ and name, cut-off date, the issuing
      *                 company that takes the new customers over and
      *                 the operator responsible for the load;
      *             'C' customer, under the seller's customer number;
      *             'F' open item: the seller's invoice number, issue
      *                 and due dates as dd/mm/aaaa, original and open
      *                 amounts;
      *             'P' past payment received against an open item;
      *             'K' running contract;
      *             'T' trailer, last record: the seller's record
      *                 counts and amount totals the load must match.
      *           Customers come before the items and contracts that
      *           point at them, items before their payments.
      * Tectonics: COPY AQUIIN.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  AQUI-IN-REC.
           03 AI-TIPO                        PIC X(01).
              88 AI-CABECALHO                    VALUE 'H'.
              88 AI-CLIENTE                      VALUE 'C'.
              88 AI-FATURA                       VALUE 'F'.
              88 AI-PAGAMENTO                    VALUE 'P'.
              88 AI-CONTRATO                     VALUE 'K'.
              88 AI-TRAILER                      VALUE 'T'.
           03 AI-DADOS                       PIC X(299).

       01  AQUI-IN-CABECALHO REDEFINES AQUI-IN-REC.
           03 AH-TIPO                        PIC X(01).
           03 AH-CARTEIRA                    PIC X(06).
           03 AH-CNPJ-CEDENTE                PIC X(14).
           03 AH-NOME-CEDENTE                PIC X(40).
           03 AH-DATA-CORTE                  PIC 9(08).
           03 AH-COD-EMPRESA                 PIC 9(02).
           03 AH-OPERADOR                    PIC X(08).
           03 FILLER                         PIC X(221).

       01  AQUI-IN-CLIENTE REDEFINES AQUI-IN-REC.
           03 AC-TIPO                        PIC X(01).
           03 AC-CLIENTE-ANT                 PIC X(10).
           03 AC-DOCUMENTO                   PIC X(14).
           03 AC-NOME-COMPLETO               PIC X(30).
           03 AC-ENDERECO                    PIC X(60).
           03 AC-CIDADE                      PIC X(30).
           03 AC-UF                          PIC X(02).
           03 AC-CEP                         PIC X(08).
           03 AC-TELEFONE                    PIC X(20).
           03 AC-EMAIL                       PIC X(50).
           03 FILLER                         PIC X(75).

       01  AQUI-IN-FATURA REDEFINES AQUI-IN-REC.
           03 AF-TIPO                        PIC X(01).
           03 AF-CLIENTE-ANT                 PIC X(10).
           03 AF-FATURA-ANT                  PIC X(15).
           03 AF-DATA-EMISSAO                PIC X(10).
           03 AF-DATA-VENCTO                 PIC X(10).
           03 AF-VALOR-ORIGINAL              PIC 9(07)V99.
           03 AF-VALOR-ABERTO                PIC 9(07)V99.
           03 FILLER                         PIC X(236).

       01  AQUI-IN-PAGAMENTO REDEFINES AQUI-IN-REC.
           03 AP-TIPO                        PIC X(01).
           03 AP-FATURA-ANT                  PIC X(15).
           03 AP-DATA-PAGTO                  PIC 9(08).
           03 AP-VALOR                       PIC 9(07)V99.
           03 FILLER                         PIC X(267).

       01  AQUI-IN-CONTRATO REDEFINES AQUI-IN-REC.
           03 AK-TIPO                        PIC X(01).
           03 AK-CLIENTE-ANT                 PIC X(10).
           03 AK-CONTRATO-ANT                PIC X(10).
           03 AK-VALOR                       PIC 9(07)V99.
           03 AK-DIA-COBRANCA                PIC 9(02).
           03 AK-DATA-INICIO                 PIC 9(08).
           03 AK-DATA-FIM                    PIC 9(08).
           03 AK-COD-INDICE                  PIC X(06).
           03 AK-RENOVACAO-AUTO              PIC X(01).
           03 AK-PRAZO-MESES                 PIC 9(03).
           03 AK-PERIODICIDADE               PIC 9(02).
           03 FILLER                         PIC X(240).

       01  AQUI-IN-TRAILER REDEFINES AQUI-IN-REC.
           03 AT-TIPO                        PIC X(01).
           03 AT-QTD-CLIENTES                PIC 9(07).
           03 AT-QTD-FATURAS                 PIC 9(07).
           03 AT-VALOR-ORIGINAL              PIC 9(11)V99.
           03 AT-VALOR-ABERTO                PIC 9(11)V99.
           03 AT-QTD-PAGTOS                  PIC 9(07).
           03 AT-VALOR-PAGTOS                PIC 9(11)V99.
           03 AT-QTD-CONTRATOS               PIC 9(07).
           03 AT-VALOR-CONTRATOS             PIC 9(11)V99.
           03 FILLER                         PIC X(219).
