      ******************************************************************
      * Copybook: ORCAMENT
      * Purpose:  Monthly billing budget record (ORCAMENT): the value
      *           the commercial plan budgets for one month of one
      *           year, either for a revenue category of the service
      *           catalog (SV-CATEGORIA, dimension 'C') or for a UF of
      *           the customer address (CM-UF, dimension 'U'). The file
      *           is loaded once a year with one original record ('O')
      *           per month and key; an amendment ('E') is appended
      *           after them and replaces the value of its month and
      *           key -- the last record of a month and key is the one
      *           that counts. Read by ORCRPT01.
      * Tectonics: COPY ORCAMENT.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  ORCAMENTO-REC.
           03 OR-ANO                         PIC 9(04).
           03 OR-MES                         PIC 9(02).
           03 OR-DIMENSAO                    PIC X(01).
              88 OR-POR-CATEGORIA                VALUE 'C'.
              88 OR-POR-UF                       VALUE 'U'.
           03 OR-CHAVE                       PIC X(10).
           03 OR-VALOR                       PIC 9(11)V99.
           03 OR-TIPO                        PIC X(01).
              88 OR-ORIGINAL                     VALUE 'O'.
              88 OR-EMENDA                       VALUE 'E'.
           03 OR-DATA-REGISTRO               PIC 9(08).
