      *             uses for its own EOF matching) instead of
      *             counting and printing it as a bogus directory
      *             entry.
      * 15/10/2026  Customers abroad (CM-COD-PAIS other than blank or
      *             BR) have no UF: they print and filter under 'EX'.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRPT01.
           03 WS-SEL-CEP-INICIAL             PIC X(08) VALUE SPACES.
           03 WS-SEL-CEP-FINAL               PIC X(08) VALUE SPACES.

      * UF do cliente para filtro e impressao: a do mestre, ou 'EX'
      * para o cliente no exterior.
       77 WS-UF-CLIENTE                      PIC X(02) VALUE SPACES.

       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S' FALSE 'N'.

           SET REGISTRO-SELECIONADO TO TRUE

           IF CM-PAIS-BRASIL
               MOVE CM-UF TO WS-UF-CLIENTE
           ELSE
               MOVE 'EX'  TO WS-UF-CLIENTE
           END-IF

           IF WS-SEL-UF NOT = SPACES
              AND WS-UF-CLIENTE NOT = WS-SEL-UF
               SET REGISTRO-SELECIONADO TO FALSE
           END-IF

           MOVE CM-ENDERECO        TO SR-ENDERECO
           MOVE CM-TELEFONE        TO SR-TELEFONE
           MOVE CM-EMAIL           TO SR-EMAIL
           MOVE WS-UF-CLIENTE      TO SR-UF
           MOVE CM-CIDADE          TO SR-CIDADE
           MOVE CM-CEP             TO SR-CEP
           RELEASE SORT-WORK-REC
