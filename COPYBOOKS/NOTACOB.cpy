      ******************************************************************
      * Copybook: NOTACOB
      * Purpose:  Collector call note, keyed by customer plus the
      *           instant of the call: the collector, the contact
      *           outcome code, the free text of what was learned and
      *           an optional follow-up date. NOTAREG01 loads the notes
      *           keyed in during the day; CUSTCON01 shows the latest
      *           ones, and WORKLST01 prints the latest outcome and
      *           follow-up date and puts the accounts due a follow-up
      *           today at the top of the worklist.
      * Tectonics: COPY NOTACOB.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  NOTA-COBRANCA-REC.
           03 NC-CHAVE.
              05 NC-NUM-CLIENTE              PIC 9(06).
      *       aaaammddhhmmsscc
              05 NC-DATA-HORA                PIC 9(16).
           03 NC-COLETOR                     PIC X(08).
           03 NC-RESULTADO                   PIC X(02).
              88 NC-CONTATO-EFETIVO              VALUE 'CE'.
              88 NC-NAO-ATENDE                   VALUE 'NA'.
              88 NC-RECADO-DEIXADO               VALUE 'RD'.
              88 NC-RESPONSAVEL-AUSENTE          VALUE 'RA'.
              88 NC-NUMERO-ERRADO                VALUE 'NE'.
              88 NC-CONTESTACAO                  VALUE 'CT'.
              88 NC-PROMESSA-PAGAMENTO           VALUE 'PP'.
              88 NC-RECUSA-PAGAMENTO             VALUE 'RP'.
              88 NC-RESULTADO-VALIDO             VALUES 'CE' 'NA'
                                                        'RD' 'RA'
                                                        'NE' 'CT'
                                                        'PP' 'RP'.
      *    Data de retorno aaaammdd; zeros = sem retorno marcado.
           03 NC-DATA-RETORNO                PIC 9(08).
           03 NC-TEXTO                       PIC X(100).
           03 NC-DATA-REGISTRO               PIC 9(08).
