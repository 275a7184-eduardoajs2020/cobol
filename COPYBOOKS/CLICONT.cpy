      ******************************************************************
      * Copybook: CLICONT
      * Purpose:  Customer contact record, keyed by customer number
      *           plus contact role (cobranca, financeiro, juridico,
      *           tecnico): the person's name, email and phone, an
      *           active flag and the date of the last change.
      *           Maintained by CTTMNT01; the outbound programs
      *           (CUSTSTMT01 email statements, CARTACOB01 letters,
      *           LEMBRT01 reminders) and the CUSTCON01 console pick
      *           the contact of the role the document is meant for,
      *           and fall back to CM-EMAIL / CM-TELEFONE on the
      *           master when the role has no active contact on file.
      * Tectonics: COPY CLICONT.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  CLIENTE-CONTATO-REC.
           03 CC-CHAVE.
              05 CC-NUM-CLIENTE              PIC 9(06).
              05 CC-PAPEL                    PIC X(01).
                 88 CC-PAPEL-COBRANCA            VALUE 'C'.
                 88 CC-PAPEL-FINANCEIRO          VALUE 'F'.
                 88 CC-PAPEL-JURIDICO            VALUE 'J'.
                 88 CC-PAPEL-TECNICO             VALUE 'T'.
                 88 CC-PAPEL-VALIDO              VALUES 'C' 'F'
                                                        'J' 'T'.
           03 CC-NOME                        PIC X(40).
           03 CC-EMAIL                       PIC X(50).
           03 CC-TELEFONE                    PIC X(20).
           03 CC-SITUACAO                    PIC X(01).
              88 CC-ATIVO                        VALUE 'A'.
              88 CC-INATIVO                      VALUE 'I'.
           03 CC-DATA-ATUALIZACAO            PIC 9(08).
