      ******************************************************************
      * Copybook: APRVLOG
      * Purpose:  Decision-authority trail: one entry appended by
      *           AUTCHK01 for every decision checked, accepted or
      *           refused -- program, decision type, item decided,
      *           approver, requester, amount, the approver's limit
      *           for the type, and the outcome with its reason.
      *           SODRPT01 lists it month by month as the
      *           segregation-of-duties report.
      * Tectonics: COPY APRVLOG.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  APPROVAL-LOG-REC.
           03 AL-DATA-HORA                   PIC X(21).
           03 AL-PROGRAMA                    PIC X(08).
           03 AL-TIPO                        PIC X(08).
           03 AL-ACAO                        PIC X(01).
           03 AL-CHAVE                       PIC X(20).
           03 AL-APROVADOR                   PIC X(08).
           03 AL-SOLICITANTE                 PIC X(08).
           03 AL-VALOR                       PIC 9(09)V99.
           03 AL-LIMITE                      PIC 9(09)V99.
           03 AL-RETORNO                     PIC 9(02).
              88 AL-ACEITA                       VALUE 00.
           03 AL-MOTIVO                      PIC X(40).
