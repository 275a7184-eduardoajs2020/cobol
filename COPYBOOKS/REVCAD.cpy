      ******************************************************************
      * Copybook: REVCAD
      * Purpose:  Customer-master review case, keyed by customer
      *           number. ALTRSP01 opens the case when a change-
      *           confirmation notice (AVISALT) comes back
      *           undeliverable or the customer answers that the
      *           change was not theirs, copying in the notice and
      *           the change it confirmed. While the case is open the
      *           customer's master is frozen: CUSTMAINT01 rejects
      *           every change and deletion for the customer and
      *           APPROV01 keeps its approvals on the queue. The case
      *           is closed through ALTRSP01 by an operator with
      *           CADASTRO authority other than the one who made the
      *           change, with the review's conclusion; a later
      *           response reopens it.
      * Tectonics: COPY REVCAD.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  REVISAO-CADASTRO-REC.
           03 RVC-NUM-CLIENTE                PIC 9(06).
           03 RVC-SITUACAO                   PIC X(01).
              88 RVC-ABERTO                      VALUE 'A'.
              88 RVC-ENCERRADO                   VALUE 'E'.
           03 RVC-MOTIVO                     PIC X(01).
              88 RVC-DEVOLVIDO                   VALUE 'D'.
              88 RVC-NAO-RECONHECIDO             VALUE 'N'.
           03 RVC-DATA-ABERTURA              PIC 9(08).
           03 RVC-QTD-RESPOSTAS              PIC 9(03).
      *    Aviso respondido e a alteracao que ele confirmava.
           03 RVC-AVISO.
              05 RVC-DATA-AVISO              PIC 9(08).
              05 RVC-CANAL                   PIC X(05).
              05 RVC-DATA-HORA-ALTER         PIC X(21).
              05 RVC-PROGRAMA                PIC X(10).
              05 RVC-OPERADOR-ALTER          PIC X(08).
              05 RVC-CAMPOS                  PIC X(60).
           03 RVC-DATA-ENCERRAMENTO          PIC 9(08).
           03 RVC-OPERADOR-ENCERR            PIC X(08).
           03 RVC-PARECER                    PIC X(40).
