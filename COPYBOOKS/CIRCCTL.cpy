      ******************************************************************
      * Copybook: CIRCCTL
      * Purpose:  Balance-confirmation control record (CIRCCTL,
      *           indexed by audit date plus customer): one entry per
      *           customer the auditors' circularization selected,
      *           written by CIRCLT01 with the letter -- the criterion
      *           that picked the customer, the balance of the month's
      *           ARBSNAP close and the open items behind it -- and
      *           completed by CIRCRS01 with the reply: agreed,
      *           disagreed with the balance the customer states, or
      *           no reply when the circularization is closed.
      * Tectonics: COPY CIRCCTL.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  CIRC-CTL-REC.
           03 CQ-CHAVE.
              05 CQ-DATA-AUDITORIA           PIC 9(08).
              05 CQ-NUM-CLIENTE              PIC 9(06).
           03 CQ-CRITERIO                    PIC X(01).
              88 CQ-NOMEADO                      VALUE 'N'.
              88 CQ-MAIOR-SALDO                  VALUE 'M'.
              88 CQ-AMOSTRA                      VALUE 'A'.
           03 CQ-SEQ-CARTA                   PIC 9(05).
           03 CQ-DATA-FECHAMENTO             PIC 9(08).
           03 CQ-SALDO                       PIC S9(11)V99.
           03 CQ-QTD-ITENS                   PIC 9(05).
           03 CQ-VALOR-ITENS                 PIC S9(11)V99.
           03 CQ-DATA-EMISSAO                PIC 9(08).
           03 CQ-RESPOSTA                    PIC X(01).
              88 CQ-PENDENTE                     VALUE ' '.
              88 CQ-CONCORDOU                    VALUE 'C'.
              88 CQ-DISCORDOU                    VALUE 'D'.
              88 CQ-SEM-RESPOSTA                 VALUE 'S'.
           03 CQ-SALDO-INFORMADO             PIC S9(11)V99.
           03 CQ-DATA-RESPOSTA               PIC 9(08).
           03 FILLER                         PIC X(20).
