      ******************************************************************
      * Copybook: AUTPARM
      * Purpose:  Standard LINKAGE parameter and return-code scheme
      *           for CALLs to AUTCHK01, the operator-authority check
      *           every decision program makes before acting on a
      *           decision: the deciding operator must hold the
      *           decision type in OPRAUT, an approval must fit the
      *           operator's limit for the type, and nobody decides a
      *           change they requested themselves. The limit found
      *           and the reason of a refusal come back to the
      *           caller; every check is appended to APRVLOG.
      * Tectonics: COPY AUTPARM.
      ******************************************************************
       01  WS-AUTCHK-PARM.
           03 WS-AUT-PROGRAMA                PIC X(08).
           03 WS-AUT-TIPO                    PIC X(08).
           03 WS-AUT-ACAO                    PIC X(01).
              88 AUT-APROVACAO                   VALUE 'A'.
              88 AUT-RECUSA                      VALUE 'R'.
           03 WS-AUT-CHAVE                   PIC X(20).
           03 WS-AUT-APROVADOR               PIC X(08).
           03 WS-AUT-SOLICITANTE             PIC X(08).
           03 WS-AUT-VALOR                   PIC 9(09)V99.
           03 WS-AUT-LIMITE                  PIC 9(09)V99.
           03 WS-AUT-MOTIVO                  PIC X(40).
           03 WS-AUT-RETORNO                 PIC 9(02).
              88 AUT-OK                          VALUE 00.
              88 AUT-SEM-ALCADA                  VALUE 10.
              88 AUT-ACIMA-DO-LIMITE             VALUE 20.
              88 AUT-MESMO-OPERADOR              VALUE 30.
              88 AUT-SEM-OPERADOR                VALUE 40.
