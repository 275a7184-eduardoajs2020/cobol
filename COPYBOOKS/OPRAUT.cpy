      ******************************************************************
      * Copybook: OPRAUT
      * Purpose:  Operator authority (alcada) table entry: one line
      *           per operator and decision type the operator may
      *           decide, with the maximum amount per decision of that
      *           type. An operator with no line for a type cannot
      *           decide it at all; a zero limit allows only decisions
      *           that carry no amount (master changes, duplicate
      *           review, period reopen) or that refuse. Kept by
      *           security administration; read by AUTCHK01 for every
      *           decision program.
      *           Decision types: CADASTRO (APPROV01 master change),
      *           PERIODO (APPROV01 period reopen), CREDITO (CREDHLD01
      *           credit hold), DUPLIC (CUSTDISP01 duplicate review),
      *           BAIXA (WRTOFF01 write-off), REEMBOLS (REFUND01
      *           refund), NOTACRED (CREDNOT01 credit note), ABONO
      *           (ABONO01 interest and penalty waiver), CANCELA
      *           (CANCFAT01 invoice cancellation).
      * Tectonics: COPY OPRAUT.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Added decision type CANCELA.
      * 15/10/2026  Added decision type ABONO.
      * 15/10/2026  First cut.
      ******************************************************************
       01  OPERATOR-AUTHORITY-REC.
           03 OA-OPERADOR                    PIC X(08).
           03 OA-TIPO                        PIC X(08).
           03 OA-LIMITE                      PIC 9(09)V99.
