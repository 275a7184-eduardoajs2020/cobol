      ******************************************************************
      * Copybook: PERPARM
      * Purpose:  Standard LINKAGE parameter and return-code scheme
      *           for CALLs to PERCHK01, the accounting-period
      *           control: function 'V' answers whether the period
      *           of a date is still open for posting, 'F' closes a
      *           period and 'R' reopens it (the reopen only after
      *           the PENDAPRV second-person approval). Shared by
      *           every program that changes receivables, so the
      *           closed-period rule lives in one place.
      * Tectonics: COPY PERPARM.
      ******************************************************************
       01  WS-PERCHK-PARM.
           03 WS-PER-FUNCAO                  PIC X(01).
              88 PER-VERIFICAR                   VALUE 'V'.
              88 PER-FECHAR                      VALUE 'F'.
              88 PER-REABRIR                     VALUE 'R'.
           03 WS-PER-DATA                    PIC 9(08).
           03 WS-PER-PROGRAMA                PIC X(08).
           03 WS-PER-OPERADOR                PIC X(08).
           03 WS-PER-RETORNO                 PIC 9(02).
              88 PER-ABERTO                      VALUE 00.
              88 PER-OK                          VALUE 00.
              88 PER-FECHADO                     VALUE 10.
              88 PER-INVALIDO                    VALUE 20.
