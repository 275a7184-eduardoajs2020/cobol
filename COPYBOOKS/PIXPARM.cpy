      ******************************************************************
      * Copybook: PIXPARM
      * Purpose:  Standard LINKAGE parameter for CALLs to PIXGEN01
      *           (PIX copy-and-paste payload for a charge): the
      *           caller passes the charge txid and the amount, and
      *           gets back the BR Code payload with its CRC16 and a
      *           return flag -- 'N' when PIXCHAVE carries no
      *           receiving key and no charge can be built.
      * Tectonics: COPY PIXPARM.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  WS-PIXGEN-PARM.
           03 WS-PIX-TXID                      PIC X(35).
           03 WS-PIX-VALOR                     PIC 9(07)V99.
           03 WS-PIX-PAYLOAD                   PIC X(250).
           03 WS-PIX-RETORNO                   PIC X(01).
              88 PIX-GERADO                        VALUE 'S'.
              88 PIX-SEM-CHAVE                     VALUE 'N'.
