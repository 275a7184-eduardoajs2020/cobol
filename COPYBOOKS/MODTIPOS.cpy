      ******************************************************************
      * Copybook: MODTIPOS
      * Purpose:  The letters merged from CARTAMOD templates: letter
      *           type, stage, the width the letter layout gives each
      *           text line, how many lines it takes (up to 5) and a
      *           description for the listings. A new letter type or
      *           stage is added here; MODMRG01, MODMNT01 and MODPRV01
      *           all work from this table.
      *             COBRANCA  01-04  CARTACOB01 lembrete, cobranca,
      *                              aviso and final notice
      *             RENOVA    01-02  CONTREN01 automatic / manual
      *                              renewal notice
      *             REAJUSTE  01     CONTRJ01 readjustment notice
      *             QUITACAO  01-02  DECLQT01 declaration and the
      *                              disputed-items caveat (one
      *                              line, 60 wide)
      *             ALTCAD    01     ALTAVS01 confirmation of a
      *                              contact or document change
      * Tectonics: COPY MODTIPOS.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Added ALTCAD 01, the change-confirmation notice.
      * 15/10/2026  First cut.
      ******************************************************************
       01  WS-TAB-MODELOS-VALORES.
           03 FILLER                         PIC X(43) VALUE
               'COBRANCA011205COBRANCA - LEMBRETE          '.
           03 FILLER                         PIC X(43) VALUE
               'COBRANCA021205COBRANCA - COBRANCA          '.
           03 FILLER                         PIC X(43) VALUE
               'COBRANCA031205COBRANCA - AVISO             '.
           03 FILLER                         PIC X(43) VALUE
               'COBRANCA041205COBRANCA - NOTIFICACAO FINAL '.
           03 FILLER                         PIC X(43) VALUE
               'RENOVA  011205RENOVACAO AUTOMATICA         '.
           03 FILLER                         PIC X(43) VALUE
               'RENOVA  021205RENOVACAO COMERCIAL          '.
           03 FILLER                         PIC X(43) VALUE
               'REAJUSTE011205REAJUSTE DE CONTRATO         '.
           03 FILLER                         PIC X(43) VALUE
               'QUITACAO011205QUITACAO - DECLARACAO        '.
           03 FILLER                         PIC X(43) VALUE
               'QUITACAO020601QUITACAO - RESSALVA          '.
           03 FILLER                         PIC X(43) VALUE
               'ALTCAD  011205ALTERACAO CADASTRAL - AVISO  '.
       01  WS-TAB-MODELOS REDEFINES WS-TAB-MODELOS-VALORES.
           03 WS-MODELO                      OCCURS 10 TIMES.
              05 WS-MDL-TIPO-CARTA           PIC X(08).
              05 WS-MDL-ESTAGIO              PIC 9(02).
              05 WS-MDL-LARGURA              PIC 9(03).
              05 WS-MDL-MAX-LINHAS           PIC 9(01).
              05 WS-MDL-DESCRICAO            PIC X(29).
       01  WS-QTD-MODELOS                    PIC 9(02) VALUE 10.
