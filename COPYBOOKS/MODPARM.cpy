      ******************************************************************
      * Copybook: MODPARM
      * Purpose:  Standard LINKAGE parameter for CALLs to MODMRG01, the
      *           correspondence template merge. Function 'M' merges
      *           the CARTAMOD version of WS-MOD-TIPO-CARTA and
      *           WS-MOD-ESTAGIO in force on WS-MOD-DATA-REF with the
      *           letter data below: return 00 with the merged lines,
      *           10 when no version is in force (the caller keeps its
      *           own standard text), 20 when a merged line overflowed
      *           the letter's width (cut at the width), 40 when the
      *           type or stage is not on MODTIPOS. Both functions
      *           return the letter's line width and line count from
      *           MODTIPOS in WS-MOD-LARGURA and WS-MOD-MAX-LINHAS
      *           (lines past the count are not merged). Function 'V'
      *           checks WS-MOD-TEXTO for a maintenance transaction:
      *           00 every placeholder known, 30 an unknown one (named
      *           in WS-MOD-CAMPO-ERRO), 40 type or stage unknown.
      *           Function 'F' closes CARTAMOD at the end of the run.
      *           Dates are aaaammdd and print dd/mm/aaaa; amounts
      *           print edited.
      * Tectonics: COPY MODPARM.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Added WS-MOD-ALTERACOES, the fields a master
      *             change touched, for the change-confirmation notice.
      * 15/10/2026  First cut.
      ******************************************************************
       01  WS-MODMRG-PARM.
           03 WS-MOD-FUNCAO                  PIC X(01).
              88 MOD-MESCLAR                     VALUE 'M'.
              88 MOD-VALIDAR                     VALUE 'V'.
              88 MOD-ENCERRAR                    VALUE 'F'.
           03 WS-MOD-TIPO-CARTA              PIC X(08).
           03 WS-MOD-ESTAGIO                 PIC 9(02).
           03 WS-MOD-DATA-REF                PIC 9(08).
      *    Dados da carta, um campo por marcador do modelo.
           03 WS-MOD-DADOS.
              05 WS-MOD-NOME                 PIC X(40).
              05 WS-MOD-DOCUMENTO            PIC X(14).
              05 WS-MOD-NUM-CLIENTE          PIC 9(06).
              05 WS-MOD-FATURAS              PIC X(100).
              05 WS-MOD-QTD                  PIC 9(05).
              05 WS-MOD-TOTAL                PIC 9(09)V99.
              05 WS-MOD-VENCTO               PIC 9(08).
              05 WS-MOD-DIAS                 PIC 9(05).
              05 WS-MOD-CONTRATO             PIC 9(06).
              05 WS-MOD-VALOR                PIC 9(09)V99.
              05 WS-MOD-VALOR-NOVO           PIC 9(09)V99.
              05 WS-MOD-PERCENTUAL           PIC 9(03)V99.
              05 WS-MOD-INDICE               PIC X(06).
              05 WS-MOD-DATA-FIM             PIC 9(08).
              05 WS-MOD-DATA-VIGENCIA        PIC 9(08).
              05 WS-MOD-ANO                  PIC 9(04).
              05 WS-MOD-ALTERACOES           PIC X(60).
           03 WS-MOD-TEXTO                   PIC X(120).
           03 WS-MOD-CAMPO-ERRO              PIC X(12).
           03 WS-MOD-RETORNO                 PIC 9(02).
              88 MOD-OK                          VALUE 00.
              88 MOD-SEM-MODELO                  VALUE 10.
              88 MOD-LINHA-CORTADA               VALUE 20.
              88 MOD-MARCADOR-INVALIDO           VALUE 30.
              88 MOD-TIPO-INVALIDO               VALUE 40.
           03 WS-MOD-VIGENCIA                PIC 9(08).
           03 WS-MOD-LARGURA                 PIC 9(03).
           03 WS-MOD-MAX-LINHAS              PIC 9(01).
           03 WS-MOD-QTD-LINHAS              PIC 9(02).
           03 WS-MOD-LINHA                   PIC X(120)
                                             OCCURS 5 TIMES.
