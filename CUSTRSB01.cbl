      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Customers abroad: CUSTREJ (350 bytes) and RSBOUT
      *             carry country, postal code, region and foreign tax
      *             ID, correctable as PAIS, COD-POSTAL, REGIAO and
      *             ID-FISCAL. A country other than blank or BR skips
      *             the UF and CEP checks, as in CORR_01.
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 03/09/2026  A resubmitted address snapshot clears the
      *             returned-mail mark on CONTPREF (RETMAIL01).
      * 03/09/2026  ADDRHIST is now indexed (customer plus effective
              05 CR-CEP                      PIC X(08).
              05 CR-DOC                      PIC X(14).
              05 CR-NUM-CLIENTE              PIC 9(06).
              05 CR-COD-PAIS                 PIC X(02).
              05 CR-COD-POSTAL               PIC X(10).
              05 CR-REGIAO                   PIC X(30).
              05 CR-ID-FISCAL-EXT            PIC X(20).
           03 CR-MOTIVO                      PIC X(40).

       FD  CORRECTION-IN.
           03 RO-CEP                         PIC X(08).
           03 RO-DOC                         PIC X(14).
           03 RO-NUM-CLIENTE                 PIC 9(06).
           03 RO-COD-PAIS                    PIC X(02).
           03 RO-COD-POSTAL                  PIC X(10).
           03 RO-REGIAO                      PIC X(30).
           03 RO-ID-FISCAL-EXT               PIC X(20).

       01  RESUBMIT-OUT-TRAILER REDEFINES RESUBMIT-OUT-REC.
           COPY TRLCTL.

       FD  RESUBMIT-REJ.
       01  RESUBMIT-REJ-REC                  PIC X(350).

       FD  EXCEPTION-RPT.
       01  EXCEPTION-RPT-REC.
           03 WS-CEP                         PIC X(08).
           03 WS-DOC                         PIC X(14).
           03 WS-NUM-CLIENTE                 PIC 9(06).
           03 WS-COD-PAIS                    PIC X(02).
           03 WS-COD-POSTAL                  PIC X(10).
           03 WS-REGIAO                      PIC X(30).
           03 WS-ID-FISCAL-EXT               PIC X(20).

       01 WS-LAYOUT-2.
           03 WS-NOME                        PIC X(30).
           03 WS-CEP                         PIC X(08).
           03 WS-DOC                         PIC X(14).
           03 WS-NUM-CLIENTE                 PIC 9(06).
           03 WS-COD-PAIS                    PIC X(02).
           03 WS-COD-POSTAL                  PIC X(10).
           03 WS-REGIAO                      PIC X(30).
           03 WS-ID-FISCAL-EXT               PIC X(20).

       01 WS-SWITCHES.
           03 WS-EOF-REJ                     PIC X(01) VALUE 'N'.
           03 WS-REG-SITUACAO                PIC X(01) VALUE 'N'.
              88 REGISTRO-REJEITADO              VALUE 'S' FALSE 'N'.
           03 WS-REJ-MOTIVO                  PIC X(40) VALUE SPACES.
           03 WS-PAIS-SW                     PIC X(01) VALUE 'N'.
              88 CLIENTE-EXTERIOR                VALUE 'S' FALSE 'N'.
           03 WS-EMAIL-SITUACAO              PIC X(01) VALUE 'N'.
              88 EMAIL-VALIDO                     VALUE 'S' FALSE 'N'.

           03 WS-DOCVALID-VALIDO             PIC X(01).
              88 DOCVALID-OK                      VALUE 'S' FALSE 'N'.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P150-CARREGAR-CORRECAO
               UNTIL FIM-CORRECOES
                   MOVE WS-FIX-VALOR (WS-IDX-FIX) TO CR-CEP
               WHEN 'DOC'
                   MOVE WS-FIX-VALOR (WS-IDX-FIX) TO CR-DOC
               WHEN 'PAIS'
                   MOVE WS-FIX-VALOR (WS-IDX-FIX) TO CR-COD-PAIS
               WHEN 'COD-POSTAL'
                   MOVE WS-FIX-VALOR (WS-IDX-FIX) TO CR-COD-POSTAL
               WHEN 'REGIAO'
                   MOVE WS-FIX-VALOR (WS-IDX-FIX) TO CR-REGIAO
               WHEN 'ID-FISCAL'
                   MOVE WS-FIX-VALOR (WS-IDX-FIX) TO CR-ID-FISCAL-EXT
               WHEN OTHER
                   DISPLAY 'CUSTRSB01 - CAMPO DE CORRECAO '
                           'DESCONHECIDO: '
           MOVE CORR WS-LAYOUT-1 TO WS-LAYOUT-2

           PERFORM P305-PADRONIZAR-ENDERECO
           PERFORM P368-VALIDAR-PAIS
           IF NOT CLIENTE-EXTERIOR
               PERFORM P370-LOCALIZAR-UF
               PERFORM P372-VALIDAR-CEP-UF
           END-IF
           PERFORM P390-VALIDAR-DOCUMENTO
           PERFORM P392-VALIDAR-ID-EXTERIOR
           PERFORM P395-VALIDAR-EMAIL
           PERFORM P397-NORMALIZAR-TELEFONE

           ADD 1 TO WS-EXCECOES
           .

      ******************************************************************
      * P368-VALIDAR-PAIS
      * Como no CORR_01: pais em branco ou BR segue a validacao de UF
      * e CEP; outro codigo e cliente no exterior e precisa ser duas
      * letras.
      ******************************************************************
       P368-VALIDAR-PAIS.

           SET CLIENTE-EXTERIOR TO FALSE

           IF WS-COD-PAIS OF WS-LAYOUT-1 NOT = SPACES
              AND WS-COD-PAIS OF WS-LAYOUT-1 NOT = 'BR'
               SET CLIENTE-EXTERIOR TO TRUE
               IF WS-COD-PAIS OF WS-LAYOUT-1 IS NOT ALPHABETIC-UPPER
                  OR WS-COD-PAIS OF WS-LAYOUT-1 (1:1) = SPACE
                  OR WS-COD-PAIS OF WS-LAYOUT-1 (2:1) = SPACE
                   SET REGISTRO-REJEITADO TO TRUE
                   MOVE 'CODIGO DE PAIS INVALIDO' TO WS-REJ-MOTIVO
               END-IF
           END-IF
           .

       P390-VALIDAR-DOCUMENTO.

           IF NOT REGISTRO-REJEITADO
           END-IF
           .

      ******************************************************************
      * P392-VALIDAR-ID-EXTERIOR
      * Identificacao fiscal estrangeira so cabe em cliente no
      * exterior.
      ******************************************************************
       P392-VALIDAR-ID-EXTERIOR.

           IF NOT REGISTRO-REJEITADO
              AND NOT CLIENTE-EXTERIOR
              AND WS-ID-FISCAL-EXT OF WS-LAYOUT-1 NOT = SPACES
               SET REGISTRO-REJEITADO TO TRUE
               MOVE 'ID FISCAL EXTERIOR EM CLIENTE DO BRASIL'
                                          TO WS-REJ-MOTIVO
           END-IF
           .

       P395-VALIDAR-EMAIL.

           MOVE FUNCTION TRIM (WS-EMAIL OF WS-LAYOUT-1)
       P410-GRAVAR-HISTORICO-ENDERECO.

           MOVE WS-NUM-CLIENTE OF WS-LAYOUT-2   TO AH-NUM-CLIENTE
           MOVE WS-DTP-DATA-ATUAL     TO AH-DATA-EFETIVA
           MOVE WS-ENDERECO OF WS-LAYOUT-2      TO AH-ENDERECO
           MOVE WS-CIDADE   OF WS-LAYOUT-2      TO AH-CIDADE
           MOVE WS-UF       OF WS-LAYOUT-2      TO AH-UF
