      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: ENDFMT01 - builds the city/state/postal-code line of
      *          a customer address for letters and mailing labels:
      *          "CIDADE-UF CEP" for a Brazilian address, exactly as
      *          the labels always printed it, and "CITY, REGION
      *          POSTAL - CC" for a foreign one, with the ISO country
      *          code last where the post office reads it
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut, pulled out of the per-program STRINGs
      *             of the registered address when customers abroad
      *             came onto the master (CM-COD-PAIS).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENDFMT01.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-PONTEIRO                        PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
           COPY ENDPARM.

       PROCEDURE DIVISION USING WS-ENDFMT-PARM.

       P000-FORMATAR-ENDERECO.

           MOVE SPACES TO WS-ENDFMT-LINHA

           IF WS-ENDFMT-PAIS = SPACES OR WS-ENDFMT-PAIS = 'BR'
               PERFORM P100-FORMATO-BRASIL
           ELSE
               PERFORM P200-FORMATO-EXTERIOR
           END-IF

           GOBACK
           .

      ******************************************************************
      * P100-FORMATO-BRASIL
      * Cidade, UF e CEP no formato que as etiquetas e as cartas
      * sempre usaram.
      ******************************************************************
       P100-FORMATO-BRASIL.

           STRING FUNCTION TRIM (WS-ENDFMT-CIDADE) DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  WS-ENDFMT-UF                     DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WS-ENDFMT-CEP                    DELIMITED BY SIZE
               INTO WS-ENDFMT-LINHA
           END-STRING
           .

      ******************************************************************
      * P200-FORMATO-EXTERIOR
      * Endereco no exterior: cidade, regiao (estado, provincia,
      * condado) e codigo postal no formato do pais, e o codigo ISO
      * do pais por ultimo. Parte em branco nao deixa separador
      * sobrando.
      ******************************************************************
       P200-FORMATO-EXTERIOR.

           MOVE 1 TO WS-PONTEIRO

           IF WS-ENDFMT-CIDADE NOT = SPACES
               STRING FUNCTION TRIM (WS-ENDFMT-CIDADE)
                                              DELIMITED BY SIZE
                   INTO WS-ENDFMT-LINHA
                   WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF

           IF WS-ENDFMT-REGIAO NOT = SPACES
               STRING ', '                    DELIMITED BY SIZE
                      FUNCTION TRIM (WS-ENDFMT-REGIAO)
                                              DELIMITED BY SIZE
                   INTO WS-ENDFMT-LINHA
                   WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF

           IF WS-ENDFMT-COD-POSTAL NOT = SPACES
               STRING ' '                     DELIMITED BY SIZE
                      FUNCTION TRIM (WS-ENDFMT-COD-POSTAL)
                                              DELIMITED BY SIZE
                   INTO WS-ENDFMT-LINHA
                   WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF

           STRING ' - '                       DELIMITED BY SIZE
                  WS-ENDFMT-PAIS              DELIMITED BY SIZE
               INTO WS-ENDFMT-LINHA
               WITH POINTER WS-PONTEIRO
           END-STRING
           .

       END PROGRAM ENDFMT01.
