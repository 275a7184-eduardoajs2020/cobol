      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Customers abroad: a foreign tax ID stands in for a
      *             blank CPF/CNPJ, the UF rule does not apply, and a
      *             blank foreign postal code counts under the CEP rule.
      * 22/08/2026  First cut. The email check is the same rule set
      *             as CORR_01's P395-VALIDAR-EMAIL; the name check
      *             requires the trimmed first and last name parts to
           PERFORM P110-LER-MESTRE
           .

      ******************************************************************
      * P300-REGRA-DOCUMENTO
      * Cliente no exterior sem CPF/CNPJ esta em dia com a
      * identificacao fiscal estrangeira (formato livre, sem digito
      * a conferir); so os dois em branco e documento em branco.
      ******************************************************************
       P300-REGRA-DOCUMENTO.

           IF CM-DOCUMENTO = SPACES
               IF CM-PAIS-BRASIL OR CM-ID-FISCAL-EXT = SPACES
                   ADD 1 TO WS-DOC-BRANCO
                   MOVE 'DOCUMENTO EM BRANCO' TO AE-REGRA
                   MOVE SPACES                TO AE-VALOR
                   PERFORM P700-GRAVAR-EXCECAO
               END-IF
           ELSE
               MOVE CM-DOCUMENTO TO WS-DOCVALID-NUMERO
               CALL 'DOCVALID01' USING WS-DOCVALID-PARM
           END-IF
           .

      ******************************************************************
      * P500-REGRA-UF-CEP
      * UF e CEP so valem para endereco brasileiro; cliente no
      * exterior nao tem UF e o codigo postal do pais faz as vezes do
      * CEP na contagem.
      ******************************************************************
       P500-REGRA-UF-CEP.

           IF CM-PAIS-BRASIL
               IF CM-UF = SPACES
                   ADD 1 TO WS-UF-BRANCO
                   MOVE 'UF EM BRANCO'    TO AE-REGRA
                   MOVE SPACES            TO AE-VALOR
                   PERFORM P700-GRAVAR-EXCECAO
               END-IF

               IF CM-CEP = SPACES
                   ADD 1 TO WS-CEP-BRANCO
                   MOVE 'CEP EM BRANCO'   TO AE-REGRA
                   MOVE SPACES            TO AE-VALOR
                   PERFORM P700-GRAVAR-EXCECAO
               END-IF
           ELSE
               IF CM-COD-POSTAL = SPACES
                   ADD 1 TO WS-CEP-BRANCO
                   MOVE 'COD POSTAL EM BRANCO' TO AE-REGRA
                   MOVE CM-COD-PAIS            TO AE-VALOR
                   PERFORM P700-GRAVAR-EXCECAO
               END-IF
           END-IF
           .

