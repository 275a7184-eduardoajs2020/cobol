      ******************************************************************
      * Copybook: SEGVIA
      * Purpose:  Second-copy boleto (segunda via) ledger, keyed by
      *           invoice number: the latest second copy requested
      *           for the invoice through SEGVIA01 -- payment date
      *           asked for, the due date and amount of the new
      *           boleto (open remainder plus the JUROS01 interest
      *           and penalty up to the payment date), whether the
      *           collector granted a due-date extension, and who
      *           keyed it. REMESSA01 sends the bank the alteration
      *           instruction for a pending copy on its next run,
      *           composes the new linha digitavel and barcode over
      *           the same FT-NUM-FATURA, stamps them here and marks
      *           the copy sent; the original title at the bank then
      *           carries the new due date and amount, so it cannot
      *           also be paid at the old one.
      * Tectonics: COPY SEGVIA.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  SEGUNDA-VIA-REC.
           03 SG-NUM-FATURA                  PIC 9(06).
           03 SG-NUM-CLIENTE                 PIC 9(06).
           03 SG-DATA-PEDIDO                 PIC 9(08).
           03 SG-DATA-PAGTO                  PIC 9(08).
           03 SG-VENCTO-ORIGINAL             PIC X(10).
           03 SG-NOVO-VENCTO                 PIC X(10).
           03 SG-DIAS-ATRASO                 PIC 9(05).
           03 SG-VALOR-ABERTO                PIC 9(07)V99.
           03 SG-VALOR-JUROS                 PIC 9(07)V99.
           03 SG-VALOR-MULTA                 PIC 9(05)V99.
           03 SG-VALOR-ATUALIZADO            PIC 9(07)V99.
           03 SG-PRORROGACAO                 PIC X(01).
              88 SG-COM-PRORROGACAO              VALUE 'S'.
              88 SG-SEM-PRORROGACAO              VALUE 'N'.
           03 SG-OPERADOR                    PIC X(08).
           03 SG-SITUACAO                    PIC X(01).
              88 SG-INSTRUCAO-PENDENTE           VALUE 'P'.
              88 SG-INSTRUCAO-ENVIADA            VALUE 'E'.
           03 SG-DATA-INSTRUCAO              PIC 9(08).
           03 SG-LINHA-DIGITAVEL             PIC X(47).
           03 SG-CODIGO-BARRAS               PIC X(44).
