      ******************************************************************
      * Copybook: CEPBASE
      * Purpose:  Postal-code base record, one per CEP of the Correios
      *           DNE (Diretorio Nacional de Enderecos): street,
      *           neighborhood, city and UF the CEP belongs to. The
      *           CEPBASE file is indexed on LG-CEP, rebuilt whole by
      *           CEPLOAD01 from each DNE delivery (which also derives
      *           the CEPXREF UF range table from it) and read by
      *           CEPCHK01 to find customer CEPs that no longer exist
      *           or whose city is not the CEP's.
      * Tectonics: COPY CEPBASE.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  CEP-BASE-REC.
           03 LG-CEP                         PIC X(08).
           03 LG-LOGRADOURO                  PIC X(60).
           03 LG-BAIRRO                      PIC X(40).
           03 LG-CIDADE                      PIC X(40).
           03 LG-UF                          PIC X(02).
