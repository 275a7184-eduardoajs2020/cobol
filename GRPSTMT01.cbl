      *             counted the debt twice (superseded originals
      *             plus agreement parcels) and a discounted
      *             settlement left a residual on the group SALDO.
      * 15/10/2026  An invoice cancelled by CANCFAT01 no longer counts
      *             in the billed amount of the group statement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPSTMT01.
                   MOVE FT-NUM-CLIENTE TO WS-CLIENTE-BUSCA
                   PERFORM P700-LOCALIZAR-CLIENTE
                   IF CLIENTE-LOCALIZADO
                      AND NOT FT-CANCELADA
                       COMPUTE WS-CLI-FATURADO (WS-IDX-ACHADO) =
                           WS-CLI-FATURADO (WS-IDX-ACHADO)
                         + FT-VALOR - FT-VALOR-AJUSTES
