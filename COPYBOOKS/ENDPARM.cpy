      ******************************************************************
      * Copybook: ENDPARM
      * Purpose:  Standard LINKAGE parameter for CALLs to ENDFMT01,
      *           the city/state/postal-code line of a customer
      *           address: city, UF and CEP for a Brazilian address,
      *           city, region, postal code and country for a foreign
      *           one (CM-COD-PAIS other than blank or BR). Shared by
      *           the letters and mailing labels so the two formats
      *           live in one place.
      * Tectonics: COPY ENDPARM.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  WS-ENDFMT-PARM.
           03 WS-ENDFMT-CIDADE               PIC X(30).
           03 WS-ENDFMT-UF                   PIC X(02).
           03 WS-ENDFMT-CEP                  PIC X(08).
           03 WS-ENDFMT-PAIS                 PIC X(02).
           03 WS-ENDFMT-COD-POSTAL           PIC X(10).
           03 WS-ENDFMT-REGIAO               PIC X(30).
           03 WS-ENDFMT-LINHA                PIC X(45).
