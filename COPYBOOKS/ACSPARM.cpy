      ******************************************************************
      * Copybook: ACSPARM
      * Purpose:  Standard LINKAGE parameter for CALLs to ACSLOG01,
      *           the read-access trail every inquiry program writes
      *           when it shows a customer's data: the operator who
      *           asked, the inquiry program, the customer and the
      *           category of data shown (CADASTRO, ENDERECO, FATURA,
      *           PAGAMENTO, CONTATO, COBRANCA, HISTORICO, LGPD).
      *           Return 00 when the access is on the ACSLOG trail; 40
      *           when the inquiry has no operator -- the caller must
      *           not show the data.
      * Tectonics: COPY ACSPARM.
      ******************************************************************
       01  WS-ACSLOG-PARM.
           03 WS-ACS-PROGRAMA                PIC X(10).
           03 WS-ACS-OPERADOR                PIC X(08).
           03 WS-ACS-NUM-CLIENTE             PIC 9(06).
           03 WS-ACS-CATEGORIA               PIC X(10).
           03 WS-ACS-RETORNO                 PIC 9(02).
              88 ACS-OK                          VALUE 00.
              88 ACS-SEM-OPERADOR                VALUE 40.
