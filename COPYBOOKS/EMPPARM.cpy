      ******************************************************************
      * Copybook: EMPPARM
      * Purpose:  Standard LINKAGE parameter for CALLs to EMPLKP01, the
      *           issuing-company service. Function 'S' reads the run
      *           selection (EMPSEL): return 00 with the selected
      *           company's data, 10 when the run is consolidated (no
      *           EMPSEL, or code zero), 20 when EMPSEL names a company
      *           not on EMPRTAB. Function 'C' looks a company code up
      *           (zero means 01): 00 found, 10 not on the table --
      *           company 01 still answers 00, with blank data, on a
      *           shop that never loaded EMPRTAB.
      * Tectonics: COPY EMPPARM.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  WS-EMPLKP-PARM.
           03 WS-EMP-FUNCAO                  PIC X(01).
              88 EMP-SELECAO                     VALUE 'S'.
              88 EMP-CONSULTA                    VALUE 'C'.
           03 WS-EMP-COD-EMPRESA             PIC 9(02).
           03 WS-EMP-CNPJ                    PIC X(14).
           03 WS-EMP-RAZAO-SOCIAL            PIC X(40).
           03 WS-EMP-ENDERECO                PIC X(60).
           03 WS-EMP-CIDADE                  PIC X(30).
           03 WS-EMP-UF                      PIC X(02).
           03 WS-EMP-CEP                     PIC X(08).
           03 WS-EMP-BANCO                   PIC 9(03).
           03 WS-EMP-AGENCIA                 PIC 9(05).
           03 WS-EMP-CONTA                   PIC X(12).
           03 WS-EMP-CONVENIO                PIC X(20).
           03 WS-EMP-COD-MUNICIPIO           PIC 9(07).
           03 WS-EMP-INSCR-MUNICIPAL         PIC X(15).
           03 WS-EMP-NUM-INICIAL             PIC 9(06).
           03 WS-EMP-NUM-FINAL               PIC 9(06).
           03 WS-EMP-RETORNO                 PIC 9(02).
              88 EMP-OK                          VALUE 00.
              88 EMP-CONSOLIDADO                 VALUE 10.
              88 EMP-NAO-CADASTRADA              VALUE 10.
              88 EMP-SELECAO-INVALIDA            VALUE 20.
