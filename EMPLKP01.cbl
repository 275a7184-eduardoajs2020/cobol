      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: EMPLKP01 - issuing-company service subprogram: answers
      *          from the EMPRTAB company table (CNPJ, corporate name,
      *          address, bank collection agreement, NFS-e municipality
      *          and the invoice-number block of each legal entity)
      *          and tells a run which company it was asked to work
      *          for. Function 'S' reads the EMPSEL run selection --
      *          one record with the company code the operator wants
      *          the remittance, NFS-e export, aging, posting or close
      *          restricted to; no EMPSEL (or code zero) is the
      *          consolidated run. Function 'C' looks a code up. A
      *          code of zero is company 01, the original entity,
      *          which answers even before EMPRTAB is loaded.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLKP01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMPRESA-TABLE
                                      ASSIGN TO "EMPRTAB"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EMPRESA-SEL
                                      ASSIGN TO "EMPSEL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESA-TABLE.
           COPY EMPRESA.

      * Selecao da execucao: a empresa a que o operador restringe a
      * remessa, o RPS, o aging, a postagem ou o fechamento.
       FD  EMPRESA-SEL.
       01  EMPRESA-SEL-REC.
           03 ES-COD-EMPRESA                 PIC 9(02).

       WORKING-STORAGE SECTION.
       77 WS-COD-PROCURADO                   PIC 9(02) VALUE ZEROS.
       77 WS-IDX-ACHADO                      PIC 9(02) VALUE ZEROS.

       01 WS-SWITCHES.
           03 WS-CARGA-SW                    PIC X(01) VALUE 'N'.
              88 TABELA-CARREGADA                 VALUE 'S' FALSE 'N'.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-EMPRTAB                      VALUE 'S' FALSE 'N'.
           03 WS-ACHOU-SW                    PIC X(01) VALUE 'N'.
              88 EMPRESA-LOCALIZADA               VALUE 'S' FALSE 'N'.

      * Tabela de empresas, carregada de EMPRTAB na primeira chamada
      * e mantida entre as chamadas da mesma execucao -- o FATURA01
      * consulta uma vez por linha de cobranca.
       77 WS-TOT-EMPRESAS                    PIC 9(02) VALUE ZEROS.
       77 WS-IDX-EMP                         PIC 9(02) VALUE ZEROS.
       01 WS-TAB-EMPRESAS.
           03 WS-EMP-ENTRADA OCCURS 0 TO 99 TIMES
                             DEPENDING ON WS-TOT-EMPRESAS.
              05 WS-TAB-EMPRESA              PIC X(230).

       LINKAGE SECTION.
           COPY EMPPARM.

       PROCEDURE DIVISION USING WS-EMPLKP-PARM.

       P000-DESPACHAR.

           IF NOT TABELA-CARREGADA
               PERFORM P100-CARREGAR-TABELA
           END-IF

           EVALUATE TRUE
               WHEN EMP-SELECAO
                   PERFORM P300-LER-SELECAO
               WHEN EMP-CONSULTA
                   MOVE WS-EMP-COD-EMPRESA TO WS-COD-PROCURADO
                   PERFORM P200-CONSULTAR-EMPRESA
               WHEN OTHER
                   MOVE 20 TO WS-EMP-RETORNO
           END-EVALUATE

           GOBACK.

       P100-CARREGAR-TABELA.

           MOVE ZEROS TO WS-TOT-EMPRESAS
           SET FIM-EMPRTAB TO FALSE

           OPEN INPUT EMPRESA-TABLE

           PERFORM P110-LER-UMA-EMPRESA
               UNTIL FIM-EMPRTAB

           CLOSE EMPRESA-TABLE
           SET TABELA-CARREGADA TO TRUE
           .

       P110-LER-UMA-EMPRESA.

           READ EMPRESA-TABLE
               AT END
                   SET FIM-EMPRTAB TO TRUE
               NOT AT END
                   IF EM-COD-EMPRESA IS NUMERIC
                      AND WS-TOT-EMPRESAS < 99
                       ADD 1 TO WS-TOT-EMPRESAS
                       MOVE EMPRESA-REC
                         TO WS-TAB-EMPRESA (WS-TOT-EMPRESAS)
                   END-IF
           END-READ
           .

      ******************************************************************
      * P200-CONSULTAR-EMPRESA
      * Devolve os dados da empresa WS-COD-PROCURADO (zero vale 01).
      * A empresa 01 responde mesmo fora da tabela, com os dados em
      * branco: o shop de uma empresa so continua sem EMPRTAB, com o
      * cedente do BOLPARM/BANKPARM e o prestador do NFSEPARM.
      ******************************************************************
       P200-CONSULTAR-EMPRESA.

           IF WS-COD-PROCURADO = ZEROS
               MOVE 1 TO WS-COD-PROCURADO
           END-IF

           SET EMPRESA-LOCALIZADA TO FALSE
           MOVE ZEROS TO WS-IDX-ACHADO

           PERFORM P210-COMPARAR-EMPRESA
               VARYING WS-IDX-EMP FROM 1 BY 1
                 UNTIL WS-IDX-EMP > WS-TOT-EMPRESAS
                    OR EMPRESA-LOCALIZADA

           IF EMPRESA-LOCALIZADA
               MOVE WS-TAB-EMPRESA (WS-IDX-ACHADO) TO EMPRESA-REC
           ELSE
               MOVE SPACES TO EMPRESA-REC
               MOVE ZEROS  TO EM-BANCO
                              EM-AGENCIA
                              EM-COD-MUNICIPIO
                              EM-NUM-INICIAL
                              EM-NUM-FINAL
               MOVE WS-COD-PROCURADO TO EM-COD-EMPRESA
           END-IF

           MOVE WS-COD-PROCURADO   TO WS-EMP-COD-EMPRESA
           MOVE EM-CNPJ            TO WS-EMP-CNPJ
           MOVE EM-RAZAO-SOCIAL    TO WS-EMP-RAZAO-SOCIAL
           MOVE EM-ENDERECO        TO WS-EMP-ENDERECO
           MOVE EM-CIDADE          TO WS-EMP-CIDADE
           MOVE EM-UF              TO WS-EMP-UF
           MOVE EM-CEP             TO WS-EMP-CEP
           MOVE EM-BANCO           TO WS-EMP-BANCO
           MOVE EM-AGENCIA         TO WS-EMP-AGENCIA
           MOVE EM-CONTA           TO WS-EMP-CONTA
           MOVE EM-CONVENIO        TO WS-EMP-CONVENIO
           MOVE EM-COD-MUNICIPIO   TO WS-EMP-COD-MUNICIPIO
           MOVE EM-INSCR-MUNICIPAL TO WS-EMP-INSCR-MUNICIPAL
           MOVE EM-NUM-INICIAL     TO WS-EMP-NUM-INICIAL
           MOVE EM-NUM-FINAL       TO WS-EMP-NUM-FINAL

           IF EMPRESA-LOCALIZADA OR WS-COD-PROCURADO = 1
               MOVE 00 TO WS-EMP-RETORNO
           ELSE
               MOVE 10 TO WS-EMP-RETORNO
           END-IF
           .

       P210-COMPARAR-EMPRESA.

           IF WS-TAB-EMPRESA (WS-IDX-EMP) (1:2) = WS-COD-PROCURADO
               SET EMPRESA-LOCALIZADA TO TRUE
               MOVE WS-IDX-EMP TO WS-IDX-ACHADO
           END-IF
           .

      ******************************************************************
      * P300-LER-SELECAO
      * EMPSEL ausente, vazio ou com codigo zero e a execucao
      * consolidada (retorno 10); um codigo fora da tabela recusa a
      * execucao (20) -- rodar para uma empresa que nao existe nao
      * pode virar, sem aviso, rodar para todas.
      ******************************************************************
       P300-LER-SELECAO.

           MOVE ZEROS TO WS-COD-PROCURADO

           OPEN INPUT EMPRESA-SEL
           READ EMPRESA-SEL
               AT END
                   CONTINUE
               NOT AT END
                   IF ES-COD-EMPRESA IS NUMERIC
                       MOVE ES-COD-EMPRESA TO WS-COD-PROCURADO
                   END-IF
           END-READ
           CLOSE EMPRESA-SEL

           IF WS-COD-PROCURADO = ZEROS
               MOVE ZEROS TO WS-EMP-COD-EMPRESA
               MOVE 10    TO WS-EMP-RETORNO
           ELSE
               PERFORM P200-CONSULTAR-EMPRESA
               IF EMP-NAO-CADASTRADA
                   MOVE 20 TO WS-EMP-RETORNO
               END-IF
           END-IF
           .

       END PROGRAM EMPLKP01.
