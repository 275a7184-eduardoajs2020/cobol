      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Shows the country, region and postal code of a
      *             customer abroad and the foreign tax ID when there is
      *             one.
      * 15/10/2026  The console asks for the operator before the first
      *             customer and refuses to open without one; every view
      *             shown goes to the ACSLOG read-access trail through
      *             ACSLOG01 with its data category.
      * 15/10/2026  New option 6 lists the collectors' latest call notes
      *             on the customer (NOTACOB), newest first, with
      *             outcome and follow-up date.
      * 15/10/2026  The customer view shows the billing address under
      *             the registered one when the customer has one.
      * 15/10/2026  The registration view (option 1) lists the
      *             customer's contact per role from CLICONT, marking
      *             the roles with no active contact as served by the
      *             master's email and phone.
      * 03/09/2026  New option 5 lists the central CONTLOG contact
      *             log for the customer: every letter, label,
      *             statement and email sent, in one page.
                                      RECORD KEY IS AH-CHAVE
                                      FILE STATUS IS WS-AHIST-STATUS.

           SELECT OPTIONAL CLIENTE-CONTATO
                                      ASSIGN TO "CLICONT"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS CC-CHAVE
                                      FILE STATUS IS WS-CONT-STATUS.

           SELECT OPTIONAL NOTA-COBRANCA
                                      ASSIGN TO "NOTACOB"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS NC-CHAVE
                                      FILE STATUS IS WS-NOTA-STATUS.

           SELECT OPTIONAL INVOICE-LINES
                                      ASSIGN TO "INVLINES"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       FD  ADDR-HIST.
           COPY ADDRHIST.

       FD  CLIENTE-CONTATO.
           COPY CLICONT.

       FD  NOTA-COBRANCA.
           COPY NOTACOB.

       FD  INVOICE-LINES.
           COPY INVLINES.

       77 WS-AHIST-STATUS       PIC X(02) VALUE '00'.
       77 WS-MASTER-STATUS                   PIC X(02) VALUE '00'.
       77 WS-PAGTOS-STATUS                   PIC X(02) VALUE '00'.
       77 WS-CONT-STATUS                     PIC X(02) VALUE '00'.
       77 WS-NOTA-STATUS                     PIC X(02) VALUE '00'.
       77 WS-CLIENTE-ATUAL                   PIC 9(06) VALUE ZEROS.
       77 WS-ENTRADA                         PIC X(06) VALUE SPACES.
       77 WS-OPCAO                           PIC X(01) VALUE SPACES.
       77 WS-SOMA-ITENS                      PIC S9(09)V99 VALUE ZEROS.
       77 WS-EDIT-ITEM                       PIC -ZZZ,ZZZ,ZZ9.99.
       77 WS-SITUACAO-TXT                    PIC X(12) VALUE SPACES.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.

      * Parametro para o CALL do ACSLOG01 (trilha de acesso LGPD).
           COPY ACSPARM.

      * Papeis de contato do CLICONT, na ordem em que o cadastro os
      * mostra.
       01 WS-PAPEIS-DADOS.
           03 FILLER                         PIC X(11)
                                       VALUE 'CCOBRANCA..'.
           03 FILLER                         PIC X(11)
                                       VALUE 'FFINANCEIRO'.
           03 FILLER                         PIC X(11)
                                       VALUE 'JJURIDICO..'.
           03 FILLER                         PIC X(11)
                                       VALUE 'TTECNICO...'.
       01 WS-TAB-PAPEIS REDEFINES WS-PAPEIS-DADOS.
           03 WS-PAPEL-ENTRADA OCCURS 4 TIMES
                               INDEXED BY WS-IDX-PAPEL.
              05 WS-PAPEL-CODIGO             PIC X(01).
              05 WS-PAPEL-NOME               PIC X(10).

       01 WS-SWITCHES.
           03 WS-FIM-SW                      PIC X(01) VALUE 'N'.
              88 FIM-ITENS                        VALUE 'S' FALSE 'N'.
           03 WS-CONT-EOF                    PIC X(01) VALUE 'N'.
              88 FIM-CONTATOS                     VALUE 'S' FALSE 'N'.
           03 WS-NOTA-EOF                    PIC X(01) VALUE 'N'.
              88 FIM-NOTAS                        VALUE 'S' FALSE 'N'.

      * Ultimas notas de cobranca do cliente: o NOTACOB e lido em
      * ordem de instante e a tabela guarda as WS-MAX-NOTAS mais
      * recentes em rodizio (WS-POS-NOTA aponta a proxima a
      * substituir).
       77 WS-MAX-NOTAS                       PIC 9(02) VALUE 10.
       77 WS-TOT-NOTAS                       PIC 9(02) VALUE ZEROS.
       77 WS-POS-NOTA                        PIC 9(02) VALUE ZEROS.
       77 WS-IDX-NOTA                        PIC 9(02) VALUE ZEROS.
       01 WS-TAB-NOTAS.
           03 WS-NOTA-ENTRADA OCCURS 10 TIMES.
              05 WS-NOTA-DATA-HORA          PIC 9(16).
              05 WS-NOTA-COLETOR            PIC X(08).
              05 WS-NOTA-RESULTADO          PIC X(02).
              05 WS-NOTA-RETORNO            PIC 9(08).
              05 WS-NOTA-TEXTO              PIC X(100).

       PROCEDURE DIVISION.

           DISPLAY 'CUSTCON01 - CONSOLE DE CONSULTA (SOMENTE '
                   'LEITURA)'

           DISPLAY 'INFORME O OPERADOR: ' WITH NO ADVANCING
           ACCEPT WS-OPERADOR

           IF WS-OPERADOR = SPACES
               DISPLAY 'CUSTCON01 - CONSOLE SEM OPERADOR IDENTIFICADO'
               SET CONSOLE-ENCERRADO TO TRUE
           ELSE
               PERFORM P200-PEDIR-CLIENTE
           END-IF

           PERFORM P300-CICLO-DO-MENU
               UNTIL CONSOLE-ENCERRADO
               DISPLAY 'CLIENTE ' WS-CLIENTE-ATUAL
                       ' - 1=CADASTRO 2=PAGAMENTOS 3=ENDERECOS '
                       '4=ITENS DE FATURA 5=CONTATOS '
                       '6=NOTAS DE COBRANCA '
                       '9=OUTRO CLIENTE 0=SAIR'
               DISPLAY 'OPCAO: ' WITH NO ADVANCING
               ACCEPT WS-OPCAO
                       PERFORM P700-MOSTRAR-ITENS
                   WHEN '5'
                       PERFORM P800-MOSTRAR-CONTATOS
                   WHEN '6'
                       PERFORM P900-MOSTRAR-NOTAS
                   WHEN '9'
                       PERFORM P200-PEDIR-CLIENTE
                   WHEN '0'

       P400-MOSTRAR-CADASTRO.

           MOVE 'CADASTRO'   TO WS-ACS-CATEGORIA
           PERFORM P990-REGISTRAR-ACESSO

           IF CM-INATIVO
               MOVE 'INATIVO'  TO WS-SITUACAO-TXT
           ELSE
           DISPLAY '  NOME....: ' CM-NOME-FORMATADO
           DISPLAY '  ENDERECO: ' CM-ENDERECO
           DISPLAY '  CIDADE..: ' CM-CIDADE ' ' CM-UF ' ' CM-CEP
           IF NOT CM-PAIS-BRASIL
               DISPLAY '  PAIS....: ' CM-COD-PAIS ' ' CM-REGIAO
                       ' ' CM-COD-POSTAL
           END-IF
           IF CM-COB-ENDERECO NOT = SPACES
               DISPLAY '  COBRANCA: ' CM-COB-ENDERECO
               DISPLAY '            ' CM-COB-CIDADE ' ' CM-COB-UF
                       ' ' CM-COB-CEP
           END-IF
           DISPLAY '  TELEFONE: ' CM-TELEFONE
           DISPLAY '  EMAIL...: ' CM-EMAIL
           DISPLAY '  DOCUMENTO: ' CM-DOCUMENTO
           IF CM-ID-FISCAL-EXT NOT = SPACES
               DISPLAY '  ID FISCAL: ' CM-ID-FISCAL-EXT
           END-IF

           IF CM-INATIVO AND CM-CLIENTE-SUCESSOR NOT = ZEROS
               DISPLAY '  CONSOLIDADO NO CLIENTE: '
                       CM-CLIENTE-SUCESSOR
           END-IF

           PERFORM P450-MOSTRAR-CONTATOS-PAPEL
           .

      ******************************************************************
      * P450-MOSTRAR-CONTATOS-PAPEL
      * Um contato por papel do CLICONT (cobranca, financeiro,
      * juridico, tecnico); papel sem contato ativo e atendido pelo
      * email e telefone do cadastro acima, e a linha diz isso.
      ******************************************************************
       P450-MOSTRAR-CONTATOS-PAPEL.

           DISPLAY '  CONTATOS POR PAPEL:'

           OPEN INPUT CLIENTE-CONTATO

           PERFORM P455-MOSTRAR-UM-PAPEL
               VARYING WS-IDX-PAPEL FROM 1 BY 1
                 UNTIL WS-IDX-PAPEL > 4

           CLOSE CLIENTE-CONTATO
           .

       P455-MOSTRAR-UM-PAPEL.

           MOVE WS-CLIENTE-ATUAL               TO CC-NUM-CLIENTE
           MOVE WS-PAPEL-CODIGO (WS-IDX-PAPEL) TO CC-PAPEL

           READ CLIENTE-CONTATO
               INVALID KEY
                   MOVE SPACES TO CC-SITUACAO
           END-READ

           IF CC-ATIVO
               DISPLAY '    ' WS-PAPEL-NOME (WS-IDX-PAPEL) ': '
                       CC-NOME
               DISPLAY '                ' CC-EMAIL ' ' CC-TELEFONE
           ELSE
               DISPLAY '    ' WS-PAPEL-NOME (WS-IDX-PAPEL) ': '
                       '(SEM CONTATO ATIVO - USA O CADASTRO)'
           END-IF
           .

      ******************************************************************
      ******************************************************************
       P500-MOSTRAR-PAGAMENTOS.

           MOVE 'PAGAMENTO'  TO WS-ACS-CATEGORIA
           PERFORM P990-REGISTRAR-ACESSO

           DISPLAY ' '
           DISPLAY 'PAGAMENTOS DO CLIENTE ' WS-CLIENTE-ATUAL

      ******************************************************************
       P600-MOSTRAR-ENDERECOS.

           MOVE 'ENDERECO'   TO WS-ACS-CATEGORIA
           PERFORM P990-REGISTRAR-ACESSO

           DISPLAY ' '
           DISPLAY 'ENDERECOS DO CLIENTE ' WS-CLIENTE-ATUAL

      ******************************************************************
       P700-MOSTRAR-ITENS.

           MOVE 'FATURA'     TO WS-ACS-CATEGORIA
           PERFORM P990-REGISTRAR-ACESSO

           DISPLAY 'INFORME O NUMERO DA FATURA: '
               WITH NO ADVANCING
           ACCEPT WS-ENTRADA
      ******************************************************************
       P800-MOSTRAR-CONTATOS.

           MOVE 'CONTATO'    TO WS-ACS-CATEGORIA
           PERFORM P990-REGISTRAR-ACESSO

           DISPLAY ' '
           DISPLAY 'CONTATOS ENVIADOS AO CLIENTE ' WS-CLIENTE-ATUAL

           PERFORM P810-LER-CONTATO
           .

      ******************************************************************
      * P900-MOSTRAR-NOTAS
      * As notas de ligacao mais recentes dos coletores sobre o
      * cliente, da mais nova para a mais antiga: instante, coletor,
      * resultado do contato, data de retorno marcada e o texto.
      ******************************************************************
       P900-MOSTRAR-NOTAS.

           MOVE 'COBRANCA'   TO WS-ACS-CATEGORIA
           PERFORM P990-REGISTRAR-ACESSO

           DISPLAY ' '
           DISPLAY 'NOTAS DE COBRANCA DO CLIENTE ' WS-CLIENTE-ATUAL

           SET FIM-NOTAS TO FALSE
           MOVE ZEROS TO WS-TOT-NOTAS
           MOVE 1     TO WS-POS-NOTA

           OPEN INPUT NOTA-COBRANCA

           MOVE WS-CLIENTE-ATUAL TO NC-NUM-CLIENTE
           MOVE ZEROS            TO NC-DATA-HORA
           START NOTA-COBRANCA KEY >= NC-CHAVE
               INVALID KEY
                   SET FIM-NOTAS TO TRUE
           END-START

           PERFORM P910-LER-NOTA
           PERFORM P920-GUARDAR-NOTA
               UNTIL FIM-NOTAS

           CLOSE NOTA-COBRANCA

           IF WS-TOT-NOTAS = 0
               DISPLAY '  (SEM NOTAS DE COBRANCA)'
           ELSE
               MOVE WS-POS-NOTA TO WS-IDX-NOTA
               PERFORM P930-MOSTRAR-UMA-NOTA WS-TOT-NOTAS TIMES
           END-IF
           .

       P910-LER-NOTA.

           IF NOT FIM-NOTAS
               READ NOTA-COBRANCA NEXT RECORD
                   AT END
                       SET FIM-NOTAS TO TRUE
                   NOT AT END
                       IF NC-NUM-CLIENTE NOT = WS-CLIENTE-ATUAL
                           SET FIM-NOTAS TO TRUE
                       END-IF
               END-READ
           END-IF
           .

       P920-GUARDAR-NOTA.

           MOVE NC-DATA-HORA    TO WS-NOTA-DATA-HORA (WS-POS-NOTA)
           MOVE NC-COLETOR      TO WS-NOTA-COLETOR (WS-POS-NOTA)
           MOVE NC-RESULTADO    TO WS-NOTA-RESULTADO (WS-POS-NOTA)
           MOVE NC-DATA-RETORNO TO WS-NOTA-RETORNO (WS-POS-NOTA)
           MOVE NC-TEXTO        TO WS-NOTA-TEXTO (WS-POS-NOTA)

           IF WS-TOT-NOTAS < WS-MAX-NOTAS
               ADD 1 TO WS-TOT-NOTAS
           END-IF

           IF WS-POS-NOTA = WS-MAX-NOTAS
               MOVE 1 TO WS-POS-NOTA
           ELSE
               ADD 1 TO WS-POS-NOTA
           END-IF

           PERFORM P910-LER-NOTA
           .

      * Anda para tras a partir da ultima guardada.
       P930-MOSTRAR-UMA-NOTA.

           IF WS-IDX-NOTA = 1
               MOVE WS-MAX-NOTAS TO WS-IDX-NOTA
           ELSE
               SUBTRACT 1 FROM WS-IDX-NOTA
           END-IF

           DISPLAY '  ' WS-NOTA-DATA-HORA (WS-IDX-NOTA) (1:8) ' '
                   WS-NOTA-DATA-HORA (WS-IDX-NOTA) (9:4) ' '
                   WS-NOTA-COLETOR (WS-IDX-NOTA) ' '
                   WS-NOTA-RESULTADO (WS-IDX-NOTA)
                   ' RETORNO ' WS-NOTA-RETORNO (WS-IDX-NOTA)
           DISPLAY '     ' WS-NOTA-TEXTO (WS-IDX-NOTA)
           .

      ******************************************************************
      * P990-REGISTRAR-ACESSO
      * Cada visao aberta no console vai para a trilha de acesso com
      * o operador identificado na entrada e a categoria mostrada.
      ******************************************************************
       P990-REGISTRAR-ACESSO.

           MOVE 'CUSTCON01'      TO WS-ACS-PROGRAMA
           MOVE WS-OPERADOR      TO WS-ACS-OPERADOR
           MOVE WS-CLIENTE-ATUAL TO WS-ACS-NUM-CLIENTE
           CALL 'ACSLOG01' USING WS-ACSLOG-PARM
           .

       END PROGRAM CUSTCON01.
