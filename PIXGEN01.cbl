      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: PIXGEN01 - builds the PIX copy-and-paste payload
      *          (BR Code, EMV tag-length-value) of one charge: the
      *          receiving key, merchant name and city from PIXCHAVE,
      *          the amount and the txid the caller passes, closed by
      *          the CRC16-CCITT the payer's bank app verifies --
      *          computed in house bit by bit, the same way REMESSA01
      *          computes the boleto check digits. Called by REMESSA01
      *          when the charge is generated and by CUSTSTMT01 to
      *          print it on the statement.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIXGEN01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIX-CHAVE          ASSIGN TO "PIXCHAVE"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-PIXCHAVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Dados do recebedor: chave PIX da conta de cobranca, nome e
      * cidade exatamente como o banco os cadastrou.
       FD  PIX-CHAVE.
       01  PIX-CHAVE-REC.
           03 PK-CHAVE                        PIC X(77).
           03 PK-NOME-RECEBEDOR               PIC X(25).
           03 PK-CIDADE                       PIC X(15).

       WORKING-STORAGE SECTION.
       77 WS-PIXCHAVE-STATUS    PIC X(02) VALUE '00'.

      * Recebedor carregado uma unica vez na primeira chamada.
       01 WS-FLAGS-CHAVE.
           03 WS-CHAVE-SW       PIC X(01) VALUE 'N'.
              88 CHAVE-CARREGADA      VALUE 'S'.
       77 WS-CHAVE              PIC X(77) VALUE SPACES.
       77 WS-NOME-RECEBEDOR     PIC X(25) VALUE SPACES.
       77 WS-CIDADE             PIC X(15) VALUE SPACES.

      * Montagem do payload: cada campo e ID (2), tamanho (2) e
      * valor; os campos compostos (26 conta, 62 txid) montam o
      * valor antes em WS-SUBCAMPO.
       77 WS-PAYLOAD            PIC X(250) VALUE SPACES.
       77 WS-POS                PIC 9(03) VALUE 1.
       77 WS-CAMPO-ID           PIC X(02) VALUE SPACES.
       77 WS-CAMPO-VALOR        PIC X(99) VALUE SPACES.
       77 WS-CAMPO-TAM          PIC 9(02) VALUE ZEROS.
       77 WS-SUBCAMPO           PIC X(99) VALUE SPACES.
       77 WS-SUB-POS            PIC 9(03) VALUE 1.
       77 WS-TAM-AUX            PIC 9(02) VALUE ZEROS.
       77 WS-VALOR-EDIT         PIC Z(06)9.99.
       77 WS-VALOR-TEXTO        PIC X(10) VALUE SPACES.

      * CRC16-CCITT (polinomio 1021, inicial FFFF) bit a bit: o
      * registrador em 16 posicoes, bit 1 o mais significativo.
       01 WS-CRC-REGISTRO.
           03 WS-CRC-BIT        PIC 9(01) OCCURS 16 TIMES.
       01 WS-BYTE-REGISTRO.
           03 WS-BYTE-BIT       PIC 9(01) OCCURS 8 TIMES.
       77 WS-TAM-CRC            PIC 9(03) VALUE ZEROS.
       77 WS-IDX-BYTE           PIC 9(03) VALUE ZEROS.
       77 WS-IDX-BIT            PIC 9(02) VALUE ZEROS.
       77 WS-IDX-DESLOC         PIC 9(02) VALUE ZEROS.
       77 WS-BYTE-VALOR         PIC 9(03) VALUE ZEROS.
       77 WS-BIT-TOPO           PIC 9(01) VALUE ZEROS.
       77 WS-NIBBLE             PIC 9(02) VALUE ZEROS.
       77 WS-IDX-NIBBLE         PIC 9(01) VALUE ZEROS.
       77 WS-HEXA               PIC X(16) VALUE '0123456789ABCDEF'.
       77 WS-CRC-HEXA           PIC X(04) VALUE SPACES.

       LINKAGE SECTION.
       COPY PIXPARM.

       PROCEDURE DIVISION USING WS-PIXGEN-PARM.

       P000-GERAR-PAYLOAD.

           IF NOT CHAVE-CARREGADA
               PERFORM P050-CARREGAR-CHAVE
           END-IF

           MOVE SPACES TO WS-PIX-PAYLOAD

           IF WS-CHAVE = SPACES
               SET PIX-SEM-CHAVE TO TRUE
           ELSE
               PERFORM P100-MONTAR-CAMPOS
               PERFORM P400-CALCULAR-CRC
               MOVE WS-PAYLOAD TO WS-PIX-PAYLOAD
               SET PIX-GERADO TO TRUE
           END-IF

           GOBACK
           .

      ******************************************************************
      * P050-CARREGAR-CHAVE
      * Le PIXCHAVE uma unica vez por execucao; sem o arquivo (ou
      * sem chave nele) nenhuma cobranca PIX e montada.
      ******************************************************************
       P050-CARREGAR-CHAVE.

           SET CHAVE-CARREGADA TO TRUE

           OPEN INPUT PIX-CHAVE
           IF WS-PIXCHAVE-STATUS = '00'
               READ PIX-CHAVE
                   NOT AT END
                       MOVE PK-CHAVE          TO WS-CHAVE
                       MOVE PK-NOME-RECEBEDOR TO WS-NOME-RECEBEDOR
                       MOVE PK-CIDADE         TO WS-CIDADE
               END-READ
               CLOSE PIX-CHAVE
           END-IF
           .

      ******************************************************************
      * P100-MONTAR-CAMPOS
      * Campos do BR Code na ordem do manual do Banco Central:
      * formato (00), uso unico (01), conta do recebedor (26: GUI e
      * chave), categoria (52), moeda 986 (53), valor (54), pais
      * (58), nome (59), cidade (60) e o txid (62, subcampo 05).
      ******************************************************************
       P100-MONTAR-CAMPOS.

           MOVE SPACES TO WS-PAYLOAD
           MOVE 1      TO WS-POS

           MOVE '00'   TO WS-CAMPO-ID
           MOVE '01'   TO WS-CAMPO-VALOR
           MOVE 2      TO WS-CAMPO-TAM
           PERFORM P300-ACRESCENTAR-CAMPO

           MOVE '01'   TO WS-CAMPO-ID
           MOVE '12'   TO WS-CAMPO-VALOR
           MOVE 2      TO WS-CAMPO-TAM
           PERFORM P300-ACRESCENTAR-CAMPO

           MOVE SPACES TO WS-SUBCAMPO
           MOVE 1      TO WS-SUB-POS
           COMPUTE WS-TAM-AUX =
               FUNCTION LENGTH (FUNCTION TRIM (WS-CHAVE))
           STRING '0014' 'BR.GOV.BCB.PIX' '01' WS-TAM-AUX
                  WS-CHAVE (1:WS-TAM-AUX)
               DELIMITED BY SIZE
               INTO WS-SUBCAMPO WITH POINTER WS-SUB-POS
           END-STRING
           MOVE '26'   TO WS-CAMPO-ID
           MOVE WS-SUBCAMPO TO WS-CAMPO-VALOR
           COMPUTE WS-CAMPO-TAM = WS-SUB-POS - 1
           PERFORM P300-ACRESCENTAR-CAMPO

           MOVE '52'   TO WS-CAMPO-ID
           MOVE '0000' TO WS-CAMPO-VALOR
           MOVE 4      TO WS-CAMPO-TAM
           PERFORM P300-ACRESCENTAR-CAMPO

           MOVE '53'   TO WS-CAMPO-ID
           MOVE '986'  TO WS-CAMPO-VALOR
           MOVE 3      TO WS-CAMPO-TAM
           PERFORM P300-ACRESCENTAR-CAMPO

           MOVE WS-PIX-VALOR TO WS-VALOR-EDIT
           MOVE FUNCTION TRIM (WS-VALOR-EDIT) TO WS-VALOR-TEXTO
           MOVE '54'   TO WS-CAMPO-ID
           MOVE WS-VALOR-TEXTO TO WS-CAMPO-VALOR
           COMPUTE WS-CAMPO-TAM =
               FUNCTION LENGTH (FUNCTION TRIM (WS-VALOR-TEXTO))
           PERFORM P300-ACRESCENTAR-CAMPO

           MOVE '58'   TO WS-CAMPO-ID
           MOVE 'BR'   TO WS-CAMPO-VALOR
           MOVE 2      TO WS-CAMPO-TAM
           PERFORM P300-ACRESCENTAR-CAMPO

           MOVE '59'   TO WS-CAMPO-ID
           MOVE WS-NOME-RECEBEDOR TO WS-CAMPO-VALOR
           COMPUTE WS-CAMPO-TAM =
               FUNCTION LENGTH (FUNCTION TRIM (WS-NOME-RECEBEDOR))
           PERFORM P300-ACRESCENTAR-CAMPO

           MOVE '60'   TO WS-CAMPO-ID
           MOVE WS-CIDADE TO WS-CAMPO-VALOR
           COMPUTE WS-CAMPO-TAM =
               FUNCTION LENGTH (FUNCTION TRIM (WS-CIDADE))
           PERFORM P300-ACRESCENTAR-CAMPO

           MOVE SPACES TO WS-SUBCAMPO
           MOVE 1      TO WS-SUB-POS
           COMPUTE WS-TAM-AUX =
               FUNCTION LENGTH (FUNCTION TRIM (WS-PIX-TXID))
           STRING '05' WS-TAM-AUX WS-PIX-TXID (1:WS-TAM-AUX)
               DELIMITED BY SIZE
               INTO WS-SUBCAMPO WITH POINTER WS-SUB-POS
           END-STRING
           MOVE '62'   TO WS-CAMPO-ID
           MOVE WS-SUBCAMPO TO WS-CAMPO-VALOR
           COMPUTE WS-CAMPO-TAM = WS-SUB-POS - 1
           PERFORM P300-ACRESCENTAR-CAMPO

      * O CRC cobre o payload inteiro inclusive o ID e o tamanho do
      * proprio campo 63.
           STRING '6304' DELIMITED BY SIZE
               INTO WS-PAYLOAD WITH POINTER WS-POS
           END-STRING
           .

       P300-ACRESCENTAR-CAMPO.

           STRING WS-CAMPO-ID WS-CAMPO-TAM
                  WS-CAMPO-VALOR (1:WS-CAMPO-TAM)
               DELIMITED BY SIZE
               INTO WS-PAYLOAD WITH POINTER WS-POS
           END-STRING
           .

      ******************************************************************
      * P400-CALCULAR-CRC
      * CRC16-CCITT sobre o payload montado: cada byte entra nos oito
      * bits altos do registrador (ou-exclusivo bit a bit) e o
      * registrador desloca oito vezes, aplicando o polinomio 1021
      * (bits 4, 11 e 16) quando o bit que sai e um. Os quatro
      * digitos hexadecimais fecham o campo 63.
      ******************************************************************
       P400-CALCULAR-CRC.

           MOVE ALL '1' TO WS-CRC-REGISTRO
           COMPUTE WS-TAM-CRC = WS-POS - 1

           PERFORM P410-PROCESSAR-BYTE
               VARYING WS-IDX-BYTE FROM 1 BY 1
                 UNTIL WS-IDX-BYTE > WS-TAM-CRC

           PERFORM P450-CONVERTER-NIBBLE
               VARYING WS-IDX-NIBBLE FROM 1 BY 1
                 UNTIL WS-IDX-NIBBLE > 4

           STRING WS-CRC-HEXA DELIMITED BY SIZE
               INTO WS-PAYLOAD WITH POINTER WS-POS
           END-STRING
           .

       P410-PROCESSAR-BYTE.

           COMPUTE WS-BYTE-VALOR =
               FUNCTION ORD (WS-PAYLOAD (WS-IDX-BYTE:1)) - 1

           PERFORM P420-DECOMPOR-BIT
               VARYING WS-IDX-BIT FROM 8 BY -1
                 UNTIL WS-IDX-BIT < 1

           PERFORM P425-COMBINAR-BIT
               VARYING WS-IDX-BIT FROM 1 BY 1
                 UNTIL WS-IDX-BIT > 8

           PERFORM P430-DESLOCAR-REGISTRO 8 TIMES
           .

       P420-DECOMPOR-BIT.

           DIVIDE WS-BYTE-VALOR BY 2
               GIVING WS-BYTE-VALOR
               REMAINDER WS-BYTE-BIT (WS-IDX-BIT)
           .

       P425-COMBINAR-BIT.

           IF WS-BYTE-BIT (WS-IDX-BIT) = 1
               COMPUTE WS-CRC-BIT (WS-IDX-BIT) =
                   1 - WS-CRC-BIT (WS-IDX-BIT)
           END-IF
           .

       P430-DESLOCAR-REGISTRO.

           MOVE WS-CRC-BIT (1) TO WS-BIT-TOPO

           PERFORM P435-MOVER-BIT
               VARYING WS-IDX-DESLOC FROM 1 BY 1
                 UNTIL WS-IDX-DESLOC > 15
           MOVE 0 TO WS-CRC-BIT (16)

           IF WS-BIT-TOPO = 1
               COMPUTE WS-CRC-BIT (4)  = 1 - WS-CRC-BIT (4)
               COMPUTE WS-CRC-BIT (11) = 1 - WS-CRC-BIT (11)
               COMPUTE WS-CRC-BIT (16) = 1 - WS-CRC-BIT (16)
           END-IF
           .

       P435-MOVER-BIT.

           MOVE WS-CRC-BIT (WS-IDX-DESLOC + 1)
             TO WS-CRC-BIT (WS-IDX-DESLOC)
           .

       P450-CONVERTER-NIBBLE.

           COMPUTE WS-NIBBLE =
               WS-CRC-BIT (WS-IDX-NIBBLE * 4 - 3) * 8
             + WS-CRC-BIT (WS-IDX-NIBBLE * 4 - 2) * 4
             + WS-CRC-BIT (WS-IDX-NIBBLE * 4 - 1) * 2
             + WS-CRC-BIT (WS-IDX-NIBBLE * 4)

           MOVE WS-HEXA (WS-NIBBLE + 1:1)
             TO WS-CRC-HEXA (WS-IDX-NIBBLE:1)
           .

       END PROGRAM PIXGEN01.
