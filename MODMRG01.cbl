      ******************************************************************
      * Author: EDUARDO SOUZA
      * Date: 15/10/2026
      * Purpose: MODMRG01 - correspondence template merge service:
      *          finds the CARTAMOD version of a letter type and stage
      *          in force on the caller's date (the latest effective
      *          date not after it) and returns its lines with every
      *          placeholder filled from the letter data in MODPARM
      *          -- the wording of the dunning letters, the renewal
      *          and readjustment notices and the debt-discharge
      *          declaration lives in the template file, maintained
      *          by MODMNT01, instead of inside each program. No
      *          version in force answers 10 and the caller keeps its
      *          own standard text. Also validates a template line's
      *          placeholders for MODMNT01.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Added the {ALTERACOES} placeholder: the fields a
      *             master change touched, for the change-confirmation
      *             notice.
      * 15/10/2026  First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODMRG01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARTA-MODELO
                                      ASSIGN TO "CARTAMOD"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS CA-CHAVE
                                      FILE STATUS IS WS-MODELO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTA-MODELO.
           COPY CARTAMOD.

       WORKING-STORAGE SECTION.
       77 WS-MODELO-STATUS                   PIC X(02) VALUE '00'.
       77 WS-IDX-TIPO                        PIC 9(02) VALUE ZEROS.
       77 WS-IDX-LIN                         PIC 9(02) VALUE ZEROS.
       77 WS-IDX-CAR                         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-FECHA                       PIC 9(03) VALUE ZEROS.
       77 WS-POS-FECHA                       PIC 9(03) VALUE ZEROS.
       77 WS-POS-SAIDA                       PIC 9(03) VALUE ZEROS.
       77 WS-TAM-TEXTO                       PIC 9(03) VALUE ZEROS.
       77 WS-TAM-VALOR                       PIC 9(03) VALUE ZEROS.
       77 WS-TAM-MARCADOR                    PIC 9(02) VALUE ZEROS.
       77 WS-MARCADOR                        PIC X(12) VALUE SPACES.
       77 WS-VALOR-SUBST                     PIC X(100) VALUE SPACES.
       77 WS-TEXTO-ATUAL                     PIC X(120) VALUE SPACES.
       77 WS-SAIDA                           PIC X(240) VALUE SPACES.

       01 WS-SWITCHES.
           03 WS-ABERTO-SW                   PIC X(01) VALUE 'N'.
              88 ARQUIVO-ABERTO                   VALUE 'S' FALSE 'N'.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-MODELOS                      VALUE 'S' FALSE 'N'.
           03 WS-TIPO-SW                     PIC X(01) VALUE 'N'.
              88 TIPO-LOCALIZADO                  VALUE 'S' FALSE 'N'.
           03 WS-MARCADOR-SW                 PIC X(01) VALUE 'N'.
              88 MARCADOR-CONHECIDO               VALUE 'S' FALSE 'N'.
           03 WS-DESCONHECIDO-SW             PIC X(01) VALUE 'N'.
              88 HOUVE-DESCONHECIDO               VALUE 'S' FALSE 'N'.
           03 WS-ESTOURO-SW                  PIC X(01) VALUE 'N'.
              88 SAIDA-ESTOURADA                  VALUE 'S' FALSE 'N'.

      * Ultima versao carregada: tipo, estagio e data de referencia da
      * consulta e as linhas da versao em vigor nela. Uma execucao
      * emite centenas de cartas do mesmo modelo -- o CARTAMOD so e
      * relido quando a consulta muda.
       01 WS-CACHE.
           03 WS-CACHE-CHAVE.
              05 WS-CACHE-TIPO-CARTA         PIC X(08) VALUE SPACES.
              05 WS-CACHE-ESTAGIO            PIC 9(02) VALUE ZEROS.
              05 WS-CACHE-DATA-REF           PIC 9(08) VALUE ZEROS.
           03 WS-CACHE-VIGENCIA              PIC 9(08) VALUE ZEROS.
           03 WS-CACHE-QTD                   PIC 9(02) VALUE ZEROS.
           03 WS-CACHE-LINHA                 PIC X(120)
                                             OCCURS 5 TIMES.

       01 WS-CONSULTA-CHAVE.
           03 WS-CNS-TIPO-CARTA              PIC X(08).
           03 WS-CNS-ESTAGIO                 PIC 9(02).
           03 WS-CNS-DATA-REF                PIC 9(08).

      * Datas aaaammdd impressas dd/mm/aaaa.
       01 WS-DATA-AUX                        PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           03 WS-DAX-AAAA                    PIC 9(04).
           03 WS-DAX-MM                      PIC 9(02).
           03 WS-DAX-DD                      PIC 9(02).
       01 WS-DATA-FMT.
           03 WS-DFM-DD                      PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-DFM-MM                      PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-DFM-AAAA                    PIC 9(04).

       01 WS-EDICAO.
           03 WS-EDIT-VALOR                  PIC ZZZ,ZZZ,ZZ9.99.
           03 WS-EDIT-QTD                    PIC ZZZZ9.
           03 WS-EDIT-PERC                   PIC ZZ9.99.

           COPY MODTIPOS.

       LINKAGE SECTION.
           COPY MODPARM.

       PROCEDURE DIVISION USING WS-MODMRG-PARM.

       P000-DESPACHAR.

           EVALUATE TRUE
               WHEN MOD-MESCLAR
                   PERFORM P100-MESCLAR-MODELO
               WHEN MOD-VALIDAR
                   PERFORM P500-VALIDAR-TEXTO
               WHEN MOD-ENCERRAR
                   PERFORM P900-ENCERRAR
               WHEN OTHER
                   MOVE 40 TO WS-MOD-RETORNO
           END-EVALUATE

           GOBACK.

      ******************************************************************
      * P050-LOCALIZAR-TIPO
      * Tipo e estagio precisam estar no MODTIPOS, que tambem da a
      * largura da linha no layout da carta e quantas linhas cabem.
      ******************************************************************
       P050-LOCALIZAR-TIPO.

           SET TIPO-LOCALIZADO TO FALSE
           MOVE ZEROS TO WS-MOD-LARGURA
                         WS-MOD-MAX-LINHAS

           PERFORM P055-COMPARAR-TIPO
               VARYING WS-IDX-TIPO FROM 1 BY 1
                 UNTIL WS-IDX-TIPO > WS-QTD-MODELOS
                    OR TIPO-LOCALIZADO
           .

       P055-COMPARAR-TIPO.

           IF WS-MDL-TIPO-CARTA (WS-IDX-TIPO) = WS-MOD-TIPO-CARTA
              AND WS-MDL-ESTAGIO (WS-IDX-TIPO) = WS-MOD-ESTAGIO
               SET TIPO-LOCALIZADO TO TRUE
               MOVE WS-MDL-LARGURA (WS-IDX-TIPO) TO WS-MOD-LARGURA
               MOVE WS-MDL-MAX-LINHAS (WS-IDX-TIPO)
                                             TO WS-MOD-MAX-LINHAS
           END-IF
           .

      ******************************************************************
      * P100-MESCLAR-MODELO
      * Devolve as linhas da versao em vigor na data de referencia,
      * marcadores preenchidos. Linha que passa da largura da carta
      * sai cortada e o retorno 20 avisa.
      ******************************************************************
       P100-MESCLAR-MODELO.

           MOVE ZEROS  TO WS-MOD-QTD-LINHAS
                          WS-MOD-VIGENCIA
           MOVE SPACES TO WS-MOD-CAMPO-ERRO
           SET HOUVE-DESCONHECIDO TO FALSE
           PERFORM P110-LIMPAR-LINHA
               VARYING WS-IDX-LIN FROM 1 BY 1
                 UNTIL WS-IDX-LIN > 5

           PERFORM P050-LOCALIZAR-TIPO

           IF NOT TIPO-LOCALIZADO
               MOVE 40 TO WS-MOD-RETORNO
           ELSE
               MOVE WS-MOD-TIPO-CARTA TO WS-CNS-TIPO-CARTA
               MOVE WS-MOD-ESTAGIO    TO WS-CNS-ESTAGIO
               MOVE WS-MOD-DATA-REF   TO WS-CNS-DATA-REF
               IF WS-CONSULTA-CHAVE NOT = WS-CACHE-CHAVE
                   PERFORM P200-CARREGAR-VERSAO
               END-IF

               IF WS-CACHE-QTD = ZEROS
                   MOVE 10 TO WS-MOD-RETORNO
               ELSE
                   MOVE 00                TO WS-MOD-RETORNO
                   MOVE WS-CACHE-VIGENCIA TO WS-MOD-VIGENCIA
                   IF WS-CACHE-QTD > WS-MOD-MAX-LINHAS
                       MOVE WS-MOD-MAX-LINHAS TO WS-MOD-QTD-LINHAS
                   ELSE
                       MOVE WS-CACHE-QTD      TO WS-MOD-QTD-LINHAS
                   END-IF
                   PERFORM P300-MESCLAR-LINHA
                       VARYING WS-IDX-LIN FROM 1 BY 1
                         UNTIL WS-IDX-LIN > WS-MOD-QTD-LINHAS
               END-IF
           END-IF
           .

       P110-LIMPAR-LINHA.

           MOVE SPACES TO WS-MOD-LINHA (WS-IDX-LIN)
           .

      ******************************************************************
      * P200-CARREGAR-VERSAO
      * Percorre as linhas do tipo e estagio em ordem de vigencia ate
      * a data de referencia: cada vigencia nova substitui a anterior,
      * e a ultima lida e a versao em vigor. CARTAMOD ausente deixa o
      * cache vazio -- retorno 10 em toda consulta.
      ******************************************************************
       P200-CARREGAR-VERSAO.

           MOVE WS-CONSULTA-CHAVE TO WS-CACHE-CHAVE
           MOVE ZEROS             TO WS-CACHE-VIGENCIA
                                     WS-CACHE-QTD

           IF NOT ARQUIVO-ABERTO
               OPEN INPUT CARTA-MODELO
               SET ARQUIVO-ABERTO TO TRUE
           END-IF

           MOVE WS-CNS-TIPO-CARTA TO CA-TIPO-CARTA
           MOVE WS-CNS-ESTAGIO    TO CA-ESTAGIO
           MOVE ZEROS             TO CA-DATA-VIGENCIA
                                     CA-LINHA
           SET FIM-MODELOS TO FALSE

           START CARTA-MODELO KEY >= CA-CHAVE
               INVALID KEY
                   SET FIM-MODELOS TO TRUE
           END-START

           PERFORM P210-LER-LINHA-MODELO
               UNTIL FIM-MODELOS
           .

       P210-LER-LINHA-MODELO.

           READ CARTA-MODELO NEXT RECORD
               AT END
                   SET FIM-MODELOS TO TRUE
               NOT AT END
                   IF CA-TIPO-CARTA NOT = WS-CNS-TIPO-CARTA
                      OR CA-ESTAGIO NOT = WS-CNS-ESTAGIO
                      OR CA-DATA-VIGENCIA > WS-CNS-DATA-REF
                       SET FIM-MODELOS TO TRUE
                   ELSE
                       PERFORM P220-GUARDAR-LINHA
                   END-IF
           END-READ
           .

       P220-GUARDAR-LINHA.

           IF CA-DATA-VIGENCIA NOT = WS-CACHE-VIGENCIA
               MOVE CA-DATA-VIGENCIA TO WS-CACHE-VIGENCIA
               MOVE ZEROS            TO WS-CACHE-QTD
               PERFORM P225-LIMPAR-CACHE
                   VARYING WS-IDX-LIN FROM 1 BY 1
                     UNTIL WS-IDX-LIN > 5
           END-IF

           IF CA-LINHA >= 1 AND CA-LINHA <= 5
               MOVE CA-TEXTO TO WS-CACHE-LINHA (CA-LINHA)
               IF CA-LINHA > WS-CACHE-QTD
                   MOVE CA-LINHA TO WS-CACHE-QTD
               END-IF
           END-IF
           .

       P225-LIMPAR-CACHE.

           MOVE SPACES TO WS-CACHE-LINHA (WS-IDX-LIN)
           .

       P300-MESCLAR-LINHA.

           MOVE WS-CACHE-LINHA (WS-IDX-LIN) TO WS-TEXTO-ATUAL
           PERFORM P400-SUBSTITUIR-MARCADORES

           MOVE WS-SAIDA (1:WS-MOD-LARGURA)
                                     TO WS-MOD-LINHA (WS-IDX-LIN)
           IF SAIDA-ESTOURADA
              OR WS-SAIDA (WS-MOD-LARGURA + 1:) NOT = SPACES
               MOVE 20 TO WS-MOD-RETORNO
           END-IF
           .

      ******************************************************************
      * P400-SUBSTITUIR-MARCADORES
      * Copia WS-TEXTO-ATUAL para WS-SAIDA caractere a caractere; um
      * nome entre chaves (ate doze posicoes) e trocado pelo valor do
      * dado correspondente, sem os brancos das pontas. Nome que nao e
      * marcador conhecido passa como esta, chaves inclusive.
      ******************************************************************
       P400-SUBSTITUIR-MARCADORES.

           MOVE SPACES TO WS-SAIDA
           MOVE 1      TO WS-POS-SAIDA
           SET SAIDA-ESTOURADA TO FALSE

           IF WS-TEXTO-ATUAL = SPACES
               MOVE ZEROS TO WS-TAM-TEXTO
           ELSE
               COMPUTE WS-TAM-TEXTO =
                   FUNCTION LENGTH
                       (FUNCTION TRIM (WS-TEXTO-ATUAL TRAILING))
           END-IF

           MOVE 1 TO WS-IDX-CAR
           PERFORM P410-TRATAR-CARACTERE
               UNTIL WS-IDX-CAR > WS-TAM-TEXTO
           .

       P410-TRATAR-CARACTERE.

           IF WS-TEXTO-ATUAL (WS-IDX-CAR:1) = '{'
               PERFORM P420-LER-MARCADOR
           ELSE
               PERFORM P450-COPIAR-CARACTERE
           END-IF
           .

       P420-LER-MARCADOR.

           MOVE ZEROS TO WS-POS-FECHA

           PERFORM P425-PROCURAR-FECHA
               VARYING WS-IDX-FECHA FROM WS-IDX-CAR BY 1
                 UNTIL WS-IDX-FECHA >= WS-TAM-TEXTO
                    OR WS-IDX-FECHA > WS-IDX-CAR + 12
                    OR WS-POS-FECHA > ZEROS

           IF WS-POS-FECHA = ZEROS
              OR WS-POS-FECHA = WS-IDX-CAR + 1
               PERFORM P450-COPIAR-CARACTERE
           ELSE
               COMPUTE WS-TAM-MARCADOR = WS-POS-FECHA - WS-IDX-CAR - 1
               MOVE SPACES TO WS-MARCADOR
               MOVE WS-TEXTO-ATUAL (WS-IDX-CAR + 1:WS-TAM-MARCADOR)
                                     TO WS-MARCADOR
               PERFORM P430-VALOR-DO-MARCADOR
               IF MARCADOR-CONHECIDO
                   PERFORM P440-ACRESCENTAR-VALOR
                   COMPUTE WS-IDX-CAR = WS-POS-FECHA + 1
               ELSE
                   IF NOT HOUVE-DESCONHECIDO
                       SET HOUVE-DESCONHECIDO TO TRUE
                       MOVE WS-MARCADOR TO WS-MOD-CAMPO-ERRO
                   END-IF
                   PERFORM P450-COPIAR-CARACTERE
               END-IF
           END-IF
           .

       P425-PROCURAR-FECHA.

           IF WS-TEXTO-ATUAL (WS-IDX-FECHA + 1:1) = '}'
               COMPUTE WS-POS-FECHA = WS-IDX-FECHA + 1
           END-IF
           .

      ******************************************************************
      * P430-VALOR-DO-MARCADOR
      * Os marcadores que um modelo pode usar. Datas saem dd/mm/aaaa,
      * valores editados; a data de referencia da consulta (a data de
      * processamento do chamador) responde por {DATA}.
      ******************************************************************
       P430-VALOR-DO-MARCADOR.

           SET MARCADOR-CONHECIDO TO TRUE
           MOVE SPACES TO WS-VALOR-SUBST

           EVALUATE WS-MARCADOR
               WHEN 'NOME'
                   MOVE FUNCTION TRIM (WS-MOD-NOME)
                                     TO WS-VALOR-SUBST
               WHEN 'DOCUMENTO'
                   MOVE FUNCTION TRIM (WS-MOD-DOCUMENTO)
                                     TO WS-VALOR-SUBST
               WHEN 'CLIENTE'
                   MOVE WS-MOD-NUM-CLIENTE TO WS-VALOR-SUBST
               WHEN 'FATURAS'
                   MOVE FUNCTION TRIM (WS-MOD-FATURAS)
                                     TO WS-VALOR-SUBST
               WHEN 'QTD'
                   MOVE WS-MOD-QTD    TO WS-EDIT-QTD
                   MOVE FUNCTION TRIM (WS-EDIT-QTD)
                                     TO WS-VALOR-SUBST
               WHEN 'TOTAL'
                   MOVE WS-MOD-TOTAL  TO WS-EDIT-VALOR
                   MOVE FUNCTION TRIM (WS-EDIT-VALOR)
                                     TO WS-VALOR-SUBST
               WHEN 'VENCTO'
                   MOVE WS-MOD-VENCTO TO WS-DATA-AUX
                   PERFORM P460-FORMATAR-DATA
               WHEN 'DIAS'
                   MOVE WS-MOD-DIAS   TO WS-EDIT-QTD
                   MOVE FUNCTION TRIM (WS-EDIT-QTD)
                                     TO WS-VALOR-SUBST
               WHEN 'CONTRATO'
                   MOVE WS-MOD-CONTRATO TO WS-VALOR-SUBST
               WHEN 'VALOR'
                   MOVE WS-MOD-VALOR  TO WS-EDIT-VALOR
                   MOVE FUNCTION TRIM (WS-EDIT-VALOR)
                                     TO WS-VALOR-SUBST
               WHEN 'VALORNOVO'
                   MOVE WS-MOD-VALOR-NOVO TO WS-EDIT-VALOR
                   MOVE FUNCTION TRIM (WS-EDIT-VALOR)
                                     TO WS-VALOR-SUBST
               WHEN 'PERCENTUAL'
                   MOVE WS-MOD-PERCENTUAL TO WS-EDIT-PERC
                   MOVE FUNCTION TRIM (WS-EDIT-PERC)
                                     TO WS-VALOR-SUBST
               WHEN 'INDICE'
                   MOVE FUNCTION TRIM (WS-MOD-INDICE)
                                     TO WS-VALOR-SUBST
               WHEN 'DATAFIM'
                   MOVE WS-MOD-DATA-FIM TO WS-DATA-AUX
                   PERFORM P460-FORMATAR-DATA
               WHEN 'VIGENCIA'
                   MOVE WS-MOD-DATA-VIGENCIA TO WS-DATA-AUX
                   PERFORM P460-FORMATAR-DATA
               WHEN 'ANO'
                   MOVE WS-MOD-ANO    TO WS-VALOR-SUBST
               WHEN 'ALTERACOES'
                   MOVE FUNCTION TRIM (WS-MOD-ALTERACOES)
                                     TO WS-VALOR-SUBST
               WHEN 'DATA'
                   MOVE WS-MOD-DATA-REF TO WS-DATA-AUX
                   PERFORM P460-FORMATAR-DATA
               WHEN OTHER
                   SET MARCADOR-CONHECIDO TO FALSE
           END-EVALUATE
           .

       P440-ACRESCENTAR-VALOR.

           IF WS-VALOR-SUBST = SPACES
               MOVE ZEROS TO WS-TAM-VALOR
           ELSE
               COMPUTE WS-TAM-VALOR =
                   FUNCTION LENGTH
                       (FUNCTION TRIM (WS-VALOR-SUBST TRAILING))
           END-IF

           IF WS-TAM-VALOR > ZEROS
               IF WS-POS-SAIDA + WS-TAM-VALOR - 1 > 240
                   SET SAIDA-ESTOURADA TO TRUE
               ELSE
                   MOVE WS-VALOR-SUBST (1:WS-TAM-VALOR)
                     TO WS-SAIDA (WS-POS-SAIDA:WS-TAM-VALOR)
                   ADD WS-TAM-VALOR TO WS-POS-SAIDA
               END-IF
           END-IF
           .

       P450-COPIAR-CARACTERE.

           IF WS-POS-SAIDA > 240
               SET SAIDA-ESTOURADA TO TRUE
           ELSE
               MOVE WS-TEXTO-ATUAL (WS-IDX-CAR:1)
                                     TO WS-SAIDA (WS-POS-SAIDA:1)
               ADD 1 TO WS-POS-SAIDA
           END-IF

           ADD 1 TO WS-IDX-CAR
           .

       P460-FORMATAR-DATA.

           IF WS-DATA-AUX = ZEROS
               MOVE SPACES TO WS-VALOR-SUBST
           ELSE
               MOVE WS-DAX-DD   TO WS-DFM-DD
               MOVE WS-DAX-MM   TO WS-DFM-MM
               MOVE WS-DAX-AAAA TO WS-DFM-AAAA
               MOVE WS-DATA-FMT TO WS-VALOR-SUBST
           END-IF
           .

      ******************************************************************
      * P500-VALIDAR-TEXTO
      * Verificacao da manutencao: tipo e estagio conhecidos e nenhum
      * marcador fora da lista -- um {NOMEE} digitado errado sairia
      * impresso como esta na carta do cliente.
      ******************************************************************
       P500-VALIDAR-TEXTO.

           MOVE SPACES TO WS-MOD-CAMPO-ERRO
           SET HOUVE-DESCONHECIDO TO FALSE

           PERFORM P050-LOCALIZAR-TIPO

           IF NOT TIPO-LOCALIZADO
               MOVE 40 TO WS-MOD-RETORNO
           ELSE
               MOVE WS-MOD-TEXTO TO WS-TEXTO-ATUAL
               PERFORM P400-SUBSTITUIR-MARCADORES
               IF HOUVE-DESCONHECIDO
                   MOVE 30 TO WS-MOD-RETORNO
               ELSE
                   MOVE 00 TO WS-MOD-RETORNO
               END-IF
           END-IF
           .

       P900-ENCERRAR.

           IF ARQUIVO-ABERTO
               CLOSE CARTA-MODELO
               SET ARQUIVO-ABERTO TO FALSE
           END-IF

           MOVE SPACES TO WS-CACHE-CHAVE
           MOVE 00     TO WS-MOD-RETORNO
           .

       END PROGRAM MODMRG01.
