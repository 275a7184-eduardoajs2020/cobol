      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  The run date is now the processing date, not the
      *             system clock: at the start of each business date the
      *             driver writes the DATAPROC control record (current,
      *             previous and next business dates from HOLCAL,
      *             month-end flag) that every program reads through
      *             DTPROC01, and the calendar eligibility of the steps
      *             follows it. A run that starts before noon belongs to
      *             the previous day. Missed business dates since the
      *             last closed one (a weekend outage) run one after the
      *             other, each its own chain; a failed date stays open
      *             and the rerun resumes it. DTREPROC asks for a rerun
      *             of a past business date (RC 9002 when refused). Each
      *             step is CANCELled after its CALL so the next date
      *             starts it fresh.
      * 15/10/2026  Pre-flight input check: before the first step every
      *             input the SCHEDENT declarations list for the steps
      *             of this run is checked -- present, not empty and,
      *             when declared with a header, carrying the HDRCTL
      *             generation GENCHK01 expects. Awaited feeds are
      *             re-checked every minute until their deadline; a step
      *             whose input is still missing is logged FEED in
      *             BATCHLOG and skipped (its dependents DEPEN), and the
      *             run ends RC 4. Every arrival (on time, late,
      *             missing) goes to FEEDLOG for FEEDRPT01.
      * 03/09/2026  The SCHEDULE step list gained a run-frequency
      *             column: 'D' (or blank) runs nightly, 'W' plus a
      *             weekday digit runs weekly, 'M' runs only on the
                                      ASSIGN TO "HOLCAL"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SCHED-ENTRADAS
                                      ASSIGN TO "SCHEDENT"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEED-FILE          ASSIGN TO WS-NOME-FEED
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FEED-STATUS.

           SELECT OPTIONAL FEED-LOG  ASSIGN TO "FEEDLOG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DATA-PROC ASSIGN TO "DATAPROC"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REPROC-PARM
                                      ASSIGN TO "DTREPROC"
                                      ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-CKP.
           03 HC-UF                          PIC X(02).
           03 HC-DATA                        PIC 9(08).

      * Entradas que cada passo da grade declara: o arquivo, a origem
      * (banco, fornecedor, sistema), se traz o cabecalho HDRCTL e com
      * que nome de feed o GENCTL controla a geracao, se o driver
      * aguarda o arquivo e ate que hora (HHMMSS).
       FD  SCHED-ENTRADAS.
       01  SCHED-ENTRADAS-REC.
           03 SE-PROGRAMA                     PIC X(20).
           03 SE-ARQUIVO                      PIC X(08).
           03 SE-ORIGEM                       PIC X(08).
           03 SE-CABECALHO                    PIC X(01).
           03 SE-FEED                         PIC X(08).
           03 SE-AGUARDAR                     PIC X(01).
           03 SE-HORA-LIMITE                  PIC 9(06).

      * Arquivo de entrada sob conferencia: so o primeiro registro
      * interessa (o cabecalho, quando declarado).
       FD  FEED-FILE.
       01  FEED-FILE-REC.
           COPY HDRCTL.

       FD  FEED-LOG.
           COPY FEEDLOG.

      * Data de processamento da cadeia, avancada aqui e lida pelos
      * programas via DTPROC01.
       FD  DATA-PROC.
           COPY DATAPROC.

      * Pedido do operador para reprocessar uma data util passada.
       FD  REPROC-PARM.
       01  REPROC-PARM-REC.
           03 RP-DATA                         PIC 9(08).

       FD  BATCH-LOG.
       01  BATCH-LOG-REC.
           03 BL-GERACAO                      PIC 9(06).
              88 CANDIDATO-UTIL       VALUE 'S' FALSE 'N'.
           03 WS-ELEGIVEL-SW    PIC X(01) VALUE 'S'.
              88 PASSO-ELEGIVEL       VALUE 'S' FALSE 'N'.

      * Datas de processamento: a data util em processamento (em
      * WS-DATA-HOJE-INT, a data que o calendario da grade avalia), a
      * anterior e a proxima, o fim de mes, a ultima data da sequencia
      * normal ja fechada e a data limite desta execucao -- o ultimo
      * dia util ate a data de referencia. A referencia e a data do
      * relogio, ou a vespera quando o batch parte antes do meio-dia
      * (a cadeia que passou da meia-noite ainda e a da noite
      * anterior). Entre a ultima fechada e o limite, cada data util
      * perdida roda em sequencia.
       77 WS-DIAS-PROCESSO      PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-LIMITE        PIC 9(07) VALUE ZEROS.
       77 WS-DATA-ANTERIOR      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-PROXIMA       PIC 9(08) VALUE ZEROS.
       77 WS-FIM-MES            PIC X(01) VALUE 'N'.
       77 WS-ULTIMA-FECHADA     PIC 9(08) VALUE ZEROS.
       77 WS-DATA-REPROC        PIC 9(08) VALUE ZEROS.
       77 WS-HH-VIRADA          PIC 9(02) VALUE 12.
       77 WS-DATAS-PROCESSADAS  PIC 9(03) VALUE ZEROS.

       01 WS-FLAGS-DATA-PROC.
           03 WS-ORIGEM-DATA    PIC X(01) VALUE 'C'.
              88 DATA-CALENDARIO       VALUE 'C'.
              88 DATA-REPROCESSADA     VALUE 'R'.
           03 WS-CONTROLE-SW    PIC X(01) VALUE 'N'.
              88 CONTROLE-LIDO         VALUE 'S' FALSE 'N'.
           03 WS-ABERTA-SW      PIC X(01) VALUE 'N'.
              88 DATA-EM-ABERTO        VALUE 'S' FALSE 'N'.
           03 WS-REPROC-SW      PIC X(01) VALUE 'N'.
              88 REPROC-PEDIDO         VALUE 'S' FALSE 'N'.
       77 WS-COD-RETORNO        PIC 9(03) VALUE ZEROS.
       77 WS-DEP-PROCURADA      PIC X(20) VALUE SPACES.
       77 WS-SUB-DEP            PIC 9(02) VALUE ZEROS.
           03 WS-REGR-SW        PIC X(01) VALUE 'N'.
              88 MODO-REGRESSAO        VALUE 'S' FALSE 'N'.

      * Conferencia das entradas antes do primeiro passo: as
      * declaracoes de SCHEDENT que valem nesta execucao (passo
      * habilitado, elegivel pelo calendario e nao concluido numa
      * execucao anterior), com a situacao de cada uma -- 'P'
      * pendente, 'N' no prazo, 'A' atrasada, 'F' faltante, 'X' fora
      * desta execucao. Um arquivo declarado por mais de um passo e
      * conferido uma vez so; as outras declaracoes apontam para a
      * primeira.
       77 WS-TOT-ENTRADAS       PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ENT            PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ENT-2          PIC 9(03) VALUE ZEROS.
       77 WS-POS-ENT            PIC 9(03) VALUE ZEROS.
       77 WS-POS-PASSO          PIC 9(02) VALUE ZEROS.
       01 WS-TAB-ENTRADAS.
           03 WS-ENTRADA OCCURS 0 TO 100 TIMES
                         DEPENDING ON WS-TOT-ENTRADAS.
              05 WS-ENT-PROGRAMA              PIC X(20).
              05 WS-ENT-ARQUIVO               PIC X(08).
              05 WS-ENT-ORIGEM                PIC X(08).
              05 WS-ENT-CABECALHO             PIC X(01).
              05 WS-ENT-FEED                  PIC X(08).
              05 WS-ENT-AGUARDAR              PIC X(01).
              05 WS-ENT-HORA-LIMITE           PIC 9(06).
              05 WS-ENT-SEG-LIMITE            PIC 9(07).
              05 WS-ENT-PRIMEIRA              PIC 9(03).
              05 WS-ENT-SITUACAO              PIC X(01).
                 88 ENT-PENDENTE                  VALUE 'P'.
                 88 ENT-NO-PRAZO                  VALUE 'N'.
                 88 ENT-ATRASADA                  VALUE 'A'.
                 88 ENT-FALTANTE                  VALUE 'F'.
                 88 ENT-FORA-DA-EXECUCAO          VALUE 'X'.
                 88 ENT-CHEGOU                    VALUES 'N' 'A'.
              05 WS-ENT-HORA-CHEGADA          PIC 9(06).
              05 WS-ENT-MOTIVO                PIC X(30).

       77 WS-NOME-FEED          PIC X(08) VALUE SPACES.
       77 WS-FEED-STATUS        PIC X(02) VALUE '00'.
       77 WS-MOTIVO-FEED        PIC X(30) VALUE SPACES.
       77 WS-PENDENTES          PIC 9(03) VALUE ZEROS.
       77 WS-FALTANTES          PIC 9(03) VALUE ZEROS.
       77 WS-CONFERENCIAS       PIC 9(05) VALUE ZEROS.

      * Um minuto entre as conferencias de um feed aguardado; um
      * prazo mais de 12 horas depois da partida do batch e um prazo
      * que ja passou (o batch partiu atrasado), nao o do dia
      * seguinte.
       77 WS-INTERVALO-ESPERA   PIC 9(04) VALUE 60.
       77 WS-MAX-ESPERA-SEG     PIC 9(07) VALUE 43200.

       01 WS-HORA-RELOGIO.
           03 WS-HRE-HH         PIC 9(02) VALUE ZEROS.
           03 WS-HRE-MM         PIC 9(02) VALUE ZEROS.
           03 WS-HRE-SS         PIC 9(02) VALUE ZEROS.
       77 WS-SEG-RELOGIO        PIC 9(07) VALUE ZEROS.

       01 WS-FLAGS-ENTRADAS.
           03 WS-SEN-EOF        PIC X(01) VALUE 'N'.
              88 FIM-SCHEDENT          VALUE 'S' FALSE 'N'.
           03 WS-PRIMEIRA-SW    PIC X(01) VALUE 'S'.
              88 PRIMEIRA-CONFERENCIA  VALUE 'S' FALSE 'N'.
           03 WS-FEED-OK-SW     PIC X(01) VALUE 'S'.
              88 FEEDS-DO-PASSO-OK     VALUE 'S' FALSE 'N'.
           03 WS-FEED-SKIP-SW   PIC X(01) VALUE 'N'.
              88 PASSO-PULADO-FEED     VALUE 'S' FALSE 'N'.

      * Parametro para o CALL do GENCHK01 (geracao esperada do feed
      * com cabecalho).
           COPY GENPARM.

      * Passos ja concluidos numa execucao anterior interrompida,
      * lidos de BATCHCKP na abertura.
       77 WS-TOT-CONCLUIDOS     PIC 9(02) VALUE ZEROS.
           PERFORM P0GL-LER-GERACAO-LOG
           OPEN EXTEND BATCH-LOG

           PERFORM P022-CARREGAR-FERIADOS
           PERFORM P030-CARREGAR-SCHEDULE
           PERFORM P045-LER-JANELA
           PERFORM P047-LER-MODO-REGRESSAO
           PERFORM P010-DEFINIR-DATAS

           IF WS-DIAS-PROCESSO > WS-DIAS-LIMITE
               DISPLAY 'DRIVER_01 - NENHUMA DATA UTIL PENDENTE - '
                       'ULTIMA FECHADA ' WS-ULTIMA-FECHADA
           END-IF

           PERFORM P300-PROCESSAR-DATA
               UNTIL WS-DIAS-PROCESSO > WS-DIAS-LIMITE
                  OR BATCH-FALHOU

           CLOSE BATCH-LOG

           IF NOT BATCH-FALHOU
              AND (AVISO-EMITIDO OR PASSO-PULADO-FEED)
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE BATCH-CKP
           .

      ******************************************************************
      * P080-VERIFICAR-ENTRADAS
      * Antes do primeiro passo, confere cada entrada declarada em
      * SCHEDENT para os passos desta execucao: arquivo presente, nao
      * vazio e, quando declarado com cabecalho, com o HDRCTL e a
      * geracao que o GENCHK01 espera. Feed aguardado que ainda nao
      * chegou e conferido de novo a cada minuto ate o prazo dele;
      * o que faltar no fim faz os passos que o consomem sairem como
      * FEED em BATCHLOG (e os dependentes deles como DEPEN). Cada
      * chegada (no prazo, atrasada ou faltante) vai para FEEDLOG.
      * Sem SCHEDENT nao ha conferencia.
      ******************************************************************
       P080-VERIFICAR-ENTRADAS.

           OPEN INPUT SCHED-ENTRADAS

           PERFORM P081-LER-DECLARACAO
               UNTIL FIM-SCHEDENT

           CLOSE SCHED-ENTRADAS

           IF WS-TOT-ENTRADAS > 0
               PERFORM P082-MARCAR-RELEVANCIA
                   VARYING WS-IDX-ENT FROM 1 BY 1
                     UNTIL WS-IDX-ENT > WS-TOT-ENTRADAS

               SET PRIMEIRA-CONFERENCIA TO TRUE
               PERFORM P085-CONFERIR-PENDENTES
               SET PRIMEIRA-CONFERENCIA TO FALSE

               PERFORM P091-ESPERAR
                   UNTIL WS-PENDENTES = 0

               OPEN EXTEND FEED-LOG
               PERFORM P092-GRAVAR-FEEDLOG
                   VARYING WS-IDX-ENT FROM 1 BY 1
                     UNTIL WS-IDX-ENT > WS-TOT-ENTRADAS
               CLOSE FEED-LOG

               IF WS-FALTANTES > 0
                   DISPLAY 'DRIVER_01 - ' WS-FALTANTES
                           ' ENTRADA(S) FALTANTE(S) - PASSOS PULADOS'
               END-IF
           END-IF
           .

       P081-LER-DECLARACAO.

           READ SCHED-ENTRADAS
               AT END
                   SET FIM-SCHEDENT TO TRUE
               NOT AT END
                   IF WS-TOT-ENTRADAS < 100
                       ADD 1 TO WS-TOT-ENTRADAS
                       MOVE WS-TOT-ENTRADAS TO WS-IDX-ENT
                       MOVE SE-PROGRAMA  TO WS-ENT-PROGRAMA (WS-IDX-ENT)
                       MOVE SE-ARQUIVO   TO WS-ENT-ARQUIVO (WS-IDX-ENT)
                       MOVE SE-ORIGEM    TO WS-ENT-ORIGEM (WS-IDX-ENT)
                       MOVE SE-CABECALHO
                         TO WS-ENT-CABECALHO (WS-IDX-ENT)
                       IF SE-FEED = SPACES
                           MOVE SE-ARQUIVO TO WS-ENT-FEED (WS-IDX-ENT)
                       ELSE
                           MOVE SE-FEED    TO WS-ENT-FEED (WS-IDX-ENT)
                       END-IF
                       MOVE SE-AGUARDAR  TO WS-ENT-AGUARDAR (WS-IDX-ENT)
                       IF SE-HORA-LIMITE IS NOT NUMERIC
                           MOVE ZEROS TO SE-HORA-LIMITE
                       END-IF
                       MOVE SE-HORA-LIMITE
                         TO WS-ENT-HORA-LIMITE (WS-IDX-ENT)
                       PERFORM P083-NORMALIZAR-PRAZO
                   END-IF
           END-READ
           .

      ******************************************************************
      * P083-NORMALIZAR-PRAZO
      * O prazo do feed vai para segundos sobre a partida do batch,
      * como o prazo da janela em P045: antes da partida e de
      * madrugada (ganha um dia); mais de 12 horas adiante e um prazo
      * ja vencido, e o feed nao e aguardado.
      ******************************************************************
       P083-NORMALIZAR-PRAZO.

           MOVE WS-ENT-HORA-LIMITE (WS-IDX-ENT) TO WS-HORA-RELOGIO
           PERFORM P090-NORMALIZAR-RELOGIO

           IF WS-SEG-RELOGIO - WS-SEG-PARTIDA > WS-MAX-ESPERA-SEG
               MOVE WS-SEG-PARTIDA TO WS-SEG-RELOGIO
           END-IF

           MOVE WS-SEG-RELOGIO TO WS-ENT-SEG-LIMITE (WS-IDX-ENT)
           .

      ******************************************************************
      * P082-MARCAR-RELEVANCIA
      * So entra na conferencia a entrada de passo que vai rodar
      * nesta execucao: habilitado, elegivel pelo calendario e nao
      * concluido numa execucao anterior (retomada). O mesmo arquivo
      * ja marcado por outro passo aponta para a primeira marcacao,
      * que fica com a espera mais longa das duas.
      ******************************************************************
       P082-MARCAR-RELEVANCIA.

           SET ENT-FORA-DA-EXECUCAO (WS-IDX-ENT) TO TRUE
           MOVE WS-IDX-ENT TO WS-ENT-PRIMEIRA (WS-IDX-ENT)
           MOVE ZEROS      TO WS-ENT-HORA-CHEGADA (WS-IDX-ENT)
           MOVE SPACES     TO WS-ENT-MOTIVO (WS-IDX-ENT)

           MOVE ZEROS TO WS-POS-PASSO
           PERFORM P084-LOCALIZAR-PASSO
               VARYING WS-IDX-PROGRAMA FROM 1 BY 1
                 UNTIL WS-IDX-PROGRAMA > WS-QTD-PROGRAMAS
                    OR WS-POS-PASSO NOT = ZEROS

           IF WS-POS-PASSO NOT = ZEROS
               SET WS-IDX-PROGRAMA TO WS-POS-PASSO
               IF WS-PASSO-HABILITADO (WS-IDX-PROGRAMA) = 'S'
                   PERFORM P135-VERIFICAR-CALENDARIO
                   IF PASSO-ELEGIVEL
                       PERFORM P110-VERIFICAR-CONCLUIDO
                       IF NOT PASSO-JA-CONCLUIDO
                           PERFORM P086-MARCAR-PENDENTE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       P084-LOCALIZAR-PASSO.

           IF WS-NOME-PROGRAMA (WS-IDX-PROGRAMA)
                  = WS-ENT-PROGRAMA (WS-IDX-ENT)
               SET WS-POS-PASSO TO WS-IDX-PROGRAMA
           END-IF
           .

       P086-MARCAR-PENDENTE.

           MOVE ZEROS TO WS-POS-ENT
           PERFORM P087-PROCURAR-DUPLICADA
               VARYING WS-IDX-ENT-2 FROM 1 BY 1
                 UNTIL WS-IDX-ENT-2 >= WS-IDX-ENT
                    OR WS-POS-ENT NOT = ZEROS

           IF WS-POS-ENT = ZEROS
               SET ENT-PENDENTE (WS-IDX-ENT) TO TRUE
           ELSE
               MOVE WS-POS-ENT TO WS-ENT-PRIMEIRA (WS-IDX-ENT)
               IF WS-ENT-AGUARDAR (WS-IDX-ENT) = 'S'
                   MOVE 'S' TO WS-ENT-AGUARDAR (WS-POS-ENT)
                   IF WS-ENT-SEG-LIMITE (WS-IDX-ENT)
                          > WS-ENT-SEG-LIMITE (WS-POS-ENT)
                       MOVE WS-ENT-HORA-LIMITE (WS-IDX-ENT)
                         TO WS-ENT-HORA-LIMITE (WS-POS-ENT)
                       MOVE WS-ENT-SEG-LIMITE (WS-IDX-ENT)
                         TO WS-ENT-SEG-LIMITE (WS-POS-ENT)
                   END-IF
               END-IF
           END-IF
           .

       P087-PROCURAR-DUPLICADA.

           IF WS-ENT-ARQUIVO (WS-IDX-ENT-2)
                  = WS-ENT-ARQUIVO (WS-IDX-ENT)
              AND ENT-PENDENTE (WS-IDX-ENT-2)
               MOVE WS-IDX-ENT-2 TO WS-POS-ENT
           END-IF
           .

      ******************************************************************
      * P085-CONFERIR-PENDENTES
      * Uma rodada de conferencia de todas as entradas pendentes. O
      * que chega na primeira rodada chegou no prazo; nas seguintes,
      * atrasado. Feed nao aguardado, ou aguardado com o prazo
      * vencido, que nao passou na conferencia e faltante.
      ******************************************************************
       P085-CONFERIR-PENDENTES.

           MOVE ZEROS TO WS-PENDENTES
           ADD 1 TO WS-CONFERENCIAS
           PERFORM P089-LER-RELOGIO

           PERFORM P088-CONFERIR-UMA-ENTRADA
               VARYING WS-IDX-ENT FROM 1 BY 1
                 UNTIL WS-IDX-ENT > WS-TOT-ENTRADAS
           .

       P088-CONFERIR-UMA-ENTRADA.

           IF ENT-PENDENTE (WS-IDX-ENT)
               PERFORM P093-ABRIR-FEED

               IF WS-MOTIVO-FEED = SPACES
                   IF PRIMEIRA-CONFERENCIA
                       SET ENT-NO-PRAZO (WS-IDX-ENT) TO TRUE
                   ELSE
                       SET ENT-ATRASADA (WS-IDX-ENT) TO TRUE
                   END-IF
                   MOVE WS-HORA-RELOGIO
                     TO WS-ENT-HORA-CHEGADA (WS-IDX-ENT)
                   MOVE SPACES TO WS-ENT-MOTIVO (WS-IDX-ENT)
               ELSE
                   MOVE WS-MOTIVO-FEED TO WS-ENT-MOTIVO (WS-IDX-ENT)
                   IF WS-ENT-AGUARDAR (WS-IDX-ENT) = 'S'
                      AND WS-SEG-RELOGIO
                          < WS-ENT-SEG-LIMITE (WS-IDX-ENT)
                       ADD 1 TO WS-PENDENTES
                   ELSE
                       SET ENT-FALTANTE (WS-IDX-ENT) TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * P093-ABRIR-FEED
      * Abre o arquivo da entrada pelo nome logico declarado e le o
      * primeiro registro; WS-MOTIVO-FEED volta em branco quando o
      * arquivo serve, ou com o motivo de nao servir.
      ******************************************************************
       P093-ABRIR-FEED.

           MOVE SPACES TO WS-MOTIVO-FEED
           MOVE WS-ENT-ARQUIVO (WS-IDX-ENT) TO WS-NOME-FEED

           OPEN INPUT FEED-FILE

           IF WS-FEED-STATUS NOT = '00'
               MOVE 'ARQUIVO AUSENTE' TO WS-MOTIVO-FEED
           ELSE
               READ FEED-FILE
                   AT END
                       MOVE 'ARQUIVO VAZIO' TO WS-MOTIVO-FEED
                   NOT AT END
                       IF WS-ENT-CABECALHO (WS-IDX-ENT) = 'S'
                           PERFORM P094-VALIDAR-CABECALHO
                       END-IF
               END-READ
               CLOSE FEED-FILE
           END-IF
           .

       P094-VALIDAR-CABECALHO.

           EVALUATE TRUE
               WHEN HDR-INDICADOR NOT = 'HEADER'
                   MOVE 'SEM CABECALHO HDRCTL' TO WS-MOTIVO-FEED
               WHEN HDR-GERACAO IS NOT NUMERIC
                   MOVE 'GERACAO INVALIDA NO CABECALHO'
                                             TO WS-MOTIVO-FEED
               WHEN OTHER
                   MOVE 'V'                         TO WS-GEN-FUNCAO
                   MOVE WS-ENT-FEED (WS-IDX-ENT)    TO WS-GEN-FEED
                   MOVE HDR-GERACAO                 TO WS-GEN-GERACAO
                   CALL 'GENCHK01' USING WS-GENCHK-PARM
                   EVALUATE TRUE
                       WHEN GEN-OK
                           CONTINUE
                       WHEN GEN-REPETIDA
                           MOVE 'GERACAO REPETIDA (ARQ. ANTIGO)'
                                             TO WS-MOTIVO-FEED
                       WHEN OTHER
                           MOVE 'GERACAO FORA DE SEQUENCIA'
                                             TO WS-MOTIVO-FEED
                   END-EVALUATE
           END-EVALUATE
           .

       P089-LER-RELOGIO.

           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-RELOGIO
           PERFORM P090-NORMALIZAR-RELOGIO
           .

       P090-NORMALIZAR-RELOGIO.

           COMPUTE WS-SEG-RELOGIO =
               WS-HRE-HH * 3600 + WS-HRE-MM * 60 + WS-HRE-SS

           IF WS-SEG-RELOGIO < WS-SEG-PARTIDA
               ADD 86400 TO WS-SEG-RELOGIO
           END-IF
           .

       P091-ESPERAR.

           IF WS-CONFERENCIAS = 1
               DISPLAY 'DRIVER_01 - AGUARDANDO ' WS-PENDENTES
                       ' FEED(S) ATE O PRAZO'
           END-IF

           CALL 'C$SLEEP' USING WS-INTERVALO-ESPERA

           PERFORM P085-CONFERIR-PENDENTES
           .

       P092-GRAVAR-FEEDLOG.

           IF WS-ENT-PRIMEIRA (WS-IDX-ENT) = WS-IDX-ENT
              AND NOT ENT-FORA-DA-EXECUCAO (WS-IDX-ENT)
               MOVE WS-GERACAO-LOG    TO FL-GERACAO
               MOVE WS-DATA-HOJE-INT  TO FL-DATA
               MOVE WS-ENT-ARQUIVO (WS-IDX-ENT)   TO FL-ARQUIVO
               MOVE WS-ENT-ORIGEM (WS-IDX-ENT)    TO FL-ORIGEM
               MOVE WS-ENT-PROGRAMA (WS-IDX-ENT)  TO FL-PROGRAMA
               MOVE WS-ENT-AGUARDAR (WS-IDX-ENT)  TO FL-AGUARDADO
               MOVE WS-ENT-HORA-LIMITE (WS-IDX-ENT)
                                                  TO FL-HORA-LIMITE
               MOVE WS-ENT-HORA-CHEGADA (WS-IDX-ENT)
                                                  TO FL-HORA-CHEGADA
               MOVE WS-ENT-SITUACAO (WS-IDX-ENT)  TO FL-RESULTADO
               MOVE WS-ENT-MOTIVO (WS-IDX-ENT)    TO FL-MOTIVO
               WRITE FEED-LOG-REC

               IF ENT-FALTANTE (WS-IDX-ENT)
                   ADD 1 TO WS-FALTANTES
                   DISPLAY 'DRIVER_01 - FEED FALTANTE: '
                           WS-ENT-ARQUIVO (WS-IDX-ENT) ' - '
                           WS-ENT-MOTIVO (WS-IDX-ENT)
               END-IF
           END-IF
           .

      ******************************************************************
      * P095-VERIFICAR-FEEDS-PASSO
      * O passo so roda com todas as entradas que declara conferidas;
      * uma entrada faltante o faz sair como FEED.
      ******************************************************************
       P095-VERIFICAR-FEEDS-PASSO.

           SET FEEDS-DO-PASSO-OK TO TRUE

           PERFORM P096-COMPARAR-ENTRADA
               VARYING WS-IDX-ENT FROM 1 BY 1
                 UNTIL WS-IDX-ENT > WS-TOT-ENTRADAS
                    OR NOT FEEDS-DO-PASSO-OK
           .

       P096-COMPARAR-ENTRADA.

           IF WS-ENT-PROGRAMA (WS-IDX-ENT)
                  = WS-NOME-PROGRAMA (WS-IDX-PROGRAMA)
               MOVE WS-ENT-PRIMEIRA (WS-IDX-ENT) TO WS-POS-ENT
               IF ENT-FALTANTE (WS-POS-ENT)
                   SET FEEDS-DO-PASSO-OK TO FALSE
               END-IF
           END-IF
           .

      ******************************************************************
      * P100-EXECUTAR-PASSO
      * Executa o proximo programa da lista, registra o codigo de
               GO TO P100-SAIDA
           END-IF

           PERFORM P095-VERIFICAR-FEEDS-PASSO

           IF NOT FEEDS-DO-PASSO-OK
               SET PASSO-PULADO-FEED TO TRUE
               PERFORM P260-REGISTRAR-FEED
               GO TO P100-SAIDA
           END-IF

           PERFORM P130-VERIFICAR-DEPENDENCIAS

           IF NOT DEPENDENCIA-OK

               CALL WS-NOME-PROGRAMA (WS-IDX-PROGRAMA)
               MOVE RETURN-CODE TO WS-COD-RETORNO
               CANCEL WS-NOME-PROGRAMA (WS-IDX-PROGRAMA)

               MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-FIM
               PERFORM P160-CRONOMETRAR-PASSO

      ******************************************************************
      * P020-PREPARAR-CALENDARIO
      * Data em processamento em dias corridos, dia da semana e o
      * ultimo dia util do mes: a partir do ultimo dia do calendario,
      * recua sobre fins de semana e feriados nacionais do HOLCAL. A
      * data e a de processamento, nao a do relogio.
      ******************************************************************
       P020-PREPARAR-CALENDARIO.

           MOVE WS-DIAS-PROCESSO TO WS-DIAS-HOJE
           COMPUTE WS-DATA-HOJE-INT =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-HOJE)
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD (WS-DIAS-HOJE - 1, 7) + 1

           PERFORM P025-ACHAR-ULTIMO-UTIL
           .

           END-IF
           .

      * O mesmo teste de P026, andando para a frente: o primeiro dia
      * util a partir do candidato.
       P028-AVANCAR-CANDIDATO.

           COMPUTE WS-DIA-SEM-CAND =
               FUNCTION MOD (WS-DIAS-CANDIDATO - 1, 7) + 1
           COMPUTE WS-DATA-CANDIDATO =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-CANDIDATO)

           SET CANDIDATO-UTIL TO TRUE

           IF WS-DIA-SEM-CAND > 5
               SET CANDIDATO-UTIL TO FALSE
           ELSE
               PERFORM P027-CONFERIR-FERIADO
                   VARYING WS-IDX-FERIADO FROM 1 BY 1
                     UNTIL WS-IDX-FERIADO > WS-TOT-FERIADOS
                        OR NOT CANDIDATO-UTIL
           END-IF

           IF NOT CANDIDATO-UTIL
               ADD 1 TO WS-DIAS-CANDIDATO
           END-IF
           .

      ******************************************************************
      * P010-DEFINIR-DATAS
      * Define a primeira data util desta execucao e a data limite a
      * partir do registro DATAPROC:
      *  - data em aberto (a cadeia dela falhou): retoma a mesma data
      *    pelo BATCHCKP e, se for da sequencia normal, segue dali;
      *  - pedido de reprocessamento em DTREPROC: roda so a data
      *    pedida, que precisa ser util e ja fechada;
      *  - normal: do dia util seguinte a ultima fechada ate o limite.
      * Sem DATAPROC (primeira execucao) a cadeia roda so o limite.
      * Reprocessamento com outra data em aberto, ou de data invalida,
      * futura ou nao util, e recusado com RC 9002.
      ******************************************************************
       P010-DEFINIR-DATAS.

           OPEN INPUT DATA-PROC
           READ DATA-PROC
               AT END
                   CONTINUE
               NOT AT END
                   IF DP-DATA-ATUAL IS NUMERIC
                      AND DP-DATA-ATUAL > 0
                       SET CONTROLE-LIDO TO TRUE
                   END-IF
           END-READ
           CLOSE DATA-PROC

           OPEN INPUT REPROC-PARM
           READ REPROC-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF RP-DATA IS NUMERIC
                      AND RP-DATA > 0
                       SET REPROC-PEDIDO TO TRUE
                       MOVE RP-DATA TO WS-DATA-REPROC
                   END-IF
           END-READ
           CLOSE REPROC-PARM

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-CANDIDATO
           COMPUTE WS-DIAS-CANDIDATO =
               FUNCTION INTEGER-OF-DATE (WS-DATA-CANDIDATO)
           IF WS-HIN-HH < WS-HH-VIRADA
               SUBTRACT 1 FROM WS-DIAS-CANDIDATO
           END-IF
           SET CANDIDATO-UTIL TO FALSE
           PERFORM P026-TESTAR-CANDIDATO
               UNTIL CANDIDATO-UTIL
           MOVE WS-DIAS-CANDIDATO TO WS-DIAS-LIMITE

           IF CONTROLE-LIDO
               MOVE DP-ULTIMA-FECHADA TO WS-ULTIMA-FECHADA
               IF DP-ABERTA
                   SET DATA-EM-ABERTO TO TRUE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN DATA-EM-ABERTO
                   PERFORM P011-RETOMAR-DATA
               WHEN REPROC-PEDIDO
                   PERFORM P012-ACEITAR-REPROCESSAMENTO
               WHEN CONTROLE-LIDO
                   COMPUTE WS-DIAS-CANDIDATO =
                       FUNCTION INTEGER-OF-DATE (WS-ULTIMA-FECHADA)
                     + 1
                   SET CANDIDATO-UTIL TO FALSE
                   PERFORM P028-AVANCAR-CANDIDATO
                       UNTIL CANDIDATO-UTIL
                   MOVE WS-DIAS-CANDIDATO TO WS-DIAS-PROCESSO
               WHEN OTHER
                   MOVE WS-DIAS-LIMITE TO WS-DIAS-PROCESSO
           END-EVALUATE
           .

       P011-RETOMAR-DATA.

           IF REPROC-PEDIDO
              AND WS-DATA-REPROC NOT = DP-DATA-ATUAL
               DISPLAY 'DRIVER_01 - DATA ' DP-DATA-ATUAL
                       ' EM ABERTO - REPROCESSAMENTO DE '
                       WS-DATA-REPROC ' RECUSADO'
               PERFORM P019-ENCERRAR-RECUSA
           END-IF

           COMPUTE WS-DIAS-PROCESSO =
               FUNCTION INTEGER-OF-DATE (DP-DATA-ATUAL)
           MOVE DP-ORIGEM TO WS-ORIGEM-DATA

           IF DATA-REPROCESSADA
              OR WS-DIAS-LIMITE < WS-DIAS-PROCESSO
               MOVE WS-DIAS-PROCESSO TO WS-DIAS-LIMITE
           END-IF

           DISPLAY 'DRIVER_01 - RETOMADA DA DATA ' DP-DATA-ATUAL
           .

       P012-ACEITAR-REPROCESSAMENTO.

           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-REPROC) NOT = 0
               DISPLAY 'DRIVER_01 - REPROCESSAMENTO: DATA INVALIDA '
                       WS-DATA-REPROC
               PERFORM P019-ENCERRAR-RECUSA
           END-IF

           COMPUTE WS-DIAS-CANDIDATO =
               FUNCTION INTEGER-OF-DATE (WS-DATA-REPROC)
           SET CANDIDATO-UTIL TO FALSE
           PERFORM P028-AVANCAR-CANDIDATO

           IF NOT CANDIDATO-UTIL
               DISPLAY 'DRIVER_01 - REPROCESSAMENTO: '
                       WS-DATA-REPROC ' NAO E DIA UTIL'
               PERFORM P019-ENCERRAR-RECUSA
           END-IF

           IF NOT CONTROLE-LIDO
              OR WS-DATA-REPROC > WS-ULTIMA-FECHADA
               DISPLAY 'DRIVER_01 - REPROCESSAMENTO: '
                       WS-DATA-REPROC ' AINDA NAO FOI PROCESSADA'
               PERFORM P019-ENCERRAR-RECUSA
           END-IF

           COMPUTE WS-DIAS-PROCESSO =
               FUNCTION INTEGER-OF-DATE (WS-DATA-REPROC)
           MOVE WS-DIAS-PROCESSO TO WS-DIAS-LIMITE
           SET DATA-REPROCESSADA TO TRUE

           DISPLAY 'DRIVER_01 - REPROCESSAMENTO DA DATA '
                   WS-DATA-REPROC
           .

       P019-ENCERRAR-RECUSA.

           CLOSE BATCH-LOG
           MOVE 9002 TO RETURN-CODE
           STOP RUN
           .

      ******************************************************************
      * P300-PROCESSAR-DATA
      * Uma data util inteira: abre a data em DATAPROC, roda a grade
      * (retomando pelo BATCHCKP quando a data ja tinha comecado) e,
      * se a cadeia terminou, fecha a data e passa ao dia util
      * seguinte. Um reprocessamento termina na data pedida.
      ******************************************************************
       P300-PROCESSAR-DATA.

           PERFORM P020-PREPARAR-CALENDARIO
           PERFORM P310-ABRIR-DATA
           PERFORM P305-REINICIAR-DATA

           PERFORM P050-CARREGAR-CHECKPOINT
           PERFORM P080-VERIFICAR-ENTRADAS

           OPEN EXTEND BATCH-CKP

           PERFORM P100-EXECUTAR-PASSO THRU P100-SAIDA
               VARYING WS-IDX-PROGRAMA FROM 1 BY 1
               UNTIL WS-IDX-PROGRAMA > WS-QTD-PROGRAMAS
               OR BATCH-FALHOU

           CLOSE BATCH-CKP

           IF NOT BATCH-FALHOU AND MODO-REGRESSAO
               PERFORM P070-COMPARAR-COM-OURO
           END-IF

           IF NOT BATCH-FALHOU
               PERFORM P060-LIMPAR-CHECKPOINT
               PERFORM P320-FECHAR-DATA
               ADD 1 TO WS-DATAS-PROCESSADAS
               COMPUTE WS-DIAS-CANDIDATO = WS-DIAS-PROCESSO + 1
               SET CANDIDATO-UTIL TO FALSE
               PERFORM P028-AVANCAR-CANDIDATO
                   UNTIL CANDIDATO-UTIL
               MOVE WS-DIAS-CANDIDATO TO WS-DIAS-PROCESSO
           END-IF
           .

      * Estado da grade que vale por data: desfecho dos passos,
      * passos do checkpoint e a conferencia das entradas.
       P305-REINICIAR-DATA.

           PERFORM P306-REINICIAR-PASSO
               VARYING WS-IDX-PROGRAMA FROM 1 BY 1
                 UNTIL WS-IDX-PROGRAMA > WS-QTD-PROGRAMAS

           MOVE ZEROS TO WS-TOT-CONCLUIDOS
           SET FIM-CHECKPOINT TO FALSE

           MOVE ZEROS TO WS-TOT-ENTRADAS
                         WS-PENDENTES
                         WS-FALTANTES
           SET FIM-SCHEDENT TO FALSE
           .

       P306-REINICIAR-PASSO.

           MOVE 'N' TO WS-PASSO-OK (WS-IDX-PROGRAMA)
           .

      ******************************************************************
      * P310-ABRIR-DATA
      * Grava DATAPROC com a data em processamento, o dia util
      * anterior e o seguinte e o fim de mes, situacao em aberto; a
      * partir daqui todo programa da cadeia le esta data pelo
      * DTPROC01. A abertura da data fica registrada em BATCHLOG.
      ******************************************************************
       P310-ABRIR-DATA.

           PERFORM P315-CALCULAR-VIZINHOS

           MOVE 'A' TO DP-SITUACAO
           PERFORM P330-GRAVAR-DATAPROC

           IF REPROC-PEDIDO
               OPEN OUTPUT REPROC-PARM
               CLOSE REPROC-PARM
               SET REPROC-PEDIDO TO FALSE
           END-IF

           DISPLAY 'DRIVER_01 - DATA DE PROCESSAMENTO: '
                   WS-DATA-HOJE-INT

           MOVE SPACES TO BL-PROGRAMA
           STRING 'DATA PROC. ' DELIMITED BY SIZE
                  WS-DATA-HOJE-INT DELIMITED BY SIZE
             INTO BL-PROGRAMA
           END-STRING
           MOVE ZEROS                 TO BL-COD-RETORNO
           MOVE FUNCTION CURRENT-DATE TO BL-DATA-HORA
           IF DATA-REPROCESSADA
               MOVE 'REPRO' TO BL-SITUACAO
           ELSE
               MOVE 'DATA'  TO BL-SITUACAO
           END-IF
           MOVE ZEROS TO BL-HORA-INICIO BL-HORA-FIM BL-DURACAO-SEG
           MOVE WS-GERACAO-LOG TO BL-GERACAO
           WRITE BATCH-LOG-REC
           .

       P315-CALCULAR-VIZINHOS.

           COMPUTE WS-DIAS-CANDIDATO = WS-DIAS-PROCESSO - 1
           SET CANDIDATO-UTIL TO FALSE
           PERFORM P026-TESTAR-CANDIDATO
               UNTIL CANDIDATO-UTIL
           COMPUTE WS-DATA-ANTERIOR =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-CANDIDATO)

           COMPUTE WS-DIAS-CANDIDATO = WS-DIAS-PROCESSO + 1
           SET CANDIDATO-UTIL TO FALSE
           PERFORM P028-AVANCAR-CANDIDATO
               UNTIL CANDIDATO-UTIL
           COMPUTE WS-DATA-PROXIMA =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-CANDIDATO)

           IF WS-DIAS-PROCESSO = WS-DIAS-ULTIMO-UTIL
               MOVE 'S' TO WS-FIM-MES
           ELSE
               MOVE 'N' TO WS-FIM-MES
           END-IF
           .

      ******************************************************************
      * P320-FECHAR-DATA
      * A cadeia da data terminou: a data normal vira a ultima
      * fechada. Depois de um reprocessamento, DATAPROC volta para a
      * ultima data fechada da sequencia normal, que continua de
      * onde estava.
      ******************************************************************
       P320-FECHAR-DATA.

           IF DATA-REPROCESSADA
               SET DATA-CALENDARIO TO TRUE
               COMPUTE WS-DIAS-PROCESSO =
                   FUNCTION INTEGER-OF-DATE (WS-ULTIMA-FECHADA)
               PERFORM P020-PREPARAR-CALENDARIO
               PERFORM P315-CALCULAR-VIZINHOS
               MOVE WS-DIAS-PROCESSO TO WS-DIAS-LIMITE
           ELSE
               MOVE WS-DATA-HOJE-INT TO WS-ULTIMA-FECHADA
           END-IF

           MOVE 'F' TO DP-SITUACAO
           PERFORM P330-GRAVAR-DATAPROC
           .

       P330-GRAVAR-DATAPROC.

           MOVE WS-DATA-HOJE-INT           TO DP-DATA-ATUAL
           MOVE WS-DATA-ANTERIOR           TO DP-DATA-ANTERIOR
           MOVE WS-DATA-PROXIMA            TO DP-DATA-PROXIMA
           MOVE WS-FIM-MES                 TO DP-FIM-MES
           MOVE WS-ORIGEM-DATA             TO DP-ORIGEM
           MOVE WS-ULTIMA-FECHADA          TO DP-ULTIMA-FECHADA
           MOVE WS-GERACAO-LOG             TO DP-GERACAO
           MOVE FUNCTION CURRENT-DATE (1:14) TO DP-DATA-HORA

           OPEN OUTPUT DATA-PROC
           WRITE DATA-PROC-REC
           CLOSE DATA-PROC
           .

      ******************************************************************
      * P135-VERIFICAR-CALENDARIO
      * Elegibilidade do passo pela frequencia da grade: 'D' (ou em
           WRITE BATCH-LOG-REC
           .

       P260-REGISTRAR-FEED.

           MOVE WS-NOME-PROGRAMA (WS-IDX-PROGRAMA) TO BL-PROGRAMA
           MOVE ZEROS                              TO BL-COD-RETORNO
           MOVE FUNCTION CURRENT-DATE              TO BL-DATA-HORA
           MOVE 'FEED'                             TO BL-SITUACAO
           MOVE ZEROS TO BL-HORA-INICIO BL-HORA-FIM BL-DURACAO-SEG
           MOVE WS-GERACAO-LOG TO BL-GERACAO
           WRITE BATCH-LOG-REC
           .

       P230-REGISTRAR-DEPENDENCIA.

           MOVE WS-NOME-PROGRAMA (WS-IDX-PROGRAMA) TO BL-PROGRAMA
