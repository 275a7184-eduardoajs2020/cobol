      ******************************************************************
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  Today's date is now the processing date from
      *             DTPROC01 (the DATAPROC control record DRIVER_01
      *             advances) instead of the system clock, so a chain
      *             that runs past midnight or is rerun the next morning
      *             works on the right business day.
      * 15/10/2026  A contract billed by a period of several months
      *             (CT-PERIODICIDADE) bills its full value in advance
      *             only in the cycle that opens a period, counted from
      *             its start month. When it is recognized monthly the
      *             invoice is also written to the DIFLEDG
      *             deferred-revenue ledger for RECDIF01.
      * 15/10/2026  A contract with no monthly amount (billed on
      *             consumption only, by MEDFAT01) no longer emits a
      *             zero line for FATVAL01 to reject.
      * 15/10/2026  First and last months are billed pro rata. The month
      *             billed is the billing-day cycle that ends the day
      *             before the next billing day; the line carries only
      *             the cycle days inside the contract's validity over
      *             the cycle's days, with the basis in the new line
      *             description. A contract already ended still bills
      *             the days of its last cycle. Lines now carry the full
      *             98-byte FATURAIN layout.
      * 15/10/2026  A contract with a readjustment pending from CONTRJ01
      *             bills the readjusted value from the month the
      *             readjustment takes effect.
      * 03/09/2026  The billing day is now clamped to the target
      *             month's last calendar day: a day-31 contract in a
      *             30-day month (or February) no longer built an
           SELECT FATURA-GERADA      ASSIGN TO "CONTFTIN"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIFER-LEDGER
                                      ASSIGN TO "DIFLEDG"
                                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GEN-CONTROL
                                      ASSIGN TO "GENCTL"
                                      ORGANIZATION IS LINE SEQUENTIAL.
           03 FG-DESC-DIAS                    PIC 9(03).
           03 FG-FATURA-ORIGEM                PIC 9(06).
           03 FG-ISS-RETIDO                   PIC X(01).
           03 FG-COD-ITEM                     PIC X(08).
           03 FG-QUANTIDADE                   PIC 9(05)V99.
           03 FG-PRECO-UNITARIO               PIC 9(07)V99.
           03 FG-DESCRICAO                    PIC X(30).

       01  FATURA-GERADA-HEADER.
           COPY HDRCTL.

       FD  DIFER-LEDGER.
           COPY DIFLEDG.

       FD  GEN-CONTROL.
       01  GEN-CONTROL-REC.
           03 GC-FEED                        PIC X(08).
       77 WS-DATA-PROX-MES                   PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-FIM-MES                    PIC 9(07) VALUE ZEROS.
       77 WS-DATA-FIM-MES                    PIC 9(08) VALUE ZEROS.
       77 WS-ANO-MES-HOJE                    PIC 9(06) VALUE ZEROS.
       77 WS-ANO-MES-VIGENCIA                PIC 9(06) VALUE ZEROS.
       77 WS-DIAS-INICIO-CICLO               PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-CICLO                      PIC S9(05) VALUE ZEROS.
       77 WS-DIAS-INI-FATURADO               PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-FIM-FATURADO               PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-FATURADOS                  PIC S9(05) VALUE ZEROS.
       77 WS-DIAS-CONTRATO                   PIC 9(07) VALUE ZEROS.
       77 WS-MESES-DESDE-INICIO              PIC S9(05) VALUE ZEROS.
       77 WS-ANO-MES-CICLO                   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PERIODOS                    PIC 9(05) VALUE ZEROS.
       77 WS-RESTO-PERIODO                   PIC 9(05) VALUE ZEROS.

      * Periodo faturado (datas de inicio e fim) para a descricao
      * da linha quando o mes sai proporcional.
       01 WS-DATA-INI-FATURADO.
           03 WS-IFA-AA         PIC 9(04).
           03 WS-IFA-MM         PIC 9(02).
           03 WS-IFA-DD         PIC 9(02).

       01 WS-DATA-FIM-FATURADO.
           03 WS-FFA-AA         PIC 9(04).
           03 WS-FFA-MM         PIC 9(02).
           03 WS-FFA-DD         PIC 9(02).

       01 WS-DESC-PRO-RATA.
           03 FILLER            PIC X(08) VALUE 'PRORATA '.
           03 WS-DPR-DIAS       PIC 9(02).
           03 FILLER            PIC X(01) VALUE '/'.
           03 WS-DPR-CICLO      PIC 9(02).
           03 FILLER            PIC X(06) VALUE ' DIAS '.
           03 WS-DPR-INI-DD     PIC 9(02).
           03 FILLER            PIC X(01) VALUE '/'.
           03 WS-DPR-INI-MM     PIC 9(02).
           03 FILLER            PIC X(01) VALUE '-'.
           03 WS-DPR-FIM-DD     PIC 9(02).
           03 FILLER            PIC X(01) VALUE '/'.
           03 WS-DPR-FIM-MM     PIC 9(02).

       01 WS-DESC-PERIODO.
           03 FILLER            PIC X(08) VALUE 'PERIODO '.
           03 WS-DPE-MESES      PIC 9(02).
           03 FILLER            PIC X(13) VALUE ' MESES DESDE '.
           03 WS-DPE-MM         PIC 9(02).
           03 FILLER            PIC X(01) VALUE '/'.
           03 WS-DPE-AA         PIC 9(04).

       01 WS-DATA-INICIO-DEC.
           03 WS-INI-AA         PIC 9(04).
           03 WS-INI-MM         PIC 9(02).
           03 WS-INI-DD         PIC 9(02).

       01 WS-DATA-HOJE-DEC.
           03 WS-HOJ-AA         PIC 9(04).
       01 WS-SWITCHES.
           03 WS-EOF                         PIC X(01) VALUE 'N'.
              88 FIM-DE-ARQUIVO                   VALUE 'S'.
           03 WS-MES-PERIODO-SW              PIC X(01) VALUE 'S'.
              88 MES-DE-COBRANCA                  VALUE 'S' FALSE 'N'.

       01 WS-CONTADORES.
           03 WS-LIDOS                       PIC 9(07) VALUE ZEROS.
           03 WS-GERADAS                     PIC 9(07) VALUE ZEROS.
           03 WS-FORA-VIGENCIA               PIC 9(07) VALUE ZEROS.
           03 WS-PROPORCIONAIS               PIC 9(07) VALUE ZEROS.
           03 WS-FORA-PERIODO                PIC 9(07) VALUE ZEROS.
           03 WS-DIFERIDAS                   PIC 9(07) VALUE ZEROS.

      * Parametro para o CALL do DTPROC01 (data de processamento).
           COPY DTPPARM.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           CALL 'DTPROC01' USING WS-DTPROC-PARM

           PERFORM P100-ABRIR-ARQUIVOS
           PERFORM P200-PROCESSA-CONTRATO
               UNTIL FIM-DE-ARQUIVO

           OPEN INPUT  CONTRATO-FILE
           OPEN OUTPUT FATURA-GERADA
           OPEN EXTEND DIFER-LEDGER

           MOVE WS-DTP-DATA-ATUAL TO WS-DATA-HOJE-INT
           MOVE WS-DATA-HOJE-INT            TO WS-DATA-HOJE-DEC
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE-INT)
           MOVE WS-HOJ-DD TO WS-EMI-DD
           MOVE WS-HOJ-MM TO WS-EMI-MM
           MOVE WS-HOJ-AA TO WS-EMI-AA
           COMPUTE WS-ANO-MES-HOJE = WS-HOJ-AA * 100 + WS-HOJ-MM

           PERFORM P150-GRAVAR-CABECALHO


      ******************************************************************
      * P200-PROCESSA-CONTRATO
      * O mes cobrado e o ciclo do dia de cobranca que vence na
      * proxima cobranca (do dia de cobranca anterior ate a vespera
      * do proximo). Contrato com vigencia cruzando o ciclo fatura
      * uma linha FATURAIN com o prazo ate o proximo dia de
      * cobranca -- o valor cheio ou, no primeiro e no ultimo mes,
      * so os dias do ciclo dentro da vigencia. Um contrato ja
      * encerrado ainda cobra os dias do ultimo ciclo. Contrato sem
      * valor mensal (so consumo, faturado pelo MEDFAT01) nao gera
      * linha. Contrato cobrado por periodo de varios meses
      * (CT-PERIODICIDADE) so fatura no ciclo que abre um periodo,
      * contado do mes de inicio do contrato, e sempre o valor cheio.
      ******************************************************************
       P200-PROCESSA-CONTRATO.

           MOVE ZEROS TO WS-DIAS-FATURADOS
           SET MES-DE-COBRANCA TO TRUE

           IF (CT-CONTRATO-ATIVO
               OR CT-DATA-FIM NOT = ZEROS)
              AND CT-VALOR > ZEROS
               PERFORM P400-CALCULAR-PRAZO
               PERFORM P430-CALCULAR-CICLO
               PERFORM P440-CALCULAR-DIAS-FATURADOS
               IF NOT CT-COBRANCA-MENSAL
                  AND WS-DIAS-FATURADOS > ZEROS
                   PERFORM P450-VERIFICAR-PERIODO
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN NOT MES-DE-COBRANCA
                   ADD 1 TO WS-FORA-PERIODO
               WHEN WS-DIAS-FATURADOS > ZEROS
                   PERFORM P300-GERAR-LINHA
               WHEN OTHER
                   ADD 1 TO WS-FORA-VIGENCIA
           END-EVALUATE

           PERFORM P110-LER-CONTRATO
           .

       P300-GERAR-LINHA.

           MOVE CT-NUM-CLIENTE  TO FG-NUM-CLIENTE
           MOVE WS-DATA-EMISSAO TO FG-DATA-EMISSAO
           MOVE WS-PRAZO        TO FG-PRAZO-DIAS
           PERFORM P350-DEFINIR-VALOR
           MOVE ZEROS           TO FG-QTD-PARCELAS
                                   FG-DESC-PERCENTUAL
                                   FG-DESC-DIAS
                                   FG-FATURA-ORIGEM
           MOVE SPACE           TO FG-ISS-RETIDO
           MOVE SPACES          TO FG-COD-ITEM
                                   FG-DESCRICAO
           MOVE ZEROS           TO FG-QUANTIDADE
                                   FG-PRECO-UNITARIO

           IF CT-COBRANCA-MENSAL
               IF WS-DIAS-FATURADOS < WS-DIAS-CICLO
                   PERFORM P360-APLICAR-PRO-RATA
               END-IF
           ELSE
               PERFORM P370-DESCREVER-PERIODO
           END-IF

           WRITE FATURA-GERADA-REC
           ADD 1 TO WS-GERADAS

           IF NOT CT-COBRANCA-MENSAL
              AND CT-RECONHECE-MENSAL
               PERFORM P380-GRAVAR-DIFERIMENTO
           END-IF
           .

      ******************************************************************
      * P350-DEFINIR-VALOR
      * Reajuste pendente (CONTRJ01) ja cobra o valor novo a partir
      * do mes da vigencia, mesmo antes de o CONTRJ01 efetiva-lo no
      * CT-VALOR.
      ******************************************************************
       P350-DEFINIR-VALOR.

           MOVE CT-VALOR TO FG-VALOR

           IF CT-DATA-VIGENCIA-REAJ NOT = ZEROS
               COMPUTE WS-ANO-MES-VIGENCIA =
                   CT-DATA-VIGENCIA-REAJ / 100
               IF WS-ANO-MES-VIGENCIA <= WS-ANO-MES-HOJE
                   MOVE CT-VALOR-REAJUSTADO TO FG-VALOR
               END-IF
           END-IF
           .

      ******************************************************************
      * P360-APLICAR-PRO-RATA
      * Primeiro ou ultimo mes incompleto: o valor do mes vezes os
      * dias faturados sobre os dias do ciclo, e a base do calculo
      * vai na descricao da linha (vira linha de item da fatura no
      * FATURA01), para o cliente ver de onde saiu o valor.
      ******************************************************************
       P360-APLICAR-PRO-RATA.

           COMPUTE FG-VALOR ROUNDED =
               FG-VALOR * WS-DIAS-FATURADOS / WS-DIAS-CICLO

           MOVE FUNCTION DATE-OF-INTEGER (WS-DIAS-INI-FATURADO)
             TO WS-DATA-INI-FATURADO
           MOVE FUNCTION DATE-OF-INTEGER (WS-DIAS-FIM-FATURADO)
             TO WS-DATA-FIM-FATURADO

           MOVE WS-DIAS-FATURADOS TO WS-DPR-DIAS
           MOVE WS-DIAS-CICLO     TO WS-DPR-CICLO
           MOVE WS-IFA-DD         TO WS-DPR-INI-DD
           MOVE WS-IFA-MM         TO WS-DPR-INI-MM
           MOVE WS-FFA-DD         TO WS-DPR-FIM-DD
           MOVE WS-FFA-MM         TO WS-DPR-FIM-MM
           MOVE WS-DESC-PRO-RATA  TO FG-DESCRICAO

           ADD 1 TO WS-PROPORCIONAIS
           .

      ******************************************************************
      * P370-DESCREVER-PERIODO
      * Fatura antecipada de varios meses: a descricao da linha diz o
      * periodo coberto, a partir do mes do ciclo cobrado.
      ******************************************************************
       P370-DESCREVER-PERIODO.

           MOVE CT-PERIODICIDADE TO WS-DPE-MESES
           MOVE WS-MES-ALVO      TO WS-DPE-MM
           MOVE WS-ANO-ALVO      TO WS-DPE-AA
           MOVE WS-DESC-PERIODO  TO FG-DESCRICAO
           .

      ******************************************************************
      * P380-GRAVAR-DIFERIMENTO
      * Contrato de reconhecimento mensal: o valor faturado vai ao
      * DIFLEDG como receita diferida, e o RECDIF01 libera uma parcela
      * por mes a partir do mes do ciclo cobrado.
      ******************************************************************
       P380-GRAVAR-DIFERIMENTO.

           MOVE SPACES            TO DIFER-LEDGER-REC
           SET DL-EMISSAO         TO TRUE
           MOVE CT-NUM-CONTRATO   TO DL-NUM-CONTRATO
           MOVE CT-NUM-CLIENTE    TO DL-NUM-CLIENTE
           MOVE WS-ANO-MES-CICLO  TO DL-ANO-MES-INICIO
           MOVE CT-PERIODICIDADE  TO DL-QTD-MESES
           MOVE WS-ANO-MES-HOJE   TO DL-ANO-MES-REF
           MOVE WS-DATA-HOJE-INT  TO DL-DATA
           MOVE FG-VALOR          TO DL-VALOR

           WRITE DIFER-LEDGER-REC
           ADD 1 TO WS-DIFERIDAS
           .

      ******************************************************************
           END-IF
           .

      ******************************************************************
      * P430-CALCULAR-CICLO
      * Inicio do ciclo cobrado: o dia de cobranca no mes anterior ao
      * da proxima cobranca (limitado ao fim daquele mes, como em
      * P420). O ciclo vai dai ate a vespera da proxima cobranca.
      ******************************************************************
       P430-CALCULAR-CICLO.

           IF WS-MES-ALVO = 01
               SUBTRACT 1 FROM WS-ANO-ALVO
               MOVE 12 TO WS-MES-ALVO
           ELSE
               SUBTRACT 1 FROM WS-MES-ALVO
           END-IF

           PERFORM P420-LIMITAR-DIA

           COMPUTE WS-DIAS-INICIO-CICLO =
               FUNCTION INTEGER-OF-DATE
                   (WS-ANO-ALVO * 10000 + WS-MES-ALVO * 100
                    + WS-DIA-ALVO)

           COMPUTE WS-DIAS-CICLO =
               WS-DIAS-COBRANCA - WS-DIAS-INICIO-CICLO
           .

      ******************************************************************
      * P440-CALCULAR-DIAS-FATURADOS
      * Dias do ciclo dentro da vigencia do contrato: do maior entre
      * o inicio do ciclo e o inicio do contrato ao menor entre a
      * vespera da proxima cobranca e o fim do contrato. Zero ou
      * negativo quer dizer que a vigencia nao toca o ciclo.
      ******************************************************************
       P440-CALCULAR-DIAS-FATURADOS.

           MOVE WS-DIAS-INICIO-CICLO TO WS-DIAS-INI-FATURADO
           COMPUTE WS-DIAS-CONTRATO =
               FUNCTION INTEGER-OF-DATE (CT-DATA-INICIO)
           IF WS-DIAS-CONTRATO > WS-DIAS-INI-FATURADO
               MOVE WS-DIAS-CONTRATO TO WS-DIAS-INI-FATURADO
           END-IF

           COMPUTE WS-DIAS-FIM-FATURADO = WS-DIAS-COBRANCA - 1
           IF CT-DATA-FIM NOT = ZEROS
               COMPUTE WS-DIAS-CONTRATO =
                   FUNCTION INTEGER-OF-DATE (CT-DATA-FIM)
               IF WS-DIAS-CONTRATO < WS-DIAS-FIM-FATURADO
                   MOVE WS-DIAS-CONTRATO TO WS-DIAS-FIM-FATURADO
               END-IF
           END-IF

           COMPUTE WS-DIAS-FATURADOS =
               WS-DIAS-FIM-FATURADO - WS-DIAS-INI-FATURADO + 1
           .

      ******************************************************************
      * P450-VERIFICAR-PERIODO
      * Meses entre o inicio do contrato e o mes do ciclo (que o P430
      * deixou em WS-ANO-ALVO/WS-MES-ALVO): so um multiplo exato da
      * periodicidade abre periodo novo.
      ******************************************************************
       P450-VERIFICAR-PERIODO.

           COMPUTE WS-ANO-MES-CICLO = WS-ANO-ALVO * 100 + WS-MES-ALVO
           MOVE CT-DATA-INICIO TO WS-DATA-INICIO-DEC
           COMPUTE WS-MESES-DESDE-INICIO =
               (WS-ANO-ALVO * 12 + WS-MES-ALVO)
             - (WS-INI-AA * 12 + WS-INI-MM)

           IF WS-MESES-DESDE-INICIO < ZEROS
               SET MES-DE-COBRANCA TO FALSE
           ELSE
               DIVIDE WS-MESES-DESDE-INICIO BY CT-PERIODICIDADE
                   GIVING WS-QTD-PERIODOS
                   REMAINDER WS-RESTO-PERIODO
               IF WS-RESTO-PERIODO NOT = ZEROS
                   SET MES-DE-COBRANCA TO FALSE
               END-IF
           END-IF
           .

       P900-ENCERRAR-ARQUIVOS.

           CLOSE CONTRATO-FILE
           CLOSE FATURA-GERADA
           CLOSE DIFER-LEDGER

           DISPLAY 'CONTGEN01 - CONTRATOS LIDOS..: ' WS-LIDOS
           DISPLAY 'CONTGEN01 - LINHAS GERADAS...: ' WS-GERADAS
           DISPLAY 'CONTGEN01 - FORA DE VIGENCIA.: '
                   WS-FORA-VIGENCIA
           DISPLAY 'CONTGEN01 - PROPORCIONAIS....: '
                   WS-PROPORCIONAIS
           DISPLAY 'CONTGEN01 - FORA DO PERIODO..: '
                   WS-FORA-PERIODO
           DISPLAY 'CONTGEN01 - RECEITA DIFERIDA.: '
                   WS-DIFERIDAS
           .

       END PROGRAM CONTGEN01.
