      ******************************************************************
      * Copybook: ABONO
      * Purpose:  Interest and penalty waiver (abono) request, keyed
      *           by the original invoice whose late-payment charges
      *           are being waived: customer, total or partial waiver
      *           and the amount asked for, the reason code and text,
      *           the collector who asked, and the decision trail --
      *           who approved or refused it and when, and how the
      *           waiver was finally applied: suppressed by JURFAT01
      *           before the charge was billed, or turned by ABONO01
      *           into a CREDNOTA credit note against the interest
      *           invoice already billed. ABNPROP01 registers the
      *           requests and lists the pending ones, ABONO01 takes
      *           the decisions and ABNRPT01 reports the month's
      *           waivers by collector and reason.
      * Tectonics: COPY ABONO.
      * Modification History
      * ------------------------------------------------------------
      * 15/10/2026  First cut.
      ******************************************************************
       01  ABONO-REC.
           03 AB-NUM-FATURA                  PIC 9(06).
           03 AB-NUM-CLIENTE                 PIC 9(06).
           03 AB-TIPO                        PIC X(01).
              88 AB-TOTAL                        VALUE 'T'.
              88 AB-PARCIAL                      VALUE 'P'.
              88 AB-TIPO-VALIDO                  VALUES 'T' 'P'.
      *    Valor pedido no abono parcial; zeros no abono total.
           03 AB-VALOR-SOLICITADO            PIC 9(07)V99.
           03 AB-MOTIVO                      PIC X(02).
              88 AB-PROMESSA-CUMPRIDA            VALUE 'PC'.
              88 AB-FALHA-EMPRESA                VALUE 'FE'.
              88 AB-NEGOCIACAO                   VALUE 'NG'.
              88 AB-CLIENTE-ESTRATEGICO          VALUE 'CE'.
              88 AB-CONTESTACAO                  VALUE 'CT'.
              88 AB-OUTROS                       VALUE 'OU'.
              88 AB-MOTIVO-VALIDO                VALUES 'PC' 'FE'
                                                        'NG' 'CE'
                                                        'CT' 'OU'.
           03 AB-TEXTO                       PIC X(60).
           03 AB-COLETOR                     PIC X(08).
           03 AB-DATA-SOLICITACAO            PIC 9(08).
           03 AB-SITUACAO                    PIC X(01).
              88 AB-PENDENTE                     VALUE 'P'.
              88 AB-RECUSADO                     VALUE 'R'.
              88 AB-APROVADO                     VALUE 'A'.
              88 AB-SUPRIMIDO                    VALUE 'S'.
              88 AB-CREDITADO                    VALUE 'C'.
           03 AB-APROVADOR                   PIC X(08).
           03 AB-DATA-DECISAO                PIC 9(08).
           03 AB-MOTIVO-DECISAO              PIC X(40).
      *    Valor efetivamente abonado, data em que o abono foi
      *    aplicado (supressao ou nota de credito) e a fatura de
      *    encargos creditada (zeros quando suprimido).
           03 AB-VALOR-ABONADO               PIC 9(07)V99.
           03 AB-DATA-APLICACAO              PIC 9(08).
           03 AB-FATURA-JUROS                PIC 9(06).
