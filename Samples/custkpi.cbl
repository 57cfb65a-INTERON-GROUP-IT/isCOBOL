       IDENTIFICATION DIVISION.
       PROGRAM-ID. custkpi.
      *--------------------------------------------------------------
      *  CUSTKPI - weekly contact KPI report per operator off
      *  custcont001.  CUSTCTRP lists the attempts; this says how
      *  well they went and whether promised callbacks were kept.
      *  For the week custkppm names (custkppm.cpy), per operator:
      *     attempts        custcont001 rows the operator logged in
      *                     the week (batch rows such as CUSTUNLT's
      *                     "Carta enviada" are not call attempts)
      *     contact rate    attempts that reached the customer
      *     refusal rate    refusals among those contacts
      *     callbacks       promises the operator made that fell due
      *                     in the week (CC-Next-Action-Date), split
      *                     into worked on or before the date, late
      *                     and never, with the average days late of
      *                     the late ones
      *  A promise is worked by the customer's next attempt after
      *  it, whoever logs it; a promise due today or later is not
      *  judged yet.  Outcomes are read through CUSTOUTM, so rows
      *  typed as free text before the standard codes (custoctb.cpy)
      *  count too; a row CUSTOUTM cannot map is still an attempt and
      *  is counted under "nao mapeado" so custoutal can be extended.
      *  Same SORT INPUT/OUTPUT PROCEDURE control-break pattern as
      *  CUSTOPRT.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY custctsel.

           select custkpi-param
              assign       to  "custkppm"
              organization is line sequential
              file status  is param-status.

           select kpi-sort-file assign to "custkpsw".

           select kpi-report
              assign       to  "custkpirp"
              organization is line sequential
              file status  is rpt-status.

       DATA DIVISION.
       FILE SECTION.
       fd customercontact.
           COPY custctrc.

       fd custkpi-param.
           COPY custkppm.

      *    one event per sort record - "A" an attempt in the week,
      *    "P" a promise that fell due in the week and how it went
      *    ("O" on time, "L" late, "N" never).
       SD kpi-sort-file.
       01  SK-Rec.
           05 SK-Operator-Id         PIC X(8).
           05 SK-Event               PIC X.
           05 SK-Contact             PIC X.
           05 SK-Refusal             PIC X.
           05 SK-Unmapped            PIC X.
           05 SK-Result              PIC X.
           05 SK-Days-Late           PIC 9(5).

       fd kpi-report.
       01  Kpi-Report-Line           PIC X(132).

       WORKING-STORAGE SECTION.
       01 contact-status              PIC X(02) VALUE SPACES.
          88 VALID-contact             VALUE "00" THRU "09".
       01 param-status                PIC X(02) VALUE SPACES.
          88 VALID-param               VALUE "00" THRU "09".
       01 rpt-status                  PIC X(02) VALUE SPACES.
          88 VALID-rpt                 VALUE "00" THRU "09".
       01 is-file pic x any length.
       01 w-msg pic x any length.
       01  crerr-status.
           03 file-status          pic xx.
           03 ext-status           pic x(10).
       01 ws-current-op               PIC X(8) VALUE SPACES.
       COPY custiopm.
       COPY custompm.
       01 ws-eof                      PIC X VALUE "N".
          88 ws-at-eof                 VALUE "Y".
       01 ws-sort-eof                 PIC X VALUE "N".
          88 ws-sort-at-eof           VALUE "Y".

       01  ws-run-date                PIC X(8) VALUE SPACES.
       01  ws-run-date-num REDEFINES ws-run-date PIC 9(8).
       01  ws-start-date              PIC X(8) VALUE SPACES.
       01  ws-start-date-num REDEFINES ws-start-date PIC 9(8).
       01  ws-end-date                PIC X(8) VALUE SPACES.
       01  ws-end-date-num REDEFINES ws-end-date PIC 9(8).
       01  ws-work-date               PIC X(8) VALUE SPACES.
       01  ws-work-date-num REDEFINES ws-work-date PIC 9(8).
       01  ws-day-no                  PIC 9(9) VALUE ZERO.
       01  ws-due-day-no              PIC 9(9) VALUE ZERO.
       01  ws-row-date                PIC X(8) VALUE SPACES.

      *    the one open promise per customer - every attempt works
      *    any promise made before it, so there is never more than
      *    one outstanding.
       01  ws-held-promise.
           05 wp-cust-code            PIC 9(5).
           05 wp-operator-id          PIC X(8).
           05 wp-due-date             PIC X(8).
       01  ws-have-promise            PIC X VALUE "N".
          88 have-promise             VALUE "Y".
       01  ws-prev-cust-code          PIC 9(5) VALUE ZERO.

       01  ws-read-count              PIC 9(9) VALUE ZERO.

       01  ws-first-rec               PIC X VALUE "Y".
          88 is-first-rec             VALUE "Y".
       01  ws-prev-operator           PIC X(8) VALUE SPACES.

      *    per operator (wo-) and for the whole report (wg-).
       01  ws-oper-totals.
           05 wo-attempts             PIC 9(7).
           05 wo-contacts             PIC 9(7).
           05 wo-refusals             PIC 9(7).
           05 wo-unmapped             PIC 9(7).
           05 wo-due                  PIC 9(7).
           05 wo-on-time              PIC 9(7).
           05 wo-late                 PIC 9(7).
           05 wo-never                PIC 9(7).
           05 wo-days-late            PIC 9(9).
       01  ws-grand-totals.
           05 wg-attempts             PIC 9(7).
           05 wg-contacts             PIC 9(7).
           05 wg-refusals             PIC 9(7).
           05 wg-unmapped             PIC 9(7).
           05 wg-due                  PIC 9(7).
           05 wg-on-time              PIC 9(7).
           05 wg-late                 PIC 9(7).
           05 wg-never                PIC 9(7).
           05 wg-days-late            PIC 9(9).
       01  ws-operator-count          PIC 9(5) VALUE ZERO.
       01  ws-rate                    PIC 9(3)V9 VALUE ZERO.
       01  ws-average                 PIC 9(5)V9 VALUE ZERO.

       01  ws-heading-1.
           05 FILLER                  PIC X(9)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE "Tentat.".
           05 FILLER                  PIC X(9)  VALUE "Contatos".
           05 FILLER                  PIC X(8)  VALUE " % Cont.".
           05 FILLER                  PIC X(9)  VALUE " Recusas".
           05 FILLER                  PIC X(8)  VALUE "  % Rec.".
           05 FILLER                  PIC X(10) VALUE "  Retornos".
           05 FILLER                  PIC X(9)  VALUE " No prazo".
           05 FILLER                  PIC X(9)  VALUE " Atraso".
           05 FILLER                  PIC X(9)  VALUE "   Nunca".
           05 FILLER                  PIC X(9)  VALUE " Media at".
           05 FILLER                  PIC X(10) VALUE " N/mapeado".
       01  ws-heading-2.
           05 FILLER                  PIC X(8)  VALUE "Operador".
           05 FILLER                  PIC X(43) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "  devidos".
           05 FILLER                  PIC X(27) VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE "   (dias)".

       01  ws-detail-line.
           05 wd-operator             PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-attempts             PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-contacts             PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-contact-rate         PIC ZZ9.9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-refusals             PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-refusal-rate         PIC ZZ9.9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 wd-due                  PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-on-time              PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-late                 PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-never                PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-average              PIC ZZ,ZZ9.9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-unmapped             PIC ZZZ,ZZ9.

       01  ws-summary-line.
           05 ws-label                PIC X(40).
           05 ws-count                PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       inicio.
           SET ENVIRONMENT "file.index" to "dci"

           move function current-date(1:8) to ws-run-date
           perform le-controle

           move "OPEN-OUT" to ws-current-op
           open output kpi-report
           if not valid-rpt
              perform valida-status-rpt
              goback
           end-if
           move spaces to Kpi-Report-Line
           string "Indicadores de contato por operador - semana de "
                     delimited by size
                  ws-start-date delimited by size
                  " a " delimited by size
                  ws-end-date delimited by size
                  into Kpi-Report-Line
           write Kpi-Report-Line
           move spaces to Kpi-Report-Line
           write Kpi-Report-Line
           move ws-heading-1 to Kpi-Report-Line
           write Kpi-Report-Line
           move ws-heading-2 to Kpi-Report-Line
           write Kpi-Report-Line

           perform zera-totais-gerais

           sort kpi-sort-file
              on ascending key SK-Operator-Id
              input procedure  is carrega-eventos
                 thru carrega-eventos-fim
              output procedure is gera-relatorio-kpi

           move spaces to Kpi-Report-Line
           write Kpi-Report-Line
           move "TOTAL" to wd-operator
           move wg-attempts  to wo-attempts
           move wg-contacts  to wo-contacts
           move wg-refusals  to wo-refusals
           move wg-unmapped  to wo-unmapped
           move wg-due       to wo-due
           move wg-on-time   to wo-on-time
           move wg-late      to wo-late
           move wg-never     to wo-never
           move wg-days-late to wo-days-late
           perform monta-linha-kpi
           move spaces to Kpi-Report-Line
           write Kpi-Report-Line
           move "Operadores no relatorio:" to ws-label
           move ws-operator-count to ws-count
           move ws-summary-line to Kpi-Report-Line
           write Kpi-Report-Line
           move "Linhas de custcont001 lidas:" to ws-label
           move ws-read-count to ws-count
           move ws-summary-line to Kpi-Report-Line
           write Kpi-Report-Line
           close kpi-report

           display "Indicadores de contato concluidos - "
              wg-attempts " tentativa(s), " wg-due
              " retorno(s) devido(s)."
           goback.

      *    le-controle - the week is CKP-Week-Start and the six days
      *    after it; a missing, blank or non-date custkppm means the
      *    seven days ending yesterday.
       le-controle.
           move spaces to ws-start-date
           move "READ" to ws-current-op
           open input custkpi-param
           if not valid-param
              display "custkppm indisponivel - usando os ultimos"
                 " 7 dias"
           else
              read custkpi-param
                 at end
                    move spaces to Custkpi-Param-Rec
              end-read
              close custkpi-param
              if CKP-Week-Start numeric
                 move CKP-Week-Start to ws-start-date
              end-if
           end-if
           move zero to ws-day-no
           if ws-start-date not = spaces
              compute ws-day-no =
                 function integer-of-date(ws-start-date-num)
           end-if
           if ws-day-no = zero
              compute ws-day-no =
                 function integer-of-date(ws-run-date-num) - 7
           end-if
           compute ws-start-date-num =
              function date-of-integer(ws-day-no)
           add 6 to ws-day-no
           compute ws-end-date-num =
              function date-of-integer(ws-day-no).

       zera-totais-gerais.
           move zero to wg-attempts
           move zero to wg-contacts
           move zero to wg-refusals
           move zero to wg-unmapped
           move zero to wg-due
           move zero to wg-on-time
           move zero to wg-late
           move zero to wg-never
           move zero to wg-days-late.

      *    pass 1 - the whole contact log, customer by customer in
      *    timestamp order: each row first works the customer's open
      *    promise (if any), then counts as an attempt if it falls in
      *    the week, then leaves its own promise open if it made one
      *    that falls due in the week.
       carrega-eventos.
           move "OPEN" to ws-current-op
           open input customercontact
           if contact-status = "35"
              display "custcont001 inexistente - relatorio vazio."
              go to carrega-eventos-fim
           end-if
           if not valid-contact
              perform valida-status-contact
              go to carrega-eventos-fim
           end-if

           move "N" to ws-eof
           move "N" to ws-have-promise
           perform until ws-at-eof
              move "READ" to ws-current-op
              read customercontact next record
                 at end
                    move "Y" to ws-eof
                    perform encerra-promessa
                 not at end
                    add 1 to ws-read-count
                    if CC-Cust-Code not = ws-prev-cust-code
                       perform encerra-promessa
                       move CC-Cust-Code to ws-prev-cust-code
                    end-if
                    perform avalia-linha-contato
                       thru avalia-linha-contato-fim
              end-read
           end-perform
           close customercontact.
       carrega-eventos-fim.
           continue.

       avalia-linha-contato.
           move CC-Outcome to COM-Outcome-Text
           call "custoutm" using Custoutm-Parms
           if COM-Mapped and COM-Is-System
              go to avalia-linha-contato-fim
           end-if
           move CC-Contact-Timestamp(1:8) to ws-row-date

           if have-promise
              perform trabalha-promessa
           end-if

           if ws-row-date not < ws-start-date
              and ws-row-date not > ws-end-date
              move spaces to SK-Rec
              move CC-Operator-Id to SK-Operator-Id
              move "A" to SK-Event
              if COM-Unmapped
                 move "S" to SK-Unmapped
              else
                 if COM-Is-Contact
                    move "S" to SK-Contact
                 end-if
                 if COM-Is-Refusal
                    move "S" to SK-Refusal
                 end-if
              end-if
              move zero to SK-Days-Late
              release SK-Rec
           end-if

      *    a promise only matters here if it falls due in the week
      *    and is already past.
           if CC-Next-Action-Date numeric
              and CC-Next-Action-Date not < ws-start-date
              and CC-Next-Action-Date not > ws-end-date
              and CC-Next-Action-Date < ws-run-date
              move CC-Cust-Code        to wp-cust-code
              move CC-Operator-Id      to wp-operator-id
              move CC-Next-Action-Date to wp-due-date
              move "Y" to ws-have-promise
           end-if.
       avalia-linha-contato-fim.
           continue.

      *    trabalha-promessa - the current row is the attempt that
      *    followed the open promise.
       trabalha-promessa.
           move spaces to SK-Rec
           move wp-operator-id to SK-Operator-Id
           move "P" to SK-Event
           move zero to SK-Days-Late
           if ws-row-date not > wp-due-date
              move "O" to SK-Result
           else
              move "L" to SK-Result
              move ws-row-date to ws-work-date
              compute ws-day-no =
                 function integer-of-date(ws-work-date-num)
              move wp-due-date to ws-work-date
              compute ws-due-day-no =
                 function integer-of-date(ws-work-date-num)
              compute SK-Days-Late = ws-day-no - ws-due-day-no
           end-if
           release SK-Rec
           move "N" to ws-have-promise.

      *    encerra-promessa - the customer's rows are over and the
      *    promise was never followed up.
       encerra-promessa.
           if have-promise
              move spaces to SK-Rec
              move wp-operator-id to SK-Operator-Id
              move "P" to SK-Event
              move "N" to SK-Result
              move zero to SK-Days-Late
              release SK-Rec
              move "N" to ws-have-promise
           end-if.

      *    pass 2 - control-break on operator; one line each.
       gera-relatorio-kpi.
           move "Y" to ws-first-rec
           move "N" to ws-sort-eof
           perform until ws-sort-at-eof
              return kpi-sort-file
                 at end move "Y" to ws-sort-eof
                 not at end
                    if not is-first-rec
                       and SK-Operator-Id not = ws-prev-operator
                       perform fecha-operador
                    end-if
                    if is-first-rec
                       or SK-Operator-Id not = ws-prev-operator
                       perform abre-operador
                    end-if
                    perform acumula-evento
                    move "N" to ws-first-rec
                    move SK-Operator-Id to ws-prev-operator
              end-return
           end-perform
           if not is-first-rec
              perform fecha-operador
           end-if.

       abre-operador.
           move zero to wo-attempts
           move zero to wo-contacts
           move zero to wo-refusals
           move zero to wo-unmapped
           move zero to wo-due
           move zero to wo-on-time
           move zero to wo-late
           move zero to wo-never
           move zero to wo-days-late
           add 1 to ws-operator-count.

       acumula-evento.
           if SK-Event = "A"
              add 1 to wo-attempts wg-attempts
              if SK-Contact = "S"
                 add 1 to wo-contacts wg-contacts
              end-if
              if SK-Refusal = "S"
                 add 1 to wo-refusals wg-refusals
              end-if
              if SK-Unmapped = "S"
                 add 1 to wo-unmapped wg-unmapped
              end-if
           else
              add 1 to wo-due wg-due
              evaluate SK-Result
                 when "O"
                    add 1 to wo-on-time wg-on-time
                 when "L"
                    add 1 to wo-late wg-late
                    add SK-Days-Late to wo-days-late wg-days-late
                 when other
                    add 1 to wo-never wg-never
              end-evaluate
           end-if.

       fecha-operador.
           move ws-prev-operator to wd-operator
           perform monta-linha-kpi.

      *    monta-linha-kpi - rates as percentages; a zero divisor
      *    shows zero.
       monta-linha-kpi.
           move wo-attempts to wd-attempts
           move wo-contacts to wd-contacts
           move zero to ws-rate
           if wo-attempts > zero
              compute ws-rate rounded =
                 wo-contacts * 100 / wo-attempts
           end-if
           move ws-rate to wd-contact-rate
           move wo-refusals to wd-refusals
           move zero to ws-rate
           if wo-contacts > zero
              compute ws-rate rounded =
                 wo-refusals * 100 / wo-contacts
           end-if
           move ws-rate to wd-refusal-rate
           move wo-due      to wd-due
           move wo-on-time  to wd-on-time
           move wo-late     to wd-late
           move wo-never    to wd-never
           move zero to ws-average
           if wo-late > zero
              compute ws-average rounded =
                 wo-days-late / wo-late
           end-if
           move ws-average  to wd-average
           move wo-unmapped to wd-unmapped
           move ws-detail-line to Kpi-Report-Line
           write Kpi-Report-Line.

       valida-status-contact.
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custkpi"     to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero           to CIOL-Cust-Code
           move contact-status to CIOL-File-Status
           move ext-status     to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       valida-status-rpt.
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custkpi"     to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move rpt-status    to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
