       IDENTIFICATION DIVISION.
       PROGRAM-ID. custage.
      *--------------------------------------------------------------
      *  CUSTAGE - nightly receivables aging for collections.  Ages
      *  every open amount in custrcv001 (loaded by CUSTRVLD) by days
      *  past its due date into the buckets collections works by -
      *  a vencer, 1-30, 31-60, 61-90, 91-120 and 120+ - and writes
      *  one line per customer to custagerp with the bucket totals.
      *  A merged customer's balance is rolled up under the
      *  Cust-Code it was merged into, following Cust-Merged-Into
      *  (custrec.cpy) until it reaches a code that is not itself
      *  merged, so a debt never disappears with a retired code: the
      *  retired code's amount prints under the survivor and counts
      *  in the survivor's totals.  The result goes back onto
      *  custrcv001 (RV-Rollup fields, custrvrc.cpy) for CUSTCBQ to
      *  rank the callback queue by.  Same SORT INPUT/OUTPUT
      *  PROCEDURE control-break pattern as CUSTCBQ and CUSTTERR.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY custsel.
           COPY custrvsel.

           select aging-sort-file assign to "custagesw".

           select aging-report
              assign       to  "custagerp"
              organization is line sequential
              file status  is rpt-status.

       DATA DIVISION.
       FILE SECTION.
       fd customer.
           COPY custrec.

       fd receivable.
           COPY custrvrc.

       SD aging-sort-file.
       01  SA-Rec.
           05 SA-Owner-Code           PIC 9(5).
           05 SA-Cust-Code            PIC 9(5).
           05 SA-Owner-Name           PIC X(30).
           05 SA-Amount               PIC S9(9)V99.
           05 SA-Days-Late            PIC 9(5).
           05 SA-Due-Date             PIC X(8).

       fd aging-report.
       01  Aging-Report-Line         PIC X(160).

       WORKING-STORAGE SECTION.
       01 cust-status                 PIC X(02) VALUE SPACES.
          88 VALID-cust                VALUE "00" THRU "09".
       01 rcv-status                  PIC X(02) VALUE SPACES.
          88 VALID-rcv                 VALUE "00" THRU "09".
       01 rpt-status                  PIC X(02) VALUE SPACES.
          88 VALID-rpt                 VALUE "00" THRU "09".
       01 is-file pic x any length.
       01 w-msg pic x any length.
       01  crerr-status.
           03 file-status          pic xx.
           03 ext-status           pic x(10).
       01 ws-current-op               PIC X(8) VALUE SPACES.
       COPY custiopm.
       COPY custrnpm.
       01 ws-run-end-status           PIC X(2) VALUE "OK".
       01 ws-eof                      PIC X VALUE "N".
          88 ws-at-eof                 VALUE "Y".
       01 ws-sort-eof                 PIC X VALUE "N".
          88 ws-sort-at-eof           VALUE "Y".

       01  ws-run-date                PIC X(8) VALUE SPACES.
       01  ws-run-date-num REDEFINES ws-run-date PIC 9(8).
       01  ws-due-date                PIC X(8) VALUE SPACES.
       01  ws-due-date-num REDEFINES ws-due-date PIC 9(8).
       01  ws-run-day-no              PIC 9(9) VALUE ZERO.
       01  ws-due-day-no              PIC 9(9) VALUE ZERO.
       01  ws-days-late               PIC 9(5) VALUE ZERO.

      *    survivor lookup - a merge chain longer than this is
      *    treated as a loop and stops where it is.
       01  ws-owner-code              PIC 9(5) VALUE ZERO.
       01  ws-owner-name              PIC X(30) VALUE SPACES.
       01  ws-hops                    PIC 9(2) VALUE ZERO.
       01  ws-max-hops                PIC 9(2) VALUE 10.
       01  ws-rcv-open                PIC X VALUE "N".
          88 rcv-is-open              VALUE "Y".
       01  ws-chain-done              PIC X VALUE "N".
          88 chain-is-done            VALUE "Y".

       01  ws-read-count              PIC 9(9) VALUE ZERO.
       01  ws-owner-count             PIC 9(9) VALUE ZERO.
       01  ws-rolled-count            PIC 9(9) VALUE ZERO.
       01  ws-bucket-idx              PIC 9 VALUE ZERO.

       01  ws-first-rec               PIC X VALUE "Y".
          88 is-first-rec             VALUE "Y".
       01  ws-prev-owner              PIC 9(5) VALUE ZERO.
       01  ws-prev-owner-name         PIC X(30) VALUE SPACES.
       01  ws-group-days              PIC 9(5) VALUE ZERO.
       01  ws-group-total             PIC S9(11)V99 VALUE ZERO.
       01  ws-grand-total             PIC S9(11)V99 VALUE ZERO.

      *    the merged codes rolled into the current survivor, held
      *    until its detail line is out so they print under it.  A
      *    survivor with more than the table holds still counts them
      *    all; the rest are summed into one line.
       01  ws-roll-table.
           05 ws-roll-entry OCCURS 50 TIMES.
              10 wg-cust-code         PIC 9(5).
              10 wg-amount            PIC S9(9)V99.
              10 wg-due-date          PIC X(8).
       01  ws-roll-count              PIC 9(3) VALUE ZERO.
       01  ws-roll-idx                PIC 9(3) VALUE ZERO.
       01  ws-roll-extra-count        PIC 9(5) VALUE ZERO.
       01  ws-roll-extra-amount       PIC S9(11)V99 VALUE ZERO.

      *    bucket 1 a vencer, 2 1-30, 3 31-60, 4 61-90, 5 91-120,
      *    6 120+ - per customer group and for the whole run.
       01  ws-group-buckets.
           05 ws-group-bucket         PIC S9(11)V99 OCCURS 6 TIMES.
       01  ws-total-buckets.
           05 ws-total-bucket         PIC S9(11)V99 OCCURS 6 TIMES.
       01  ws-bucket-label-values.
           05 FILLER                  PIC X(14) VALUE "A vencer".
           05 FILLER                  PIC X(14) VALUE "1-30 dias".
           05 FILLER                  PIC X(14) VALUE "31-60 dias".
           05 FILLER                  PIC X(14) VALUE "61-90 dias".
           05 FILLER                  PIC X(14) VALUE "91-120 dias".
           05 FILLER                  PIC X(14) VALUE "120+ dias".
       01  ws-bucket-labels REDEFINES ws-bucket-label-values.
           05 ws-bucket-label         PIC X(14) OCCURS 6 TIMES.

       01  ws-heading-line.
           05 FILLER                  PIC X(6)  VALUE "Cust-".
           05 FILLER                  PIC X(31) VALUE "Nome".
           05 FILLER                  PIC X(18) VALUE
              "            Total".
           05 FILLER                  PIC X(15) VALUE "      A vencer".
           05 FILLER                  PIC X(15) VALUE "          1-30".
           05 FILLER                  PIC X(15) VALUE "         31-60".
           05 FILLER                  PIC X(15) VALUE "         61-90".
           05 FILLER                  PIC X(15) VALUE "        91-120".
           05 FILLER                  PIC X(15) VALUE "          120+".
           05 FILLER                  PIC X(6)  VALUE " Dias".

       01  ws-detail-line.
           05 wd-cust-code            PIC 9(5).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-name                 PIC X(30).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-total                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 wd-bucket-area.
              10 wd-bucket            PIC ZZZ,ZZZ,ZZ9.99-
                                      OCCURS 6 TIMES.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-days                 PIC ZZZZ9.

       01  ws-rollup-line.
           05 FILLER                  PIC X(8) VALUE SPACES.
           05 FILLER                  PIC X(14) VALUE
              "incorporado: ".
           05 wr-cust-code            PIC 9(5).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(7) VALUE "valor ".
           05 wr-amount               PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE "vencimento ".
           05 wr-due-date             PIC X(8).

       01  ws-roll-extra-line.
           05 FILLER                  PIC X(8) VALUE SPACES.
           05 FILLER                  PIC X(14) VALUE
              "incorporados: ".
           05 wx-count                PIC ZZZZ9.
           05 FILLER                  PIC X(10) VALUE " outros   ".
           05 wx-amount               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  ws-amount-line.
           05 wa-label                PIC X(40).
           05 wa-amount               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  ws-summary-line.
           05 ws-label                PIC X(40).
           05 ws-count                PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       inicio.
           perform inicia-controle-execucao
           if not CRN-Run-Ok
              goback
           end-if

           SET ENVIRONMENT "file.index" to "dci"

           move function current-date(1:8) to ws-run-date
           compute ws-run-day-no =
              function integer-of-date(ws-run-date-num)
           perform varying ws-bucket-idx from 1 by 1
              until ws-bucket-idx > 6
              move zero to ws-total-bucket(ws-bucket-idx)
           end-perform

           move "OPEN-OUT" to ws-current-op
           open output aging-report
           if not valid-rpt
              perform valida-status-rpt
              perform encerra-controle-execucao
              goback
           end-if
           move spaces to Aging-Report-Line
           string "Aging de recebiveis - " delimited by size
                  ws-run-date delimited by size
                  into Aging-Report-Line
           write Aging-Report-Line
           move spaces to Aging-Report-Line
           write Aging-Report-Line
           move ws-heading-line to Aging-Report-Line
           write Aging-Report-Line

           sort aging-sort-file
              on ascending key SA-Owner-Code SA-Cust-Code
              input procedure  is carrega-saldos
                 thru carrega-saldos-fim
              output procedure is gera-aging

           perform escreve-sumario
           close aging-report

           display "Aging de recebiveis concluido - " ws-owner-count
              " cliente(s), " ws-rolled-count
              " saldo(s) incorporado(s) por fusao."
           perform encerra-controle-execucao
           goback.

      *    pass 1 - every open amount is aged and released under its
      *    survivor.  Last night's rollup is cleared on the way, so
      *    a code whose balance moved (or was paid off) never keeps
      *    a stale rank.
       carrega-saldos.
           move "OPEN" to ws-current-op
           open i-o receivable
           if rcv-status = "35"
              display "custrcv001 inexistente - nada a envelhecer."
              go to carrega-saldos-fim
           end-if
           if not valid-rcv
              perform valida-status-rcv
              go to carrega-saldos-fim
           end-if
           move "OPEN" to ws-current-op
           open input customer
           if not valid-cust
              perform valida-status
              close receivable
              go to carrega-saldos-fim
           end-if

           move "N" to ws-eof
           perform until ws-at-eof
              move "READ" to ws-current-op
              read receivable next record
                 at end move "Y" to ws-eof
                 not at end
                    add 1 to ws-read-count
                    perform envelhece-saldo
              end-read
           end-perform
           close customer
           close receivable.
       carrega-saldos-fim.
           continue.

       envelhece-saldo.
           perform localiza-sobrevivente
           perform calcula-dias-atraso

           if ws-owner-code = RV-Cust-Code
              move zero to RV-Rolled-Into
           else
              move ws-owner-code to RV-Rolled-Into
           end-if
           move zero        to RV-Rollup-Amount
           move zero        to RV-Rollup-Days-Late
           move ws-run-date to RV-Aged-Date
           move "REWRITE" to ws-current-op
           rewrite Custrcv-Rec
           if not valid-rcv
              perform valida-status-rcv
           end-if

           if RV-Open-Amount not = zero
              move ws-owner-code  to SA-Owner-Code
              move RV-Cust-Code   to SA-Cust-Code
              move ws-owner-name  to SA-Owner-Name
              move RV-Open-Amount to SA-Amount
              move ws-days-late   to SA-Days-Late
              move RV-Due-Date    to SA-Due-Date
              release SA-Rec
           end-if.

      *    localiza-sobrevivente - follows Cust-Merged-Into from
      *    RV-Cust-Code to the code still standing; a code not on
      *    customer001 owns its own balance.
       localiza-sobrevivente.
           move RV-Cust-Code to ws-owner-code
           move spaces to ws-owner-name
           move zero to ws-hops
           move "N" to ws-chain-done
           perform until chain-is-done
              move ws-owner-code to Cust-Code
              move "READ" to ws-current-op
              read customer key is cust-code
                 invalid key
                    move "Y" to ws-chain-done
                 not invalid key
                    move spaces to ws-owner-name
                    string function trim(Cust-First-Name)
                              delimited by size
                           " " delimited by size
                           function trim(Cust-Last-Name)
                              delimited by size
                           into ws-owner-name
                    if Cust-Is-Merged
                       and Cust-Merged-Into not = zero
                       and Cust-Merged-Into not = ws-owner-code
                       and ws-hops < ws-max-hops
                       move Cust-Merged-Into to ws-owner-code
                       add 1 to ws-hops
                    else
                       move "Y" to ws-chain-done
                    end-if
              end-read
           end-perform.

      *    calcula-dias-atraso - zero when not yet due or when the
      *    due date will not convert.
       calcula-dias-atraso.
           move zero to ws-days-late
           move RV-Due-Date to ws-due-date
           if ws-due-date is numeric and ws-due-date < ws-run-date
              compute ws-due-day-no =
                 function integer-of-date(ws-due-date-num)
              if ws-due-day-no > zero
                 compute ws-days-late = ws-run-day-no - ws-due-day-no
              end-if
           end-if.

      *    pass 2 - control-break on survivor code; the group total
      *    line prints at the break and the survivor's custrcv001
      *    record takes the rollup.
       gera-aging.
           move "N" to ws-rcv-open
           move "OPEN" to ws-current-op
           open i-o receivable
           if valid-rcv
              move "Y" to ws-rcv-open
           else
              if rcv-status not = "35"
                 perform valida-status-rcv
              end-if
           end-if

           move "Y" to ws-first-rec
           move "N" to ws-sort-eof
           perform until ws-sort-at-eof
              return aging-sort-file
                 at end move "Y" to ws-sort-eof
                 not at end
                    if not is-first-rec
                       and SA-Owner-Code not = ws-prev-owner
                       perform fecha-cliente
                    end-if
                    if is-first-rec
                       or SA-Owner-Code not = ws-prev-owner
                       perform abre-cliente
                    end-if
                    perform acumula-saldo
                    move "N" to ws-first-rec
              end-return
           end-perform
           if not is-first-rec
              perform fecha-cliente
           end-if

           if rcv-is-open
              close receivable
           end-if.

       abre-cliente.
           perform varying ws-bucket-idx from 1 by 1
              until ws-bucket-idx > 6
              move zero to ws-group-bucket(ws-bucket-idx)
           end-perform
           move zero to ws-group-total
           move zero to ws-group-days
           move zero to ws-roll-count
           move zero to ws-roll-extra-count
           move zero to ws-roll-extra-amount
           move SA-Owner-Code to ws-prev-owner
           move SA-Owner-Name to ws-prev-owner-name.

       acumula-saldo.
           evaluate true
              when SA-Days-Late = 0
                 move 1 to ws-bucket-idx
              when SA-Days-Late <= 30
                 move 2 to ws-bucket-idx
              when SA-Days-Late <= 60
                 move 3 to ws-bucket-idx
              when SA-Days-Late <= 90
                 move 4 to ws-bucket-idx
              when SA-Days-Late <= 120
                 move 5 to ws-bucket-idx
              when other
                 move 6 to ws-bucket-idx
           end-evaluate
           add SA-Amount to ws-group-bucket(ws-bucket-idx)
           add SA-Amount to ws-total-bucket(ws-bucket-idx)
           add SA-Amount to ws-group-total
           add SA-Amount to ws-grand-total
           if SA-Days-Late > ws-group-days
              move SA-Days-Late to ws-group-days
           end-if

           if SA-Cust-Code not = SA-Owner-Code
              add 1 to ws-rolled-count
              if ws-roll-count < 50
                 add 1 to ws-roll-count
                 move SA-Cust-Code to wg-cust-code(ws-roll-count)
                 move SA-Amount    to wg-amount(ws-roll-count)
                 move SA-Due-Date  to wg-due-date(ws-roll-count)
              else
                 add 1 to ws-roll-extra-count
                 add SA-Amount to ws-roll-extra-amount
              end-if
           end-if.

       fecha-cliente.
           add 1 to ws-owner-count
           move spaces to ws-detail-line
           move ws-prev-owner      to wd-cust-code
           move ws-prev-owner-name to wd-name
           move ws-group-total     to wd-total
           perform varying ws-bucket-idx from 1 by 1
              until ws-bucket-idx > 6
              move ws-group-bucket(ws-bucket-idx)
                 to wd-bucket(ws-bucket-idx)
           end-perform
           move ws-group-days to wd-days
           move ws-detail-line to Aging-Report-Line
           write Aging-Report-Line
           perform varying ws-roll-idx from 1 by 1
              until ws-roll-idx > ws-roll-count
              move wg-cust-code(ws-roll-idx) to wr-cust-code
              move wg-amount(ws-roll-idx)    to wr-amount
              move wg-due-date(ws-roll-idx)  to wr-due-date
              move ws-rollup-line to Aging-Report-Line
              write Aging-Report-Line
           end-perform
           if ws-roll-extra-count > zero
              move ws-roll-extra-count  to wx-count
              move ws-roll-extra-amount to wx-amount
              move ws-roll-extra-line to Aging-Report-Line
              write Aging-Report-Line
           end-if
           if rcv-is-open
              perform grava-saldo-consolidado
           end-if.

      *    grava-saldo-consolidado - the survivor's own record takes
      *    the rollup; a survivor that owes nothing itself gets a
      *    zero-balance record to carry it.
       grava-saldo-consolidado.
           move ws-prev-owner to RV-Cust-Code
           move "READ" to ws-current-op
           read receivable key is RV-Cust-Code
              invalid key
                 move ws-prev-owner to RV-Cust-Code
                 move zero          to RV-Open-Amount
                 move spaces        to RV-Due-Date
                 move spaces        to RV-Last-Payment-Date
                 move spaces        to RV-Load-Timestamp
                 move zero          to RV-Rolled-Into
           end-read
           move ws-group-total to RV-Rollup-Amount
           move ws-group-days  to RV-Rollup-Days-Late
           move ws-run-date    to RV-Aged-Date
           move "REWRITE" to ws-current-op
           rewrite Custrcv-Rec
           if rcv-status = "23"
              move "WRITE" to ws-current-op
              write Custrcv-Rec
           end-if
           if not valid-rcv
              perform valida-status-rcv
           end-if.

       escreve-sumario.
           move spaces to Aging-Report-Line
           write Aging-Report-Line
           perform varying ws-bucket-idx from 1 by 1
              until ws-bucket-idx > 6
              move spaces to wa-label
              string "Total " delimited by size
                     ws-bucket-label(ws-bucket-idx) delimited by size
                     into wa-label
              move ws-total-bucket(ws-bucket-idx) to wa-amount
              move ws-amount-line to Aging-Report-Line
              write Aging-Report-Line
           end-perform
           move "Total em aberto:" to wa-label
           move ws-grand-total to wa-amount
           move ws-amount-line to Aging-Report-Line
           write Aging-Report-Line
           move spaces to Aging-Report-Line
           write Aging-Report-Line
           move "Registros em custrcv001:" to ws-label
           move ws-read-count to ws-count
           move ws-summary-line to Aging-Report-Line
           write Aging-Report-Line
           move "Clientes com saldo:" to ws-label
           move ws-owner-count to ws-count
           move ws-summary-line to Aging-Report-Line
           write Aging-Report-Line
           move "Saldos incorporados por fusao:" to ws-label
           move ws-rolled-count to ws-count
           move ws-summary-line to Aging-Report-Line
           write Aging-Report-Line.

      *    inicia-controle-execucao / encerra-controle-execucao -
      *    this job's start and end in custrun001 through CUSTRUNC.
      *    A refused start (a job it depends on did not end clean in
      *    tonight's window) stops the run before anything is opened;
      *    every way out after a good start records the end, "ER"
      *    once any valida-status paragraph has logged an I/O error.
       inicia-controle-execucao.
           move "I"        to CRN-Action
           move "custage"  to CRN-Job-Id
           call "custrunc" using Custrun-Parms
           if not CRN-Run-Ok
              display function trim(CRN-Message)
              display "CUSTAGE nao executado."
           end-if.

       encerra-controle-execucao.
           move "F"        to CRN-Action
           move "custage"  to CRN-Job-Id
           move ws-run-end-status to CRN-End-Status
           move ws-read-count     to CRN-Read-Count
           move ws-owner-count    to CRN-Written-Count
           move zero              to CRN-Exception-Count
           call "custrunc" using Custrun-Parms.

       valida-status.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custage"     to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move cust-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       valida-status-rcv.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custage"     to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move RV-Cust-Code  to CIOL-Cust-Code
           move rcv-status    to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

      *    valida-status-rpt - same as valida-status, but for a
      *    failed OPEN OUTPUT of the aging report (custagerp).
       valida-status-rpt.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custage"     to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move rpt-status    to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
