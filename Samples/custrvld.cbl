       IDENTIFICATION DIVISION.
       PROGRAM-ID. custrvld.
      *--------------------------------------------------------------
      *  CUSTRVLD - nightly load of custrcv001 (custrvrc.cpy) from
      *  the billing system's open-items extract, custrvin.  The
      *  extract is the whole of what billing says is owed tonight,
      *  so custrcv001 is rebuilt from it outright: a customer paid
      *  off since last night simply has no line.  One comma-
      *  delimited line per Cust-Code:
      *     Cust-Code,open amount,due date,last payment date
      *  with the open amount in cents (a leading "-" for a credit
      *  balance) and both dates yyyymmdd (last payment may be
      *  blank).  A line with the wrong field count, a non-numeric
      *  or unknown Cust-Code (not on customer001), a bad amount or
      *  date, or a Cust-Code already loaded from an earlier line is
      *  rejected to custrvrp and counted; the rest of the feed
      *  still loads.  A missing custrvin leaves last night's
      *  custrcv001 in place.  CUSTAGE runs after this to age the
      *  balances and roll merged customers up.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY custsel.
           COPY custrvsel.

           select feed-file
              assign       to  "custrvin"
              organization is line sequential
              file status  is feed-status.

           select reject-report
              assign       to  "custrvrp"
              organization is line sequential
              file status  is rpt-status.

       DATA DIVISION.
       FILE SECTION.
       fd customer.
           COPY custrec.

       fd receivable.
           COPY custrvrc.

       fd feed-file.
       01  Feed-Line               PIC X(100).

       fd reject-report.
       01  Reject-Report-Line      PIC X(120).

       WORKING-STORAGE SECTION.
       01 cust-status                 PIC X(02) VALUE SPACES.
          88 VALID-cust                VALUE "00" THRU "09".
       01 rcv-status                  PIC X(02) VALUE SPACES.
          88 VALID-rcv                 VALUE "00" THRU "09".
          88 RCV-DUPLICATE-KEY         VALUE "22".
       01 feed-status                 PIC X(02) VALUE SPACES.
          88 VALID-feed                VALUE "00" THRU "09".
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

       01  ws-load-ts                 PIC X(21) VALUE SPACES.
       01  ws-line-no                 PIC 9(7) VALUE ZERO.
       01  ws-loaded-count            PIC 9(9) VALUE ZERO.
       01  ws-reject-count            PIC 9(9) VALUE ZERO.
       01  ws-field-count             PIC 9(2) VALUE ZERO.
       01  ws-estouro                 PIC X VALUE "N".
          88 linha-estourou           VALUE "Y".
       01  ws-line-ok                 PIC X VALUE "Y".
          88 line-is-ok               VALUE "Y".
       01  ws-reason                  PIC X(60) VALUE SPACES.

       01  ws-feed-fields-raw.
           05 wfr-cust-code           PIC X(11).
           05 wfr-amount              PIC X(15).
           05 wfr-due-date            PIC X(10).
           05 wfr-last-pay            PIC X(10).

       01  ws-cust-code-num           PIC 9(5) VALUE ZERO.
       01  ws-amount-digits           PIC X(14) VALUE SPACES.
       01  ws-amount-cents            PIC 9(11) VALUE ZERO.
       01  ws-amount-negative         PIC X VALUE "N".
          88 amount-is-credit         VALUE "Y".
       01  ws-open-amount             PIC S9(9)V99 VALUE ZERO.

      *    valida-data works on ws-date-check; a blank or bad date
      *    comes back with date-is-bad set.
       01  ws-date-check              PIC X(8) VALUE SPACES.
       01  ws-date-parts REDEFINES ws-date-check.
           05 wdc-year                PIC 9(4).
           05 wdc-month               PIC 9(2).
           05 wdc-day                 PIC 9(2).
       01  ws-date-bad                PIC X VALUE "N".
          88 date-is-bad              VALUE "Y".

       01  ws-reject-line.
           05 wr-line-no              PIC 9(7).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wr-cust-code            PIC X(11).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wr-reason               PIC X(60).

       PROCEDURE DIVISION.
       inicio.
           perform inicia-controle-execucao
           if not CRN-Run-Ok
              goback
           end-if

           SET ENVIRONMENT "file.index" to "dci"
           SET ENVIRONMENT "io_creates" to "1"

           move function current-date to ws-load-ts

           move "OPEN" to ws-current-op
           open input feed-file
           if not valid-feed
              perform valida-status-feed
              display "custrvin indisponivel - custrcv001 mantido."
              perform encerra-controle-execucao
              goback
           end-if

           move "OPEN" to ws-current-op
           open input customer
           if not valid-cust
              perform valida-status
              close feed-file
              perform encerra-controle-execucao
              goback
           end-if

           move "OPEN-OUT" to ws-current-op
           open output reject-report
           if not valid-rpt
              perform valida-status-rpt
              close feed-file
              close customer
              perform encerra-controle-execucao
              goback
           end-if
           move "Linha    Cust-Code    Motivo" to Reject-Report-Line
           write Reject-Report-Line

           move "OPEN-OUT" to ws-current-op
           open output receivable
           if not valid-rcv
              perform valida-status-rcv
              close reject-report
              close feed-file
              close customer
              perform encerra-controle-execucao
              goback
           end-if

           perform until ws-at-eof
              move "READ" to ws-current-op
              read feed-file into Feed-Line
                 at end move "Y" to ws-eof
                 not at end
                    add 1 to ws-line-no
                    perform processa-linha-feed
                       thru processa-linha-feed-fim
              end-read
           end-perform

           move spaces to Reject-Report-Line
           write Reject-Report-Line
           move spaces to Reject-Report-Line
           string "Carregado(s): " delimited by size
                  ws-loaded-count delimited by size
                  "  Rejeitado(s): " delimited by size
                  ws-reject-count delimited by size
                  into Reject-Report-Line
           write Reject-Report-Line

           close receivable
           close reject-report
           close customer
           close feed-file
           display "Carga de recebiveis concluida - " ws-loaded-count
              " carregado(s), " ws-reject-count " rejeitado(s)".
           perform encerra-controle-execucao
           goback.

      *    processa-linha-feed - same raw UNSTRING and ON OVERFLOW
      *    field-count check CUSTLDVAL uses, so a malformed line is
      *    rejected rather than moved into numeric fields.
       processa-linha-feed.
           move spaces to ws-feed-fields-raw
           move 0 to ws-field-count
           move "N" to ws-estouro
           unstring Feed-Line delimited by ","
              into wfr-cust-code wfr-amount wfr-due-date wfr-last-pay
              tallying in ws-field-count
              on overflow
                 move "Y" to ws-estouro
           end-unstring

           if linha-estourou or ws-field-count not = 4
              move "campos incorretos - linha nao tem 4 campos"
                 to ws-reason
              perform rejeita-linha
              go to processa-linha-feed-fim
           end-if
           if function trim(wfr-cust-code) is not numeric
              or function trim(wfr-cust-code) = spaces
              move "Cust-Code nao numerico" to ws-reason
              perform rejeita-linha
              go to processa-linha-feed-fim
           end-if
           move function trim(wfr-cust-code) to ws-cust-code-num

           perform valida-valor
           if not line-is-ok
              move "valor em aberto invalido" to ws-reason
              perform rejeita-linha
              go to processa-linha-feed-fim
           end-if

           move wfr-due-date to ws-date-check
           perform valida-data
           if date-is-bad
              move "data de vencimento invalida" to ws-reason
              perform rejeita-linha
              go to processa-linha-feed-fim
           end-if
           if wfr-last-pay not = spaces
              move wfr-last-pay to ws-date-check
              perform valida-data
              if date-is-bad
                 move "data do ultimo pagamento invalida" to ws-reason
                 perform rejeita-linha
                 go to processa-linha-feed-fim
              end-if
           end-if

           move ws-cust-code-num to Cust-Code
           move "READ" to ws-current-op
           read customer key is cust-code
              invalid key
                 move "Cust-Code nao cadastrado em customer001"
                    to ws-reason
                 perform rejeita-linha
                 go to processa-linha-feed-fim
           end-read

           move ws-cust-code-num to RV-Cust-Code
           move ws-open-amount   to RV-Open-Amount
           move wfr-due-date     to RV-Due-Date
           move wfr-last-pay     to RV-Last-Payment-Date
           move ws-load-ts       to RV-Load-Timestamp
           move zero             to RV-Rolled-Into
           move zero             to RV-Rollup-Amount
           move zero             to RV-Rollup-Days-Late
           move spaces           to RV-Aged-Date
           move "WRITE" to ws-current-op
           write Custrcv-Rec
           if rcv-duplicate-key
              move "Cust-Code repetido no feed - mantida a 1a linha"
                 to ws-reason
              perform rejeita-linha
           else
              if not valid-rcv
                 perform valida-status-rcv
              else
                 add 1 to ws-loaded-count
              end-if
           end-if.
       processa-linha-feed-fim.
           continue.

      *    valida-valor - cents, digits only after an optional
      *    leading "-", at most 11 digits (RV-Open-Amount); lands in
      *    ws-open-amount.
       valida-valor.
           move "Y" to ws-line-ok
           move "N" to ws-amount-negative
           move spaces to ws-amount-digits
           if wfr-amount(1:1) = "-"
              move "Y" to ws-amount-negative
              move function trim(wfr-amount(2:14)) to ws-amount-digits
           else
              move function trim(wfr-amount) to ws-amount-digits
           end-if
           if function trim(ws-amount-digits) is not numeric
              or ws-amount-digits = spaces
              or ws-amount-digits(12:3) not = spaces
              move "N" to ws-line-ok
           else
              move function trim(ws-amount-digits) to ws-amount-cents
              compute ws-open-amount = ws-amount-cents / 100
              if amount-is-credit
                 compute ws-open-amount = ws-open-amount * -1
              end-if
           end-if.

       valida-data.
           move "N" to ws-date-bad
           if ws-date-check is not numeric
              move "Y" to ws-date-bad
           else
              if wdc-month < 1 or wdc-month > 12
                 or wdc-day < 1 or wdc-day > 31
                 move "Y" to ws-date-bad
              end-if
           end-if.

       rejeita-linha.
           add 1 to ws-reject-count
           move ws-line-no    to wr-line-no
           move wfr-cust-code to wr-cust-code
           move ws-reason     to wr-reason
           move ws-reject-line to Reject-Report-Line
           write Reject-Report-Line.

      *    inicia-controle-execucao / encerra-controle-execucao -
      *    this job's start and end in custrun001 through CUSTRUNC.
      *    A refused start (a job it depends on did not end clean in
      *    tonight's window) stops the run before anything is opened;
      *    every way out after a good start records the end, "ER"
      *    once any valida-status paragraph has logged an I/O error.
       inicia-controle-execucao.
           move "I"        to CRN-Action
           move "custrvld" to CRN-Job-Id
           call "custrunc" using Custrun-Parms
           if not CRN-Run-Ok
              display function trim(CRN-Message)
              display "CUSTRVLD nao executado."
           end-if.

       encerra-controle-execucao.
           move "F"        to CRN-Action
           move "custrvld" to CRN-Job-Id
           move ws-run-end-status to CRN-End-Status
           move ws-line-no        to CRN-Read-Count
           move ws-loaded-count   to CRN-Written-Count
           move ws-reject-count   to CRN-Exception-Count
           call "custrunc" using Custrun-Parms.

       valida-status.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custrvld"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move cust-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       valida-status-rcv.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custrvld"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move RV-Cust-Code  to CIOL-Cust-Code
           move rcv-status    to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

      *    valida-status-feed - same as valida-status, but for a
      *    failed OPEN of the feed (custrvin).
       valida-status-feed.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custrvld"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move feed-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

      *    valida-status-rpt - same as valida-status, but for a
      *    failed OPEN OUTPUT of the reject report (custrvrp).
       valida-status-rpt.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custrvld"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move rpt-status    to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
