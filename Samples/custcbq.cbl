      *  current Cust-Phone/Cust-CellPhone off customer001, so a
      *  number CUSTPHRC fixed since the last attempt is the one
      *  that gets dialed; customers no longer active
      *  (custstat.cpy) are skipped and counted.  The queue report
      *  (custcbqrp) breaks per operator, the same SORT INPUT/OUTPUT
      *  PROCEDURE control-break pattern CUSTTERR and CUSTOPRT use.
      *
      *  Within each operator the queue is ranked by what the
      *  customer owes: most days past due first, then largest
      *  balance, then promised date - days and balance come off
      *  custrcv001 (custrvrc.cpy) as CUSTAGE left them, i.e. with
      *  any merged customer's balance already rolled up under the
      *  surviving code.  A customer with no receivable ranks last.
      *  A customer flagged do-not-contact by phone no longer just
      *  drops out: the callback goes to the letter list (custcbqlt)
      *  with name, address and balance so collections writes
      *  instead of calling - unless the customer is flagged
      *  do-not-contact by mail as well, when it is skipped and
      *  counted.  The letter goes to the custadr001 mailing address
      *  when there is one, as CUSTEXP and CUSTUNLT do.
      *
      *  Outcomes are read through CUSTOUTM: a system row (such as
      *  CUSTUNLT's "Carta enviada", logged under its run id) is not
      *  an attempt, so it never replaces the last real call as the
      *  held attempt and the callback stays with its collector.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY custsel.
           COPY custctsel.
           COPY custrvsel.
           COPY custadsel.

           select queue-sort-file assign to "custcbqsw".

              organization is line sequential
              file status  is rpt-status.

           select letter-list
              assign       to  "custcbqlt"
              organization is line sequential
              file status  is lt-status.

       DATA DIVISION.
       FILE SECTION.
       fd customer.
       fd customercontact.
           COPY custctrc.

       fd receivable.
           COPY custrvrc.

       fd customeraddr.
           COPY custadrc.

       SD queue-sort-file.
       01  QS-Rec.
           05 QS-Operator-Id         PIC X(8).
           05 QS-Days-Late           PIC 9(5).
           05 QS-Balance             PIC S9(9)V99.
           05 QS-Next-Date           PIC X(8).
           05 QS-Cust-Code           PIC 9(5).
           05 QS-Name                PIC X(61).
           05 QS-Last-Outcome        PIC X(20).

       fd queue-report.
       01  Queue-Report-Line         PIC X(170).

       fd letter-list.
       01  Letter-List-Line          PIC X(200).

       WORKING-STORAGE SECTION.
       01 cust-status                 PIC X(02) VALUE SPACES.
          88 VALID-contact             VALUE "00" THRU "09".
       01 rpt-status                  PIC X(02) VALUE SPACES.
          88 VALID-rpt                 VALUE "00" THRU "09".
       01 rcv-status                  PIC X(02) VALUE SPACES.
          88 VALID-rcv                 VALUE "00" THRU "09".
       01 lt-status                   PIC X(02) VALUE SPACES.
          88 VALID-lt                  VALUE "00" THRU "09".
       01 addr-status                 PIC X(02) VALUE SPACES.
          88 VALID-addr                VALUE "00" THRU "09".
       01 is-file pic x any length.
       01 w-msg pic x any length.
       01  crerr-status.
           03 ext-status           pic x(10).
       01 ws-current-op               PIC X(8) VALUE SPACES.
       COPY custiopm.
       COPY custrnpm.
       COPY custompm.
       01 ws-run-end-status           PIC X(2) VALUE "OK".
       01 ws-eof                      PIC X VALUE "N".
          88 ws-at-eof                 VALUE "Y".
       01 ws-sort-eof                 PIC X VALUE "N".

       01  ws-run-date                PIC X(8) VALUE SPACES.
       01  ws-queued-count            PIC 9(9) VALUE ZERO.
       01  ws-inactive-skipped        PIC 9(9) VALUE ZERO.
       01  ws-gone-skipped            PIC 9(9) VALUE ZERO.
       01  ws-read-count              PIC 9(9) VALUE ZERO.
       01  ws-letter-count            PIC 9(9) VALUE ZERO.
       01  ws-no-channel-skipped      PIC 9(9) VALUE ZERO.

      *    the customer's balance and days past due, off custrcv001
      *    when it is there (zero otherwise).
       01  ws-rcv-open                PIC X VALUE "N".
          88 rcv-is-open              VALUE "Y".
       01  ws-balance                 PIC S9(9)V99 VALUE ZERO.
       01  ws-addr-open               PIC X VALUE "N".
          88 addr-file-open           VALUE "Y".
       01  ws-days-late               PIC 9(5) VALUE ZERO.

      *    last attempt held per customer until the code breaks -
      *    custcont001 is keyed code+timestamp, so the final row
           05 wd-cellphone            PIC X(15).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-outcome              PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-days                 PIC ZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-balance              PIC ZZZ,ZZZ,ZZ9.99-.

       01  ws-letter-line.
           05 wl-cust-code            PIC 9(5).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wl-name                 PIC X(61).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wl-street               PIC X(30).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wl-city                 PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wl-state                PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wl-zip                  PIC X(5).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wl-balance              PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wl-days                 PIC ZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wl-next-date            PIC X(8).

       01  ws-total-line.
           05 wt-label                PIC X(30) VALUE

       PROCEDURE DIVISION.
       inicio.
           perform inicia-controle-execucao
           if not CRN-Run-Ok
              goback
           end-if

           SET ENVIRONMENT "file.index" to "dci"

           move function current-date(1:8) to ws-run-date
           open output queue-report
           if not valid-rpt
              perform valida-status-rpt
              perform encerra-controle-execucao
              goback
           end-if
           move spaces to Queue-Report-Line
           string "Fila diaria de retornos - " delimited by size
                  ws-run-date delimited by size
                  " - por dias de atraso e saldo" delimited by size
                  into Queue-Report-Line
           write Queue-Report-Line

           move "OPEN-OUT" to ws-current-op
           open output letter-list
           if not valid-lt
              perform valida-status-lt
              close queue-report
              perform encerra-controle-execucao
              goback
           end-if
           move spaces to Letter-List-Line
           string "Cartas de cobranca - NAO CONTATAR por telefone - "
                     delimited by size
                  ws-run-date delimited by size
                  into Letter-List-Line
           write Letter-List-Line

           sort queue-sort-file
              on ascending key QS-Operator-Id
              on descending key QS-Days-Late QS-Balance
              on ascending key QS-Next-Date QS-Cust-Code
              input procedure  is carrega-retornos
                 thru carrega-retornos-fim
              output procedure is gera-fila-operadores

           move spaces to Queue-Report-Line
           write Queue-Report-Line
           string "Total na fila: " delimited by size
                  ws-queued-count delimited by size
                  "  Para carta (NAO CONTATAR tel.): "
                     delimited by size
                  ws-letter-count delimited by size
                  into Queue-Report-Line
           write Queue-Report-Line
           move spaces to Queue-Report-Line
           string "Pulados NAO CONTATAR tel. e correio: "
                     delimited by size
                  ws-no-channel-skipped delimited by size
                  into Queue-Report-Line
           write Queue-Report-Line
           move spaces to Queue-Report-Line
           write Queue-Report-Line
           close queue-report

           move spaces to Letter-List-Line
           write Letter-List-Line
           move spaces to Letter-List-Line
           string "Total de cartas: " delimited by size
                  ws-letter-count delimited by size
                  into Letter-List-Line
           write Letter-List-Line
           close letter-list

           display "Fila de retornos concluida - " ws-queued-count
              " retorno(s) pendente(s), " ws-letter-count
              " carta(s)."
           perform encerra-controle-execucao
           goback.

      *    pass 1 - walk the contact log holding each customer's
              close customercontact
              go to carrega-retornos-fim
           end-if
      *    no custrcv001 yet just means nobody ranks above anybody.
           move "N" to ws-rcv-open
           move "OPEN" to ws-current-op
           open input receivable
           if valid-rcv
              move "Y" to ws-rcv-open
           else
              if rcv-status not = "35"
                 perform valida-status-rcv
              end-if
           end-if
      *    no custadr001 yet just means nobody has a mailing address.
           move "N" to ws-addr-open
           move "OPEN" to ws-current-op
           open input customeraddr
           if valid-addr
              move "Y" to ws-addr-open
           else
              if addr-status not = "35"
                 perform valida-status-endereco
              end-if
           end-if

           move "N" to ws-eof
           move "N" to ws-have-held
                          thru avalia-retorno-pendente-fim
                    end-if
                 not at end
                    add 1 to ws-read-count
                    move CC-Outcome to COM-Outcome-Text
                    call "custoutm" using Custoutm-Parms
                    if COM-Mapped and COM-Is-System
                       continue
                    else
                       perform guarda-tentativa
                    end-if
              end-read
           end-perform
           if rcv-is-open
              close receivable
           end-if
           if addr-file-open
              close customeraddr
           end-if
           close customer
           close customercontact.
       carrega-retornos-fim.
           continue.

      *    guarda-tentativa - a real attempt: close out the previous
      *    customer at the code break, then hold this one.
       guarda-tentativa.
           if have-held-attempt
              and CC-Cust-Code not = wh-cust-code
              perform avalia-retorno-pendente
                 thru avalia-retorno-pendente-fim
           end-if
           move CC-Cust-Code        to wh-cust-code
           move CC-Operator-Id      to wh-operator-id
           move CC-Next-Action-Date to wh-next-date
           move CC-Outcome          to wh-outcome
           move "Y" to ws-have-held.

      *    avalia-retorno-pendente - the held (most recent) attempt
      *    is a pending callback when it promised a date at or
      *    before today; the join to customer001 happens here so the
              add 1 to ws-inactive-skipped
              go to avalia-retorno-pendente-fim
           end-if
           perform busca-saldo
           if Cust-No-Phone-Contact
              if Cust-No-Mail-Contact
                 add 1 to ws-no-channel-skipped
              else
                 perform grava-carta
              end-if
              go to avalia-retorno-pendente-fim
           end-if

           move spaces to QS-Rec
           move wh-operator-id to QS-Operator-Id
           move ws-days-late   to QS-Days-Late
           move ws-balance     to QS-Balance
           move wh-next-date   to QS-Next-Date
           move wh-cust-code   to QS-Cust-Code
           string function trim(Cust-First-Name) delimited by size
       avalia-retorno-pendente-fim.
           continue.

      *    busca-saldo - the rollup CUSTAGE stamped on the record
      *    when it has aged it; a record CUSTAGE has not seen yet
      *    counts at its own open amount.
       busca-saldo.
           move zero to ws-balance
           move zero to ws-days-late
           if rcv-is-open
              move wh-cust-code to RV-Cust-Code
              move "READ" to ws-current-op
              read receivable key is RV-Cust-Code
                 invalid key
                    continue
                 not invalid key
                    if RV-Aged-Date = spaces
                       move RV-Open-Amount to ws-balance
                    else
                       move RV-Rollup-Amount    to ws-balance
                       move RV-Rollup-Days-Late to ws-days-late
                    end-if
              end-read
           end-if.

      *    grava-carta - a do-not-call customer's callback becomes a
      *    letter; the address is the customer's as it is today, the
      *    mailing address winning over the residence.
       grava-carta.
           move spaces to ws-letter-line
           move wh-cust-code to wl-cust-code
           string function trim(Cust-First-Name) delimited by size
                  " "                            delimited by size
                  function trim(Cust-Last-Name)  delimited by size
                  into wl-name
           move Cust-Street   to wl-street
           move Cust-City     to wl-city
           move Cust-State    to wl-state
           move Cust-Zip      to wl-zip
           if addr-file-open
              move wh-cust-code to AD-Cust-Code
              move "M"          to AD-Addr-Type
              move "READ" to ws-current-op
              read customeraddr key is AD-Key
                 invalid key continue
                 not invalid key
                    move AD-Street to wl-street
                    move AD-City   to wl-city
                    move AD-State  to wl-state
                    move AD-Zip    to wl-zip
              end-read
           end-if
           move ws-balance    to wl-balance
           move ws-days-late  to wl-days
           move wh-next-date  to wl-next-date
           move ws-letter-line to Letter-List-Line
           move "WRITE" to ws-current-op
           write Letter-List-Line
           if not valid-lt
              perform valida-status-lt
           else
              add 1 to ws-letter-count
           end-if.

      *    pass 2 - control-break on operator id; one header per
      *    operator, callbacks already ranked off the sort key - most
      *    days late first, then largest balance, then promised date.
       gera-fila-operadores.
           move "Y" to ws-first-rec
           move "N" to ws-sort-eof
                    move QS-Phone        to wd-phone
                    move QS-CellPhone    to wd-cellphone
                    move QS-Last-Outcome to wd-outcome
                    move QS-Days-Late    to wd-days
                    move QS-Balance      to wd-balance
                    move ws-detail-line to Queue-Report-Line
                    write Queue-Report-Line
                    add 1 to ws-oper-count
           move ws-total-line to Queue-Report-Line
           write Queue-Report-Line.

      *    inicia-controle-execucao / encerra-controle-execucao -
      *    this job's start and end in custrun001 through CUSTRUNC.
      *    A refused start (a job it depends on did not end clean in
      *    tonight's window) stops the run before anything is opened;
      *    every way out after a good start records the end, "ER"
      *    once any valida-status paragraph has logged an I/O error.
       inicia-controle-execucao.
           move "I"        to CRN-Action
           move "custcbq" to CRN-Job-Id
           call "custrunc" using Custrun-Parms
           if not CRN-Run-Ok
              display function trim(CRN-Message)
              display "CUSTCBQ nao executado."
           end-if.

       encerra-controle-execucao.
           move "F"        to CRN-Action
           move "custcbq" to CRN-Job-Id
           move ws-run-end-status to CRN-End-Status
           move ws-read-count      to CRN-Read-Count
           add ws-queued-count ws-letter-count
              giving CRN-Written-Count
           add ws-no-channel-skipped ws-inactive-skipped
              ws-gone-skipped giving CRN-Exception-Count
           call "custrunc" using Custrun-Parms.

       valida-status.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custcbq"     to CIOL-Program-Id
           call "custiolog" using Custio-Log-Parms.

       valida-status-contact.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custcbq"     to CIOL-Program-Id
           move ext-status     to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       valida-status-rcv.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custcbq"     to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move rcv-status    to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

      *    valida-status-endereco - same pattern, for custadr001.
       valida-status-endereco.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custcbq"     to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move addr-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

      *    valida-status-lt - same pattern, for the letter list
      *    (custcbqlt).
       valida-status-lt.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custcbq"     to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move wh-cust-code  to CIOL-Cust-Code
           move lt-status     to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

      *    valida-status-rpt - same pattern, for a failed OPEN
      *    OUTPUT of the queue report (custcbqrp).
       valida-status-rpt.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custcbq"     to CIOL-Program-Id
