       IDENTIFICATION DIVISION.
       PROGRAM-ID. custunlt.
      *--------------------------------------------------------------
      *  CUSTUNLT - nightly unreachable-customer letter run.  A
      *  customer whose calls keep ending "Sem resposta" or "Numero
      *  errado" drops off the CUSTCBQ queue as soon as nobody
      *  promises another callback, and used to be forgotten there.
      *  CUSTUNLT walks custcont001 (code-major, like CUSTCBQ) and,
      *  per customer, counts the failed attempts since the last
      *  good contact or the last letter, whichever is later, and
      *  the days since that last good contact - failed and good
      *  as the standard outcome codes (custoctb.cpy) flag them,
      *  older free-text rows mapped through CUSTOUTM.  A
      *  customer at or past both custulpm thresholds (custulpm.cpy)
      *  gets a letter - unless flagged do-not-contact by mail or no
      *  longer active (custstat.cpy), which are skipped and counted.
      *
      *  The letters go to custunlcr, one per page, with the name
      *  and the address as they are now - the custadr001 mailing
      *  address when there is one, Cust-Address otherwise, the same
      *  choice CUSTEXP makes - in ZIP order for the post.  Each
      *  letter is listed on the control report (custunlrp) and
      *  logged back to custcont001 as a "Carta enviada" row under
      *  the fixed "CUSTUNLT" run id, so the contact history shows
      *  the letter next to the calls; the row carries forward any
      *  callback date the last attempt promised so CUSTCBQ's queue
      *  is not disturbed.  The rows are written in the SORT output
      *  pass, after the contact log has been read end to end.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY custsel.
           COPY custctsel.
           COPY custadsel.

           select custunlt-param
              assign       to  "custulpm"
              organization is line sequential
              file status  is param-status.

           select letter-sort-file assign to "custulsw".

           select letter-file
              assign       to  "custunlcr"
              organization is line sequential
              file status  is lt-status.

           select control-report
              assign       to  "custunlrp"
              organization is line sequential
              file status  is rpt-status.

       DATA DIVISION.
       FILE SECTION.
       fd customer.
           COPY custrec.

       fd customercontact.
           COPY custctrc.

       fd customeraddr.
           COPY custadrc.

       fd custunlt-param.
           COPY custulpm.

       SD letter-sort-file.
       01  SU-Rec.
           05 SU-Zip                  PIC X(5).
           05 SU-Cust-Code            PIC 9(5).
           05 SU-Name                 PIC X(61).
           05 SU-Street               PIC X(30).
           05 SU-City                 PIC X(20).
           05 SU-State                PIC X(20).
           05 SU-Addr-Type            PIC X.
           05 SU-Attempts             PIC 9(5).
           05 SU-Last-Good            PIC X(8).
           05 SU-Days                 PIC 9(5).
           05 SU-Next-Date            PIC X(8).

       fd letter-file.
       01  Letter-Line               PIC X(80).

       fd control-report.
       01  Control-Report-Line       PIC X(132).

       WORKING-STORAGE SECTION.
       01 cust-status                 PIC X(02) VALUE SPACES.
          88 VALID-cust                VALUE "00" THRU "09".
       01 contact-status              PIC X(02) VALUE SPACES.
          88 VALID-contact             VALUE "00" THRU "09".
       01 addr-status                 PIC X(02) VALUE SPACES.
          88 VALID-addr                VALUE "00" THRU "09".
       01 param-status                PIC X(02) VALUE SPACES.
          88 VALID-param               VALUE "00" THRU "09".
       01 lt-status                   PIC X(02) VALUE SPACES.
          88 VALID-lt                  VALUE "00" THRU "09".
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

       01  ws-operator-id             PIC X(8) VALUE "CUSTUNLT".
       01  ws-run-date                PIC X(8) VALUE SPACES.
       01  ws-run-date-num REDEFINES ws-run-date PIC 9(8).
       01  ws-ref-date                PIC X(8) VALUE SPACES.
       01  ws-ref-date-num REDEFINES ws-ref-date PIC 9(8).
       01  ws-run-day-no              PIC 9(9) VALUE ZERO.
       01  ws-ref-day-no              PIC 9(9) VALUE ZERO.
       01  ws-days-since              PIC 9(5) VALUE ZERO.

      *    thresholds - custulpm, or these defaults.
       01  ws-min-attempts            PIC 9(3) VALUE 3.
       01  ws-min-days                PIC 9(4) VALUE 30.

       01  ws-addr-open               PIC X VALUE "N".
          88 addr-file-open           VALUE "Y".
       01  ws-contact-io-ok           PIC X VALUE "N".
          88 contact-io-open          VALUE "Y".

      *    outcome of the contact row being looked at - G a good
      *    contact, F a failed attempt, L a letter this job sent,
      *    N anything else (a message left, free text CUSTOUTM does
      *    not know), which neither counts nor resets.
       COPY custompm.
       01  ws-outcome-class           PIC X VALUE SPACE.
          88 outcome-good             VALUE "G".
          88 outcome-failed           VALUE "F".
          88 outcome-letter           VALUE "L".

      *    one customer's attempts, accumulated until the code
      *    breaks - custcont001 is keyed code+timestamp, so they
      *    arrive oldest first.
       01  ws-held-customer.
           05 wu-cust-code            PIC 9(5).
           05 wu-fail-count           PIC 9(5).
           05 wu-last-good            PIC X(8).
           05 wu-first-fail           PIC X(8).
           05 wu-next-date            PIC X(8).
       01  ws-have-held               PIC X VALUE "N".
          88 have-held-customer       VALUE "Y".

       01  ws-read-count              PIC 9(9) VALUE ZERO.
       01  ws-customer-count          PIC 9(9) VALUE ZERO.
       01  ws-candidate-count         PIC 9(9) VALUE ZERO.
       01  ws-letter-count            PIC 9(9) VALUE ZERO.
       01  ws-logged-count            PIC 9(9) VALUE ZERO.
       01  ws-mailing-count           PIC 9(9) VALUE ZERO.
       01  ws-dnc-skipped             PIC 9(9) VALUE ZERO.
       01  ws-inactive-skipped        PIC 9(9) VALUE ZERO.
       01  ws-gone-skipped            PIC 9(9) VALUE ZERO.

       01  ws-salutation              PIC X(80) VALUE SPACES.
       01  ws-city-line               PIC X(80) VALUE SPACES.
       01  ws-ref-line                PIC X(80) VALUE SPACES.

       01  ws-heading-line.
           05 FILLER                  PIC X(6)  VALUE "Cust-".
           05 FILLER                  PIC X(41) VALUE "Nome".
           05 FILLER                  PIC X(6)  VALUE "CEP".
           05 FILLER                  PIC X(4)  VALUE "End".
           05 FILLER                  PIC X(9)  VALUE "Tentat.".
           05 FILLER                  PIC X(13) VALUE "Ultimo cont.".
           05 FILLER                  PIC X(6)  VALUE " Dias".
           05 FILLER                  PIC X(10) VALUE " Retorno".

       01  ws-detail-line.
           05 wd-cust-code            PIC 9(5).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-name                 PIC X(40).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-zip                  PIC X(5).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-addr-type            PIC X(1).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 wd-attempts             PIC ZZZZ9.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 wd-last-good            PIC X(12).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-days                 PIC ZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-next-date            PIC X(8).

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
           perform le-controle

           move "OPEN-OUT" to ws-current-op
           open output control-report
           if not valid-rpt
              perform valida-status-rpt
              perform encerra-controle-execucao
              goback
           end-if
           move spaces to Control-Report-Line
           string "Cartas a clientes inacessiveis - " delimited by size
                  ws-run-date delimited by size
                  into Control-Report-Line
           write Control-Report-Line
           move spaces to Control-Report-Line
           string "Criterio: " delimited by size
                  ws-min-attempts delimited by size
                  " tentativa(s) sem sucesso e " delimited by size
                  ws-min-days delimited by size
                  " dia(s) sem contato" delimited by size
                  into Control-Report-Line
           write Control-Report-Line
           move spaces to Control-Report-Line
           write Control-Report-Line
           move ws-heading-line to Control-Report-Line
           write Control-Report-Line

           move "OPEN-OUT" to ws-current-op
           open output letter-file
           if not valid-lt
              perform valida-status-lt
              close control-report
              perform encerra-controle-execucao
              goback
           end-if

           sort letter-sort-file
              on ascending key SU-Zip SU-Cust-Code
              input procedure  is seleciona-clientes
                 thru seleciona-clientes-fim
              output procedure is emite-cartas

           close letter-file
           perform grava-resumo
           close control-report

           display "Cartas a clientes inacessiveis concluido - "
              ws-letter-count " carta(s), " ws-dnc-skipped
              " NAO CONTATAR correio, " ws-inactive-skipped
              " nao-ativo(s)."
           perform encerra-controle-execucao
           goback.

      *    le-controle - a missing custulpm, or a threshold that is
      *    not a number, keeps the default for that threshold.
       le-controle.
           move "READ" to ws-current-op
           open input custunlt-param
           if not valid-param
              display "custulpm indisponivel - usando limites padrao"
           else
              read custunlt-param
                 at end
                    move spaces to Custunlt-Param-Rec
              end-read
              close custunlt-param
              if UL-Min-Attempts numeric
                 move UL-Min-Attempts to ws-min-attempts
              end-if
              if UL-Min-Days numeric
                 move UL-Min-Days to ws-min-days
              end-if
           end-if
           if ws-min-attempts = zero
              move 1 to ws-min-attempts
           end-if.

      *    pass 1 - walk the contact log one customer at a time; at
      *    every customer break decide whether the customer is due a
      *    letter and release it joined to the live customer001
      *    record and address.
       seleciona-clientes.
           move "OPEN" to ws-current-op
           open input customercontact
           if contact-status = "35"
              display "custcont001 inexistente - nenhuma carta."
              go to seleciona-clientes-fim
           end-if
           if not valid-contact
              perform valida-status-contact
              go to seleciona-clientes-fim
           end-if
           move "OPEN" to ws-current-op
           open input customer
           if not valid-cust
              perform valida-status
              close customercontact
              go to seleciona-clientes-fim
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
           perform until ws-at-eof
              move "READ" to ws-current-op
              read customercontact next record
                 at end
                    move "Y" to ws-eof
                    if have-held-customer
                       perform avalia-cliente thru avalia-cliente-fim
                    end-if
                 not at end
                    add 1 to ws-read-count
                    if have-held-customer
                       and CC-Cust-Code not = wu-cust-code
                       perform avalia-cliente thru avalia-cliente-fim
                    end-if
                    if not have-held-customer
                       perform abre-cliente
                    end-if
                    perform acumula-tentativa
              end-read
           end-perform
           if addr-file-open
              close customeraddr
           end-if
           close customer
           close customercontact.
       seleciona-clientes-fim.
           continue.

       abre-cliente.
           move CC-Cust-Code to wu-cust-code
           move zero         to wu-fail-count
           move spaces       to wu-last-good
           move spaces       to wu-first-fail
           move spaces       to wu-next-date
           move "Y" to ws-have-held.

      *    acumula-tentativa - a good contact starts the count over
      *    and dates it; a letter starts the count over only, so the
      *    days keep running from the last time anyone was reached.
       acumula-tentativa.
           perform classifica-resultado
           evaluate true
              when outcome-good
                 move zero to wu-fail-count
                 move CC-Contact-Timestamp(1:8) to wu-last-good
                 move spaces to wu-first-fail
              when outcome-letter
                 move zero to wu-fail-count
              when outcome-failed
                 add 1 to wu-fail-count
                 if wu-first-fail = spaces
                    move CC-Contact-Timestamp(1:8) to wu-first-fail
                 end-if
           end-evaluate
           move CC-Next-Action-Date to wu-next-date.

      *    classifica-resultado - the row's outcome code through
      *    CUSTOUTM: reached (a refusal included), failed, this
      *    job's own letter ("CE"), or neither.
       classifica-resultado.
           move "N" to ws-outcome-class
           move CC-Outcome to COM-Outcome-Text
           call "custoutm" using Custoutm-Parms
           if COM-Mapped
              evaluate true
                 when COM-Code = "CE"
                    move "L" to ws-outcome-class
                 when COM-Is-Contact
                    move "G" to ws-outcome-class
                 when COM-Is-Failed
                    move "F" to ws-outcome-class
              end-evaluate
           end-if.

      *    avalia-cliente - the held customer against both
      *    thresholds, then against customer001.
       avalia-cliente.
           move "N" to ws-have-held
           add 1 to ws-customer-count
           if wu-fail-count < ws-min-attempts
              go to avalia-cliente-fim
           end-if
           if wu-last-good not = spaces
              move wu-last-good  to ws-ref-date
           else
              move wu-first-fail to ws-ref-date
           end-if
           if ws-ref-date not numeric
              go to avalia-cliente-fim
           end-if
           compute ws-ref-day-no =
              function integer-of-date(ws-ref-date-num)
           if ws-ref-day-no > ws-run-day-no
              move zero to ws-days-since
           else
              compute ws-days-since = ws-run-day-no - ws-ref-day-no
           end-if
           if ws-days-since < ws-min-days
              go to avalia-cliente-fim
           end-if
           add 1 to ws-candidate-count

           move wu-cust-code to Cust-Code
           move "READ" to ws-current-op
           read customer key is Cust-Code
              invalid key
                 add 1 to ws-gone-skipped
                 go to avalia-cliente-fim
           end-read
           if not Cust-Is-Active
              add 1 to ws-inactive-skipped
              go to avalia-cliente-fim
           end-if
           if Cust-No-Mail-Contact
              add 1 to ws-dnc-skipped
              go to avalia-cliente-fim
           end-if

           move spaces to SU-Rec
           move wu-cust-code   to SU-Cust-Code
           string function trim(Cust-First-Name) delimited by size
                  " "                            delimited by size
                  function trim(Cust-Last-Name)  delimited by size
                  into SU-Name
           perform busca-endereco
           move wu-fail-count  to SU-Attempts
           move wu-last-good   to SU-Last-Good
           move ws-days-since  to SU-Days
           move wu-next-date   to SU-Next-Date
           release SU-Rec.
       avalia-cliente-fim.
           continue.

      *    busca-endereco - the mailing address wins over the
      *    residence, as in CUSTEXP.
       busca-endereco.
           move "R"         to SU-Addr-Type
           move Cust-Street to SU-Street
           move Cust-City   to SU-City
           move Cust-State  to SU-State
           move Cust-Zip    to SU-Zip
           if addr-file-open
              move Cust-Code to AD-Cust-Code
              move "M"       to AD-Addr-Type
              move "READ" to ws-current-op
              read customeraddr key is AD-Key
                 invalid key continue
                 not invalid key
                    move "M"       to SU-Addr-Type
                    move AD-Street to SU-Street
                    move AD-City   to SU-City
                    move AD-State  to SU-State
                    move AD-Zip    to SU-Zip
              end-read
           end-if.

      *    pass 2 - one letter, one listing line and one custcont001
      *    row per customer.  custcont001 is opened I-O only now
      *    that pass 1 has finished reading it; if it will not open
      *    no letter is printed, so tomorrow's run picks the same
      *    customers up again instead of mailing them unlogged.
       emite-cartas.
           move "N" to ws-contact-io-ok
           move "OPEN" to ws-current-op
           open i-o customercontact
           if valid-contact
              move "Y" to ws-contact-io-ok
           else
              if contact-status not = "35"
                 perform valida-status-contact
              end-if
           end-if

           move "N" to ws-sort-eof
           perform until ws-sort-at-eof
              return letter-sort-file
                 at end move "Y" to ws-sort-eof
                 not at end
                    if contact-io-open
                       perform imprime-carta
                       perform lista-carta
                       perform registra-carta
                    end-if
              end-return
           end-perform

           if contact-io-open
              close customercontact
           end-if.

       imprime-carta.
           move spaces to Letter-Line
           string "Data: " delimited by size
                  ws-run-date(7:2) "/" ws-run-date(5:2) "/"
                  ws-run-date(1:4) delimited by size
                  into Letter-Line
           move "WRITE" to ws-current-op
           if ws-letter-count = zero
              write Letter-Line
           else
              write Letter-Line after advancing page
           end-if
           if not valid-lt
              perform valida-status-lt
           end-if
           move spaces to Letter-Line
           write Letter-Line
           move SU-Name   to Letter-Line
           write Letter-Line
           move SU-Street to Letter-Line
           write Letter-Line
           move spaces to ws-city-line
           string function trim(SU-City) delimited by size
                  " - "                  delimited by size
                  function trim(SU-State) delimited by size
                  into ws-city-line
           move ws-city-line to Letter-Line
           write Letter-Line
           move spaces to Letter-Line
           string "CEP " delimited by size
                  SU-Zip delimited by size
                  into Letter-Line
           write Letter-Line
           move spaces to Letter-Line
           write Letter-Line
           write Letter-Line
           move spaces to ws-salutation
           string "Prezado(a) " delimited by size
                  function trim(SU-Name) delimited by size
                  "," delimited by size
                  into ws-salutation
           move ws-salutation to Letter-Line
           write Letter-Line
           move spaces to Letter-Line
           write Letter-Line
           move "Tentamos falar com V.Sa. por telefone diversas vezes,"
              to Letter-Line
           write Letter-Line
           move "sem sucesso.  Pedimos a gentileza de entrar em contato"
              to Letter-Line
           write Letter-Line
           move "com nossa Central de Atendimento para atualizar seus"
              to Letter-Line
           write Letter-Line
           move "telefones e dados cadastrais." to Letter-Line
           write Letter-Line
           move spaces to Letter-Line
           write Letter-Line
           move spaces to ws-ref-line
           string "Referencia: cliente " delimited by size
                  SU-Cust-Code delimited by size
                  into ws-ref-line
           move ws-ref-line to Letter-Line
           write Letter-Line
           move spaces to Letter-Line
           write Letter-Line
           move "Atenciosamente," to Letter-Line
           write Letter-Line
           move spaces to Letter-Line
           write Letter-Line
           move "Central de Atendimento" to Letter-Line
           write Letter-Line
           if not valid-lt
              perform valida-status-lt
           else
              add 1 to ws-letter-count
              if SU-Addr-Type = "M"
                 add 1 to ws-mailing-count
              end-if
           end-if.

       lista-carta.
           move SU-Cust-Code  to wd-cust-code
           move SU-Name       to wd-name
           move SU-Zip        to wd-zip
           move SU-Addr-Type  to wd-addr-type
           move SU-Attempts   to wd-attempts
           if SU-Last-Good = spaces
              move "nunca"    to wd-last-good
           else
              move SU-Last-Good to wd-last-good
           end-if
           move SU-Days       to wd-days
           move SU-Next-Date  to wd-next-date
           move ws-detail-line to Control-Report-Line
           write Control-Report-Line.

      *    registra-carta - the "Carta enviada" row under the run id;
      *    the callback date the last attempt carried rides along so
      *    this row, now the customer's latest, leaves CUSTCBQ's
      *    pending callback where it was.
       registra-carta.
           move SU-Cust-Code   to CC-Cust-Code
           move function current-date to CC-Contact-Timestamp
           move ws-operator-id to CC-Operator-Id
           move spaces         to CC-Phone-Used
           move "Carta enviada" to CC-Outcome
           move spaces to CC-Notes
           string "Carta cliente inacessivel - " delimited by size
                  SU-Attempts delimited by size
                  " tentativas" delimited by size
                  into CC-Notes
           move SU-Next-Date   to CC-Next-Action-Date
           move "WRITE" to ws-current-op
           write Custcontact-Rec
           if not valid-contact
              perform valida-status-contact
           else
              add 1 to ws-logged-count
           end-if.

       grava-resumo.
           move spaces to Control-Report-Line
           write Control-Report-Line
           move "Clientes com tentativas:" to ws-label
           move ws-customer-count to ws-count
           move ws-summary-line to Control-Report-Line
           write Control-Report-Line
           move "Dentro do criterio:" to ws-label
           move ws-candidate-count to ws-count
           move ws-summary-line to Control-Report-Line
           write Control-Report-Line
           move "Cartas emitidas:" to ws-label
           move ws-letter-count to ws-count
           move ws-summary-line to Control-Report-Line
           write Control-Report-Line
           move "  para end. de correspondencia:" to ws-label
           move ws-mailing-count to ws-count
           move ws-summary-line to Control-Report-Line
           write Control-Report-Line
           move "Registradas em custcont001:" to ws-label
           move ws-logged-count to ws-count
           move ws-summary-line to Control-Report-Line
           write Control-Report-Line
           move "Pulados NAO CONTATAR correio:" to ws-label
           move ws-dnc-skipped to ws-count
           move ws-summary-line to Control-Report-Line
           write Control-Report-Line
           move "Pulados nao-ativos:" to ws-label
           move ws-inactive-skipped to ws-count
           move ws-summary-line to Control-Report-Line
           write Control-Report-Line
           move "Sem cadastro em customer001:" to ws-label
           move ws-gone-skipped to ws-count
           move ws-summary-line to Control-Report-Line
           write Control-Report-Line
           if not contact-io-open and ws-candidate-count > zero
              move spaces to Control-Report-Line
              write Control-Report-Line
              move "*** custcont001 indisponivel - nenhuma carta ***"
                 to Control-Report-Line
              write Control-Report-Line
           end-if.

      *    inicia-controle-execucao / encerra-controle-execucao -
      *    this job's start and end in custrun001 through CUSTRUNC.
      *    A refused start (a job it depends on did not end clean in
      *    tonight's window) stops the run before anything is opened;
      *    every way out after a good start records the end, "ER"
      *    once any valida-status paragraph has logged an I/O error.
       inicia-controle-execucao.
           move "I"        to CRN-Action
           move "custunlt" to CRN-Job-Id
           call "custrunc" using Custrun-Parms
           if not CRN-Run-Ok
              display function trim(CRN-Message)
              display "CUSTUNLT nao executado."
           end-if.

       encerra-controle-execucao.
           move "F"        to CRN-Action
           move "custunlt" to CRN-Job-Id
           move ws-run-end-status to CRN-End-Status
           move ws-read-count     to CRN-Read-Count
           move ws-letter-count   to CRN-Written-Count
           add ws-dnc-skipped ws-inactive-skipped ws-gone-skipped
              giving CRN-Exception-Count
           call "custrunc" using Custrun-Parms.

       valida-status.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custunlt"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           if ws-current-op = "OPEN"
              move zero         to CIOL-Cust-Code
           else
              move wu-cust-code to CIOL-Cust-Code
           end-if
           move cust-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       valida-status-contact.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custunlt"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           if ws-current-op = "WRITE"
              move SU-Cust-Code to CIOL-Cust-Code
           else
              move zero         to CIOL-Cust-Code
           end-if
           move contact-status to CIOL-File-Status
           move ext-status     to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       valida-status-endereco.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custunlt"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move addr-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

      *    valida-status-lt - same pattern, for the letter file
      *    (custunlcr).
       valida-status-lt.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custunlt"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move lt-status     to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

      *    valida-status-rpt - same pattern, for a failed OPEN
      *    OUTPUT of the control listing (custunlrp).
       valida-status-rpt.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custunlt"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move rpt-status    to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
