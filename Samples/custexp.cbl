      *  recompile.  Writes one CSV line per customer plus a trailer
      *  record giving the total record count, so the receiving
      *  system can confirm the feed is complete.
      *
      *  The address columns (cust_street/city/state/zip) carry the
      *  customer's mailing address from custadr001 (custadrc.cpy,
      *  kept through CUSTADMT) when there is one, Cust-Address
      *  otherwise.  Which of the two went out is recorded per
      *  Cust-Code in custexpsh (custxsrc.cpy) so CUSTNCOA applies
      *  the mailing house's corrections to that same address.
      *
      *  With the household option on (custexprm.cpy) the file goes
      *  out one line per household: a customer CUSTHHLD grouped
      *  under someone else's head of household (custhh001) is left
      *  out and counted, and the head's line carries the address
      *  the whole household was matched on.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY custsel.
           COPY custadsel.
           COPY custxssel.
           COPY custhhsel.

           select custexp-param
              assign       to  "custexppm"
       fd customer.
           COPY custrec.

       fd customeraddr.
           COPY custadrc.

       fd shipped-addr.
           COPY custxsrc.

       fd household.
           COPY custhhrc.

       fd custexp-param.
           COPY custexprm.

          88 VALID-param               VALUE "00" THRU "09".
       01 out-status                  PIC X(02) VALUE SPACES.
          88 VALID-out                 VALUE "00" THRU "09".
       01 addr-status                 PIC X(02) VALUE SPACES.
          88 VALID-addr                VALUE "00" THRU "09".
       01 ship-status                 PIC X(02) VALUE SPACES.
          88 VALID-ship                VALUE "00" THRU "09".
       01 hh-status                   PIC X(02) VALUE SPACES.
          88 VALID-hh                  VALUE "00" THRU "09".
       01 is-file pic x any length.
       01 w-msg pic x any length.
       01  crerr-status.
           03 ext-status           pic x(10).
       01 ws-current-op               PIC X(8) VALUE SPACES.
       COPY custiopm.
       COPY custrnpm.
       01 ws-run-end-status           PIC X(2) VALUE "OK".
       01 ws-eof                      PIC X VALUE "N".
          88 ws-at-eof                VALUE "Y".
       01 ws-rec-count                PIC 9(9) VALUE ZERO.
       01 ws-suppressed-count         PIC 9(9) VALUE ZERO.
       01 ws-dnc-mapped               PIC X VALUE "N".
          88 dnc-ja-mapeado           VALUE "Y".
       01 ws-code-mapped              PIC X VALUE "N".
          88 codigo-ja-mapeado        VALUE "Y".
       01 ws-addr-open                PIC X VALUE "N".
          88 addr-file-open           VALUE "Y".
       01 ws-mailing-count            PIC 9(9) VALUE ZERO.
       01 ws-household-option         PIC X VALUE SPACE.
          88 ship-per-household       VALUE "H" "h".
       01 ws-hh-open                  PIC X VALUE "N".
          88 hh-file-open             VALUE "Y".
       01 ws-hh-member                PIC X VALUE "N".
          88 not-household-head       VALUE "Y".
       01 ws-household-count          PIC 9(9) VALUE ZERO.

      *    the address actually going out on the current line -
      *    the custadr001 mailing address or Cust-Address.
       01  ws-ship-type               PIC X VALUE SPACE.
       01  ws-ship-address.
           05 ws-ship-street          PIC X(30).
           05 ws-ship-city            PIC X(20).
           05 ws-ship-state           PIC X(20).
           05 ws-ship-zip             PIC X(5).

       01  DCI-Map-Command            PIC X(250) VALUE SPACES.
       01  ws-default-columns         PIC X(60) VALUE

       PROCEDURE DIVISION.
       inicio.
           perform inicia-controle-execucao
           if not CRN-Run-Ok
              goback
           end-if

           move "READ" to ws-current-op
           open input custexp-param
           if not valid-param
              end-read
              move ws-column-list-save to CEP-Column-List
              move ws-option-line(1:1) to ws-include-nonactive
              move ws-option-line(2:1) to ws-household-option
              close custexp-param
           end-if

           open input customer
           if not valid-cust
              perform valida-status
              perform encerra-controle-execucao
              goback
           end-if

      *    no custadr001 yet just means nobody has a mailing
      *    address on file - every line ships Cust-Address.
           move "OPEN" to ws-current-op
           open input customeraddr
           if valid-addr
              move "Y" to ws-addr-open
           else
              if addr-status not = "35"
                 perform valida-status-endereco
                 close customer
                 perform encerra-controle-execucao
                 goback
              end-if
           end-if

           move "OPEN" to ws-current-op
           open i-o shipped-addr
           if ship-status = "35"
              open output shipped-addr
              close shipped-addr
              open i-o shipped-addr
              move "OPEN" to ws-current-op
           end-if
           if not valid-ship
              perform valida-status-enviado
              close customer
              perform fecha-endereco
              perform encerra-controle-execucao
              goback
           end-if

      *    no custhh001 yet (CUSTHHLD has never run) ships one
      *    line per customer, as without the option.
           if ship-per-household
              move "OPEN" to ws-current-op
              open input household
              if valid-hh
                 move "Y" to ws-hh-open
              else
                 if hh-status = "35"
                    display "custhh001 inexistente - exportando um"
                       " registro por cliente"
                 else
                    perform valida-status-domicilio
                    close customer
                    perform fecha-endereco
                    close shipped-addr
                    perform encerra-controle-execucao
                    goback
                 end-if
              end-if
           end-if

           move "OPEN-OUT" to ws-current-op
           open output custexp-out
           if not valid-out
              perform valida-status-saida
              close customer
              perform fecha-endereco
              close shipped-addr
              perform fecha-domicilio
              perform encerra-controle-execucao
              goback
           end-if

                       add 1 to ws-suppressed-count
                    else
                       if Cust-Is-Active or include-nonactive
                          perform verifica-domicilio
                          if not-household-head
                             add 1 to ws-household-count
                          else
                             perform busca-endereco-envio
                             perform grava-linha-csv
                             perform grava-endereco-enviado
                             add 1 to ws-rec-count
                          end-if
                       else
                          add 1 to ws-excluded-count
                       end-if

           close custexp-out
           close customer
           perform fecha-endereco
           close shipped-addr
           perform fecha-domicilio
           display "Extrato CSV concluido - " ws-rec-count
              " registro(s), " ws-excluded-count
              " nao-ativo(s) excluido(s), " ws-suppressed-count
              " suprimido(s) por NAO CONTATAR".
           display "Enviados com endereco de correspondencia: "
              ws-mailing-count.
           if ship-per-household
              display "Omitidos por domicilio (vai ao titular): "
                 ws-household-count
           end-if
           perform encerra-controle-execucao
           goback.

      *    separa-colunas - split the comma-separated CEP-Column-List
              tallying in ws-column-count
           end-unstring.

       fecha-endereco.
           if addr-file-open
              close customeraddr
              move "N" to ws-addr-open
           end-if.

       fecha-domicilio.
           if hh-file-open
              close household
              move "N" to ws-hh-open
           end-if.

      *    verifica-domicilio - with the household option, a
      *    customer whose custhh001 row names another customer as
      *    head of household is not shipped; no row (not grouped)
      *    ships as usual.
       verifica-domicilio.
           move "N" to ws-hh-member
           if hh-file-open
              move Cust-Code to HH-Cust-Code
              move "READ" to ws-current-op
              read household key is HH-Cust-Code
                 invalid key continue
                 not invalid key
                    if not HH-Is-Head
                       and HH-Head-Code not = Cust-Code
                       move "Y" to ws-hh-member
                    end-if
              end-read
           end-if.

      *    busca-endereco-envio - the mailing address ("M" row in
      *    custadr001) wins over the residence on customer001.
       busca-endereco-envio.
           move "R"          to ws-ship-type
           move Cust-Address to ws-ship-address
           if addr-file-open
              move Cust-Code to AD-Cust-Code
              move "M"       to AD-Addr-Type
              move "READ" to ws-current-op
              read customeraddr key is AD-Key
                 invalid key continue
                 not invalid key
                    move "M"        to ws-ship-type
                    move AD-Address to ws-ship-address
                    add 1 to ws-mailing-count
              end-read
           end-if.

      *    grava-endereco-enviado - the address written on this line,
      *    blanked where the column was not exported, so custexpsh
      *    holds exactly what the mailing house received.
       grava-endereco-enviado.
           move Cust-Code    to XS-Cust-Code
           move ws-ship-type to XS-Addr-Type
           move spaces       to XS-Address
           perform varying ws-col-idx from 1 by 1
              until ws-col-idx > ws-column-count
              evaluate function trim(ws-column(ws-col-idx))
                 when "cust_street"
                    move ws-ship-street to XS-Street
                 when "cust_city"
                    move ws-ship-city   to XS-City
                 when "cust_state"
                    move ws-ship-state  to XS-State
                 when "cust_zip"
                    move ws-ship-zip    to XS-Zip
              end-evaluate
           end-perform
           move function current-date to XS-Export-Timestamp
           move "REWRITE" to ws-current-op
           rewrite Custexpsh-Rec
           if ship-status = "23"
              move "WRITE" to ws-current-op
              write Custexpsh-Rec
           end-if
           if not valid-ship
              perform valida-status-enviado
           end-if.

       monta-cabecalho.
           move spaces to ws-line-build
           move 1 to ws-line-ptr
              when "cust_last_name"
                 move Cust-Last-Name  to ws-col-value
              when "cust_street"
                 move ws-ship-street  to ws-col-value
              when "cust_city"
                 move ws-ship-city    to ws-col-value
              when "cust_state"
                 move ws-ship-state   to ws-col-value
              when "cust_zip"
                 move ws-ship-zip     to ws-col-value
              when "cust_phone"
                 move Cust-Phone      to ws-col-value
              when "cust_cellphone"
      *    column list - otherwise the active-only filter would be
      *    evaluated against a never-populated blank Cust-Life-Status
      *    (the same always-map-the-filter-field rule CUSTQRY
      *    follows for its criteria fields).  cust_code is mapped the
      *    same way - the custadr001 mailing-address lookup and the
      *    custexpsh log are keyed on it.
       monta-mapeamento-colunas.
           perform verifica-status-mapeado
           move spaces to DCI-Map-Command
           string "customer001=" delimited by size
                  function trim(CEP-Column-List) delimited by size
                  into DCI-Map-Command with pointer ws-map-ptr
           if not codigo-ja-mapeado
              string ",cust_code" delimited by size
                 into DCI-Map-Command with pointer ws-map-ptr
           end-if
           if not status-ja-mapeado
              string ",cust_life_status" delimited by size
                 into DCI-Map-Command with pointer ws-map-ptr
       verifica-status-mapeado.
           move "N" to ws-status-mapped
           move "N" to ws-dnc-mapped
           move "N" to ws-code-mapped
           perform varying ws-col-idx from 1 by 1
              until ws-col-idx > ws-column-count
              if function trim(ws-column(ws-col-idx))
                 = "cust_dnc_mail"
                 move "Y" to ws-dnc-mapped
              end-if
              if function trim(ws-column(ws-col-idx))
                 = "cust_code"
                 move "Y" to ws-code-mapped
              end-if
           end-perform.

      *    inicia-controle-execucao / encerra-controle-execucao -
      *    this job's start and end in custrun001 through CUSTRUNC.
      *    A refused start (a job it depends on did not end clean in
      *    tonight's window) stops the run before anything is opened;
      *    every way out after a good start records the end, "ER"
      *    once any valida-status paragraph has logged an I/O error.
       inicia-controle-execucao.
           move "I"        to CRN-Action
           move "custexp" to CRN-Job-Id
           call "custrunc" using Custrun-Parms
           if not CRN-Run-Ok
              display function trim(CRN-Message)
              display "CUSTEXP nao executado."
           end-if.

       encerra-controle-execucao.
           move "F"        to CRN-Action
           move "custexp" to CRN-Job-Id
           move ws-run-end-status to CRN-End-Status
           add ws-rec-count ws-excluded-count ws-suppressed-count
              ws-household-count
              giving CRN-Read-Count
           move ws-rec-count       to CRN-Written-Count
           add ws-excluded-count ws-suppressed-count ws-household-count
              giving CRN-Exception-Count
           call "custrunc" using Custrun-Parms.

       valida-status.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custexp"     to CIOL-Program-Id
      *    on the export file lands in the audit trail too instead of
      *    writing to a file that never opened.
       valida-status-saida.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custexp"     to CIOL-Program-Id
           move out-status    to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       valida-status-endereco.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custexp"     to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move addr-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       valida-status-enviado.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custexp"     to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move ship-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       valida-status-domicilio.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custexp"     to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move hh-status     to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
