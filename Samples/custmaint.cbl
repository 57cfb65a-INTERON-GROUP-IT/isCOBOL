       PROGRAM-ID. custmaint.
      *--------------------------------------------------------------
      *  CUSTMAINT - full-screen(ish) maintenance program for the
      *  customer001 master file.  Lets staff add, change, delete or
      *  inquire on a Customer-Rec, warning on probable duplicate
      *  names off the Cust-Name alternate key.  A new customer's
      *  Cust-Code is not keyed - CUSTNUM hands out the next code of
      *  the CUSTMAIN range on custnum001 and it is shown once the
      *  record is written.
      *  R-Restaurar files the chosen custhist001 before-image as a
      *  pending request in custpnd001; a second supervisor applies
      *  it through CUSTAPRV.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY custsel.
           COPY custhsel.
           COPY custpdsel.

       DATA DIVISION.
       FILE SECTION.
       fd customerhist.
           COPY custhrec.

       fd customerpend.
           COPY custpdrc.

       WORKING-STORAGE SECTION.
       01 cust-status                 PIC X(02) VALUE SPACES.
          88 VALID-cust                VALUE "00" THRU "09".
          88 CUST-DUPLICATE-KEY        VALUE "22".
       01 hist-status                 PIC X(02) VALUE SPACES.
          88 VALID-hist                VALUE "00" THRU "09".
       01 pend-status                 PIC X(02) VALUE SPACES.
          88 VALID-pend                VALUE "00" THRU "09".
       01 is-file pic x any length.
       01 w-msg pic x any length.
       01  crerr-status.
       COPY custhwpm.
       COPY custsgpm.
       COPY custlkpm.
       COPY custnmpm.
       01  ws-add-done                PIC X VALUE "N".
          88 inclusao-encerrada       VALUE "Y".
       01  ws-pct-edit                PIC ZZ9.

      *    Change accepts into these first, so a blank Enter (leave
      *    value as-is) never blanks the field out on Customer-Rec -
       01  ws-hist-count              PIC 9(3) VALUE ZERO.
       01  ws-hist-idx                PIC 9(3) VALUE ZERO.
       01  ws-hist-pick                PIC 9(3) VALUE ZERO.
       01  ws-pending-found           PIC X VALUE "N".
          88 pedido-pendente          VALUE "Y".

       PROCEDURE DIVISION.
       inicio.
      *    trava-cliente / destrava-cliente - the record-in-use
      *    hold between READ and REWRITE, through the shared
      *    CUSTLOCK routine (custlck001).  Every change/retire/
      *    reactivate path locks right after its READ and
      *    unlocks on every way out; a busy answer names the
      *    holding operator and the paragraph gives up rather than
      *    clobbering their edit.
           display "Opcao: " with no advancing.
           accept ws-function.

      *    incluir-cliente - the code is only taken from custnum001
      *    once the operator has confirmed the add, so a cancelled
      *    add does not use one up.  ws-cust-code stays zero while
      *    the duplicate-name check runs: every match is "another"
      *    customer.
       incluir-cliente.
           move zero to ws-cust-code.
           move spaces to Customer-Rec.
           move zero to Cust-Code.
           display "Preencha os dados do novo cliente:"
           display "Primeiro nome : " with no advancing
           accept Cust-First-Name
           move zero to Cust-Merged-Into
           move "N"  to Cust-DNC-Phone
           move "N"  to Cust-DNC-Mail
           move "N"  to ws-add-done
           perform until inclusao-encerrada
              perform grava-inclusao thru grava-inclusao-fim
           end-perform.
       incluir-cliente-fim.
           continue.

      *    grava-inclusao - one attempt: take the next CUSTMAIN code
      *    and write.  A duplicate key means the code was keyed by
      *    hand before the ranges existed - it stays used up and the
      *    next one is tried; the range running out ends the loop.
       grava-inclusao.
           move "A"        to CNM-Action
           move "CUSTMAIN" to CNM-Range-Id
           move "custmain" to CNM-Program-Id
           call "custnum" using Custnum-Parms
           evaluate true
              when CNM-Ok
                 continue
              when CNM-Range-Full
                 display "Faixa CUSTMAIN esgotada (" CNM-Low-Code
                    " a " CNM-High-Code ") - cliente nao incluido."
                 display "Peca ao supervisor para ampliar a faixa "
                    "no CUSTNUMM."
                 move "Y" to ws-add-done
              when CNM-No-Range
                 display "Faixa CUSTMAIN nao cadastrada em custnum001"
                    " - cliente nao incluido (use o CUSTNUMM)."
                 move "Y" to ws-add-done
              when other
                 display "Erro ao obter o proximo Cust-Code - "
                    "cliente nao incluido."
                 move "Y" to ws-add-done
           end-evaluate
           if inclusao-encerrada
              go to grava-inclusao-fim
           end-if

           move CNM-Cust-Code to ws-cust-code
           move CNM-Cust-Code to Cust-Code
           move "WRITE" to ws-current-op
           write Customer-Rec
           if cust-duplicate-key
              go to grava-inclusao-fim
           end-if
           move "Y" to ws-add-done
           if not valid-cust
              perform valida-status
           else
              display "Cliente incluido com o Cust-Code " ws-cust-code
              if CNM-Over-Threshold
                 move CNM-Pct-Used to ws-pct-edit
                 display "Atencao: faixa CUSTMAIN com " ws-pct-edit
                    "% usada (ate " CNM-High-Code ") - avise o "
                    "supervisor."
              end-if
           end-if.
       grava-inclusao-fim.
           continue.

       alterar-cliente.
           move wh-zip          to CHW-Old-Zip
           move wh-phone        to CHW-Old-Phone
           move wh-cellphone    to CHW-Old-CellPhone
           move spaces          to CHW-Approved-By
           move spaces          to CHW-Addr-Type
           call "custhistw" using Custhist-Write-Parms.

      *    verifica-nome-duplicado only trusts an exact match on the
           move "N" to ws-eof.

      *    restaurar-historico - undo a bad edit by picking a
      *    custhist001 before-image row for a Cust-Code to put
      *    Customer-Rec's address/phone fields back to.  Nothing is
      *    rewritten here: the picked values are filed in custpnd001
      *    as a pending request, and CUSTAPRV applies them - with the
      *    current values going to custhist001 first, same as
      *    alterar-cliente, so the restore itself lands as a new
      *    history row - only once a second supervisor approves.
       restaurar-historico.
           display "Cust-Code: " with no advancing.
           accept ws-cust-code.
                 display "Cliente nao encontrado."
                 go to restaurar-historico-fim
           end-read.

           perform carrega-tabela-historico
              thru carrega-tabela-historico-fim.
           if ws-hist-count = 0
              display "Sem historico de alteracoes para este cliente."
              go to restaurar-historico-fim
           end-if.

           accept ws-hist-pick.
           if ws-hist-pick = 0 or ws-hist-pick > ws-hist-count
              display "Restauracao cancelada."
              go to restaurar-historico-fim
           end-if.

           perform grava-pedido-restauracao
              thru grava-pedido-restauracao-fim.
       restaurar-historico-fim.
           continue.

      *    grava-pedido-restauracao - files the picked row in
      *    custpnd001 (built on first use).  A code that already has a
      *    merge or restore waiting is refused, so two requests are
      *    never applied against each other's before-image.
       grava-pedido-restauracao.
           move "OPEN" to ws-current-op.
           open i-o customerpend.
           if pend-status = "35"
              open output customerpend
              close customerpend
              open i-o customerpend
           end-if.
           if not valid-pend
              perform valida-status-pend
              go to grava-pedido-restauracao-fim
           end-if.

           move "N" to ws-pending-found.
           move "N" to ws-eof.
           move ws-cust-code to PD-Cust-Code.
           move low-values   to PD-Request-Timestamp.
           move "START" to ws-current-op.
           start customerpend key is not less than PD-Key
              invalid key move "Y" to ws-eof
           end-start.
           perform until ws-at-eof
              read customerpend next record
                 at end move "Y" to ws-eof
                 not at end
                    if PD-Cust-Code not = ws-cust-code
                       move "Y" to ws-eof
                    else
                       if PD-Is-Pending
                          move "Y" to ws-pending-found
                          move "Y" to ws-eof
                       end-if
                    end-if
              end-read
           end-perform.
           move "N" to ws-eof.
           if pedido-pendente
              display "Ja existe pedido pendente de aprovacao para"
                 " este cliente - aguarde a decisao em CUSTAPRV."
              close customerpend
              go to grava-pedido-restauracao-fim
           end-if.

           move ws-cust-code          to PD-Cust-Code
           move function current-date to PD-Request-Timestamp
           move "R"                   to PD-Action
           move "P"                   to PD-Status
           move ws-operator-id        to PD-Requested-By
           move spaces                to PD-Decided-By
           move spaces                to PD-Decision-Timestamp
           move zero                  to PD-Survivor-Code
           move wh-tab-timestamp(ws-hist-pick)  to PD-Hist-Timestamp
           move wh-tab-street(ws-hist-pick)     to PD-New-Street
           move wh-tab-city(ws-hist-pick)       to PD-New-City
           move wh-tab-state(ws-hist-pick)      to PD-New-State
           move wh-tab-zip(ws-hist-pick)        to PD-New-Zip
           move wh-tab-phone(ws-hist-pick)      to PD-New-Phone
           move wh-tab-cellphone(ws-hist-pick)  to PD-New-CellPhone
           move "WRITE" to ws-current-op.
           write Custpend-Rec.
           if not valid-pend
              perform valida-status-pend
           else
              display "Pedido de restauracao registrado - aguarda"
                 " aprovacao de outro supervisor em CUSTAPRV."
           end-if.
           close customerpend.
       grava-pedido-restauracao-fim.
           continue.

      *    carrega-tabela-historico - loads the custhist001 rows for
                    if CH-Cust-Code not = ws-cust-code
                       move "Y" to ws-eof
                    else
                       if CH-Addr-Type = space
                          perform guarda-linha-historico
                       end-if
                    end-if
              end-read
           end-perform.
       carrega-tabela-historico-fim.
           continue.

      *    guarda-linha-historico - only customer001 rows can be
      *    restored here; custadr001 mailing/billing rows (CH-Addr-Type
      *    not blank) belong to CUSTADMT and are left off the table.
       guarda-linha-historico.
           if ws-hist-count < 50
              add 1 to ws-hist-count
           else
              perform descarta-historico-antigo
           end-if
           move CH-Change-Timestamp to wh-tab-timestamp(ws-hist-count)
           move CH-Operator-Id      to wh-tab-operator(ws-hist-count)
           move CH-Old-Street       to wh-tab-street(ws-hist-count)
           move CH-Old-City         to wh-tab-city(ws-hist-count)
           move CH-Old-State        to wh-tab-state(ws-hist-count)
           move CH-Old-Zip          to wh-tab-zip(ws-hist-count)
           move CH-Old-Phone        to wh-tab-phone(ws-hist-count)
           move CH-Old-CellPhone
              to wh-tab-cellphone(ws-hist-count).

      *    descarta-historico-antigo - ws-hist-table is full; drop
      *    entry 1 (the oldest) and slide the rest up one so slot 50
      *    is free for the row just read.
           call "custiolog" using Custio-Log-Parms.
           display "Erro de I/O (historico) - status " hist-status
              " (" function trim(w-msg) ")".

      *    valida-status-pend - same as valida-status, but for
      *    custpnd001 (grava-pedido-restauracao).
       valida-status-pend.
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custmain" to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move ws-cust-code  to CIOL-Cust-Code
           move pend-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
           display "Erro de I/O (aprovacoes) - status " pend-status
              " (" function trim(w-msg) ")".
