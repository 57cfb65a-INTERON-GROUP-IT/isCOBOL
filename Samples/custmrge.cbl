      *  and writes a merge entry to custhist001 for both codes via
      *  CUSTHISTW so the audit trail shows the duplicate actually
      *  got worked down instead of just flagged.
      *
      *  Retiring a code takes two supervisors: this program only
      *  files the merge as a pending request in custpnd001
      *  (custpdrc.cpy).  CUSTAPRV applies it once a second
      *  supervisor, other than the one who asked, approves it, and
      *  the custhist001 entries then carry both operator ids.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY custsel.
           COPY custpdsel.

       DATA DIVISION.
       FILE SECTION.
       fd customer.
           COPY custrec.

       fd customerpend.
           COPY custpdrc.

       WORKING-STORAGE SECTION.
       01 cust-status                 PIC X(02) VALUE SPACES.
          88 VALID-cust                VALUE "00" THRU "09".
       01 pend-status                 PIC X(02) VALUE SPACES.
          88 VALID-pend                VALUE "00" THRU "09".
       01 is-file pic x any length.
       01 w-msg pic x any length.
       01  crerr-status.
       COPY custiopm.

       01  ws-operator-id             PIC X(8) VALUE SPACES.
       COPY custsgpm.

       01  ws-code-1                  PIC 9(5) VALUE ZERO.
       01  ws-code-2                  PIC 9(5) VALUE ZERO.
       01  ws-survivor-code           PIC 9(5) VALUE ZERO.
       01  ws-retiree-code            PIC 9(5) VALUE ZERO.
       01  ws-eof                     PIC X VALUE "N".
          88 ws-at-eof                VALUE "Y".
       01  ws-pending-found           PIC X VALUE "N".
          88 pedido-pendente          VALUE "Y".
       01  ws-pick                    PIC X VALUE SPACE.
          88 pick-is-1                VALUE "1".
          88 pick-is-2                VALUE "2".

           SET ENVIRONMENT "file.index" to "dci"

           open input customer
           move "OPEN" to ws-current-op
           if not valid-cust
              perform valida-status
              go to inicio-fim
           end-if

           perform grava-pedido-fusao thru grava-pedido-fusao-fim.
       inicio-fim.
           close customer
           goback.
      *    assina-operador - id and password validated by the shared
      *    CUSTSIGN routine against custoper001; retiring a code in
      *    a merge is gated at supervisor level, same as CUSTMAINT's
      *    D-Excluir - and CUSTAPRV needs a second supervisor.
       assina-operador.
           display "ID do operador: " with no advancing.
           accept ws-operator-id.
           move ws-operator-id  to CSG-Operator-Id.
           call "custsign" using Custsign-Parms.

      *    grava-pedido-fusao - files the merge in custpnd001 for a
      *    second supervisor to decide in CUSTAPRV.  The retiree is
      *    re-read first (the last READ was for code 2) so an already
      *    merged code is refused here rather than at approval time,
      *    and a code that already has a request waiting is not
      *    filed twice.  custpnd001 is built on first use, the way
      *    CUSTHISTW builds custhist001.
       grava-pedido-fusao.
           move ws-retiree-code to Cust-Code
           move "READ" to ws-current-op
           read customer key is cust-code
              invalid key
                 display "Cliente " ws-retiree-code
                    " nao encontrado."
                 go to grava-pedido-fusao-fim
           end-read
           if Cust-Is-Merged
              display "Cliente " ws-retiree-code
                 " ja foi fundido no " Cust-Merged-Into "."
              go to grava-pedido-fusao-fim
           end-if

           move "OPEN" to ws-current-op
           open i-o customerpend
           if pend-status = "35"
              open output customerpend
              close customerpend
              open i-o customerpend
           end-if
           if not valid-pend
              perform valida-status-pend
              go to grava-pedido-fusao-fim
           end-if

           perform verifica-pedido-pendente
           if pedido-pendente
              display "Ja existe pedido pendente de aprovacao para o"
                 " cliente " ws-retiree-code " - aguarde a decisao"
                 " em CUSTAPRV."
              close customerpend
              go to grava-pedido-fusao-fim
           end-if

           move ws-retiree-code       to PD-Cust-Code
           move function current-date to PD-Request-Timestamp
           move "M"                   to PD-Action
           move "P"                   to PD-Status
           move ws-operator-id        to PD-Requested-By
           move spaces                to PD-Decided-By
           move spaces                to PD-Decision-Timestamp
           move ws-survivor-code      to PD-Survivor-Code
           move spaces                to PD-Hist-Timestamp
           move spaces                to PD-New-Street
           move spaces                to PD-New-City
           move spaces                to PD-New-State
           move spaces                to PD-New-Zip
           move spaces                to PD-New-Phone
           move spaces                to PD-New-CellPhone
           move "WRITE" to ws-current-op
           write Custpend-Rec
           if not valid-pend
              perform valida-status-pend
           else
              display "Pedido de fusao registrado - " ws-retiree-code
                 " no " ws-survivor-code "; aguarda aprovacao de"
                 " outro supervisor em CUSTAPRV."
           end-if
           close customerpend.
       grava-pedido-fusao-fim.
           continue.

      *    verifica-pedido-pendente - any still-pending request (merge
      *    or restore) on the retiree blocks a new one; the two would
      *    otherwise be applied against each other's before-image.
       verifica-pedido-pendente.
           move "N" to ws-pending-found
           move "N" to ws-eof
           move ws-retiree-code to PD-Cust-Code
           move low-values      to PD-Request-Timestamp
           move "START" to ws-current-op
           start customerpend key is not less than PD-Key
              invalid key move "Y" to ws-eof
           end-start
           perform until ws-at-eof
              read customerpend next record
                 at end move "Y" to ws-eof
                 not at end
                    if PD-Cust-Code not = ws-retiree-code
                       move "Y" to ws-eof
                    else
                       if PD-Is-Pending
                          move "Y" to ws-pending-found
                          move "Y" to ws-eof
                       end-if
                    end-if
              end-read
           end-perform.

       valida-status.
           call "c$rerrname" using is-file
           call "custiolog" using Custio-Log-Parms.
           display "Erro de I/O - status " cust-status
              " (" function trim(w-msg) ")".

       valida-status-pend.
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custmrge" to CIOL-Program-Id
           move ws-current-op   to CIOL-Operation
           move ws-retiree-code to CIOL-Cust-Code
           move pend-status     to CIOL-File-Status
           move ext-status      to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
           display "Erro de I/O (aprovacoes) - status " pend-status
              " (" function trim(w-msg) ")".
