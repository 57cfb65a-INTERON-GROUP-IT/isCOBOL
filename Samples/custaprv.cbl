       IDENTIFICATION DIVISION.
       PROGRAM-ID. custaprv.
      *--------------------------------------------------------------
      *  CUSTAPRV - second-supervisor approval screen for the
      *  two-person changes filed in custpnd001 (custpdrc.cpy):
      *  CUSTMRGE merges and CUSTMAINT R-Restaurar history restores.
      *  Lists the requests still pending, and lets a supervisor
      *  approve or reject one - but never a request that same
      *  operator filed; that attempt is refused and logged to
      *  custiolog (operation "APROVAR", status "MO").
      *
      *  An approved request is applied here, exactly as CUSTMRGE
      *  and CUSTMAINT used to apply it themselves: the customer is
      *  held through CUSTLOCK, the before-image goes to custhist001
      *  via CUSTHISTW and the REWRITE follows.  Each custhist001
      *  entry carries both ids - CH-Operator-Id is the supervisor
      *  who asked, CH-Approved-By the one who approved.  A request
      *  that cannot be applied (code already merged, record in use,
      *  I/O error) stays pending so it can be tried again or
      *  rejected; approved and rejected requests keep their
      *  custpnd001 row with the deciding supervisor and time.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
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
           03 file-status          pic xx.
           03 ext-status           pic x(10).
       01 ws-current-op               PIC X(8) VALUE SPACES.
       COPY custiopm.

       01  ws-operator-id             PIC X(8) VALUE SPACES.
       COPY custhwpm.
       COPY custsgpm.
       COPY custlkpm.

       01  ws-hist-old.
           05 wh-street               PIC X(30).
           05 wh-city                 PIC X(20).
           05 wh-state                PIC X(20).
           05 wh-zip                  PIC X(5).
           05 wh-phone                PIC X(15).
           05 wh-cellphone            PIC X(15).

       01  ws-eof                     PIC X VALUE "N".
          88 ws-at-eof                VALUE "Y".
       01  ws-done                    PIC X VALUE "N".
          88 ws-is-done               VALUE "Y".
       01  ws-lock-code               PIC 9(5) VALUE ZERO.
       01  ws-retiree-code            PIC 9(5) VALUE ZERO.
       01  ws-survivor-code           PIC 9(5) VALUE ZERO.
       01  ws-aplicado                PIC X VALUE "N".
          88 aplicado-ok              VALUE "Y".
       01  ws-decision                PIC X VALUE SPACE.
          88 decide-approve           VALUE "A" "a".
          88 decide-reject            VALUE "J" "j".
       01  ws-confirm                 PIC X VALUE SPACE.
          88 ws-confirm-yes           VALUE "Y" "y".
       01  ws-action-label            PIC X(12) VALUE SPACES.
       01  ws-pick-key                PIC X(26) VALUE SPACES.

      *    pending requests are loaded here so the supervisor picks
      *    one by number; the row is re-read by key before deciding,
      *    since another supervisor may have decided it meanwhile.
       01  ws-pend-table.
           05 ws-pend-entry OCCURS 50 TIMES.
              10 wp-key               PIC X(26).
              10 wp-action            PIC X.
              10 wp-requested-by      PIC X(8).
              10 wp-survivor          PIC 9(5).
       01  ws-pend-count              PIC 9(3) VALUE ZERO.
       01  ws-pend-idx                PIC 9(3) VALUE ZERO.
       01  ws-pend-pick               PIC 9(3) VALUE ZERO.
       01  ws-pend-more               PIC X VALUE "N".
          88 pend-has-more            VALUE "Y".

       PROCEDURE DIVISION.
       inicio.
           display window erase.

           SET ENVIRONMENT "file.index" to "dci"

           open i-o customer
           move "OPEN" to ws-current-op
           if not valid-cust
              perform valida-status
              goback
           end-if

           open i-o customerpend
           move "OPEN" to ws-current-op
           if pend-status = "35"
              display "Nenhum pedido de aprovacao registrado."
              close customer
              goback
           end-if
           if not valid-pend
              perform valida-status-pend
              close customer
              goback
           end-if

           perform assina-operador
           if CSG-Signon-Failed
              display "Assinatura recusada."
              go to inicio-fim
           end-if
           if not CSG-Auth-Supervisor
              display "A aprovacao de fusoes e restauracoes exige"
                 " autoridade de supervisor."
              go to inicio-fim
           end-if

           move "N" to ws-done
           perform until ws-is-done
              perform carrega-pendentes
              if ws-pend-count = 0
                 display "Nenhum pedido pendente de aprovacao."
                 move "Y" to ws-done
              else
                 perform exibe-pendentes
                 display "Decidir qual pedido (0 sai)? "
                    with no advancing
                 accept ws-pend-pick
                 if ws-pend-pick = 0
                    move "Y" to ws-done
                 else
                    if ws-pend-pick > ws-pend-count
                       display "Numero invalido."
                    else
                       perform decide-pedido thru decide-pedido-fim
                    end-if
                 end-if
              end-if
           end-perform.
       inicio-fim.
           close customerpend
           close customer
           goback.

      *    assina-operador - id and password validated by CUSTSIGN;
      *    deciding a request is supervisor-only, and the id signed
      *    on here is the one compared against PD-Requested-By.
       assina-operador.
           display "ID do operador: " with no advancing.
           accept ws-operator-id.
           display "Senha         : " with no advancing.
           accept CSG-Password.
           move "custaprv"      to CSG-Program-Id.
           move ws-operator-id  to CSG-Operator-Id.
           call "custsign" using Custsign-Parms.

      *    carrega-pendentes - first 50 pending requests in key
      *    order; more than that waiting shows a note, and the rest
      *    come up once some of these are decided.
       carrega-pendentes.
           move 0 to ws-pend-count
           move "N" to ws-pend-more
           move "N" to ws-eof
           move low-values to PD-Key
           move "START" to ws-current-op
           start customerpend key is not less than PD-Key
              invalid key move "Y" to ws-eof
           end-start
           perform until ws-at-eof
              move "READ" to ws-current-op
              read customerpend next record
                 at end move "Y" to ws-eof
                 not at end
                    if PD-Is-Pending
                       if ws-pend-count < 50
                          add 1 to ws-pend-count
                          move PD-Key
                             to wp-key(ws-pend-count)
                          move PD-Action
                             to wp-action(ws-pend-count)
                          move PD-Requested-By
                             to wp-requested-by(ws-pend-count)
                          move PD-Survivor-Code
                             to wp-survivor(ws-pend-count)
                       else
                          move "Y" to ws-pend-more
                          move "Y" to ws-eof
                       end-if
                    end-if
              end-read
           end-perform
           move "N" to ws-eof.

       exibe-pendentes.
           display " ".
           display "CUSTAPRV - pedidos pendentes de aprovacao".
           perform varying ws-pend-idx from 1 by 1
              until ws-pend-idx > ws-pend-count
              move wp-key(ws-pend-idx) to PD-Key
              if wp-action(ws-pend-idx) = "M"
                 display ws-pend-idx ") FUSAO      " PD-Cust-Code
                    " no " wp-survivor(ws-pend-idx)
                    "  pedido por " wp-requested-by(ws-pend-idx)
                    " em " PD-Request-Timestamp(1:8)
              else
                 display ws-pend-idx ") RESTAURAR  " PD-Cust-Code
                    "           pedido por "
                    wp-requested-by(ws-pend-idx)
                    " em " PD-Request-Timestamp(1:8)
              end-if
           end-perform.
           if pend-has-more
              display "(ha mais pedidos pendentes alem destes 50)"
           end-if.

      *    decide-pedido - re-reads the picked request by key, shows
      *    it beside the customer as it stands now, and applies or
      *    rejects it.  The two-person rule is checked before the
      *    supervisor is even asked.
       decide-pedido.
           move wp-key(ws-pend-pick) to ws-pick-key
           move ws-pick-key to PD-Key
           move "READ" to ws-current-op
           read customerpend key is PD-Key
              invalid key
                 display "Pedido nao encontrado."
                 go to decide-pedido-fim
           end-read
           if not PD-Is-Pending
              display "Pedido ja decidido por "
                 function trim(PD-Decided-By) "."
              go to decide-pedido-fim
           end-if

           if PD-Requested-By = ws-operator-id
              display "Pedido registrado pelo proprio operador - a"
                 " aprovacao exige outro supervisor."
              perform registra-recusa-mesmo-operador
              go to decide-pedido-fim
           end-if

           move PD-Cust-Code to Cust-Code
           move "READ" to ws-current-op
           read customer key is cust-code
              invalid key
                 display "Cliente " PD-Cust-Code " nao encontrado."
                 go to decide-pedido-fim
           end-read
           display "Dados atuais: " Customer-Rec
           if PD-Is-Merge
              display "Fusao: retirar " PD-Cust-Code
                 " e manter " PD-Survivor-Code
                 " - pedido por " PD-Requested-By
           else
              display "Restaurar linha de historico de "
                 PD-Hist-Timestamp " - pedido por " PD-Requested-By
              display "  rua=" PD-New-Street " cidade=" PD-New-City
              display "  estado=" PD-New-State " cep=" PD-New-Zip
              display "  tel=" PD-New-Phone " cel=" PD-New-CellPhone
           end-if

           display "A-Aprovar  J-Rejeitar  Enter-Voltar: "
              with no advancing
           accept ws-decision
           evaluate true
              when decide-approve
                 perform aprova-pedido thru aprova-pedido-fim
              when decide-reject
                 display "Confirma a rejeicao (S/N)? "
                    with no advancing
                 accept ws-confirm
                 if ws-confirm-yes
                    move "J" to PD-Status
                    perform grava-decisao
                    display "Pedido rejeitado."
                 end-if
              when other
                 continue
           end-evaluate.
       decide-pedido-fim.
           continue.

      *    aprova-pedido - applies the request, then marks it
      *    approved; a request that could not be applied stays
      *    pending.  The request row is re-read before the status
      *    rewrite because applying a merge reads other records.
       aprova-pedido.
           move "N" to ws-aplicado
           if PD-Is-Merge
              perform aplica-fusao thru aplica-fusao-fim
              move "FUSAO" to ws-action-label
           else
              perform aplica-restauracao thru aplica-restauracao-fim
              move "RESTAURACAO" to ws-action-label
           end-if
           if not aplicado-ok
              display function trim(ws-action-label)
                 " NAO aplicada - o pedido continua pendente."
              go to aprova-pedido-fim
           end-if

           move ws-pick-key to PD-Key
           move "READ" to ws-current-op
           read customerpend key is PD-Key
              invalid key
                 display "Pedido nao encontrado para registrar a"
                    " aprovacao."
                 go to aprova-pedido-fim
           end-read
           move "A" to PD-Status
           perform grava-decisao
           display function trim(ws-action-label)
              " aprovada e aplicada.".
       aprova-pedido-fim.
           continue.

       grava-decisao.
           move ws-operator-id        to PD-Decided-By
           move function current-date to PD-Decision-Timestamp
           move "REWRITE" to ws-current-op
           rewrite Custpend-Rec
           if not valid-pend
              perform valida-status-pend
           end-if.

      *    aplica-fusao - the merge CUSTMRGE used to do on the spot:
      *    the retiree is held, its before-image goes to custhist001
      *    and it is marked merged into the survivor; the survivor
      *    then gets its own custhist001 entry showing it absorbed
      *    the retired code.  A retiree merged since the request was
      *    filed, or a survivor that has itself been merged away, is
      *    not applied.
       aplica-fusao.
           move PD-Cust-Code     to ws-retiree-code
           move PD-Survivor-Code to ws-survivor-code

           move ws-survivor-code to Cust-Code
           move "READ" to ws-current-op
           read customer key is cust-code
              invalid key
                 display "Sobrevivente " ws-survivor-code
                    " nao encontrado."
                 go to aplica-fusao-fim
           end-read
           if Cust-Is-Merged
              display "Sobrevivente " ws-survivor-code
                 " ja foi fundido no " Cust-Merged-Into "."
              go to aplica-fusao-fim
           end-if

           move ws-retiree-code to Cust-Code
           move "READ" to ws-current-op
           read customer key is cust-code
              invalid key
                 display "Cliente " ws-retiree-code
                    " nao encontrado."
                 go to aplica-fusao-fim
           end-read
           if Cust-Is-Merged
              display "Cliente " ws-retiree-code
                 " ja foi fundido no " Cust-Merged-Into "."
              go to aplica-fusao-fim
           end-if

           move ws-retiree-code to ws-lock-code
           perform trava-cliente
           if not CLP-Lock-Ok
              if CLP-Lock-Busy
                 display "Cliente " ws-retiree-code " em uso por "
                    function trim(CLP-Held-By) "."
              end-if
              go to aplica-fusao-fim
           end-if
           perform grava-historico-aprovado

           move "M"              to Cust-Life-Status
           move ws-survivor-code to Cust-Merged-Into
           move Cust-Last-Name   to Cust-LNK-Last-Name
           move Cust-First-Name  to Cust-LNK-First-Name
           move "REWRITE" to ws-current-op
           rewrite Customer-Rec
           if valid-cust
              move "Y" to ws-aplicado
           else
              perform valida-status
           end-if
           perform destrava-cliente
           if not aplicado-ok
              go to aplica-fusao-fim
           end-if

           move ws-survivor-code to Cust-Code
           move "READ" to ws-current-op
           read customer key is cust-code
              invalid key
                 display "Sobrevivente " ws-survivor-code
                    " nao encontrado."
                 go to aplica-fusao-fim
           end-read
           perform grava-historico-aprovado.
       aplica-fusao-fim.
           continue.

      *    aplica-restauracao - the restore CUSTMAINT used to do on
      *    the spot: current address/phone to custhist001, then the
      *    values picked when the request was filed.
       aplica-restauracao.
           move PD-Cust-Code to Cust-Code
           move "READ" to ws-current-op
           read customer key is cust-code
              invalid key
                 display "Cliente " PD-Cust-Code " nao encontrado."
                 go to aplica-restauracao-fim
           end-read

           move PD-Cust-Code to ws-lock-code
           perform trava-cliente
           if not CLP-Lock-Ok
              if CLP-Lock-Busy
                 display "Cliente " PD-Cust-Code " em uso por "
                    function trim(CLP-Held-By) "."
              end-if
              go to aplica-restauracao-fim
           end-if
           perform grava-historico-aprovado

           move PD-New-Street     to Cust-Street
           move PD-New-City       to Cust-City
           move PD-New-State      to Cust-State
           move PD-New-Zip        to Cust-Zip
           move PD-New-Phone      to Cust-Phone
           move PD-New-CellPhone  to Cust-CellPhone

           move "REWRITE" to ws-current-op
           rewrite Customer-Rec
           if valid-cust
              move "Y" to ws-aplicado
           else
              perform valida-status
           end-if
           perform destrava-cliente.
       aplica-restauracao-fim.
           continue.

      *    grava-historico-aprovado - the currently-positioned
      *    Customer-Rec's address/phone to CUSTHISTW as the
      *    before-image, under the requesting supervisor with this
      *    operator as approver.
       grava-historico-aprovado.
           move Cust-Street     to wh-street
           move Cust-City       to wh-city
           move Cust-State      to wh-state
           move Cust-Zip        to wh-zip
           move Cust-Phone      to wh-phone
           move Cust-CellPhone  to wh-cellphone
           move Cust-Code       to CHW-Cust-Code
           move PD-Requested-By to CHW-Operator-Id
           move wh-street       to CHW-Old-Street
           move wh-city         to CHW-Old-City
           move wh-state        to CHW-Old-State
           move wh-zip          to CHW-Old-Zip
           move wh-phone        to CHW-Old-Phone
           move wh-cellphone    to CHW-Old-CellPhone
           move ws-operator-id  to CHW-Approved-By
           move spaces          to CHW-Addr-Type
           call "custhistw" using Custhist-Write-Parms.

       trava-cliente.
           move "L" to CLP-Action
           move "custaprv"      to CLP-Program-Id
           move ws-lock-code    to CLP-Cust-Code
           move ws-operator-id  to CLP-Operator-Id
           call "custlock" using Custlock-Parms.

       destrava-cliente.
           move "U" to CLP-Action
           move "custaprv"      to CLP-Program-Id
           move ws-lock-code    to CLP-Cust-Code
           move ws-operator-id  to CLP-Operator-Id
           call "custlock" using Custlock-Parms.

      *    registra-recusa-mesmo-operador - an attempt to approve
      *    one's own request goes to the audit trail, the refused id
      *    in the extended status the way CUSTSIGN logs a refused
      *    sign-on.
       registra-recusa-mesmo-operador.
           move "custaprv"      to CIOL-Program-Id
           move "APROVAR"       to CIOL-Operation
           move PD-Cust-Code    to CIOL-Cust-Code
           move "MO"            to CIOL-File-Status
           move ws-operator-id  to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       valida-status.
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custaprv" to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move Cust-Code     to CIOL-Cust-Code
           move cust-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
           display "Erro de I/O - status " cust-status
              " (" function trim(w-msg) ")".

       valida-status-pend.
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custaprv" to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move PD-Cust-Code  to CIOL-Cust-Code
           move pend-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
           display "Erro de I/O (aprovacoes) - status " pend-status
              " (" function trim(w-msg) ")".
