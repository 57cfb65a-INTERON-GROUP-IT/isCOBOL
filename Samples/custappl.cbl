      *  custapctl (CUSTAPPL's own control file, custldct.cpy
      *  layout) so an abend only costs the batch in flight.  The
      *  feed is expected in ascending Cust-Code order, same as
      *  custldin.  An "A" whose Cust-Code lies outside the feed's
      *  CUSTAPPL range on custnum001 (CUSTNUM) is not applied but
      *  logged to custiolog (operation "FAIXA", status "FR", the
      *  range in the extended status) and counted; "C" and "D" act
      *  on codes already on file and are not range-checked.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 ext-status           pic x(10).
       01 ws-current-op               PIC X(8) VALUE SPACES.
       COPY custiopm.
       COPY custrnpm.
       COPY custnmpm.
       01 ws-run-end-status           PIC X(2) VALUE "OK".

       01  ws-batch-size              PIC 9(5) VALUE 100.
       01  ws-batch-count             PIC 9(5) VALUE ZERO.
       01  ws-skipped-count           PIC 9(9) VALUE ZERO.
       01  ws-notfound-count          PIC 9(9) VALUE ZERO.
       01  ws-badaction-count         PIC 9(9) VALUE ZERO.
       01  ws-read-count              PIC 9(9) VALUE ZERO.
       01  ws-range-count             PIC 9(9) VALUE ZERO.
       01  ws-range-warned            PIC X VALUE "N".
          88 faixa-avisada            VALUE "Y".
       01  ws-last-cust-code          PIC 9(5) VALUE ZERO.
       01  ws-eof                     PIC X VALUE "N".
          88 ws-at-eof                VALUE "Y".

       PROCEDURE DIVISION.
       inicio.
           perform inicia-controle-execucao
           if not CRN-Run-Ok
              goback
           end-if

           SET ENVIRONMENT "file.index" to "dci"
           SET ENVIRONMENT "io_creates" to "1"

           perform le-controle-restart
           perform abre-arquivos
           if not valid-cust or not valid-feed
              move "ER" to ws-run-end-status
              perform encerra-controle-execucao
              goback
           end-if

              read feed-file into Feed-Line
                 at end move "Y" to ws-eof
                 not at end
                    add 1 to ws-read-count
                    perform processa-linha-feed
              end-read
           end-perform
              ws-notfound-count " nao encontrado(s), "
              ws-badaction-count " acao invalida, "
              ws-locked-count " em uso".
           if ws-range-count > 0
              display "  " ws-range-count
                 " inclusao(oes) fora da faixa CUSTAPPL"
           end-if
           perform encerra-controle-execucao
           goback.

      *    on restart, skip any feed line at or below the last
           else
              evaluate true
                 when action-add    perform aplica-inclusao
                                       thru aplica-inclusao-fim
                 when action-change perform aplica-alteracao
                                       thru aplica-alteracao-fim
                 when action-delete perform aplica-inativacao
           end-if.

       aplica-inclusao.
           perform confere-faixa
           if CNM-Out-Of-Range
              add 1 to ws-range-count
              perform registra-fora-faixa
              move wf-cust-code to ws-last-cust-code
              go to aplica-inclusao-fim
           end-if

           move wf-cust-code    to Cust-Code
           move wf-first-name   to Cust-First-Name
           move wf-last-name    to Cust-Last-Name
                 perform conta-lote-aplicado
              end-if
           end-if.
       aplica-inclusao-fim.
           continue.

      *    confere-faixa - an added code against the CUSTAPPL range.
      *    A range nobody has set up yet lets the add through
      *    unchecked, as before the ranges existed; an unreadable
      *    custnum001 (already in custiolog by CUSTNUM) does too, but
      *    ends the run "ER" so it gets looked at.
       confere-faixa.
           move "V"        to CNM-Action
           move "CUSTAPPL" to CNM-Range-Id
           move "custappl" to CNM-Program-Id
           move wf-cust-code to CNM-Cust-Code
           call "custnum" using Custnum-Parms
           if CNM-Error
              move "ER" to ws-run-end-status
           end-if
           if (CNM-No-Range or CNM-Error) and not faixa-avisada
              move "Y" to ws-range-warned
              display "Aviso: faixa CUSTAPPL indisponivel em custnum001"
                 " - inclusoes nao conferidas"
           end-if.

      *    registra-fora-faixa - one custiolog row per refused add,
      *    the way CUSTLOCK logs a refused lock.
       registra-fora-faixa.
           move "custappl"    to CIOL-Program-Id
           move "FAIXA"       to CIOL-Operation
           move wf-cust-code  to CIOL-Cust-Code
           move "FR"          to CIOL-File-Status
           move "CUSTAPPL"    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

      *    aplica-alteracao - blank feed fields keep the value on
      *    file (the Enter-keeps-value rule CUSTMAINT's
           move wh-zip          to CHW-Old-Zip
           move wh-phone        to CHW-Old-Phone
           move wh-cellphone    to CHW-Old-CellPhone
           move spaces          to CHW-Approved-By
           move spaces          to CHW-Addr-Type
           call "custhistw" using Custhist-Write-Parms.

      *    grava-controle-concluido - successful end-of-job: the
              write Custload-Ctl-Rec
           end-if.

      *    inicia-controle-execucao / encerra-controle-execucao -
      *    this job's start and end in custrun001 through CUSTRUNC.
      *    A refused start (a job it depends on did not end clean in
      *    tonight's window) stops the run before anything is opened;
      *    every way out after a good start records the end, "ER"
      *    once any valida-status paragraph has logged an I/O error.
       inicia-controle-execucao.
           move "I"        to CRN-Action
           move "custappl" to CRN-Job-Id
           call "custrunc" using Custrun-Parms
           if not CRN-Run-Ok
              display function trim(CRN-Message)
              display "CUSTAPPL nao executado."
           end-if.

       encerra-controle-execucao.
           move "F"        to CRN-Action
           move "custappl" to CRN-Job-Id
           move ws-run-end-status to CRN-End-Status
           move ws-read-count     to CRN-Read-Count
           add ws-added-count ws-changed-count ws-retired-count
              giving CRN-Written-Count
           add ws-skipped-count ws-notfound-count ws-badaction-count
              ws-locked-count ws-range-count
              giving CRN-Exception-Count
           call "custrunc" using Custrun-Parms.

       valida-status.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custappl"    to CIOL-Program-Id
      *    customer001, the same bad-control-file guard CUSTLOAD
      *    keeps on custldctl.
       valida-status-restart.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custappl"    to CIOL-Program-Id
