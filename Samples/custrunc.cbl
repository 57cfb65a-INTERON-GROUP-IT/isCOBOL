       IDENTIFICATION DIVISION.
       PROGRAM-ID. custrunc.
      *--------------------------------------------------------------
      *  CUSTRUNC - shared run-control routine for the nightly job
      *  stream.  Every job in the chain (CUSTRNDP) calls it as the
      *  first thing it does and again on every way out, so
      *  custrun001 (custrnrc.cpy) always shows when each job last
      *  started and ended, how it ended and what it counted.
      *
      *  On start it enforces the chain: a job whose predecessor did
      *  not end "OK" in the current nightly window is refused - the
      *  refusal is recorded on the job's own custrun001 record
      *  (status "RC") and logged to custiolog under the job's id
      *  (operation "RUNCTL", status "DP", the blocking job in the
      *  extended status) so CUSTIOCHK sees it too.  The first job
      *  of the chain opens the window instead of checking it, so a
      *  rerun from the top starts a fresh night.  A job missing
      *  from CUSTRNDP is recorded but never held up.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY custrnsel.

       DATA DIVISION.
       FILE SECTION.
       fd runcontrol.
           COPY custrnrc.

       WORKING-STORAGE SECTION.
       01  run-status                 PIC X(02) VALUE SPACES.
          88 VALID-run                 VALUE "00" THRU "09".
       01 is-file pic x any length.
       01 w-msg pic x any length.
       01  crerr-status.
           03 file-status          pic xx.
           03 ext-status           pic x(10).
       01 ws-current-op               PIC X(8) VALUE SPACES.
       COPY custiopm.
       COPY custrndp.

       01  ws-window-id               PIC X(8) VALUE "JANELA".
       01  ws-window-date             PIC X(8) VALUE SPACES.
       01  ws-now                     PIC X(21) VALUE SPACES.
       01  ws-dep-idx                 PIC 9(2) VALUE ZERO.
       01  ws-job-found               PIC X VALUE "N".
          88 job-in-table             VALUE "Y".
       01  ws-check-job               PIC X(8) VALUE SPACES.
       01  ws-reason                  PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       COPY custrnpm.

       PROCEDURE DIVISION USING Custrun-Parms.
       inicio.
           move "0"    to CRN-Result
           move spaces to CRN-Blocked-By
           move spaces to CRN-Message
           move function current-date to ws-now

           move "OPEN" to ws-current-op
           open i-o runcontrol
           if run-status = "35"
              open output runcontrol
              close runcontrol
              open i-o runcontrol
           end-if
           if not valid-run
              perform valida-status
              move "2" to CRN-Result
              move "custrun001 indisponivel - cadeia nao verificada"
                 to CRN-Message
              goback
           end-if

           perform localiza-job
           if CRN-Do-Start
              perform registra-inicio thru registra-inicio-fim
           else
              perform registra-fim
           end-if

           close runcontrol
           goback.

       localiza-job.
           move "N" to ws-job-found
           perform varying ws-dep-idx from 1 by 1
              until ws-dep-idx > RD-Job-Count or job-in-table
              if RD-Job-Id(ws-dep-idx) = CRN-Job-Id
                 move "Y" to ws-job-found
              end-if
           end-perform
           if job-in-table
              subtract 1 from ws-dep-idx
           end-if.

      *    registra-inicio - the window opener stamps a new window
      *    date; everyone else reads it and checks both
      *    predecessors against it before the start is recorded.
       registra-inicio.
           if job-in-table
              if RD-Is-Window-Opener(ws-dep-idx)
                 perform abre-janela
              else
                 perform le-janela
                 perform verifica-janela-e-predecessores
              end-if
           else
              perform le-janela
           end-if
           if not CRN-Run-Ok
              perform registra-recusa
              go to registra-inicio-fim
           end-if

           move CRN-Job-Id     to RN-Job-Id
           move ws-window-date to RN-Window-Date
           move ws-now         to RN-Start-Timestamp
           move spaces         to RN-End-Timestamp
           move "EX"           to RN-End-Status
           move zero           to RN-Read-Count
           move zero           to RN-Written-Count
           move zero           to RN-Exception-Count
           move spaces         to RN-Blocked-By
           perform grava-registro.
       registra-inicio-fim.
           continue.

       abre-janela.
           move ws-now(1:8)    to ws-window-date
           move ws-window-id   to RN-Job-Id
           move ws-window-date to RN-Window-Date
           move ws-now         to RN-Start-Timestamp
           move spaces         to RN-End-Timestamp
           move spaces         to RN-End-Status
           move zero           to RN-Read-Count
           move zero           to RN-Written-Count
           move zero           to RN-Exception-Count
           move CRN-Job-Id     to RN-Blocked-By
           perform grava-registro.

       le-janela.
           move spaces to ws-window-date
           move ws-window-id to RN-Job-Id
           move "READ" to ws-current-op
           read runcontrol key is RN-Job-Id
              invalid key continue
              not invalid key
                 move RN-Window-Date to ws-window-date
           end-read.

      *    verifica-janela-e-predecessores - no window record at all
      *    means the chain has never been started tonight.
       verifica-janela-e-predecessores.
           if ws-window-date = spaces
              move "1"      to CRN-Result
              move ws-window-id to CRN-Blocked-By
              move "nenhuma janela noturna aberta" to ws-reason
           else
              move RD-Pred-1(ws-dep-idx) to ws-check-job
              perform verifica-predecessor
              if CRN-Run-Ok
                 move RD-Pred-2(ws-dep-idx) to ws-check-job
                 perform verifica-predecessor
              end-if
           end-if.

      *    verifica-predecessor - ws-check-job (spaces = none) must
      *    have a record in this window that ended "OK".
       verifica-predecessor.
           if ws-check-job not = spaces
              move ws-check-job to RN-Job-Id
              move "READ" to ws-current-op
              read runcontrol key is RN-Job-Id
                 invalid key
                    move "1" to CRN-Result
                    move ws-check-job to CRN-Blocked-By
                    move "nao executado nesta janela" to ws-reason
                 not invalid key
                    if RN-Window-Date not = ws-window-date
                       move "1" to CRN-Result
                       move ws-check-job to CRN-Blocked-By
                       move "nao executado nesta janela"
                          to ws-reason
                    else
                       if not RN-Ended-Ok
                          move "1" to CRN-Result
                          move ws-check-job to CRN-Blocked-By
                          move "nao terminou normalmente nesta janela"
                             to ws-reason
                       end-if
                    end-if
              end-read
           end-if.

      *    registra-recusa - the refused start is recorded on the
      *    job's own record (so the morning report shows it) and in
      *    custiolog; CRN-Message names the blocking job and the
      *    reason for the caller's DISPLAY.
       registra-recusa.
           move "1" to CRN-Result
           move CRN-Job-Id     to RN-Job-Id
           move ws-window-date to RN-Window-Date
           move ws-now         to RN-Start-Timestamp
           move ws-now         to RN-End-Timestamp
           move "RC"           to RN-End-Status
           move zero           to RN-Read-Count
           move zero           to RN-Written-Count
           move zero           to RN-Exception-Count
           move CRN-Blocked-By to RN-Blocked-By
           perform grava-registro

           move spaces to CRN-Message
           string function trim(CRN-Job-Id) delimited by size
                  " recusado - " delimited by size
                  function trim(CRN-Blocked-By) delimited by size
                  " " delimited by size
                  function trim(ws-reason) delimited by size
                  into CRN-Message

           move CRN-Job-Id     to CIOL-Program-Id
           move "RUNCTL"       to CIOL-Operation
           move zero           to CIOL-Cust-Code
           move "DP"           to CIOL-File-Status
           move CRN-Blocked-By to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

      *    registra-fim - end of run.  A job with no start on file
      *    (custrun001 rebuilt mid-night) still gets its end
      *    recorded, under the current window.
       registra-fim.
           move CRN-Job-Id to RN-Job-Id
           move "READ" to ws-current-op
           read runcontrol key is RN-Job-Id
              invalid key
                 perform le-janela
                 move CRN-Job-Id     to RN-Job-Id
                 move ws-window-date to RN-Window-Date
                 move ws-now         to RN-Start-Timestamp
                 move spaces         to RN-Blocked-By
           end-read
           move ws-now              to RN-End-Timestamp
           move CRN-End-Status      to RN-End-Status
           move CRN-Read-Count      to RN-Read-Count
           move CRN-Written-Count   to RN-Written-Count
           move CRN-Exception-Count to RN-Exception-Count
           perform grava-registro.

       grava-registro.
           move "REWRITE" to ws-current-op
           rewrite Custrun-Rec
           if run-status = "23"
              move "WRITE" to ws-current-op
              write Custrun-Rec
           end-if
           if not valid-run
              perform valida-status
           end-if.

       valida-status.
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custrunc"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move run-status    to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
