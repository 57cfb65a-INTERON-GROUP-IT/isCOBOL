      *  records above that point but already written in the batch
      *  that was in flight at the abend hit a duplicate-key WRITE
      *  and are counted as skipped rather than logged as I/O errors.
      *  A Cust-Code outside the feed's CUSTLOAD range on custnum001
      *  (CUSTNUM) is not loaded: it is logged to custiolog
      *  (operation "FAIXA", status "FR", the range in the extended
      *  status) and counted with the exceptions, so a feed can no
      *  longer take codes CUSTMAINT hands out.
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
       01  ws-loaded-count            PIC 9(9) VALUE ZERO.
       01  ws-skipped-count           PIC 9(9) VALUE ZERO.
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
           close feed-file
           display "Carga concluida - " ws-loaded-count
              " carregado(s), " ws-skipped-count " pulado(s)".
           if ws-range-count > 0
              display ws-range-count
                 " fora da faixa CUSTLOAD - nao carregado(s)"
           end-if
           perform encerra-controle-execucao
           goback.

      *    on restart, skip any feed line at or below the last
                   wf-gender wf-phone wf-cellphone
           end-unstring

           move "0" to CNM-Result
           if is-restarting and wf-cust-code <= ws-last-cust-code
              add 1 to ws-skipped-count
           else
              perform confere-faixa
           end-if
           if CNM-Out-Of-Range
              add 1 to ws-range-count
              perform registra-fora-faixa
           end-if

           if (is-restarting and wf-cust-code <= ws-last-cust-code)
              or CNM-Out-Of-Range
              continue
           else
              move wf-cust-code    to Cust-Code
              move wf-first-name   to Cust-First-Name
              end-if
           end-if.

      *    confere-faixa - the code against the CUSTLOAD range.  A
      *    range nobody has set up yet lets the feed through
      *    unchecked, as before the ranges existed; an unreadable
      *    custnum001 (already in custiolog by CUSTNUM) does too, but
      *    ends the run "ER" so it gets looked at.
       confere-faixa.
           move "V"        to CNM-Action
           move "CUSTLOAD" to CNM-Range-Id
           move "custload" to CNM-Program-Id
           move wf-cust-code to CNM-Cust-Code
           call "custnum" using Custnum-Parms
           if CNM-Error
              move "ER" to ws-run-end-status
           end-if
           if (CNM-No-Range or CNM-Error) and not faixa-avisada
              move "Y" to ws-range-warned
              display "Aviso: faixa CUSTLOAD indisponivel em custnum001"
                 " - Cust-Codes nao conferidos"
           end-if.

      *    registra-fora-faixa - one custiolog row per refused line,
      *    the way CUSTLOCK logs a refused lock.
       registra-fora-faixa.
           move "custload"    to CIOL-Program-Id
           move "FAIXA"       to CIOL-Operation
           move wf-cust-code  to CIOL-Cust-Code
           move "FR"          to CIOL-File-Status
           move "CUSTLOAD"    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       grava-controle-restart.
           move "RESTART1"          to CLC-Ctl-Key
           move ws-last-cust-code   to CLC-Last-Cust-Code
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
           move "custload" to CRN-Job-Id
           call "custrunc" using Custrun-Parms
           if not CRN-Run-Ok
              display function trim(CRN-Message)
              display "CUSTLOAD nao executado."
           end-if.

       encerra-controle-execucao.
           move "F"        to CRN-Action
           move "custload" to CRN-Job-Id
           move ws-run-end-status to CRN-End-Status
           move ws-read-count     to CRN-Read-Count
           move ws-loaded-count   to CRN-Written-Count
           add ws-skipped-count ws-range-count
              giving CRN-Exception-Count
           call "custrunc" using Custrun-Parms.

       valida-status.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custload"    to CIOL-Program-Id
      *    trail too instead of falling through to READ against a
      *    file that never opened.
       valida-status-restart.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custload"    to CIOL-Program-Id
