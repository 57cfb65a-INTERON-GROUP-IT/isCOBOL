           03 ext-status           pic x(10).
       01 ws-current-op               PIC X(8) VALUE SPACES.
       COPY custiopm.
       COPY custrnpm.
       01 ws-run-end-status           PIC X(2) VALUE "OK".
       01 ws-eof                      PIC X VALUE "N".
          88 ws-at-eof                 VALUE "Y".


       PROCEDURE DIVISION.
       inicio.
           perform inicia-controle-execucao
           if not CRN-Run-Ok
              goback
           end-if

           SET ENVIRONMENT "file.index" to "dci"

           move "OPEN-OUT" to ws-current-op
           open output integrity-report
           if not valid-rpt
              perform valida-status-rpt
              perform encerra-controle-execucao
              goback
           end-if
           move "Checagem de integridade - arquivos de clientes"
           close integrity-report
           display "Checagem de integridade concluida - "
              ws-exception-count " excecao(oes)."
           perform encerra-controle-execucao
           goback.

      *    sweep 1 - Cust-Last-Name-Key must agree with Cust-Name on
           move ws-exception-count to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

      *    inicia-controle-execucao / encerra-controle-execucao -
      *    this job's start and end in custrun001 through CUSTRUNC.
      *    A refused start (a job it depends on did not end clean in
      *    tonight's window) stops the run before anything is opened;
      *    every way out after a good start records the end, "ER"
      *    once any valida-status paragraph has logged an I/O error
      *    or the check itself failed - the jobs that wait on
      *    CUSTINTG must not run on a master that did not check out.
       inicia-controle-execucao.
           move "I"        to CRN-Action
           move "custintg" to CRN-Job-Id
           call "custrunc" using Custrun-Parms
           if not CRN-Run-Ok
              display function trim(CRN-Message)
              display "CUSTINTG nao executado."
           end-if.

       encerra-controle-execucao.
           move "F"        to CRN-Action
           move "custintg" to CRN-Job-Id
           if ws-exception-count > zero
              move "ER" to ws-run-end-status
           end-if
           move ws-run-end-status to CRN-End-Status
           add ws-cust-count ws-hist-count ws-cont-count
              giving CRN-Read-Count
           move zero               to CRN-Written-Count
           move ws-exception-count to CRN-Exception-Count
           call "custrunc" using Custrun-Parms.

       valida-status.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custintg" to CIOL-Program-Id
           call "custiolog" using Custio-Log-Parms.

       valida-status-hist.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custintg" to CIOL-Program-Id
           call "custiolog" using Custio-Log-Parms.

       valida-status-contact.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custintg" to CIOL-Program-Id
      *    valida-status-rpt - same as valida-status, but for a
      *    failed OPEN OUTPUT of the integrity report (custintrp).
       valida-status-rpt.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custintg" to CIOL-Program-Id
