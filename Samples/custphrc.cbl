           03 ext-status           pic x(10).
       01 ws-current-op               PIC X(8) VALUE SPACES.
       COPY custiopm.
       COPY custrnpm.
       01 ws-run-end-status           PIC X(2) VALUE "OK".
       01 ws-eof                      PIC X VALUE "N".
          88 ws-at-eof                VALUE "Y".
       01 ws-sort-eof                 PIC X VALUE "N".
       COPY custhwpm.
       COPY custlkpm.
       01  ws-locked-count             PIC 9(9) VALUE ZERO.
       01  ws-read-count              PIC 9(9) VALUE ZERO.
       01  ws-rewritten-count         PIC 9(9) VALUE ZERO.

       01  ws-report-line.
           05 wr-phone                PIC X(14).

       PROCEDURE DIVISION.
       inicio.
           perform inicia-controle-execucao
           if not CRN-Run-Ok
              goback
           end-if

           SET ENVIRONMENT "file.index" to "dci"

           move "OPEN-OUT" to ws-current-op
           open output suspect-report
           if not valid-rpt
              perform valida-status-saida
              perform encerra-controle-execucao
              goback
           end-if
           move "Telefone      Cust1  Nome1                Cust2  Nome2"
           display "Reconciliacao de telefones concluida - "
              ws-suspect-count " suspeita(s) de duplicidade, "
              ws-locked-count " registro(s) em uso pulado(s)".
           perform encerra-controle-execucao
           goback.

      *    pass 1 - normalize phone/cellphone and release one sort
                 read customer next record
                    at end move "Y" to ws-eof
                    not at end
                       add 1 to ws-read-count
                       perform normaliza-registro
                 end-read
              end-perform
                 rewrite Customer-Rec
                 if not valid-cust
                    perform valida-status
                 else
                    add 1 to ws-rewritten-count
                 end-if
                 perform destrava-registro-cliente
              else
           move wh-zip          to CHW-Old-Zip
           move wh-phone        to CHW-Old-Phone
           move wh-cellphone    to CHW-Old-CellPhone
           move spaces          to CHW-Approved-By
           move spaces          to CHW-Addr-Type
           call "custhistw" using Custhist-Write-Parms.

      *    extrai-digitos - keeps only the digits 0-9 out of
              end-read
           end-perform.

      *    inicia-controle-execucao / encerra-controle-execucao -
      *    this job's start and end in custrun001 through CUSTRUNC.
      *    A refused start (a job it depends on did not end clean in
      *    tonight's window) stops the run before anything is opened;
      *    every way out after a good start records the end, "ER"
      *    once any valida-status paragraph has logged an I/O error.
       inicia-controle-execucao.
           move "I"        to CRN-Action
           move "custphrc" to CRN-Job-Id
           call "custrunc" using Custrun-Parms
           if not CRN-Run-Ok
              display function trim(CRN-Message)
              display "CUSTPHRC nao executado."
           end-if.

       encerra-controle-execucao.
           move "F"        to CRN-Action
           move "custphrc" to CRN-Job-Id
           move ws-run-end-status to CRN-End-Status
           move ws-read-count      to CRN-Read-Count
           move ws-rewritten-count to CRN-Written-Count
           add ws-suspect-count ws-locked-count
              giving CRN-Exception-Count
           call "custrunc" using Custrun-Parms.

       valida-status.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custphrc"    to CIOL-Program-Id
      *    failed OPEN OUTPUT of the exception report (custphrpt)
      *    rather than of customer001.
       valida-status-saida.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custphrc"    to CIOL-Program-Id
