      *  REWRITE must be.  Undeliverables, unmatched Cust-Codes,
      *  rejected ZIPs and bad action codes all land on the
      *  exception report (custncrpt) for manual follow-up.
      *
      *  When CUSTEXP shipped the customer's custadr001 mailing
      *  address instead of Cust-Address (custexpsh, custxsrc.cpy),
      *  the correction goes to that mailing address - same lock,
      *  same ZIP check, before-image to custhist001 with
      *  CHW-Addr-Type "M" - and Cust-Address is left alone.  No
      *  custexpsh row (a code exported before the log existed)
      *  means Cust-Address, as before.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY custsel.
           COPY zipsel.
           COPY custadsel.
           COPY custxssel.

           select return-file
              assign       to  "custncin"
       fd zip-ref.
           COPY zipref.

       fd customeraddr.
           COPY custadrc.

       fd shipped-addr.
           COPY custxsrc.

       fd return-file.
       01  Return-Line             PIC X(120).

          88 VALID-ret                 VALUE "00" THRU "09".
       01 rpt-status                  PIC X(02) VALUE SPACES.
          88 VALID-rpt                 VALUE "00" THRU "09".
       01 addr-status                 PIC X(02) VALUE SPACES.
          88 VALID-addr                VALUE "00" THRU "09".
       01 ship-status                 PIC X(02) VALUE SPACES.
          88 VALID-ship                VALUE "00" THRU "09".
       01 is-file pic x any length.
       01 w-msg pic x any length.
       01  crerr-status.
           03 ext-status           pic x(10).
       01 ws-current-op               PIC X(8) VALUE SPACES.
       COPY custiopm.
       COPY custrnpm.
       01 ws-run-end-status           PIC X(2) VALUE "OK".
       01 ws-eof                      PIC X VALUE "N".
          88 ws-at-eof                 VALUE "Y".

       01  ws-notfound-count          PIC 9(9) VALUE ZERO.
       01  ws-badzip-count            PIC 9(9) VALUE ZERO.
       01  ws-badaction-count         PIC 9(9) VALUE ZERO.
       01  ws-read-count              PIC 9(9) VALUE ZERO.
       01  ws-zip-known               PIC X VALUE "N".
          88 zip-is-known             VALUE "Y".
       01  ws-mailing-applied-count   PIC 9(9) VALUE ZERO.
       01  ws-ship-open               PIC X VALUE "N".
          88 ship-file-open           VALUE "Y".
       01  ws-addr-open               PIC X VALUE "N".
          88 addr-file-open           VALUE "Y".
       01  ws-shipped-type            PIC X VALUE "R".
          88 shipped-mailing          VALUE "M".

       01  ws-ret-action              PIC X VALUE SPACE.
          88 ret-correction           VALUE "C" "c".

       PROCEDURE DIVISION.
       inicio.
           perform inicia-controle-execucao
           if not CRN-Run-Ok
              goback
           end-if

           SET ENVIRONMENT "file.index" to "dci"

           move "OPEN" to ws-current-op
           open input return-file
           if not valid-ret
              display "custncin indisponivel - nada processado."
              perform encerra-controle-execucao
              goback
           end-if

           if not valid-cust
              perform valida-status
              close return-file
              perform encerra-controle-execucao
              goback
           end-if

              perform valida-status-zip
              close return-file
              close customer
              perform encerra-controle-execucao
              goback
           end-if

      *    no custexpsh / custadr001 yet just means nothing was
      *    ever shipped to a mailing address - every correction
      *    goes to Cust-Address.
           move "OPEN" to ws-current-op
           open input shipped-addr
           if valid-ship
              move "Y" to ws-ship-open
           else
              if ship-status not = "35"
                 perform valida-status-enviado
                 close return-file
                 close customer
                 close zip-ref
                 perform encerra-controle-execucao
                 goback
              end-if
           end-if

           move "OPEN" to ws-current-op
           open i-o customeraddr
           if valid-addr
              move "Y" to ws-addr-open
           else
              if addr-status not = "35"
                 perform valida-status-endereco
                 close return-file
                 close customer
                 close zip-ref
                 perform fecha-enderecos
                 perform encerra-controle-execucao
                 goback
              end-if
           end-if

           move "OPEN-OUT" to ws-current-op
           open output exception-report
           if not valid-rpt
              close return-file
              close customer
              close zip-ref
              perform fecha-enderecos
              perform encerra-controle-execucao
              goback
           end-if
           move "Cust-  A  CEP    Motivo" to Exception-Report-Line
              read return-file into Return-Line
                 at end move "Y" to ws-eof
                 not at end
                    add 1 to ws-read-count
                    perform processa-linha-retorno
                       thru processa-linha-retorno-fim
              end-read
           write Exception-Report-Line
           string "Aplicado(s): " delimited by size
                  ws-applied-count delimited by size
                  "  (end. correspondencia: " delimited by size
                  ws-mailing-applied-count delimited by size
                  ")  Indevolvivel(is): " delimited by size
                  ws-undeliv-count delimited by size
                  into Exception-Report-Line
           write Exception-Report-Line
           close zip-ref
           close customer
           close return-file
           perform fecha-enderecos
           display "Retorno da grafica processado - "
              ws-applied-count " correcao(oes) aplicada(s), "
              ws-undeliv-count " indevolvivel(is), "
              ws-notfound-count " nao encontrado(s)".
           perform encerra-controle-execucao
           goback.

       processa-linha-retorno.
                 go to processa-linha-retorno-fim
           end-read

           perform verifica-endereco-enviado

           evaluate true
              when ret-undeliverable
                 add 1 to ws-undeliv-count
                 if shipped-mailing
                    move "Indevolvivel - revisar end. correspondencia"
                       to we-reason
                 else
                    move "Indevolvivel - revisar endereco manualmente"
                       to we-reason
                 end-if
                 perform grava-excecao
              when ret-correction
                 perform aplica-correcao
              perform grava-excecao
              go to aplica-correcao-fim
           end-if
           if shipped-mailing
              perform aplica-correcao-corresp
                 thru aplica-correcao-corresp-fim
              perform destrava-registro-cliente
              go to aplica-correcao-fim
           end-if
           if wr-zip not = spaces
              move wr-zip to ws-check-zip
           else
       aplica-correcao-fim.
           continue.

      *    verifica-endereco-enviado - which address CUSTEXP last
      *    put on the feed for this code; "R" (Cust-Address) unless
      *    custexpsh says the mailing address went out.
       verifica-endereco-enviado.
           move "R" to ws-shipped-type
           if ship-file-open
              move wr-cust-code to XS-Cust-Code
              move "READ" to ws-current-op
              read shipped-addr key is XS-Cust-Code
                 invalid key continue
                 not invalid key
                    move XS-Addr-Type to ws-shipped-type
              end-read
           end-if.

      *    aplica-correcao-corresp - aplica-correcao for a code whose
      *    custadr001 mailing address was shipped; the lock on the
      *    Cust-Code is already held.  A mailing address removed
      *    through CUSTADMT since the export is not recreated - the
      *    line goes to the exception report instead.
       aplica-correcao-corresp.
           move "N" to ws-zip-known
           if addr-file-open
              move wr-cust-code to AD-Cust-Code
              move "M"          to AD-Addr-Type
              move "READ" to ws-current-op
              read customeraddr key is AD-Key
                 invalid key
                    add 1 to ws-notfound-count
                    move "End. correspondencia enviado nao existe mais"
                       to we-reason
                    perform grava-excecao
                    go to aplica-correcao-corresp-fim
              end-read
           else
              add 1 to ws-notfound-count
              move "End. correspondencia enviado nao existe mais"
                 to we-reason
              perform grava-excecao
              go to aplica-correcao-corresp-fim
           end-if
           if wr-zip not = spaces
              move wr-zip to ws-check-zip
           else
              move AD-Zip to ws-check-zip
           end-if
           perform verifica-cep-referencia
           if not zip-is-known
              add 1 to ws-badzip-count
              move "CEP corrigido nao consta na referencia"
                 to we-reason
              perform grava-excecao
              go to aplica-correcao-corresp-fim
           end-if

           move AD-Street to wh-street
           move AD-City   to wh-city
           move AD-State  to wh-state
           move AD-Zip    to wh-zip
           if wr-street not = spaces
              move wr-street to AD-Street
           end-if
           if wr-city not = spaces
              move wr-city to AD-City
           end-if
           if wr-state not = spaces
              move wr-state to AD-State
           end-if
           if wr-zip not = spaces
              move wr-zip to AD-Zip
           end-if

           perform grava-historico-corresp
           move function current-date to AD-Change-Timestamp
           move ws-operator-id to AD-Operator-Id
           move "REWRITE" to ws-current-op
           rewrite Custaddr-Rec
           if not valid-addr
              perform valida-status-endereco
           else
              add 1 to ws-applied-count
              add 1 to ws-mailing-applied-count
           end-if.
       aplica-correcao-corresp-fim.
           continue.

       fecha-enderecos.
           if ship-file-open
              close shipped-addr
              move "N" to ws-ship-open
           end-if
           if addr-file-open
              close customeraddr
              move "N" to ws-addr-open
           end-if.

       trava-registro-cliente.
           move "L" to CLP-Action
           move "custncoa"     to CLP-Program-Id
           move wh-zip          to CHW-Old-Zip
           move wh-phone        to CHW-Old-Phone
           move wh-cellphone    to CHW-Old-CellPhone
           move spaces          to CHW-Approved-By
           move spaces          to CHW-Addr-Type
           call "custhistw" using Custhist-Write-Parms.

      *    grava-historico-corresp - the mailing address being
      *    replaced, tagged "M" so custhist001 keeps it apart from
      *    the customer001 rows; no phone fields on this row.
       grava-historico-corresp.
           move wr-cust-code    to CHW-Cust-Code
           move ws-operator-id  to CHW-Operator-Id
           move wh-street       to CHW-Old-Street
           move wh-city         to CHW-Old-City
           move wh-state        to CHW-Old-State
           move wh-zip          to CHW-Old-Zip
           move spaces          to CHW-Old-Phone
           move spaces          to CHW-Old-CellPhone
           move spaces          to CHW-Approved-By
           move "M"             to CHW-Addr-Type
           call "custhistw" using Custhist-Write-Parms.

       grava-excecao.
           move ws-exception-line to Exception-Report-Line
           write Exception-Report-Line.

      *    inicia-controle-execucao / encerra-controle-execucao -
      *    this job's start and end in custrun001 through CUSTRUNC.
      *    A refused start (a job it depends on did not end clean in
      *    tonight's window) stops the run before anything is opened;
      *    every way out after a good start records the end, "ER"
      *    once any valida-status paragraph has logged an I/O error.
       inicia-controle-execucao.
           move "I"        to CRN-Action
           move "custncoa" to CRN-Job-Id
           call "custrunc" using Custrun-Parms
           if not CRN-Run-Ok
              display function trim(CRN-Message)
              display "CUSTNCOA nao executado."
           end-if.

       encerra-controle-execucao.
           move "F"        to CRN-Action
           move "custncoa" to CRN-Job-Id
           move ws-run-end-status to CRN-End-Status
           move ws-read-count     to CRN-Read-Count
           move ws-applied-count  to CRN-Written-Count
           add ws-undeliv-count ws-notfound-count ws-badzip-count
              ws-badaction-count ws-locked-count
              giving CRN-Exception-Count
           call "custrunc" using Custrun-Parms.

       valida-status.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custncoa"    to CIOL-Program-Id
           call "custiolog" using Custio-Log-Parms.

       valida-status-zip.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custncoa"    to CIOL-Program-Id
      *    failed OPEN OUTPUT of the exception report (custncrpt)
      *    rather than of customer001/zipref001.
       valida-status-rpt.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custncoa"    to CIOL-Program-Id
           move rpt-status    to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       valida-status-endereco.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custncoa"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           if ws-current-op = "OPEN"
              move zero         to CIOL-Cust-Code
           else
              move wr-cust-code to CIOL-Cust-Code
           end-if
           move addr-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       valida-status-enviado.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custncoa"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move ship-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
