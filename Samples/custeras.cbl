       IDENTIFICATION DIVISION.
       PROGRAM-ID. custeras.
      *--------------------------------------------------------------
      *  CUSTERAS - privacy request processing for the customer
      *  files.  A supervisor (CUSTSIGN authority "3") signs on and
      *  picks the mode, and the requests listed in custerain
      *  (custerrq.cpy - request reference plus one Cust-Code per
      *  line) are worked in file order:
      *
      *  E - erasure.  For each code the personal fields are masked
      *      everywhere they are kept - name, address, gender and
      *      phones on customer001 (held through CUSTLOCK, like any
      *      other rewrite), the old address/phones in every
      *      custhist001 and custhista before-image, the phone used
      *      and the notes in custcont001 and custconta, the
      *      custsnp001 snapshot (set to the masked master, so
      *      CUSTSNAP sees no unexplained change), the custadr001
      *      mailing/billing addresses, the address CUSTEXP last
      *      shipped (custexpsh), the household street (custhh001)
      *      and the addresses/phones of custpnd001 requests.  Codes,
      *      keys, timestamps, outcomes, statuses and amounts stay,
      *      so every count and report still adds up.  Gender is
      *      set to "N" (not given) rather than blanked, so the
      *      record still passes the custgend.cpy edits.  The master
      *      is also flagged do-not-contact on both channels.  No
      *      custhist001 before-image is written for the erasure -
      *      that would keep the very data being erased.  A code an
      *      operator holds on screen is left untouched and shown as
      *      pending on the certificate; running the request again
      *      later is harmless.  If any of these files is there but
      *      will not open, no request is worked and no certificate
      *      is printed.
      *  A - subject access.  Read only: everything held on each
      *      code in the same files, plus custrcv001, is printed.
      *
      *  Both go to custerarp, one request per page: the erasure
      *  certificate lists, per code, the rows masked in each file,
      *  and closes with the supervisor's id, the date and a line
      *  for the signature.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY custsel.
           COPY custhsel.
           COPY custctsel.
           COPY custsnsel.
           COPY custadsel.
           COPY custxssel.
           COPY custhhsel.
           COPY custpdsel.
           COPY custrvsel.

           select hist-archive
              assign       to  "custhista"
              organization is indexed
              access mode  is dynamic
              lock mode    is manual
              record key   is CHA-Key
              file status  is harc-status.

           select contact-archive
              assign       to  "custconta"
              organization is indexed
              access mode  is dynamic
              lock mode    is manual
              record key   is CCA-Key
              file status  is carc-status.

           select erasure-requests
              assign       to  "custerain"
              organization is line sequential
              file status  is req-status.

           select erasure-report
              assign       to  "custerarp"
              organization is line sequential
              file status  is rpt-status.

       DATA DIVISION.
       FILE SECTION.
       fd customer.
           COPY custrec.

       fd customerhist.
           COPY custhrec.

       fd customercontact.
           COPY custctrc.

       fd customersnap.
           COPY custsnrc.

       fd customeraddr.
           COPY custadrc.

       fd shipped-addr.
           COPY custxsrc.

       fd household.
           COPY custhhrc.

       fd customerpend.
           COPY custpdrc.

       fd receivable.
           COPY custrvrc.

      *    archive layouts mirror custhrec/custctrc field for field,
      *    declared inline as in CUSTARCH.
       fd hist-archive.
       01  Custhista-Rec.
           05 CHA-Key.
              10 CHA-Cust-Code        PIC 9(5).
              10 CHA-Change-Timestamp PIC X(21).
           05 CHA-Operator-Id         PIC X(8).
           05 CHA-Old-Street          PIC X(30).
           05 CHA-Old-City            PIC X(20).
           05 CHA-Old-State           PIC X(20).
           05 CHA-Old-Zip             PIC X(5).
           05 CHA-Old-Phone           PIC X(15).
           05 CHA-Old-CellPhone       PIC X(15).
           05 CHA-Approved-By         PIC X(8).
           05 CHA-Addr-Type           PIC X.

       fd contact-archive.
       01  Custconta-Rec.
           05 CCA-Key.
              10 CCA-Cust-Code        PIC 9(5).
              10 CCA-Contact-Timestamp PIC X(21).
           05 CCA-Operator-Id         PIC X(8).
           05 CCA-Phone-Used          PIC X(15).
           05 CCA-Outcome             PIC X(20).
           05 CCA-Notes               PIC X(40).
           05 CCA-Next-Action-Date    PIC X(8).

       fd erasure-requests.
           COPY custerrq.

       fd erasure-report.
       01  Erasure-Report-Line        PIC X(132).

       WORKING-STORAGE SECTION.
       01 cust-status                 PIC X(02) VALUE SPACES.
          88 VALID-cust                VALUE "00" THRU "09".
       01 hist-status                 PIC X(02) VALUE SPACES.
          88 VALID-hist                VALUE "00" THRU "09".
       01 contact-status              PIC X(02) VALUE SPACES.
          88 VALID-contact             VALUE "00" THRU "09".
       01 snap-status                 PIC X(02) VALUE SPACES.
          88 VALID-snap                VALUE "00" THRU "09".
       01 addr-status                 PIC X(02) VALUE SPACES.
          88 VALID-addr                VALUE "00" THRU "09".
       01 ship-status                 PIC X(02) VALUE SPACES.
          88 VALID-ship                VALUE "00" THRU "09".
       01 hh-status                   PIC X(02) VALUE SPACES.
          88 VALID-hh                  VALUE "00" THRU "09".
       01 pend-status                 PIC X(02) VALUE SPACES.
          88 VALID-pend                VALUE "00" THRU "09".
       01 rcv-status                  PIC X(02) VALUE SPACES.
          88 VALID-rcv                 VALUE "00" THRU "09".
       01 harc-status                 PIC X(02) VALUE SPACES.
          88 VALID-harc                VALUE "00" THRU "09".
       01 carc-status                 PIC X(02) VALUE SPACES.
          88 VALID-carc                VALUE "00" THRU "09".
       01 req-status                  PIC X(02) VALUE SPACES.
          88 VALID-req                 VALUE "00" THRU "09".
       01 rpt-status                  PIC X(02) VALUE SPACES.
          88 VALID-rpt                 VALUE "00" THRU "09".
       01 is-file pic x any length.
       01 w-msg pic x any length.
       01  crerr-status.
           03 file-status          pic xx.
           03 ext-status           pic x(10).
       01 ws-current-op               PIC X(8) VALUE SPACES.
       COPY custiopm.

       01  ws-operator-id             PIC X(8) VALUE SPACES.
       COPY custsgpm.
       COPY custlkpm.

       01  ws-mode                    PIC X VALUE SPACE.
          88 mode-erase               VALUE "E" "e".
          88 mode-access              VALUE "A" "a".
          88 mode-quit                VALUE "X" "x".
          88 mode-valid               VALUE "E" "e" "A" "a" "X" "x".
       01  ws-confirm                 PIC X VALUE SPACE.
          88 ws-confirm-yes           VALUE "S" "s".

      *    which of the optional files opened - a file that does
      *    not exist yet simply holds nothing on anybody.
       01  ws-hist-open               PIC X VALUE "N".
          88 hist-is-open             VALUE "Y".
       01  ws-cont-open               PIC X VALUE "N".
          88 cont-is-open             VALUE "Y".
       01  ws-harc-open               PIC X VALUE "N".
          88 harc-is-open             VALUE "Y".
       01  ws-carc-open               PIC X VALUE "N".
          88 carc-is-open             VALUE "Y".
       01  ws-snap-open               PIC X VALUE "N".
          88 snap-is-open             VALUE "Y".
       01  ws-addr-open               PIC X VALUE "N".
          88 addr-is-open             VALUE "Y".
       01  ws-ship-open               PIC X VALUE "N".
          88 ship-is-open             VALUE "Y".
       01  ws-hh-open                 PIC X VALUE "N".
          88 hh-is-open               VALUE "Y".
       01  ws-pend-open               PIC X VALUE "N".
          88 pend-is-open             VALUE "Y".
       01  ws-rcv-open                PIC X VALUE "N".
          88 rcv-is-open              VALUE "Y".
      *    one of them there but not opened - an erasure that
      *    skipped it would certify data it never reached.
       01  ws-open-failed             PIC X VALUE "N".
          88 abertura-falhou          VALUE "Y".

       01  ws-eof                     PIC X VALUE "N".
          88 ws-at-eof                VALUE "Y".
       01  ws-scan-done               PIC X VALUE "N".
          88 scan-is-done             VALUE "Y".
       01  ws-cust-found              PIC X VALUE "N".
          88 cust-was-found           VALUE "Y".
       01  ws-cust-held               PIC X VALUE "N".
          88 cust-is-held             VALUE "Y".
       01  ws-first-req               PIC X VALUE "Y".
          88 is-first-req             VALUE "Y".

       01  ws-cust-code               PIC 9(5) VALUE ZERO.
       01  ws-request-id              PIC X(10) VALUE SPACES.
       01  ws-run-timestamp           PIC X(21) VALUE SPACES.
       01  ws-run-when                PIC X(19) VALUE SPACES.
       01  ws-erased-mark             PIC X(30) VALUE
           "DADOS ELIMINADOS".

      *    valida-status-arquivo logs whichever file failed - the
      *    caller moves that file's status here first.
       01  ws-io-status               PIC X(02) VALUE SPACES.

       01  ws-file-count              PIC 9(7) VALUE ZERO.
       01  ws-file-label              PIC X(14) VALUE SPACES.
       01  ws-req-codes               PIC 9(5) VALUE ZERO.
       01  ws-req-done                PIC 9(5) VALUE ZERO.
       01  ws-req-pending             PIC 9(5) VALUE ZERO.
       01  ws-req-count               PIC 9(5) VALUE ZERO.
       01  ws-code-count              PIC 9(5) VALUE ZERO.
       01  ws-pending-count           PIC 9(5) VALUE ZERO.
       01  ws-io-errors               PIC 9(5) VALUE ZERO.
       01  ws-io-errors-before        PIC 9(5) VALUE ZERO.

       01  ws-out-line                PIC X(132) VALUE SPACES.
       01  ws-amount-edit             PIC ZZZ,ZZZ,ZZ9.99-.

       01  ws-count-line.
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 wc-file                 PIC X(14).
           05 wc-count                PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wc-text                 PIC X(30).

       PROCEDURE DIVISION.
       inicio.
           display window erase.

           SET ENVIRONMENT "file.index" to "dci"

           perform assina-operador
           if CSG-Signon-Failed
              display "Assinatura recusada."
              goback
           end-if
           if not CSG-Auth-Supervisor
              display "Pedidos de privacidade exigem autoridade de"
                 " supervisor."
              goback
           end-if

           move space to ws-mode
           perform until mode-valid
              display "E-Eliminar dados pessoais  A-Relatorio de"
                 " acesso do titular  X-Sair: " with no advancing
              accept ws-mode
           end-perform
           if mode-quit
              goback
           end-if
           if mode-erase
              display "Os dados pessoais dos clientes listados em"
                 " custerain serao apagados em definitivo."
              display "Confirma (S/N)? " with no advancing
              accept ws-confirm
              if not ws-confirm-yes
                 display "Nada foi alterado."
                 goback
              end-if
           end-if

           move function current-date to ws-run-timestamp
           string ws-run-timestamp(7:2) "/" ws-run-timestamp(5:2)
                  "/" ws-run-timestamp(1:4) " "
                  ws-run-timestamp(9:2) ":" ws-run-timestamp(11:2)
                  ":" ws-run-timestamp(13:2)
                  delimited by size into ws-run-when

           move "OPEN" to ws-current-op
           open input erasure-requests
           if not valid-req
              move req-status to ws-io-status
              perform valida-status-arquivo
              display "custerain indisponivel - nenhum pedido."
              goback
           end-if

           move "OPEN-OUT" to ws-current-op
           open output erasure-report
           if not valid-rpt
              move rpt-status to ws-io-status
              perform valida-status-arquivo
              close erasure-requests
              goback
           end-if

           perform abre-arquivos thru abre-arquivos-fim
           if not valid-cust
              go to inicio-fim
           end-if
           if mode-erase and abertura-falhou
              move "*** arquivo indisponivel - veja custiolog; nenhum"
                 to Erasure-Report-Line
              write Erasure-Report-Line
              move "*** pedido processado, nenhum dado eliminado."
                 to Erasure-Report-Line
              write Erasure-Report-Line
              perform fecha-arquivos
              display "Arquivo indisponivel - nada foi eliminado."
              go to inicio-fim
           end-if

           move "Y" to ws-first-req
           move "N" to ws-eof
           perform until ws-at-eof
              move "READ" to ws-current-op
              read erasure-requests
                 at end move "Y" to ws-eof
                 not at end
                    if Custeras-Req-Rec not = spaces
                       if not is-first-req
                          and ER-Request-Id not = ws-request-id
                          perform fecha-pedido
                       end-if
                       if is-first-req
                          or ER-Request-Id not = ws-request-id
                          perform abre-pedido
                       end-if
                       perform processa-linha
                          thru processa-linha-fim
                    end-if
              end-read
           end-perform
           if not is-first-req
              perform fecha-pedido
           end-if

           perform fecha-arquivos.
       inicio-fim.
           close erasure-report
           close erasure-requests
           if mode-erase
              display "Eliminacao concluida - " ws-req-count
                 " pedido(s), " ws-code-count " cliente(s), "
                 ws-pending-count " pendente(s)."
           else
              display "Relatorio de acesso concluido - " ws-req-count
                 " pedido(s), " ws-code-count " cliente(s)."
           end-if
           if ws-io-errors > zero
              display ws-io-errors " erro(s) de E/S registrado(s)"
                 " em custiolog."
           end-if
           display "Veja custerarp."
           goback.

      *    assina-operador - id and password validated by CUSTSIGN;
      *    the id signed on here is the one on the certificate.
       assina-operador.
           display "ID do operador: " with no advancing.
           accept ws-operator-id.
           display "Senha         : " with no advancing.
           accept CSG-Password.
           move "custeras"      to CSG-Program-Id.
           move ws-operator-id  to CSG-Operator-Id.
           call "custsign" using Custsign-Parms.

      *    abre-arquivos - I-O for an erasure, input for an access
      *    report; customer001 must open, any other file may not
      *    exist yet.  Any other failure stops an erasure before
      *    the first request (see inicio).
       abre-arquivos.
           move "OPEN" to ws-current-op
           if mode-erase
              open i-o customer
           else
              open input customer
           end-if
           if not valid-cust
              perform valida-status
              move "*** customer001 indisponivel - nada processado"
                 to Erasure-Report-Line
              write Erasure-Report-Line
              go to abre-arquivos-fim
           end-if

           if mode-erase
              open i-o customerhist
           else
              open input customerhist
           end-if
           if valid-hist
              move "Y" to ws-hist-open
           else
              if hist-status not = "35"
                 move hist-status to ws-io-status
                 perform valida-status-arquivo
                 move "Y" to ws-open-failed
              end-if
           end-if

           if mode-erase
              open i-o customercontact
           else
              open input customercontact
           end-if
           if valid-contact
              move "Y" to ws-cont-open
           else
              if contact-status not = "35"
                 move contact-status to ws-io-status
                 perform valida-status-arquivo
                 move "Y" to ws-open-failed
              end-if
           end-if

           if mode-erase
              open i-o hist-archive
           else
              open input hist-archive
           end-if
           if valid-harc
              move "Y" to ws-harc-open
           else
              if harc-status not = "35"
                 move harc-status to ws-io-status
                 perform valida-status-arquivo
                 move "Y" to ws-open-failed
              end-if
           end-if

           if mode-erase
              open i-o contact-archive
           else
              open input contact-archive
           end-if
           if valid-carc
              move "Y" to ws-carc-open
           else
              if carc-status not = "35"
                 move carc-status to ws-io-status
                 perform valida-status-arquivo
                 move "Y" to ws-open-failed
              end-if
           end-if

           if mode-erase
              open i-o customersnap
           else
              open input customersnap
           end-if
           if valid-snap
              move "Y" to ws-snap-open
           else
              if snap-status not = "35"
                 move snap-status to ws-io-status
                 perform valida-status-arquivo
                 move "Y" to ws-open-failed
              end-if
           end-if

           if mode-erase
              open i-o customeraddr
           else
              open input customeraddr
           end-if
           if valid-addr
              move "Y" to ws-addr-open
           else
              if addr-status not = "35"
                 move addr-status to ws-io-status
                 perform valida-status-arquivo
                 move "Y" to ws-open-failed
              end-if
           end-if

           if mode-erase
              open i-o shipped-addr
           else
              open input shipped-addr
           end-if
           if valid-ship
              move "Y" to ws-ship-open
           else
              if ship-status not = "35"
                 move ship-status to ws-io-status
                 perform valida-status-arquivo
                 move "Y" to ws-open-failed
              end-if
           end-if

           if mode-erase
              open i-o household
           else
              open input household
           end-if
           if valid-hh
              move "Y" to ws-hh-open
           else
              if hh-status not = "35"
                 move hh-status to ws-io-status
                 perform valida-status-arquivo
                 move "Y" to ws-open-failed
              end-if
           end-if

           if mode-erase
              open i-o customerpend
           else
              open input customerpend
           end-if
           if valid-pend
              move "Y" to ws-pend-open
           else
              if pend-status not = "35"
                 move pend-status to ws-io-status
                 perform valida-status-arquivo
                 move "Y" to ws-open-failed
              end-if
           end-if

      *    custrcv001 holds no personal field to mask; it is only
      *    read, for the access report.
           if mode-access
              open input receivable
              if valid-rcv
                 move "Y" to ws-rcv-open
              else
                 if rcv-status not = "35"
                    move rcv-status to ws-io-status
                    perform valida-status-arquivo
                 end-if
              end-if
           end-if.
       abre-arquivos-fim.
           continue.

       fecha-arquivos.
           if hist-is-open
              close customerhist
           end-if
           if cont-is-open
              close customercontact
           end-if
           if harc-is-open
              close hist-archive
           end-if
           if carc-is-open
              close contact-archive
           end-if
           if snap-is-open
              close customersnap
           end-if
           if addr-is-open
              close customeraddr
           end-if
           if ship-is-open
              close shipped-addr
           end-if
           if hh-is-open
              close household
           end-if
           if pend-is-open
              close customerpend
           end-if
           if rcv-is-open
              close receivable
           end-if
           close customer.

      *    abre-pedido - a new page for each request.
       abre-pedido.
           move ER-Request-Id to ws-request-id
           move "N" to ws-first-req
           add 1 to ws-req-count
           move zero to ws-req-codes
           move zero to ws-req-done
           move zero to ws-req-pending
           if mode-erase
              move "CERTIFICADO DE ELIMINACAO DE DADOS PESSOAIS"
                 to Erasure-Report-Line
           else
              move "RELATORIO DE ACESSO DO TITULAR AOS DADOS"
                 to Erasure-Report-Line
           end-if
           write Erasure-Report-Line after advancing page
           move spaces to ws-out-line
           string "Pedido: " ws-request-id
                  "   Executado em: " ws-run-when
                  "   Supervisor: " ws-operator-id
                  delimited by size into ws-out-line
           perform escreve-linha
           move spaces to ws-out-line
           perform escreve-linha.

      *    fecha-pedido - the request's totals and, for an erasure,
      *    the sign-off.
       fecha-pedido.
           move spaces to ws-out-line
           perform escreve-linha
           if mode-access
              move spaces to ws-out-line
              string "Clientes no pedido: " ws-req-codes
                     "   - fim do relatorio de acesso."
                     delimited by size into ws-out-line
              perform escreve-linha
              go to fecha-pedido-fim
           end-if
           move spaces to ws-out-line
           string "Clientes no pedido: " ws-req-codes
                  "   eliminados: " ws-req-done
                  "   pendentes: " ws-req-pending
                  delimited by size into ws-out-line
           perform escreve-linha
           move spaces to ws-out-line
           perform escreve-linha
           if ws-req-pending = zero
              move "Certifico que os dados pessoais dos clientes acima"
                 to ws-out-line
              perform escreve-linha
              move "foram eliminados dos arquivos listados, mantidos"
                 to ws-out-line
              perform escreve-linha
              move "apenas os codigos, datas e valores."
                 to ws-out-line
              perform escreve-linha
           else
              move "*** PEDIDO NAO CONCLUIDO - reexecute para os"
                 to ws-out-line
              perform escreve-linha
              move "*** clientes pendentes antes de assinar."
                 to ws-out-line
              perform escreve-linha
           end-if
           move spaces to ws-out-line
           perform escreve-linha
           move spaces to ws-out-line
           string "Supervisor: " ws-operator-id
                  "   Data: " ws-run-when
                  delimited by size into ws-out-line
           perform escreve-linha
           move spaces to ws-out-line
           perform escreve-linha
           move "Assinatura: ______________________________"
              to ws-out-line
           perform escreve-linha.
       fecha-pedido-fim.
           continue.

      *    processa-linha - one Cust-Code of the current request.
       processa-linha.
           add 1 to ws-req-codes
           add 1 to ws-code-count
           if ER-Cust-Code-X not numeric
              move spaces to ws-out-line
              string "Cliente " ER-Cust-Code-X
                     " - codigo invalido, ignorado"
                     delimited by size into ws-out-line
              perform escreve-linha
              add 1 to ws-req-pending
              add 1 to ws-pending-count
              go to processa-linha-fim
           end-if
           move ER-Cust-Code to ws-cust-code
           move ws-io-errors to ws-io-errors-before

           move "N" to ws-cust-found
           move "N" to ws-cust-held
           move ws-cust-code to Cust-Code
           move "READ" to ws-current-op
           read customer key is Cust-Code
              invalid key continue
              not invalid key move "Y" to ws-cust-found
           end-read

           if mode-access
              perform lista-cliente
           else
              if cust-was-found
                 perform trava-cliente
                 if not cust-is-held
                    add 1 to ws-req-pending
                    add 1 to ws-pending-count
                    go to processa-linha-fim
                 end-if
              end-if
              move spaces to ws-out-line
              string "Cliente " ws-cust-code
                     delimited by size into ws-out-line
              perform escreve-linha
              perform mascara-cliente
           end-if

           perform varre-historico
           perform varre-contatos
           perform varre-historico-arquivo
           perform varre-contatos-arquivo
           perform trata-snapshot
           perform varre-enderecos
           perform trata-enviado
           perform trata-domicilio
           perform varre-pendentes
           if mode-access
              perform lista-recebivel
           end-if

           if mode-erase
              if cust-is-held
                 perform destrava-cliente
              end-if
              if ws-io-errors > ws-io-errors-before
                 move "      *** erro de E/S - veja custiolog;"
                    to ws-out-line
                 perform escreve-linha
                 move "      *** reexecute o pedido"
                    to ws-out-line
                 perform escreve-linha
                 add 1 to ws-req-pending
                 add 1 to ws-pending-count
              else
                 add 1 to ws-req-done
              end-if
           end-if
           move spaces to ws-out-line
           perform escreve-linha.
       processa-linha-fim.
           continue.

       trava-cliente.
           move "L" to CLP-Action
           move "custeras"     to CLP-Program-Id
           move ws-cust-code   to CLP-Cust-Code
           move ws-operator-id to CLP-Operator-Id
           call "custlock" using Custlock-Parms
           if CLP-Lock-Ok
              move "Y" to ws-cust-held
           else
              move spaces to ws-out-line
              if CLP-Lock-Busy
                 string "Cliente " ws-cust-code
                        " - NAO ELIMINADO, registro em uso por "
                        CLP-Held-By
                        delimited by size into ws-out-line
              else
                 string "Cliente " ws-cust-code
                        " - NAO ELIMINADO, falha ao travar o registro"
                        delimited by size into ws-out-line
              end-if
              perform escreve-linha
           end-if.

       destrava-cliente.
           move "U" to CLP-Action
           move "custeras"     to CLP-Program-Id
           move ws-cust-code   to CLP-Cust-Code
           move ws-operator-id to CLP-Operator-Id
           call "custlock" using Custlock-Parms.

      *    mascara-cliente - the master keeps its code, status and
      *    merge pointer; do-not-contact goes on for both channels.
       mascara-cliente.
           move zero to ws-file-count
           if cust-was-found
              move spaces         to Cust-Name
              move ws-erased-mark to Cust-Last-Name
              move spaces         to Cust-Address
              move "N"            to Cust-Gender
              move spaces         to Cust-Phone
              move spaces         to Cust-CellPhone
              move "Y"            to Cust-DNC-Phone
              move "Y"            to Cust-DNC-Mail
              perform sincroniza-chave-sobrenome
              move "REWRITE" to ws-current-op
              rewrite Customer-Rec
              if valid-cust
                 move 1 to ws-file-count
              else
                 perform valida-status
              end-if
           end-if
           move "customer001" to ws-file-label
           perform imprime-contagem.

       sincroniza-chave-sobrenome.
           move Cust-Last-Name  to Cust-LNK-Last-Name
           move Cust-First-Name to Cust-LNK-First-Name.

      *    lista-cliente - the master as held.
       lista-cliente.
           move spaces to ws-out-line
           string "Cliente " ws-cust-code
                  delimited by size into ws-out-line
           perform escreve-linha
           if not cust-was-found
              move "      customer001   nao cadastrado" to ws-out-line
              perform escreve-linha
           else
              move spaces to ws-out-line
              string "      customer001   nome: " Cust-First-Name
                     " " Cust-Last-Name
                     delimited by size into ws-out-line
              perform escreve-linha
              move spaces to ws-out-line
              string "                    endereco: " Cust-Street
                     " " Cust-City " " Cust-State " " Cust-Zip
                     delimited by size into ws-out-line
              perform escreve-linha
              move spaces to ws-out-line
              string "                    telefone: " Cust-Phone
                     "  celular: " Cust-CellPhone
                     "  sexo: " Cust-Gender
                     delimited by size into ws-out-line
              perform escreve-linha
              move spaces to ws-out-line
              string "                    situacao: " Cust-Life-Status
                     "  fundido em: " Cust-Merged-Into
                     "  nao contatar tel/correio: " Cust-DNC-Phone
                     "/" Cust-DNC-Mail
                     delimited by size into ws-out-line
              perform escreve-linha
           end-if.

      *    varre-historico - every custhist001 row of the code.
       varre-historico.
           move zero to ws-file-count
           if hist-is-open
              move ws-cust-code to CH-Cust-Code
              move low-values   to CH-Change-Timestamp
              move "N" to ws-scan-done
              move "START" to ws-current-op
              start customerhist key is not less than CH-Key
                 invalid key move "Y" to ws-scan-done
              end-start
              perform until scan-is-done
                 move "READ" to ws-current-op
                 read customerhist next record
                    at end move "Y" to ws-scan-done
                    not at end
                       if CH-Cust-Code not = ws-cust-code
                          move "Y" to ws-scan-done
                       else
                          perform trata-linha-historico
                       end-if
                 end-read
              end-perform
           end-if
           move "custhist001" to ws-file-label
           perform imprime-contagem.

       trata-linha-historico.
           if mode-access
              add 1 to ws-file-count
              move spaces to ws-out-line
              string "      custhist001   " CH-Change-Timestamp(1:14)
                     " " CH-Operator-Id " " CH-Addr-Type " "
                     CH-Old-Street " " CH-Old-City " " CH-Old-State
                     " " CH-Old-Zip " " CH-Old-Phone " "
                     CH-Old-CellPhone
                     delimited by size into ws-out-line
              perform escreve-linha
           else
              move spaces to CH-Old-Street
              move spaces to CH-Old-City
              move spaces to CH-Old-State
              move spaces to CH-Old-Zip
              move spaces to CH-Old-Phone
              move spaces to CH-Old-CellPhone
              move "REWRITE" to ws-current-op
              rewrite Custhist-Rec
              if valid-hist
                 add 1 to ws-file-count
              else
                 move hist-status to ws-io-status
                 perform valida-status-arquivo
              end-if
           end-if.

      *    varre-contatos - every custcont001 row of the code.
       varre-contatos.
           move zero to ws-file-count
           if cont-is-open
              move ws-cust-code to CC-Cust-Code
              move low-values   to CC-Contact-Timestamp
              move "N" to ws-scan-done
              move "START" to ws-current-op
              start customercontact key is not less than CC-Key
                 invalid key move "Y" to ws-scan-done
              end-start
              perform until scan-is-done
                 move "READ" to ws-current-op
                 read customercontact next record
                    at end move "Y" to ws-scan-done
                    not at end
                       if CC-Cust-Code not = ws-cust-code
                          move "Y" to ws-scan-done
                       else
                          perform trata-linha-contato
                       end-if
                 end-read
              end-perform
           end-if
           move "custcont001" to ws-file-label
           perform imprime-contagem.

       trata-linha-contato.
           if mode-access
              add 1 to ws-file-count
              move spaces to ws-out-line
              string "      custcont001   " CC-Contact-Timestamp(1:14)
                     " " CC-Operator-Id " " CC-Phone-Used " "
                     CC-Outcome " " CC-Notes " " CC-Next-Action-Date
                     delimited by size into ws-out-line
              perform escreve-linha
           else
              move spaces to CC-Phone-Used
              move spaces to CC-Notes
              move "REWRITE" to ws-current-op
              rewrite Custcontact-Rec
              if valid-contact
                 add 1 to ws-file-count
              else
                 move contact-status to ws-io-status
                 perform valida-status-arquivo
              end-if
           end-if.

      *    varre-historico-arquivo - the same, in custhista.
       varre-historico-arquivo.
           move zero to ws-file-count
           if harc-is-open
              move ws-cust-code to CHA-Cust-Code
              move low-values   to CHA-Change-Timestamp
              move "N" to ws-scan-done
              move "START" to ws-current-op
              start hist-archive key is not less than CHA-Key
                 invalid key move "Y" to ws-scan-done
              end-start
              perform until scan-is-done
                 move "READ" to ws-current-op
                 read hist-archive next record
                    at end move "Y" to ws-scan-done
                    not at end
                       if CHA-Cust-Code not = ws-cust-code
                          move "Y" to ws-scan-done
                       else
                          perform trata-linha-hist-arquivo
                       end-if
                 end-read
              end-perform
           end-if
           move "custhista" to ws-file-label
           perform imprime-contagem.

       trata-linha-hist-arquivo.
           if mode-access
              add 1 to ws-file-count
              move spaces to ws-out-line
              string "      custhista     " CHA-Change-Timestamp(1:14)
                     " " CHA-Operator-Id " " CHA-Addr-Type " "
                     CHA-Old-Street " " CHA-Old-City " "
                     CHA-Old-State " " CHA-Old-Zip " "
                     CHA-Old-Phone " " CHA-Old-CellPhone
                     delimited by size into ws-out-line
              perform escreve-linha
           else
              move spaces to CHA-Old-Street
              move spaces to CHA-Old-City
              move spaces to CHA-Old-State
              move spaces to CHA-Old-Zip
              move spaces to CHA-Old-Phone
              move spaces to CHA-Old-CellPhone
              move "REWRITE" to ws-current-op
              rewrite Custhista-Rec
              if valid-harc
                 add 1 to ws-file-count
              else
                 move harc-status to ws-io-status
                 perform valida-status-arquivo
              end-if
           end-if.

      *    varre-contatos-arquivo - the same, in custconta.
       varre-contatos-arquivo.
           move zero to ws-file-count
           if carc-is-open
              move ws-cust-code to CCA-Cust-Code
              move low-values   to CCA-Contact-Timestamp
              move "N" to ws-scan-done
              move "START" to ws-current-op
              start contact-archive key is not less than CCA-Key
                 invalid key move "Y" to ws-scan-done
              end-start
              perform until scan-is-done
                 move "READ" to ws-current-op
                 read contact-archive next record
                    at end move "Y" to ws-scan-done
                    not at end
                       if CCA-Cust-Code not = ws-cust-code
                          move "Y" to ws-scan-done
                       else
                          perform trata-linha-cont-arquivo
                       end-if
                 end-read
              end-perform
           end-if
           move "custconta" to ws-file-label
           perform imprime-contagem.

       trata-linha-cont-arquivo.
           if mode-access
              add 1 to ws-file-count
              move spaces to ws-out-line
              string "      custconta     "
                     CCA-Contact-Timestamp(1:14)
                     " " CCA-Operator-Id " " CCA-Phone-Used " "
                     CCA-Outcome " " CCA-Notes " "
                     CCA-Next-Action-Date
                     delimited by size into ws-out-line
              perform escreve-linha
           else
              move spaces to CCA-Phone-Used
              move spaces to CCA-Notes
              move "REWRITE" to ws-current-op
              rewrite Custconta-Rec
              if valid-carc
                 add 1 to ws-file-count
              else
                 move carc-status to ws-io-status
                 perform valida-status-arquivo
              end-if
           end-if.

      *    trata-snapshot - the custsnp001 copy of the master takes
      *    the masked values, so the next CUSTSNAP compare finds
      *    nothing to reconcile.
       trata-snapshot.
           move zero to ws-file-count
           if snap-is-open
              move ws-cust-code to SN-Cust-Code
              move "READ" to ws-current-op
              read customersnap key is SN-Cust-Code
                 invalid key continue
                 not invalid key perform trata-linha-snapshot
              end-read
           end-if
           move "custsnp001" to ws-file-label
           perform imprime-contagem.

       trata-linha-snapshot.
           if mode-access
              add 1 to ws-file-count
              move spaces to ws-out-line
              string "      custsnp001    " SN-First-Name " "
                     SN-Last-Name
                     delimited by size into ws-out-line
              perform escreve-linha
              move spaces to ws-out-line
              string "                    " SN-Street " " SN-City " "
                     SN-State " " SN-Zip " " SN-Phone " "
                     SN-CellPhone " " SN-Gender
                     delimited by size into ws-out-line
              perform escreve-linha
           else
              move spaces         to SN-Name
              move ws-erased-mark to SN-Last-Name
              move spaces         to SN-Address
              move "N"            to SN-Gender
              move spaces         to SN-Phone
              move spaces         to SN-CellPhone
              if cust-was-found
                 move Cust-DNC-Phone to SN-DNC-Phone
                 move Cust-DNC-Mail  to SN-DNC-Mail
              end-if
              move "REWRITE" to ws-current-op
              rewrite Custsnap-Rec
              if valid-snap
                 add 1 to ws-file-count
              else
                 move snap-status to ws-io-status
                 perform valida-status-arquivo
              end-if
           end-if.

      *    varre-enderecos - the code's custadr001 rows; the row and
      *    its type stay, the address goes.
       varre-enderecos.
           move zero to ws-file-count
           if addr-is-open
              move ws-cust-code to AD-Cust-Code
              move low-values   to AD-Addr-Type
              move "N" to ws-scan-done
              move "START" to ws-current-op
              start customeraddr key is not less than AD-Key
                 invalid key move "Y" to ws-scan-done
              end-start
              perform until scan-is-done
                 move "READ" to ws-current-op
                 read customeraddr next record
                    at end move "Y" to ws-scan-done
                    not at end
                       if AD-Cust-Code not = ws-cust-code
                          move "Y" to ws-scan-done
                       else
                          perform trata-linha-endereco
                       end-if
                 end-read
              end-perform
           end-if
           move "custadr001" to ws-file-label
           perform imprime-contagem.

       trata-linha-endereco.
           if mode-access
              add 1 to ws-file-count
              move spaces to ws-out-line
              string "      custadr001    " AD-Addr-Type " "
                     AD-Street " " AD-City " " AD-State " " AD-Zip
                     " " AD-Change-Timestamp(1:14) " " AD-Operator-Id
                     delimited by size into ws-out-line
              perform escreve-linha
           else
              move spaces to AD-Address
              move "REWRITE" to ws-current-op
              rewrite Custaddr-Rec
              if valid-addr
                 add 1 to ws-file-count
              else
                 move addr-status to ws-io-status
                 perform valida-status-arquivo
              end-if
           end-if.

      *    trata-enviado - the address CUSTEXP last shipped.
       trata-enviado.
           move zero to ws-file-count
           if ship-is-open
              move ws-cust-code to XS-Cust-Code
              move "READ" to ws-current-op
              read shipped-addr key is XS-Cust-Code
                 invalid key continue
                 not invalid key perform trata-linha-enviado
              end-read
           end-if
           move "custexpsh" to ws-file-label
           perform imprime-contagem.

       trata-linha-enviado.
           if mode-access
              add 1 to ws-file-count
              move spaces to ws-out-line
              string "      custexpsh     " XS-Addr-Type " "
                     XS-Street " " XS-City " " XS-State " " XS-Zip
                     " " XS-Export-Timestamp(1:14)
                     delimited by size into ws-out-line
              perform escreve-linha
           else
              move spaces to XS-Address
              move "REWRITE" to ws-current-op
              rewrite Custexpsh-Rec
              if valid-ship
                 add 1 to ws-file-count
              else
                 move ship-status to ws-io-status
                 perform valida-status-arquivo
              end-if
           end-if.

      *    trata-domicilio - the household row keeps its grouping;
      *    CUSTHHLD drops the code on its next run anyway, now that
      *    it is do-not-contact by mail.
       trata-domicilio.
           move zero to ws-file-count
           if hh-is-open
              move ws-cust-code to HH-Cust-Code
              move "READ" to ws-current-op
              read household key is HH-Cust-Code
                 invalid key continue
                 not invalid key perform trata-linha-domicilio
              end-read
           end-if
           move "custhh001" to ws-file-label
           perform imprime-contagem.

       trata-linha-domicilio.
           if mode-access
              add 1 to ws-file-count
              move spaces to ws-out-line
              string "      custhh001     domicilio " HH-Household-Id
                     " titular " HH-Head-Code " " HH-Std-Street " "
                     HH-Zip
                     delimited by size into ws-out-line
              perform escreve-linha
           else
              move spaces to HH-Std-Street
              move spaces to HH-Zip
              move "REWRITE" to ws-current-op
              rewrite Household-Rec
              if valid-hh
                 add 1 to ws-file-count
              else
                 move hh-status to ws-io-status
                 perform valida-status-arquivo
              end-if
           end-if.

      *    varre-pendentes - custpnd001 requests filed for the code;
      *    the request and its decision stay, the address and phones
      *    it carries go.
       varre-pendentes.
           move zero to ws-file-count
           if pend-is-open
              move ws-cust-code to PD-Cust-Code
              move low-values   to PD-Request-Timestamp
              move "N" to ws-scan-done
              move "START" to ws-current-op
              start customerpend key is not less than PD-Key
                 invalid key move "Y" to ws-scan-done
              end-start
              perform until scan-is-done
                 move "READ" to ws-current-op
                 read customerpend next record
                    at end move "Y" to ws-scan-done
                    not at end
                       if PD-Cust-Code not = ws-cust-code
                          move "Y" to ws-scan-done
                       else
                          perform trata-linha-pendente
                       end-if
                 end-read
              end-perform
           end-if
           move "custpnd001" to ws-file-label
           perform imprime-contagem.

       trata-linha-pendente.
           if mode-access
              add 1 to ws-file-count
              move spaces to ws-out-line
              string "      custpnd001    " PD-Request-Timestamp(1:14)
                     " " PD-Action PD-Status " " PD-Requested-By " "
                     PD-New-Street " " PD-New-City " " PD-New-State
                     " " PD-New-Zip " " PD-New-Phone " "
                     PD-New-CellPhone
                     delimited by size into ws-out-line
              perform escreve-linha
           else
              move spaces to PD-New-Street
              move spaces to PD-New-City
              move spaces to PD-New-State
              move spaces to PD-New-Zip
              move spaces to PD-New-Phone
              move spaces to PD-New-CellPhone
              move "REWRITE" to ws-current-op
              rewrite Custpend-Rec
              if valid-pend
                 add 1 to ws-file-count
              else
                 move pend-status to ws-io-status
                 perform valida-status-arquivo
              end-if
           end-if.

      *    lista-recebivel - access report only.
       lista-recebivel.
           move zero to ws-file-count
           if rcv-is-open
              move ws-cust-code to RV-Cust-Code
              move "READ" to ws-current-op
              read receivable key is RV-Cust-Code
                 invalid key continue
                 not invalid key
                    add 1 to ws-file-count
                    move RV-Open-Amount to ws-amount-edit
                    move spaces to ws-out-line
                    string "      custrcv001    em aberto "
                           ws-amount-edit " vencimento "
                           RV-Due-Date " ultimo pagamento "
                           RV-Last-Payment-Date
                           delimited by size into ws-out-line
                    perform escreve-linha
              end-read
           end-if
           move "custrcv001" to ws-file-label
           perform imprime-contagem.

      *    imprime-contagem - rows of ws-file-label masked (erasure)
      *    or listed (access) for the current code.
       imprime-contagem.
           move ws-file-label to wc-file
           move ws-file-count to wc-count
           if mode-erase
              move "registro(s) mascarado(s)" to wc-text
           else
              move "registro(s)" to wc-text
           end-if
           move ws-count-line to ws-out-line
           perform escreve-linha.

       escreve-linha.
           move ws-out-line to Erasure-Report-Line
           write Erasure-Report-Line.

       valida-status.
           add 1 to ws-io-errors
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custeras"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move ws-cust-code  to CIOL-Cust-Code
           move cust-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

      *    valida-status-arquivo - same pattern for every other
      *    file; the caller has moved that file's status to
      *    ws-io-status.
       valida-status-arquivo.
           add 1 to ws-io-errors
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custeras"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move ws-cust-code  to CIOL-Cust-Code
           move ws-io-status  to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
