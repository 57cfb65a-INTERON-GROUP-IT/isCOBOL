       IDENTIFICATION DIVISION.
       PROGRAM-ID. custadmt.
      *--------------------------------------------------------------
      *  CUSTADMT - maintenance screen for custadr001, the customer
      *  mailing and billing addresses (custadrc.cpy).  A customer
      *  whose post goes somewhere other than where they live gets an
      *  "M" mailing address here, and CUSTEXP ships that instead of
      *  Cust-Address; "B" holds the billing address.  The residence
      *  address is still Cust-Address on customer001 and is kept in
      *  CUSTMAINT - type "R" is refused here.
      *
      *  Sign-on validated through CUSTSIGN; update authority is
      *  required.  The customer must be on customer001 and, to add
      *  or change an address, still active.  The Cust-Code is held
      *  through CUSTLOCK while an address is changed or deleted, the
      *  same record-in-use lock CUSTMAINT and the batch rewriters
      *  honor, and the ZIP must be on zipref001 (CUSTZMNT adds a
      *  missing one).  A change or delete hands the address being
      *  replaced to CUSTHISTW with CHW-Addr-Type set, so custhist001
      *  keeps its before-image alongside the customer001 rows and
      *  CUSTHISTQ shows it.  A delete is a physical DELETE - the
      *  lifecycle rule (custstat.cpy) is about customer001.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY custsel.
           COPY custadsel.
           COPY zipsel.

       DATA DIVISION.
       FILE SECTION.
       fd customer.
           COPY custrec.

       fd customeraddr.
           COPY custadrc.

       fd zip-ref.
           COPY zipref.

       WORKING-STORAGE SECTION.
       01 cust-status                 PIC X(02) VALUE SPACES.
          88 VALID-cust                VALUE "00" THRU "09".
       01 addr-status                 PIC X(02) VALUE SPACES.
          88 VALID-addr                VALUE "00" THRU "09".
       01 zip-status                  PIC X(02) VALUE SPACES.
          88 VALID-zip                 VALUE "00" THRU "09".
       01 is-file pic x any length.
       01 w-msg pic x any length.
       01  crerr-status.
           03 file-status          pic xx.
           03 ext-status           pic x(10).
       01 ws-current-op               PIC X(8) VALUE SPACES.
       COPY custiopm.
       COPY custsgpm.
       COPY custlkpm.
       COPY custhwpm.

       01  ws-function                PIC X VALUE SPACE.
          88 fn-add                   VALUE "A" "a".
          88 fn-change                VALUE "C" "c".
          88 fn-delete                VALUE "D" "d".
          88 fn-inquire               VALUE "I" "i".
          88 fn-exit                  VALUE "X" "x".

       01  ws-operator-id             PIC X(8) VALUE SPACES.
       01  ws-cust-code               PIC 9(5) VALUE ZERO.
       01  ws-addr-type               PIC X VALUE SPACE.
       01  ws-confirm                 PIC X VALUE SPACE.
          88 ws-confirm-yes           VALUE "Y" "y".
       01  ws-cust-found              PIC X VALUE "N".
          88 cust-was-found           VALUE "Y".
       01  ws-type-ok                 PIC X VALUE "N".
          88 addr-type-ok             VALUE "Y".
       01  ws-zip-known               PIC X VALUE "N".
          88 zip-is-known             VALUE "Y".
       01  ws-type-label              PIC X(15) VALUE SPACES.

      *    Change accepts into these first, so a blank Enter (leave
      *    value as-is) never blanks the field out on Custaddr-Rec.
       01  ws-in-street               PIC X(30) VALUE SPACES.
       01  ws-in-city                 PIC X(20) VALUE SPACES.
       01  ws-in-state                PIC X(20) VALUE SPACES.
       01  ws-in-zip                  PIC X(5) VALUE SPACES.

       01  ws-hist-old.
           05 wh-street               PIC X(30).
           05 wh-city                 PIC X(20).
           05 wh-state                PIC X(20).
           05 wh-zip                  PIC X(5).

       PROCEDURE DIVISION.
       inicio.
           display window erase.

           SET ENVIRONMENT "file.index" to "dci"

           move "OPEN" to ws-current-op
           open input customer
           if not valid-cust
              perform valida-status-cust
              goback
           end-if

           move "OPEN" to ws-current-op
           open i-o customeraddr
           if addr-status = "35"
              open output customeraddr
              close customeraddr
              open i-o customeraddr
              move "OPEN" to ws-current-op
           end-if
           if not valid-addr
              perform valida-status
              close customer
              goback
           end-if

           move "OPEN" to ws-current-op
           open input zip-ref
           if not valid-zip
              perform valida-status-zip
              close customer
              close customeraddr
              goback
           end-if

           perform assina-operador
           if CSG-Signon-Failed
              display "Assinatura recusada."
              perform fecha-arquivos
              goback
           end-if
           if not CSG-Auth-Update
              display "Manter enderecos de clientes exige autoridade"
                 " de atualizacao."
              perform fecha-arquivos
              goback
           end-if

           move "N" to ws-function
           perform until fn-exit
              perform exibe-menu
              evaluate true
                 when fn-add       perform incluir-endereco
                                       thru incluir-endereco-fim
                 when fn-change    perform alterar-endereco
                                       thru alterar-endereco-fim
                 when fn-delete    perform excluir-endereco
                                       thru excluir-endereco-fim
                 when fn-inquire   perform consultar-endereco
                                       thru consultar-endereco-fim
                 when fn-exit      continue
                 when other
                    display "Opcao invalida - use A/C/D/I/X"
              end-evaluate
           end-perform

           perform fecha-arquivos
           goback.

       fecha-arquivos.
           close customer
           close customeraddr
           close zip-ref.

       exibe-menu.
           display " ".
           display "CUSTADMT - enderecos de correspondencia e"
              " cobranca (custadr001)".
           display "A-Incluir C-Alterar D-Excluir I-Consultar X-Sair".
           display "Opcao: " with no advancing.
           accept ws-function.

       assina-operador.
           display "ID do operador: " with no advancing.
           accept ws-operator-id.
           display "Senha         : " with no advancing.
           accept CSG-Password.
           move "custadmt"      to CSG-Program-Id.
           move ws-operator-id  to CSG-Operator-Id.
           call "custsign" using Custsign-Parms.

      *    le-cliente - every function starts from a Cust-Code that
      *    is on customer001.
       le-cliente.
           move "N" to ws-cust-found
           display "Cust-Code: " with no advancing
           accept ws-cust-code
           move ws-cust-code to Cust-Code
           move "READ" to ws-current-op
           read customer key is Cust-Code
              invalid key
                 display "Cliente nao encontrado."
              not invalid key
                 move "Y" to ws-cust-found
           end-read.

      *    le-tipo-endereco - "R" is Cust-Address on customer001,
      *    kept in CUSTMAINT; only "M" and "B" live in custadr001.
       le-tipo-endereco.
           move "N" to ws-type-ok
           display "Tipo - M-Correspondencia B-Cobranca: "
              with no advancing
           accept ws-addr-type
           move function upper-case(ws-addr-type) to ws-addr-type
           move ws-cust-code to AD-Cust-Code
           move ws-addr-type to AD-Addr-Type
           evaluate true
              when AD-Type-Valid
                 move "Y" to ws-type-ok
                 perform descreve-tipo
              when AD-Residence
                 display "O endereco residencial e o do cadastro do"
                    " cliente - mantenha-o no CUSTMAINT."
              when other
                 display "Tipo invalido - use M ou B."
           end-evaluate.

       descreve-tipo.
           evaluate true
              when AD-Mailing
                 move "Correspondencia" to ws-type-label
              when AD-Billing
                 move "Cobranca"        to ws-type-label
              when other
                 move "Residencial"     to ws-type-label
           end-evaluate.

       trava-cliente.
           move "L" to CLP-Action
           move "custadmt"     to CLP-Program-Id
           move ws-cust-code   to CLP-Cust-Code
           move ws-operator-id to CLP-Operator-Id
           call "custlock" using Custlock-Parms
           if CLP-Lock-Busy
              display "Registro em uso por "
                 function trim(CLP-Held-By) "."
           end-if
           if CLP-Lock-Error
              display "Falha ao travar o registro - tente novamente."
           end-if.

       destrava-cliente.
           move "U" to CLP-Action
           move "custadmt"     to CLP-Program-Id
           move ws-cust-code   to CLP-Cust-Code
           move ws-operator-id to CLP-Operator-Id
           call "custlock" using Custlock-Parms.

       verifica-cep-referencia.
           move "N" to ws-zip-known
           move AD-Zip to ZR-Zip
           move "READ" to ws-current-op
           read zip-ref key is ZR-Zip
              invalid key continue
              not invalid key move "Y" to ws-zip-known
           end-read
           if not zip-is-known
              display "CEP " AD-Zip " nao consta da referencia de"
                 " CEP (zipref001) - inclua-o pelo CUSTZMNT."
           end-if.

       exibe-endereco.
           perform descreve-tipo
           display ws-type-label ": " function trim(AD-Street)
              ", " function trim(AD-City) " - "
              function trim(AD-State) "  CEP " AD-Zip
           display "   ultima alteracao " AD-Change-Timestamp(1:8)
              " por " AD-Operator-Id.

       incluir-endereco.
           perform le-cliente.
           if not cust-was-found
              go to incluir-endereco-fim
           end-if.
           if not Cust-Is-Active
              display "Cliente fora de atividade - endereco nao"
                 " incluido."
              go to incluir-endereco-fim
           end-if.
           perform le-tipo-endereco.
           if not addr-type-ok
              go to incluir-endereco-fim
           end-if.
           move "READ" to ws-current-op.
           read customeraddr key is AD-Key
              invalid key continue
              not invalid key
                 display "Cliente ja tem endereco de "
                    function trim(ws-type-label)
                    " - use C-Alterar."
                 go to incluir-endereco-fim
           end-read.
           move ws-cust-code to AD-Cust-Code.
           move ws-addr-type to AD-Addr-Type.
           display "Rua   : " with no advancing.
           accept AD-Street.
           display "Cidade: " with no advancing.
           accept AD-City.
           display "Estado: " with no advancing.
           accept AD-State.
           display "CEP   : " with no advancing.
           accept AD-Zip.
           if AD-Street = spaces or AD-Zip = spaces
              display "Rua e CEP sao obrigatorios - endereco nao"
                 " incluido."
              go to incluir-endereco-fim
           end-if.
           perform verifica-cep-referencia.
           if not zip-is-known
              go to incluir-endereco-fim
           end-if.
           move function current-date to AD-Change-Timestamp.
           move ws-operator-id to AD-Operator-Id.
           move "WRITE" to ws-current-op.
           write Custaddr-Rec
           if not valid-addr
              perform valida-status
           else
              display "Endereco incluido com sucesso."
           end-if.
       incluir-endereco-fim.
           continue.

      *    alterar-endereco - the address as it stood before the
      *    change goes to custhist001 only once the REWRITE is about
      *    to happen, the same order CUSTMAINT uses.
       alterar-endereco.
           perform le-cliente.
           if not cust-was-found
              go to alterar-endereco-fim
           end-if.
           if not Cust-Is-Active
              display "Cliente fora de atividade - endereco nao"
                 " alterado."
              go to alterar-endereco-fim
           end-if.
           perform le-tipo-endereco.
           if not addr-type-ok
              go to alterar-endereco-fim
           end-if.
           perform trava-cliente.
           if not CLP-Lock-Ok
              go to alterar-endereco-fim
           end-if.
           move "READ" to ws-current-op.
           read customeraddr key is AD-Key
              invalid key
                 display "Cliente nao tem endereco de "
                    function trim(ws-type-label) "."
                 perform destrava-cliente
                 go to alterar-endereco-fim
           end-read.
           perform exibe-endereco.
           move AD-Street to wh-street.
           move AD-City   to wh-city.
           move AD-State  to wh-state.
           move AD-Zip    to wh-zip.
           display "Informe os novos dados (Enter mantem valor"
              " atual):".
           display "Rua   : " with no advancing.
           accept ws-in-street.
           if ws-in-street not = spaces
              move ws-in-street to AD-Street
           end-if.
           display "Cidade: " with no advancing.
           accept ws-in-city.
           if ws-in-city not = spaces
              move ws-in-city to AD-City
           end-if.
           display "Estado: " with no advancing.
           accept ws-in-state.
           if ws-in-state not = spaces
              move ws-in-state to AD-State
           end-if.
           display "CEP   : " with no advancing.
           accept ws-in-zip.
           if ws-in-zip not = spaces
              move ws-in-zip to AD-Zip
           end-if.
           if AD-Address = ws-hist-old
              display "Nada alterado."
              perform destrava-cliente
              go to alterar-endereco-fim
           end-if.
           perform verifica-cep-referencia.
           if not zip-is-known
              perform destrava-cliente
              go to alterar-endereco-fim
           end-if.
           perform grava-historico-endereco.
           move function current-date to AD-Change-Timestamp.
           move ws-operator-id to AD-Operator-Id.
           move "REWRITE" to ws-current-op.
           rewrite Custaddr-Rec
           if not valid-addr
              perform valida-status
           else
              display "Endereco alterado com sucesso."
           end-if.
           perform destrava-cliente.
       alterar-endereco-fim.
           continue.

       excluir-endereco.
           perform le-cliente.
           if not cust-was-found
              go to excluir-endereco-fim
           end-if.
           perform le-tipo-endereco.
           if not addr-type-ok
              go to excluir-endereco-fim
           end-if.
           perform trava-cliente.
           if not CLP-Lock-Ok
              go to excluir-endereco-fim
           end-if.
           move "READ" to ws-current-op.
           read customeraddr key is AD-Key
              invalid key
                 display "Cliente nao tem endereco de "
                    function trim(ws-type-label) "."
                 perform destrava-cliente
                 go to excluir-endereco-fim
           end-read.
           perform exibe-endereco.
           display "Confirma a exclusao deste endereco (S/N)? "
              with no advancing.
           accept ws-confirm.
           if ws-confirm-yes
              move AD-Street to wh-street
              move AD-City   to wh-city
              move AD-State  to wh-state
              move AD-Zip    to wh-zip
              perform grava-historico-endereco
              move "DELETE" to ws-current-op
              delete customeraddr
              if not valid-addr
                 perform valida-status
              else
                 display "Endereco excluido com sucesso."
              end-if
           else
              display "Exclusao cancelada."
           end-if.
           perform destrava-cliente.
       excluir-endereco-fim.
           continue.

      *    consultar-endereco - the residence from customer001 first,
      *    then whatever mailing/billing addresses are on file.
       consultar-endereco.
           perform le-cliente.
           if not cust-was-found
              go to consultar-endereco-fim
           end-if.
           display "Cliente " Cust-Code " "
              function trim(Cust-First-Name) " "
              function trim(Cust-Last-Name).
           display "Residencial    : " function trim(Cust-Street)
              ", " function trim(Cust-City) " - "
              function trim(Cust-State) "  CEP " Cust-Zip.
           move ws-cust-code to AD-Cust-Code.
           move "M" to AD-Addr-Type.
           perform consulta-tipo.
           move ws-cust-code to AD-Cust-Code.
           move "B" to AD-Addr-Type.
           perform consulta-tipo.
       consultar-endereco-fim.
           continue.

       consulta-tipo.
           move "READ" to ws-current-op
           read customeraddr key is AD-Key
              invalid key
                 perform descreve-tipo
                 display ws-type-label ": (nao cadastrado)"
              not invalid key
                 perform exibe-endereco
           end-read.

      *    grava-historico-endereco - before-image of the address
      *    being replaced or deleted; the phone fields do not apply
      *    to a custadr001 row and go blank.
       grava-historico-endereco.
           move ws-cust-code    to CHW-Cust-Code
           move ws-operator-id  to CHW-Operator-Id
           move wh-street       to CHW-Old-Street
           move wh-city         to CHW-Old-City
           move wh-state        to CHW-Old-State
           move wh-zip          to CHW-Old-Zip
           move spaces          to CHW-Old-Phone
           move spaces          to CHW-Old-CellPhone
           move spaces          to CHW-Approved-By
           move ws-addr-type    to CHW-Addr-Type
           call "custhistw" using Custhist-Write-Parms.

       valida-status.
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custadmt"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move ws-cust-code  to CIOL-Cust-Code
           move addr-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
           display "Erro de I/O - status " addr-status
              " (" function trim(w-msg) ")".

       valida-status-cust.
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custadmt"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move cust-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
           display "Erro de I/O - status " cust-status
              " (" function trim(w-msg) ")".

       valida-status-zip.
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custadmt"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move zip-status    to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
           display "Erro de I/O - status " zip-status
              " (" function trim(w-msg) ")".
