       IDENTIFICATION DIVISION.
       PROGRAM-ID. custnumm.
      *--------------------------------------------------------------
      *  CUSTNUMM - maintenance screen for custnum001, the reserved
      *  Cust-Code ranges (custnrrc.cpy) CUSTNUM hands out and
      *  checks against.  The ranges the programs look for are
      *  CUSTMAIN (CUSTMAINT's adds, assigned by CUSTNUM), CUSTLOAD
      *  and CUSTAPPL (what each feed may send); any other id is
      *  kept and reported by CUSTNUMR but nothing uses it.
      *
      *  Supervisor sign-on through CUSTSIGN, the way CUSTOPMT gates
      *  the operator file.  Ranges may not overlap one another, so a
      *  code can only ever belong to one source.  A range is never
      *  deleted and an assigning range can never be cut back below
      *  the codes it has already handed out (NR-Next-Code) - those
      *  codes are spent; widening the top is how a range that
      *  CUSTNUMR flags is given more room.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY custnrsel.

       DATA DIVISION.
       FILE SECTION.
       fd customernum.
           COPY custnrrc.

       WORKING-STORAGE SECTION.
       01 num-status                  PIC X(02) VALUE SPACES.
          88 VALID-num                 VALUE "00" THRU "09".
       01 is-file pic x any length.
       01 w-msg pic x any length.
       01  crerr-status.
           03 file-status          pic xx.
           03 ext-status           pic x(10).
       01 ws-current-op               PIC X(8) VALUE SPACES.
       COPY custiopm.
       COPY custsgpm.

       01  ws-function                PIC X VALUE SPACE.
          88 fn-add                   VALUE "A" "a".
          88 fn-change                VALUE "C" "c".
          88 fn-inquire               VALUE "I" "i".
          88 fn-exit                  VALUE "X" "x".

       01  ws-operator-id             PIC X(8) VALUE SPACES.
       01  ws-range-id                PIC X(8) VALUE SPACES.
       01  ws-eof                     PIC X VALUE "N".
          88 ws-at-eof                VALUE "Y".

      *    numbers are accepted as text first, so a blank Enter
      *    keeps the value on file and a non-numeric entry can be
      *    refused instead of landing in a PIC 9 field.
       01  ws-in-description          PIC X(30) VALUE SPACES.
       01  ws-in-low                  PIC X(5) VALUE SPACES.
       01  ws-in-high                 PIC X(5) VALUE SPACES.
       01  ws-in-warn                 PIC X(3) VALUE SPACES.
       01  ws-in-assigned             PIC X VALUE SPACE.
       01  ws-entry-ok                PIC X VALUE "Y".
          88 entrada-valida           VALUE "Y".

       01  ws-new-low                 PIC 9(5) VALUE ZERO.
       01  ws-new-high                PIC 9(5) VALUE ZERO.
       01  ws-new-warn                PIC 9(3) VALUE ZERO.
       01  ws-saved-num-rec           PIC X(87) VALUE SPACES.
       01  ws-overlap                 PIC X VALUE "N".
          88 faixa-sobreposta         VALUE "Y".
       01  ws-overlap-id              PIC X(8) VALUE SPACES.
       01  ws-range-count             PIC 9(3) VALUE ZERO.
       01  ws-kind-label              PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       inicio.
           display window erase.

           SET ENVIRONMENT "file.index" to "dci"

           move "OPEN" to ws-current-op
           open i-o customernum
           if num-status = "35"
              open output customernum
              close customernum
              open i-o customernum
              move "OPEN" to ws-current-op
           end-if
           if not valid-num
              perform valida-status
              goback
           end-if

           perform assina-operador
           if CSG-Signon-Failed
              display "Assinatura recusada."
              close customernum
              goback
           end-if
           if not CSG-Auth-Supervisor
              display "Somente supervisores mantem as faixas de"
                 " Cust-Code."
              close customernum
              goback
           end-if

           move "N" to ws-function
           perform until fn-exit
              perform exibe-menu
              evaluate true
                 when fn-add       perform incluir-faixa
                                       thru incluir-faixa-fim
                 when fn-change    perform alterar-faixa
                                       thru alterar-faixa-fim
                 when fn-inquire   perform consultar-faixas
                                       thru consultar-faixas-fim
                 when fn-exit      continue
                 when other
                    display "Opcao invalida - use A/C/I/X"
              end-evaluate
           end-perform

           close customernum
           goback.

       exibe-menu.
           display " ".
           display "CUSTNUMM - faixas de Cust-Code (custnum001)".
           display "A-Incluir C-Alterar I-Consultar X-Sair".
           display "Opcao: " with no advancing.
           accept ws-function.

       assina-operador.
           display "ID do operador: " with no advancing.
           accept ws-operator-id.
           display "Senha         : " with no advancing.
           accept CSG-Password.
           move "custnumm"      to CSG-Program-Id.
           move ws-operator-id  to CSG-Operator-Id.
           call "custsign" using Custsign-Parms.

       le-id-faixa.
           display "Faixa (CUSTMAIN, CUSTLOAD, CUSTAPPL): "
              with no advancing
           accept ws-range-id
           move function upper-case(ws-range-id) to ws-range-id.

       exibe-faixa.
           if NR-Is-Assigned
              move "ATRIBUI" to ws-kind-label
           else
              move "FEED"    to ws-kind-label
           end-if
           display NR-Range-Id " " NR-Description " "
              NR-Low-Code " a " NR-High-Code " " ws-kind-label
              " prox. " NR-Next-Code " aviso " NR-Warn-Pct "%"
           display "   ultima alteracao " NR-Change-Timestamp(1:8)
              " por " NR-Operator-Id.

       incluir-faixa.
           perform le-id-faixa.
           if ws-range-id = spaces
              go to incluir-faixa-fim
           end-if.
           move ws-range-id to NR-Range-Id.
           move "READ" to ws-current-op.
           read customernum key is NR-Range-Id
              invalid key continue
              not invalid key
                 display "Faixa ja cadastrada - use C-Alterar."
                 go to incluir-faixa-fim
           end-read.
           move spaces to Custnum-Rec.
           move ws-range-id to NR-Range-Id.
           display "Descricao          : " with no advancing.
           accept NR-Description.
           display "Codigo inicial     : " with no advancing.
           accept ws-in-low.
           display "Codigo final       : " with no advancing.
           accept ws-in-high.
           display "CUSTNUM atribui os codigos (S/N): "
              with no advancing.
           accept ws-in-assigned.
           display "Aviso a partir de (% usado, Enter = 80): "
              with no advancing.
           accept ws-in-warn.
           if ws-in-low = spaces or ws-in-high = spaces
              display "Codigo inicial e final sao obrigatorios."
              go to incluir-faixa-fim
           end-if.
           move zero to ws-new-low.
           move zero to ws-new-high.
           move 80   to ws-new-warn.
           perform valida-entrada.
           if not entrada-valida
              go to incluir-faixa-fim
           end-if.
           perform verifica-sobreposicao.
           if faixa-sobreposta
              display "Faixa sobrepoe a faixa "
                 function trim(ws-overlap-id) " - nao incluida."
              go to incluir-faixa-fim
           end-if.
           move ws-new-low  to NR-Low-Code.
           move ws-new-high to NR-High-Code.
           move ws-new-low  to NR-Next-Code.
           move ws-new-warn to NR-Warn-Pct.
           if ws-in-assigned = "S" or ws-in-assigned = "s"
              move "S" to NR-Assigned
           else
              move "N" to NR-Assigned
           end-if.
           move function current-date to NR-Change-Timestamp.
           move ws-operator-id to NR-Operator-Id.
           move "WRITE" to ws-current-op.
           write Custnum-Rec
           if not valid-num
              perform valida-status
           else
              display "Faixa incluida com sucesso."
           end-if.
       incluir-faixa-fim.
           continue.

      *    alterar-faixa - whether CUSTNUM assigns from the range is
      *    fixed once it exists: turning it off would leave the
      *    handed-out codes looking unused, turning it on would hand
      *    out codes a feed may already have sent.
       alterar-faixa.
           perform le-id-faixa.
           move ws-range-id to NR-Range-Id.
           move "READ" to ws-current-op.
           read customernum key is NR-Range-Id
              invalid key
                 display "Faixa nao encontrada."
                 go to alterar-faixa-fim
           end-read.
           perform exibe-faixa.
           display "Informe os novos dados (Enter mantem valor"
              " atual):".
           display "Descricao          : " with no advancing.
           accept ws-in-description.
           display "Codigo inicial     : " with no advancing.
           accept ws-in-low.
           display "Codigo final       : " with no advancing.
           accept ws-in-high.
           display "Aviso a partir de (% usado): " with no advancing.
           accept ws-in-warn.
           move NR-Low-Code  to ws-new-low.
           move NR-High-Code to ws-new-high.
           move NR-Warn-Pct  to ws-new-warn.
           perform valida-entrada.
           if not entrada-valida
              go to alterar-faixa-fim
           end-if.
           if NR-Is-Assigned
              and (ws-new-low > NR-Next-Code
                   or ws-new-high + 1 < NR-Next-Code)
              display "Os codigos ja atribuidos (" NR-Low-Code
                 " ate antes de " NR-Next-Code
                 ") tem de ficar na faixa."
              go to alterar-faixa-fim
           end-if.
           perform verifica-sobreposicao.
           if faixa-sobreposta
              display "Faixa sobrepoe a faixa "
                 function trim(ws-overlap-id) " - nao alterada."
              go to alterar-faixa-fim
           end-if.
           if ws-in-description not = spaces
              move ws-in-description to NR-Description
           end-if.
           if NR-Next-Code < ws-new-low
              move ws-new-low to NR-Next-Code
           end-if.
           move ws-new-low  to NR-Low-Code.
           move ws-new-high to NR-High-Code.
           move ws-new-warn to NR-Warn-Pct.
           move function current-date to NR-Change-Timestamp.
           move ws-operator-id to NR-Operator-Id.
           move "REWRITE" to ws-current-op.
           rewrite Custnum-Rec
           if not valid-num
              perform valida-status
           else
              display "Faixa alterada com sucesso."
           end-if.
       alterar-faixa-fim.
           continue.

      *    valida-entrada - ws-new-low/high/warn come in holding the
      *    value to keep; a non-blank entry replaces it once it has
      *    been checked as a number.
       valida-entrada.
           move "Y" to ws-entry-ok
           if ws-in-low not = spaces
              if function trim(ws-in-low) is not numeric
                 display "Codigo inicial nao numerico."
                 move "N" to ws-entry-ok
              else
                 move function trim(ws-in-low) to ws-new-low
              end-if
           end-if
           if ws-in-high not = spaces
              if function trim(ws-in-high) is not numeric
                 display "Codigo final nao numerico."
                 move "N" to ws-entry-ok
              else
                 move function trim(ws-in-high) to ws-new-high
              end-if
           end-if
           if ws-in-warn not = spaces
              if function trim(ws-in-warn) is not numeric
                 display "Percentual de aviso nao numerico."
                 move "N" to ws-entry-ok
              else
                 move function trim(ws-in-warn) to ws-new-warn
              end-if
           end-if
           if entrada-valida
              if ws-new-low = zero or ws-new-high < ws-new-low
                 display "Faixa invalida - o codigo inicial deve ser"
                    " de 1 em diante e nao passar do final."
                 move "N" to ws-entry-ok
              end-if
              if ws-new-warn = zero or ws-new-warn > 100
                 display "Percentual de aviso deve ser de 1 a 100."
                 move "N" to ws-entry-ok
              end-if
           end-if.

      *    verifica-sobreposicao - scans every other range; the
      *    record being added or changed is saved first and put back
      *    afterwards, since the scan reads over the same FD area.
       verifica-sobreposicao.
           move Custnum-Rec to ws-saved-num-rec
           move "N" to ws-overlap
           move spaces to ws-overlap-id
           move low-values to NR-Range-Id
           move "START" to ws-current-op
           start customernum key is not less than NR-Range-Id
              invalid key continue
              not invalid key
                 move "N" to ws-eof
                 perform until ws-at-eof or faixa-sobreposta
                    read customernum next record
                       at end move "Y" to ws-eof
                       not at end
                          if NR-Range-Id not = ws-range-id
                             and NR-Low-Code  <= ws-new-high
                             and NR-High-Code >= ws-new-low
                             move "Y" to ws-overlap
                             move NR-Range-Id to ws-overlap-id
                          end-if
                    end-read
                 end-perform
           end-start
           move ws-saved-num-rec to Custnum-Rec.

       consultar-faixas.
           move zero to ws-range-count
           move low-values to NR-Range-Id
           move "START" to ws-current-op
           start customernum key is not less than NR-Range-Id
              invalid key
                 display "Nenhuma faixa cadastrada."
                 go to consultar-faixas-fim
           end-start
           move "N" to ws-eof
           perform until ws-at-eof
              move "READ" to ws-current-op
              read customernum next record
                 at end move "Y" to ws-eof
                 not at end
                    add 1 to ws-range-count
                    perform exibe-faixa
              end-read
           end-perform
           display ws-range-count " faixa(s).".
       consultar-faixas-fim.
           continue.

       valida-status.
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custnumm"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move num-status    to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms
           display "Erro de I/O - status " num-status
              " (" function trim(w-msg) ")".
