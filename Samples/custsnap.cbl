       IDENTIFICATION DIVISION.
       PROGRAM-ID. custsnap.
      *--------------------------------------------------------------
      *  CUSTSNAP - nightly customer001 snapshot compare.  CUSTHISTW
      *  only keeps an address/phone before-image, and only when the
      *  program doing the REWRITE remembers to call it; nothing
      *  showed a change made by a program that skipped the call,
      *  and nothing at all tracked name, gender, Cust-Life-Status
      *  or the do-not-contact flags.  CUSTSNAP keeps a copy of
      *  customer001 in custsnp001 (custsnrc.cpy) and each night
      *  match-merges today's customer001 against it by Cust-Code,
      *  field by field, reporting to custsnprp:
      *    INCLUSAO  a code that was not in the snapshot;
      *    ALTERACAO one line per changed field (old and new value);
      *    SITUACAO  a Cust-Life-Status change;
      *    REMOVIDO  a code in the snapshot that is gone - retired
      *              codes stay on file, so this is never expected.
      *  An address or phone change is reconciled against
      *  custhist001: with no history row for that Cust-Code written
      *  since the snapshot was taken, its lines are marked
      *  SEM HISTORICO, counted, and logged to custiolog (operation
      *  "SNAPCMP", status "NH"; a REMOVIDO code is logged "RM") so
      *  CUSTIOCHK can alert on them.  Once the compare is written
      *  cleanly the snapshot is rebuilt from customer001 for
      *  tomorrow (after a failed compare it is kept as it was);
      *  custsnpct (custsnct.cpy) records when, and a rebuild that
      *  did not finish is never compared against.  The first run
      *  (or the first after a failed rebuild) only builds it.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY custsel.
           COPY custhsel.
           COPY custsnsel.

           select snap-ctl
              assign       to  "custsnpct"
              organization is indexed
              access mode  is dynamic
              lock mode    is manual
              record key   is CSC-Ctl-Key
              file status  is ctl-status.

           select snap-report
              assign       to  "custsnprp"
              organization is line sequential
              file status  is rpt-status.

       DATA DIVISION.
       FILE SECTION.
       fd customer.
           COPY custrec.

       fd customerhist.
           COPY custhrec.

       fd customersnap.
           COPY custsnrc.

       fd snap-ctl.
           COPY custsnct.

       fd snap-report.
       01  Snap-Report-Line        PIC X(132).

       WORKING-STORAGE SECTION.
       01 cust-status                 PIC X(02) VALUE SPACES.
          88 VALID-cust                VALUE "00" THRU "09".
       01 hist-status                 PIC X(02) VALUE SPACES.
          88 VALID-hist                VALUE "00" THRU "09".
       01 snap-status                 PIC X(02) VALUE SPACES.
          88 VALID-snap                VALUE "00" THRU "09".
       01 ctl-status                  PIC X(02) VALUE SPACES.
          88 VALID-ctl                 VALUE "00" THRU "09".
       01 rpt-status                  PIC X(02) VALUE SPACES.
          88 VALID-rpt                 VALUE "00" THRU "09".
       01 is-file pic x any length.
       01 w-msg pic x any length.
       01  crerr-status.
           03 file-status          pic xx.
           03 ext-status           pic x(10).
       01 ws-current-op               PIC X(8) VALUE SPACES.
       COPY custiopm.
       COPY custrnpm.
       01 ws-run-end-status           PIC X(2) VALUE "OK".

       01  ws-run-ts                  PIC X(21) VALUE SPACES.
       01  ws-snap-ts                 PIC X(21) VALUE SPACES.
       01  ws-have-snapshot           PIC X VALUE "N".
          88 have-snapshot            VALUE "Y".
       01  ws-hist-open               PIC X VALUE "N".
          88 hist-is-open             VALUE "Y".
       01  ws-rebuild-ok              PIC X VALUE "N".
          88 rebuild-ok               VALUE "Y".
       01  ws-compare-done            PIC X VALUE "N".
          88 comparacao-concluida     VALUE "Y".

      *    match-merge keys - 999999 is past any 9(5) Cust-Code and
      *    marks the end of that side.
       01  ws-cust-key                PIC 9(6) VALUE ZERO.
       01  ws-snap-key                PIC 9(6) VALUE ZERO.
       01  ws-end-key                 PIC 9(6) VALUE 999999.

       01  ws-cust-changed            PIC X VALUE "N".
          88 cust-was-changed         VALUE "Y".
       01  ws-contact-changed         PIC X VALUE "N".
          88 contact-was-changed      VALUE "Y".
       01  ws-hist-found              PIC X VALUE "N".
          88 hist-row-found           VALUE "Y".
       01  ws-hist-done               PIC X VALUE "N".
          88 hist-scan-done           VALUE "Y".

       01  ws-read-count              PIC 9(9) VALUE ZERO.
       01  ws-add-count               PIC 9(9) VALUE ZERO.
       01  ws-changed-count           PIC 9(9) VALUE ZERO.
       01  ws-field-count             PIC 9(9) VALUE ZERO.
       01  ws-status-count            PIC 9(9) VALUE ZERO.
       01  ws-removed-count           PIC 9(9) VALUE ZERO.
       01  ws-unexplained-count       PIC 9(9) VALUE ZERO.
       01  ws-snap-count              PIC 9(9) VALUE ZERO.

      *    one changed field, filled in by compara-cliente before
      *    each perform of reporta-campo.
       01  ws-change-type             PIC X(10) VALUE SPACES.
       01  ws-field-label             PIC X(16) VALUE SPACES.
       01  ws-old-value               PIC X(30) VALUE SPACES.
       01  ws-new-value               PIC X(30) VALUE SPACES.
       01  ws-field-is-contact        PIC X VALUE "N".
          88 field-is-contact         VALUE "Y".

       01  ws-heading-line.
           05 FILLER                  PIC X(6)  VALUE "Cust-".
           05 FILLER                  PIC X(11) VALUE "Tipo".
           05 FILLER                  PIC X(17) VALUE "Campo".
           05 FILLER                  PIC X(31) VALUE "Antes".
           05 FILLER                  PIC X(31) VALUE "Depois".
           05 FILLER                  PIC X(20) VALUE "Observacao".

       01  ws-detail-line.
           05 wd-cust-code            PIC 9(5).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-type                 PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-field                PIC X(16).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-old                  PIC X(30).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-new                  PIC X(30).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-note                 PIC X(20).

       01  ws-summary-line.
           05 ws-label                PIC X(40).
           05 ws-count                PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       inicio.
           perform inicia-controle-execucao
           if not CRN-Run-Ok
              goback
           end-if

           SET ENVIRONMENT "file.index" to "dci"
           SET ENVIRONMENT "io_creates" to "1"

           move function current-date to ws-run-ts

           perform le-controle-snapshot
           if not valid-ctl
              perform encerra-controle-execucao
              goback
           end-if

           move "OPEN-OUT" to ws-current-op
           open output snap-report
           if not valid-rpt
              perform valida-status-rpt
              close snap-ctl
              perform encerra-controle-execucao
              goback
           end-if
           perform escreve-cabecalho

           if have-snapshot
              perform compara-snapshot thru compara-snapshot-fim
           else
              move "Sem snapshot completo anterior - nada comparado;"
                 to Snap-Report-Line
              write Snap-Report-Line
              move "o snapshot sera montado nesta execucao."
                 to Snap-Report-Line
              write Snap-Report-Line
              move "Y" to ws-compare-done
           end-if

      *    a compare that could not be done, or hit an I/O error,
      *    leaves custsnp001 and custsnpct as they are: tomorrow
      *    compares against the same snapshot rather than losing
      *    today's changes to a rebuild.
           if comparacao-concluida and ws-run-end-status not = "ER"
              perform reconstroi-snapshot thru reconstroi-snapshot-fim
           else
              move spaces to Snap-Report-Line
              write Snap-Report-Line
              move "Comparacao incompleta - snapshot mantido para a"
                 to Snap-Report-Line
              write Snap-Report-Line
              move "proxima execucao." to Snap-Report-Line
              write Snap-Report-Line
              display "custsnap: comparacao incompleta - snapshot "
                 "nao reconstruido."
           end-if

           perform escreve-sumario
           close snap-report
           close snap-ctl
           display "Comparacao de customer001 concluida - "
              ws-changed-count " alterado(s), " ws-add-count
              " incluido(s), " ws-unexplained-count
              " sem historico."
           perform encerra-controle-execucao
           goback.

      *    le-controle-snapshot - custsnpct stays open i-o for the
      *    run; only a "C" (complete) record means custsnp001 can be
      *    compared against.
       le-controle-snapshot.
           move "OPEN" to ws-current-op
           open i-o snap-ctl
           if ctl-status = "35"
              open output snap-ctl
              close snap-ctl
              open i-o snap-ctl
           end-if
           if not valid-ctl
              perform valida-status-ctl
           else
              move "SNAPSHOT" to CSC-Ctl-Key
              move "READ" to ws-current-op
              read snap-ctl
                 invalid key
                    move "N" to ws-have-snapshot
                 not invalid key
                    if CSC-Snapshot-Complete
                       move "Y" to ws-have-snapshot
                       move CSC-Snapshot-Ts to ws-snap-ts
                    end-if
              end-read
           end-if.

       escreve-cabecalho.
           move spaces to Snap-Report-Line
           if have-snapshot
              string "Comparacao de customer001 - snapshot de "
                        delimited by size
                     ws-snap-ts(1:8) delimited by size
                     " " delimited by size
                     ws-snap-ts(9:4) delimited by size
                     " contra " delimited by size
                     ws-run-ts(1:8) delimited by size
                     " " delimited by size
                     ws-run-ts(9:4) delimited by size
                     into Snap-Report-Line
           else
              string "Comparacao de customer001 - " delimited by size
                     ws-run-ts(1:8) delimited by size
                     into Snap-Report-Line
           end-if
           write Snap-Report-Line
           move spaces to Snap-Report-Line
           write Snap-Report-Line
           move ws-heading-line to Snap-Report-Line
           write Snap-Report-Line.

      *    compara-snapshot - both files are read in Cust-Code order
      *    and matched like two sorted tapes.  custhist001 missing
      *    altogether simply means no change has a history row.
       compara-snapshot.
           move "OPEN" to ws-current-op
           open input customer
           if not valid-cust
              perform valida-status
              go to compara-snapshot-fim
           end-if
           move "OPEN" to ws-current-op
           open input customersnap
           if not valid-snap
              perform valida-status-snap
              close customer
              go to compara-snapshot-fim
           end-if
           move "N" to ws-hist-open
           move "OPEN" to ws-current-op
           open input customerhist
           if valid-hist
              move "Y" to ws-hist-open
           else
              if hist-status not = "35"
                 perform valida-status-hist
              end-if
           end-if

           perform le-cliente
           perform le-snapshot
           perform until ws-cust-key = ws-end-key
                     and ws-snap-key = ws-end-key
              evaluate true
                 when ws-cust-key < ws-snap-key
                    perform reporta-inclusao
                    perform le-cliente
                 when ws-cust-key > ws-snap-key
                    perform reporta-remocao
                    perform le-snapshot
                 when other
                    perform compara-cliente
                    perform le-cliente
                    perform le-snapshot
              end-evaluate
           end-perform
           move "Y" to ws-compare-done

           if hist-is-open
              close customerhist
           end-if
           close customersnap
           close customer.
       compara-snapshot-fim.
           continue.

       le-cliente.
           move "READ" to ws-current-op
           read customer next record
              at end
                 move ws-end-key to ws-cust-key
              not at end
                 move Cust-Code to ws-cust-key
                 add 1 to ws-read-count
           end-read.

       le-snapshot.
           move "READ" to ws-current-op
           read customersnap next record
              at end
                 move ws-end-key to ws-snap-key
              not at end
                 move SN-Cust-Code to ws-snap-key
           end-read.

       reporta-inclusao.
           add 1 to ws-add-count
           move spaces to ws-detail-line
           move Cust-Code  to wd-cust-code
           move "INCLUSAO" to wd-type
           move "Nome"     to wd-field
           string function trim(Cust-First-Name) delimited by size
                  " "                            delimited by size
                  function trim(Cust-Last-Name)  delimited by size
                  into wd-new
           move ws-detail-line to Snap-Report-Line
           write Snap-Report-Line.

       reporta-remocao.
           add 1 to ws-removed-count
           move spaces to ws-detail-line
           move SN-Cust-Code to wd-cust-code
           move "REMOVIDO"   to wd-type
           move "Nome"       to wd-field
           string function trim(SN-First-Name) delimited by size
                  " "                          delimited by size
                  function trim(SN-Last-Name)  delimited by size
                  into wd-old
           move "SEM CADASTRO" to wd-note
           move ws-detail-line to Snap-Report-Line
           write Snap-Report-Line

           move "custsnap"   to CIOL-Program-Id
           move "SNAPCMP"    to CIOL-Operation
           move SN-Cust-Code to CIOL-Cust-Code
           move "RM"         to CIOL-File-Status
           move "REMOVIDO"   to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

      *    compara-cliente - one line per field that differs.  An
      *    address or phone change is checked against custhist001
      *    first, so its lines can carry the reconciliation result.
       compara-cliente.
           move "N" to ws-cust-changed
           move "N" to ws-contact-changed
           move "N" to ws-hist-found
           if Cust-Address not = SN-Address
              or Cust-Phone not = SN-Phone
              or Cust-CellPhone not = SN-CellPhone
              move "Y" to ws-contact-changed
              perform verifica-historico thru verifica-historico-fim
           end-if

           move "ALTERACAO" to ws-change-type
           move "N" to ws-field-is-contact
           if Cust-First-Name not = SN-First-Name
              move "Nome"          to ws-field-label
              move SN-First-Name   to ws-old-value
              move Cust-First-Name to ws-new-value
              perform reporta-campo
           end-if
           if Cust-Last-Name not = SN-Last-Name
              move "Sobrenome"     to ws-field-label
              move SN-Last-Name    to ws-old-value
              move Cust-Last-Name  to ws-new-value
              perform reporta-campo
           end-if
           if Cust-Gender not = SN-Gender
              move "Sexo"          to ws-field-label
              move SN-Gender       to ws-old-value
              move Cust-Gender     to ws-new-value
              perform reporta-campo
           end-if
           if Cust-Merged-Into not = SN-Merged-Into
              move "Fundido em"     to ws-field-label
              move SN-Merged-Into   to ws-old-value
              move Cust-Merged-Into to ws-new-value
              perform reporta-campo
           end-if
           if Cust-DNC-Phone not = SN-DNC-Phone
              move "Nao contat. tel" to ws-field-label
              move SN-DNC-Phone      to ws-old-value
              move Cust-DNC-Phone    to ws-new-value
              perform reporta-campo
           end-if
           if Cust-DNC-Mail not = SN-DNC-Mail
              move "Nao contat. corr" to ws-field-label
              move SN-DNC-Mail        to ws-old-value
              move Cust-DNC-Mail      to ws-new-value
              perform reporta-campo
           end-if

           move "Y" to ws-field-is-contact
           if Cust-Street not = SN-Street
              move "Endereco"      to ws-field-label
              move SN-Street       to ws-old-value
              move Cust-Street     to ws-new-value
              perform reporta-campo
           end-if
           if Cust-City not = SN-City
              move "Cidade"        to ws-field-label
              move SN-City         to ws-old-value
              move Cust-City       to ws-new-value
              perform reporta-campo
           end-if
           if Cust-State not = SN-State
              move "Estado"        to ws-field-label
              move SN-State        to ws-old-value
              move Cust-State      to ws-new-value
              perform reporta-campo
           end-if
           if Cust-Zip not = SN-Zip
              move "CEP"           to ws-field-label
              move SN-Zip          to ws-old-value
              move Cust-Zip        to ws-new-value
              perform reporta-campo
           end-if
           if Cust-Phone not = SN-Phone
              move "Telefone"      to ws-field-label
              move SN-Phone        to ws-old-value
              move Cust-Phone      to ws-new-value
              perform reporta-campo
           end-if
           if Cust-CellPhone not = SN-CellPhone
              move "Celular"       to ws-field-label
              move SN-CellPhone    to ws-old-value
              move Cust-CellPhone  to ws-new-value
              perform reporta-campo
           end-if

           move "SITUACAO" to ws-change-type
           move "N" to ws-field-is-contact
           if Cust-Life-Status not = SN-Life-Status
              add 1 to ws-status-count
              move "Situacao"       to ws-field-label
              move SN-Life-Status   to ws-old-value
              move Cust-Life-Status to ws-new-value
              perform reporta-campo
           end-if

           if cust-was-changed
              add 1 to ws-changed-count
           end-if
           if contact-was-changed and not hist-row-found
              add 1 to ws-unexplained-count
              move "custsnap" to CIOL-Program-Id
              move "SNAPCMP"  to CIOL-Operation
              move Cust-Code  to CIOL-Cust-Code
              move "NH"       to CIOL-File-Status
              move "SEM-HIST" to CIOL-Ext-Status
              call "custiolog" using Custio-Log-Parms
           end-if.

       reporta-campo.
           move "Y" to ws-cust-changed
           add 1 to ws-field-count
           move spaces to ws-detail-line
           move Cust-Code      to wd-cust-code
           move ws-change-type to wd-type
           move ws-field-label to wd-field
           move ws-old-value   to wd-old
           move ws-new-value   to wd-new
           if field-is-contact and not hist-row-found
              move "SEM HISTORICO" to wd-note
           end-if
           move ws-detail-line to Snap-Report-Line
           write Snap-Report-Line.

      *    verifica-historico - any custhist001 row for this code
      *    stamped at or after the snapshot (and not after this run
      *    started) explains the change.  Rows CUSTADMT wrote for a
      *    custadr001 mailing/billing address (CH-Addr-Type not
      *    blank) say nothing about customer001 and are passed over.
       verifica-historico.
           if not hist-is-open
              go to verifica-historico-fim
           end-if
           move Cust-Code  to CH-Cust-Code
           move ws-snap-ts to CH-Change-Timestamp
           move "START" to ws-current-op
           start customerhist key is not less than CH-Key
              invalid key
                 go to verifica-historico-fim
           end-start
           move "N" to ws-hist-done
           perform until hist-scan-done or hist-row-found
              move "READ" to ws-current-op
              read customerhist next record
                 at end
                    move "Y" to ws-hist-done
                 not at end
                    if CH-Cust-Code not = Cust-Code
                       or CH-Change-Timestamp > ws-run-ts
                       move "Y" to ws-hist-done
                    else
                       if CH-Addr-Type = space
                          move "Y" to ws-hist-found
                       end-if
                    end-if
              end-read
           end-perform.
       verifica-historico-fim.
           continue.

      *    reconstroi-snapshot - custsnpct goes to "B" first and back
      *    to "C" only after a clean full copy; any I/O error on the
      *    way leaves it "B" so tomorrow rebuilds instead of
      *    comparing against a partial snapshot.
       reconstroi-snapshot.
           move "N" to ws-rebuild-ok
           move "SNAPSHOT" to CSC-Ctl-Key
           move function current-date to CSC-Snapshot-Ts
           move "B"  to CSC-State
           move zero to CSC-Records
           perform grava-controle-snapshot
           if not valid-ctl
              go to reconstroi-snapshot-fim
           end-if

           move "OPEN" to ws-current-op
           open input customer
           if not valid-cust
              perform valida-status
              go to reconstroi-snapshot-fim
           end-if
           move "OPEN-OUT" to ws-current-op
           open output customersnap
           if not valid-snap
              perform valida-status-snap
              close customer
              go to reconstroi-snapshot-fim
           end-if

           move "Y" to ws-rebuild-ok
           move zero to ws-snap-count
           move zero to ws-cust-key
           perform until ws-cust-key = ws-end-key
              move "READ" to ws-current-op
              read customer next record
                 at end
                    move ws-end-key to ws-cust-key
                 not at end
                    perform copia-para-snapshot
              end-read
           end-perform
           close customersnap
           close customer

           if rebuild-ok
              move "C" to CSC-State
              move ws-snap-count to CSC-Records
              perform grava-controle-snapshot
           end-if.
       reconstroi-snapshot-fim.
           continue.

       copia-para-snapshot.
           move Cust-Code        to SN-Cust-Code
           move Cust-First-Name  to SN-First-Name
           move Cust-Last-Name   to SN-Last-Name
           move Cust-Street      to SN-Street
           move Cust-City        to SN-City
           move Cust-State       to SN-State
           move Cust-Zip         to SN-Zip
           move Cust-Gender      to SN-Gender
           move Cust-Phone       to SN-Phone
           move Cust-CellPhone   to SN-CellPhone
           move Cust-Life-Status to SN-Life-Status
           move Cust-Merged-Into to SN-Merged-Into
           move Cust-DNC-Phone   to SN-DNC-Phone
           move Cust-DNC-Mail    to SN-DNC-Mail
           move "WRITE" to ws-current-op
           write Custsnap-Rec
           if not valid-snap
              perform valida-status-snap
              move "N" to ws-rebuild-ok
           else
              add 1 to ws-snap-count
           end-if.

       grava-controle-snapshot.
           move "REWRITE" to ws-current-op
           rewrite Custsnap-Ctl-Rec
           if ctl-status = "23"
              move "WRITE" to ws-current-op
              write Custsnap-Ctl-Rec
           end-if
           if not valid-ctl
              perform valida-status-ctl
           end-if.

       escreve-sumario.
           move spaces to Snap-Report-Line
           write Snap-Report-Line
           move "Clientes comparados:" to ws-label
           move ws-read-count to ws-count
           move ws-summary-line to Snap-Report-Line
           write Snap-Report-Line
           move "Clientes incluidos:" to ws-label
           move ws-add-count to ws-count
           move ws-summary-line to Snap-Report-Line
           write Snap-Report-Line
           move "Clientes alterados:" to ws-label
           move ws-changed-count to ws-count
           move ws-summary-line to Snap-Report-Line
           write Snap-Report-Line
           move "Campos alterados:" to ws-label
           move ws-field-count to ws-count
           move ws-summary-line to Snap-Report-Line
           write Snap-Report-Line
           move "Mudancas de situacao:" to ws-label
           move ws-status-count to ws-count
           move ws-summary-line to Snap-Report-Line
           write Snap-Report-Line
           move "Codigos removidos do cadastro:" to ws-label
           move ws-removed-count to ws-count
           move ws-summary-line to Snap-Report-Line
           write Snap-Report-Line
           move "Endereco/telefone sem historico:" to ws-label
           move ws-unexplained-count to ws-count
           move ws-summary-line to Snap-Report-Line
           write Snap-Report-Line
           move spaces to Snap-Report-Line
           write Snap-Report-Line
           if rebuild-ok
              move "Snapshot remontado com:" to ws-label
              move ws-snap-count to ws-count
              move ws-summary-line to Snap-Report-Line
           else
              move "SNAPSHOT NAO REMONTADO - proxima execucao so monta"
                 to Snap-Report-Line
           end-if
           write Snap-Report-Line.

      *    inicia-controle-execucao / encerra-controle-execucao -
      *    this job's start and end in custrun001 through CUSTRUNC.
      *    A refused start (a job it depends on did not end clean in
      *    tonight's window) stops the run before anything is opened;
      *    every way out after a good start records the end, "ER"
      *    once any valida-status paragraph has logged an I/O error.
       inicia-controle-execucao.
           move "I"        to CRN-Action
           move "custsnap" to CRN-Job-Id
           call "custrunc" using Custrun-Parms
           if not CRN-Run-Ok
              display function trim(CRN-Message)
              display "CUSTSNAP nao executado."
           end-if.

       encerra-controle-execucao.
           move "F"        to CRN-Action
           move "custsnap" to CRN-Job-Id
           move ws-run-end-status to CRN-End-Status
           move ws-read-count     to CRN-Read-Count
           move ws-snap-count     to CRN-Written-Count
           add ws-unexplained-count ws-removed-count
              giving CRN-Exception-Count
           call "custrunc" using Custrun-Parms.

       valida-status.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custsnap"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move cust-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       valida-status-hist.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custsnap"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move hist-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       valida-status-snap.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custsnap"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move SN-Cust-Code  to CIOL-Cust-Code
           move snap-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       valida-status-ctl.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custsnap"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move ctl-status    to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

      *    valida-status-rpt - same as valida-status, but for a
      *    failed OPEN OUTPUT of the compare report (custsnprp).
       valida-status-rpt.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custsnap"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move rpt-status    to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
