       IDENTIFICATION DIVISION.
       PROGRAM-ID. custrunr.
      *--------------------------------------------------------------
      *  CUSTRUNR - morning batch-window report.  Reads custrun001
      *  (custrnrc.cpy), where CUSTRUNC records every nightly job's
      *  start and end, and lists the jobs of the chain in CUSTRNDP
      *  order with start, end, elapsed time, outcome and the
      *  read/written/exception counts each job handed in, so the
      *  morning shift can see at a glance whether last night ran
      *  clean and, if not, where the chain stopped.  A job whose
      *  record belongs to an earlier window (or that has none) did
      *  not run last night; a refused job shows the job it was
      *  waiting on.  The summary gives the window's open and last
      *  end time, total elapsed and the number of jobs per outcome
      *  to custrunrp, and one "SUMMARY" row goes to custiolog
      *  ("00" clean window, "EX" otherwise, jobs not clean in the
      *  extended status) for CUSTIOCHK.  Read-only - it never
      *  changes custrun001 and is not itself part of the chain.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY custrnsel.

           select window-report
              assign       to  "custrunrp"
              organization is line sequential
              file status  is rpt-status.

       DATA DIVISION.
       FILE SECTION.
       fd runcontrol.
           COPY custrnrc.

       fd window-report.
       01  Window-Report-Line      PIC X(132).

       WORKING-STORAGE SECTION.
       01 run-status                  PIC X(02) VALUE SPACES.
          88 VALID-run                 VALUE "00" THRU "09".
       01 rpt-status                  PIC X(02) VALUE SPACES.
          88 VALID-rpt                 VALUE "00" THRU "09".
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
       01  ws-window-start            PIC X(21) VALUE SPACES.
       01  ws-window-opener           PIC X(8) VALUE SPACES.
       01  ws-last-end                PIC X(21) VALUE SPACES.
       01  ws-dep-idx                 PIC 9(2) VALUE ZERO.
       01  ws-found                   PIC X VALUE "N".
          88 job-record-found         VALUE "Y".

       01  ws-ok-count                PIC 9(9) VALUE ZERO.
       01  ws-error-count             PIC 9(9) VALUE ZERO.
       01  ws-running-count           PIC 9(9) VALUE ZERO.
       01  ws-refused-count           PIC 9(9) VALUE ZERO.
       01  ws-not-run-count           PIC 9(9) VALUE ZERO.
       01  ws-not-clean-count         PIC 9(9) VALUE ZERO.

      *    elapsed time - each timestamp (current-date layout) is
      *    turned into seconds since day 1 of the calendar, so a
      *    job that runs past midnight still comes out right.
       01  ws-ts-work                 PIC X(21).
       01  ws-ts-parts REDEFINES ws-ts-work.
           05 wt-date                 PIC 9(8).
           05 wt-hh                   PIC 9(2).
           05 wt-mm                   PIC 9(2).
           05 wt-ss                   PIC 9(2).
           05 FILLER                  PIC X(7).
       01  ws-seconds                 PIC 9(12) VALUE ZERO.
       01  ws-start-seconds           PIC 9(12) VALUE ZERO.
       01  ws-end-seconds             PIC 9(12) VALUE ZERO.
       01  ws-elapsed-seconds         PIC 9(12) VALUE ZERO.
       01  ws-elapsed-rest            PIC 9(12) VALUE ZERO.
       01  ws-elapsed.
           05 we-hh                   PIC 9(3).
           05 FILLER                  PIC X VALUE ":".
           05 we-mm                   PIC 9(2).
           05 FILLER                  PIC X VALUE ":".
           05 we-ss                   PIC 9(2).
       01  ws-ts-display.
           05 wx-date                 PIC X(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 wx-hh                   PIC X(2).
           05 FILLER                  PIC X VALUE ":".
           05 wx-mm                   PIC X(2).
           05 FILLER                  PIC X VALUE ":".
           05 wx-ss                   PIC X(2).

       01  ws-heading-line.
           05 FILLER                  PIC X(9)  VALUE "Job".
           05 FILLER                  PIC X(18) VALUE "Inicio".
           05 FILLER                  PIC X(18) VALUE "Fim".
           05 FILLER                  PIC X(10) VALUE "Decorrido".
           05 FILLER                  PIC X(24) VALUE "Situacao".
           05 FILLER                  PIC X(12) VALUE "     Lidos".
           05 FILLER                  PIC X(12) VALUE "  Gravados".
           05 FILLER                  PIC X(12) VALUE "  Excecoes".

       01  ws-detail-line.
           05 wd-job-id               PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-start                PIC X(17).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-end                  PIC X(17).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-elapsed              PIC X(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-outcome              PIC X(24).
           05 wd-read                 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-written              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-exceptions           PIC ZZZ,ZZZ,ZZ9.

       01  ws-summary-line.
           05 ws-label                PIC X(40).
           05 ws-count                PIC ZZZ,ZZZ,ZZ9.

       01  ws-summary-text-line.
           05 wl-label                PIC X(40).
           05 wl-value                PIC X(40).

       PROCEDURE DIVISION.
       inicio.
           SET ENVIRONMENT "file.index" to "dci"

           move "OPEN" to ws-current-op
           open input runcontrol
           if not valid-run
              perform valida-status
              display "custrun001 indisponivel - relatorio nao gerado."
              goback
           end-if

           move "OPEN-OUT" to ws-current-op
           open output window-report
           if not valid-rpt
              perform valida-status-rpt
              close runcontrol
              goback
           end-if

           perform le-janela
           perform escreve-cabecalho

           perform varying ws-dep-idx from 1 by 1
              until ws-dep-idx > RD-Job-Count
              perform reporta-job
           end-perform

           perform escreve-sumario
           perform registra-sumario-log

           close window-report
           close runcontrol
           display "Relatorio da janela noturna concluido - "
              ws-ok-count " job(s) OK, " ws-not-clean-count
              " com pendencia."
           goback.

      *    le-janela - the window record says which night is
      *    "last night"; without one the chain has never run.
       le-janela.
           move ws-window-id to RN-Job-Id
           move "READ" to ws-current-op
           read runcontrol key is RN-Job-Id
              invalid key
                 move spaces to ws-window-date
              not invalid key
                 move RN-Window-Date     to ws-window-date
                 move RN-Start-Timestamp to ws-window-start
                 move RN-Blocked-By      to ws-window-opener
           end-read.

       escreve-cabecalho.
           move spaces to Window-Report-Line
           if ws-window-date = spaces
              move "Janela noturna - nenhuma janela registrada"
                 to Window-Report-Line
           else
              string "Janela noturna de " delimited by size
                     ws-window-date delimited by size
                     " - aberta por " delimited by size
                     function trim(ws-window-opener) delimited by size
                     into Window-Report-Line
           end-if
           write Window-Report-Line
           move spaces to Window-Report-Line
           write Window-Report-Line
           move ws-heading-line to Window-Report-Line
           write Window-Report-Line.

      *    reporta-job - one line per job in the chain.  Only a
      *    record stamped with this window counts as last night's
      *    run; anything older is shown as not run.
       reporta-job.
           move spaces to ws-detail-line
           move RD-Job-Id(ws-dep-idx) to wd-job-id
           move zero to wd-read
           move zero to wd-written
           move zero to wd-exceptions

           move "N" to ws-found
           move RD-Job-Id(ws-dep-idx) to RN-Job-Id
           move "READ" to ws-current-op
           read runcontrol key is RN-Job-Id
              invalid key
                 continue
              not invalid key
                 if ws-window-date not = spaces
                    and RN-Window-Date = ws-window-date
                    move "Y" to ws-found
                 end-if
           end-read

           if not job-record-found
              move "NAO EXECUTADO" to wd-outcome
              add 1 to ws-not-run-count
              add 1 to ws-not-clean-count
           else
              perform formata-execucao
           end-if

           move ws-detail-line to Window-Report-Line
           write Window-Report-Line.

       formata-execucao.
           move RN-Start-Timestamp to ws-ts-work
           perform formata-timestamp
           move ws-ts-display to wd-start
           move RN-Read-Count      to wd-read
           move RN-Written-Count   to wd-written
           move RN-Exception-Count to wd-exceptions

           if RN-Is-Running
              move "EM EXECUCAO" to wd-outcome
              add 1 to ws-running-count
              add 1 to ws-not-clean-count
           else
              move RN-End-Timestamp to ws-ts-work
              perform formata-timestamp
              move ws-ts-display to wd-end
              if RN-End-Timestamp > ws-last-end
                 move RN-End-Timestamp to ws-last-end
              end-if
              move RN-Start-Timestamp to ws-ts-work
              perform converte-segundos
              move ws-seconds to ws-start-seconds
              move RN-End-Timestamp to ws-ts-work
              perform converte-segundos
              move ws-seconds to ws-end-seconds
              perform formata-decorrido
              move ws-elapsed to wd-elapsed
              evaluate true
                 when RN-Ended-Ok
                    move "OK" to wd-outcome
                    add 1 to ws-ok-count
                 when RN-Was-Refused
                    move spaces to wd-outcome
                    string "RECUSADO - " delimited by size
                           function trim(RN-Blocked-By)
                              delimited by size
                           into wd-outcome
                    add 1 to ws-refused-count
                    add 1 to ws-not-clean-count
                 when other
                    move "ERRO" to wd-outcome
                    add 1 to ws-error-count
                    add 1 to ws-not-clean-count
              end-evaluate
           end-if.

       formata-timestamp.
           move wt-date     to wx-date
           move ws-ts-work(9:2)  to wx-hh
           move ws-ts-work(11:2) to wx-mm
           move ws-ts-work(13:2) to wx-ss.

       converte-segundos.
           compute ws-seconds =
              function integer-of-date(wt-date) * 86400
              + wt-hh * 3600 + wt-mm * 60 + wt-ss.

      *    formata-decorrido - ws-end-seconds less ws-start-seconds
      *    as hhh:mm:ss (zero if the clock ran backwards).
       formata-decorrido.
           if ws-end-seconds < ws-start-seconds
              move zero to ws-elapsed-seconds
           else
              subtract ws-start-seconds from ws-end-seconds
                 giving ws-elapsed-seconds
           end-if
           divide ws-elapsed-seconds by 3600 giving we-hh
              remainder ws-elapsed-rest
           divide ws-elapsed-rest by 60 giving we-mm
              remainder we-ss.

       escreve-sumario.
           move spaces to Window-Report-Line
           write Window-Report-Line

           if ws-window-start not = spaces
              move ws-window-start to ws-ts-work
              perform formata-timestamp
              move "Janela aberta em:" to wl-label
              move ws-ts-display to wl-value
              move ws-summary-text-line to Window-Report-Line
              write Window-Report-Line
           end-if
           if ws-last-end not = spaces
              move ws-last-end to ws-ts-work
              perform formata-timestamp
              move "Ultimo termino:" to wl-label
              move ws-ts-display to wl-value
              move ws-summary-text-line to Window-Report-Line
              write Window-Report-Line

              move ws-window-start to ws-ts-work
              perform converte-segundos
              move ws-seconds to ws-start-seconds
              move ws-last-end to ws-ts-work
              perform converte-segundos
              move ws-seconds to ws-end-seconds
              perform formata-decorrido
              move "Duracao total da janela:" to wl-label
              move ws-elapsed to wl-value
              move ws-summary-text-line to Window-Report-Line
              write Window-Report-Line
           end-if

           move "Jobs OK:" to ws-label
           move ws-ok-count to ws-count
           move ws-summary-line to Window-Report-Line
           write Window-Report-Line
           move "Jobs com erro:" to ws-label
           move ws-error-count to ws-count
           move ws-summary-line to Window-Report-Line
           write Window-Report-Line
           move "Jobs ainda em execucao (ou abortados):" to ws-label
           move ws-running-count to ws-count
           move ws-summary-line to Window-Report-Line
           write Window-Report-Line
           move "Jobs recusados por dependencia:" to ws-label
           move ws-refused-count to ws-count
           move ws-summary-line to Window-Report-Line
           write Window-Report-Line
           move "Jobs nao executados nesta janela:" to ws-label
           move ws-not-run-count to ws-count
           move ws-summary-line to Window-Report-Line
           write Window-Report-Line

           move spaces to Window-Report-Line
           write Window-Report-Line
           if ws-not-clean-count = 0
              move "RESULTADO: JANELA CONCLUIDA" to Window-Report-Line
           else
              move spaces to Window-Report-Line
              string "RESULTADO: JANELA COM PENDENCIAS - "
                        delimited by size
                     ws-not-clean-count delimited by size
                     " job(s)" delimited by size
                     into Window-Report-Line
           end-if
           write Window-Report-Line.

       registra-sumario-log.
           move "custrunr" to CIOL-Program-Id
           move "SUMMARY"  to CIOL-Operation
           move zero       to CIOL-Cust-Code
           if ws-not-clean-count = 0
              move "00" to CIOL-File-Status
           else
              move "EX" to CIOL-File-Status
           end-if
           move ws-not-clean-count to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       valida-status.
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custrunr"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move run-status    to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

      *    valida-status-rpt - same as valida-status, but for a
      *    failed OPEN OUTPUT of the window report (custrunrp).
       valida-status-rpt.
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custrunr"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move rpt-status    to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
