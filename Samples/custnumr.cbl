       IDENTIFICATION DIVISION.
       PROGRAM-ID. custnumr.
      *--------------------------------------------------------------
      *  CUSTNUMR - monthly Cust-Code capacity report (custnumrp).
      *  Cust-Code is five digits and a merged or inactive code is
      *  never freed, so this says per range on custnum001
      *  (custnrrc.cpy) how much has gone and how much is left:
      *     assigning range  (CUSTMAIN - CUSTNUM hands its codes out)
      *                      used = codes below NR-Next-Code, each of
      *                      them spent whether or not the add that
      *                      took it ever reached customer001;
      *                      remaining = NR-Next-Code up to the top
      *     feed range       (CUSTLOAD, CUSTAPPL - the feed picks its
      *                      own codes) used = codes of the range
      *                      already on customer001
      *  plus, for every range, how many of its codes are on
      *  customer001 today.  A range whose share used has reached
      *  its NR-Warn-Pct (80 when left at zero) is flagged
      *  "*** ATENCAO" so the supervisor can widen it in CUSTNUMM
      *  before it runs out.  Codes on file outside every range
      *  (keyed by hand before the ranges existed) are counted at
      *  the foot, with the part of the 99999 codes no range has
      *  reserved yet.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY custsel.
           COPY custnrsel.

           select num-report
              assign       to  "custnumrp"
              organization is line sequential
              file status  is rpt-status.

       DATA DIVISION.
       FILE SECTION.
       fd customer.
           COPY custrec.

       fd customernum.
           COPY custnrrc.

       fd num-report.
       01  Num-Report-Line           PIC X(132).

       WORKING-STORAGE SECTION.
       01 cust-status                 PIC X(02) VALUE SPACES.
          88 VALID-cust                VALUE "00" THRU "09".
       01 num-status                  PIC X(02) VALUE SPACES.
          88 VALID-num                 VALUE "00" THRU "09".
       01 rpt-status                  PIC X(02) VALUE SPACES.
          88 VALID-rpt                 VALUE "00" THRU "09".
       01 is-file pic x any length.
       01 w-msg pic x any length.
       01  crerr-status.
           03 file-status          pic xx.
           03 ext-status           pic x(10).
       01 ws-current-op               PIC X(8) VALUE SPACES.
       COPY custiopm.
       01 ws-eof                      PIC X VALUE "N".
          88 ws-at-eof                 VALUE "Y".

       01  ws-run-date                PIC X(8) VALUE SPACES.

      *    custnum001 as loaded, in range-id order.
       01  ws-range-table.
           05 ws-range-entry OCCURS 50 TIMES.
              10 wt-range-id          PIC X(8).
              10 wt-description       PIC X(30).
              10 wt-low               PIC 9(5).
              10 wt-high              PIC 9(5).
              10 wt-next              PIC 9(6).
              10 wt-assigned          PIC X.
              10 wt-warn-pct          PIC 9(3).
              10 wt-on-file           PIC 9(6).
       01  ws-range-count             PIC 9(3) VALUE ZERO.
       01  ws-range-idx               PIC 9(3) VALUE ZERO.
       01  ws-range-hit               PIC 9(3) VALUE ZERO.

       01  ws-size                    PIC 9(6) VALUE ZERO.
       01  ws-used                    PIC 9(6) VALUE ZERO.
       01  ws-remaining               PIC 9(6) VALUE ZERO.
       01  ws-rate                    PIC 9(3)V9 VALUE ZERO.
       01  ws-limit                   PIC 9(3) VALUE ZERO.

       01  ws-read-count              PIC 9(9) VALUE ZERO.
       01  ws-outside-count           PIC 9(9) VALUE ZERO.
       01  ws-reserved-count          PIC 9(9) VALUE ZERO.
       01  ws-free-count              PIC 9(9) VALUE ZERO.
       01  ws-warned-count            PIC 9(5) VALUE ZERO.
       01  ws-capacity                PIC 9(9) VALUE 99999.

       01  ws-heading-1.
           05 FILLER                  PIC X(8)  VALUE "Faixa".
           05 FILLER                  PIC X(32) VALUE "  Descricao".
           05 FILLER                  PIC X(7)  VALUE " Inicio".
           05 FILLER                  PIC X(7)  VALUE "    Fim".
           05 FILLER                  PIC X(10) VALUE "  Tipo".
           05 FILLER                  PIC X(9)  VALUE "  Tamanho".
           05 FILLER                  PIC X(9)  VALUE "   Usados".
           05 FILLER                  PIC X(9)  VALUE " Restante".
           05 FILLER                  PIC X(9)  VALUE " Cadastro".
           05 FILLER                  PIC X(7)  VALUE "  % uso".
           05 FILLER                  PIC X(5)  VALUE " Lim.".

       01  ws-detail-line.
           05 wd-range-id             PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-description          PIC X(30).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-low                  PIC 9(5).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-high                 PIC 9(5).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-kind                 PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-size                 PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-used                 PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-remaining            PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-on-file              PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-rate                 PIC ZZ9.9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-limit                PIC ZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-warning              PIC X(14).

       01  ws-summary-line.
           05 ws-label                PIC X(40).
           05 ws-count                PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       inicio.
           SET ENVIRONMENT "file.index" to "dci"

           move function current-date(1:8) to ws-run-date

           move "OPEN-OUT" to ws-current-op
           open output num-report
           if not valid-rpt
              perform valida-status-rpt
              goback
           end-if
           move spaces to Num-Report-Line
           string "Capacidade de Cust-Codes por faixa - posicao em "
                     delimited by size
                  ws-run-date delimited by size
                  into Num-Report-Line
           write Num-Report-Line
           move spaces to Num-Report-Line
           write Num-Report-Line

           perform carrega-faixas thru carrega-faixas-fim
           perform conta-cadastro thru conta-cadastro-fim

           if ws-range-count = zero
              move "Nenhuma faixa cadastrada em custnum001 - CUSTNUMM."
                 to Num-Report-Line
              write Num-Report-Line
           else
              move ws-heading-1 to Num-Report-Line
              write Num-Report-Line
              perform varying ws-range-idx from 1 by 1
                 until ws-range-idx > ws-range-count
                 perform imprime-faixa
              end-perform
           end-if

           compute ws-free-count = ws-capacity - ws-reserved-count
           move spaces to Num-Report-Line
           write Num-Report-Line
           move "Faixas cadastradas:" to ws-label
           move ws-range-count to ws-count
           move ws-summary-line to Num-Report-Line
           write Num-Report-Line
           move "Faixas no limite de aviso ou acima:" to ws-label
           move ws-warned-count to ws-count
           move ws-summary-line to Num-Report-Line
           write Num-Report-Line
           move "Capacidade total de Cust-Codes:" to ws-label
           move ws-capacity to ws-count
           move ws-summary-line to Num-Report-Line
           write Num-Report-Line
           move "Cust-Codes reservados em faixas:" to ws-label
           move ws-reserved-count to ws-count
           move ws-summary-line to Num-Report-Line
           write Num-Report-Line
           move "Cust-Codes nao reservados:" to ws-label
           move ws-free-count to ws-count
           move ws-summary-line to Num-Report-Line
           write Num-Report-Line
           move "Clientes em customer001:" to ws-label
           move ws-read-count to ws-count
           move ws-summary-line to Num-Report-Line
           write Num-Report-Line
           move "  com Cust-Code fora de qualquer faixa:" to ws-label
           move ws-outside-count to ws-count
           move ws-summary-line to Num-Report-Line
           write Num-Report-Line
           close num-report

           display "Capacidade de Cust-Codes concluida - "
              ws-range-count " faixa(s), " ws-warned-count
              " no limite de aviso."
           goback.

      *    carrega-faixas - a missing custnum001 just means no range
      *    has been set up yet; the report still counts the file.
       carrega-faixas.
           move zero to ws-range-count
           move zero to ws-reserved-count
           move "OPEN" to ws-current-op
           open input customernum
           if num-status = "35"
              go to carrega-faixas-fim
           end-if
           if not valid-num
              perform valida-status-num
              go to carrega-faixas-fim
           end-if

           move "N" to ws-eof
           perform until ws-at-eof
              move "READ" to ws-current-op
              read customernum next record
                 at end move "Y" to ws-eof
                 not at end perform guarda-faixa
              end-read
           end-perform
           close customernum.
       carrega-faixas-fim.
           continue.

       guarda-faixa.
           if ws-range-count < 50
              add 1 to ws-range-count
              move NR-Range-Id    to wt-range-id(ws-range-count)
              move NR-Description to wt-description(ws-range-count)
              move NR-Low-Code    to wt-low(ws-range-count)
              move NR-High-Code   to wt-high(ws-range-count)
              move NR-Next-Code   to wt-next(ws-range-count)
              move NR-Assigned    to wt-assigned(ws-range-count)
              move NR-Warn-Pct    to wt-warn-pct(ws-range-count)
              move zero           to wt-on-file(ws-range-count)
              compute ws-reserved-count = ws-reserved-count
                 + NR-High-Code - NR-Low-Code + 1
           end-if.

      *    conta-cadastro - every Cust-Code on customer001, whatever
      *    its life status: a retired code is still a code gone.
       conta-cadastro.
           move "OPEN" to ws-current-op
           open input customer
           if cust-status = "35"
              go to conta-cadastro-fim
           end-if
           if not valid-cust
              perform valida-status-cust
              go to conta-cadastro-fim
           end-if

           move "N" to ws-eof
           perform until ws-at-eof
              move "READ" to ws-current-op
              read customer next record
                 at end move "Y" to ws-eof
                 not at end
                    add 1 to ws-read-count
                    perform localiza-faixa
                    if ws-range-hit > zero
                       add 1 to wt-on-file(ws-range-hit)
                    else
                       add 1 to ws-outside-count
                    end-if
              end-read
           end-perform
           close customer.
       conta-cadastro-fim.
           continue.

      *    localiza-faixa - ranges never overlap (CUSTNUMM refuses
      *    it), so the first range holding Cust-Code is the one.
       localiza-faixa.
           move zero to ws-range-hit
           perform varying ws-range-idx from 1 by 1
              until ws-range-idx > ws-range-count or ws-range-hit > 0
              if Cust-Code >= wt-low(ws-range-idx)
                 and Cust-Code <= wt-high(ws-range-idx)
                 move ws-range-idx to ws-range-hit
              end-if
           end-perform.

       imprime-faixa.
           compute ws-size = wt-high(ws-range-idx)
              - wt-low(ws-range-idx) + 1
           if wt-assigned(ws-range-idx) = "S"
              move "ATRIBUI" to wd-kind
              if wt-next(ws-range-idx) > wt-low(ws-range-idx)
                 compute ws-used = wt-next(ws-range-idx)
                    - wt-low(ws-range-idx)
              else
                 move zero to ws-used
              end-if
           else
              move "FEED" to wd-kind
              move wt-on-file(ws-range-idx) to ws-used
           end-if
           if ws-used > ws-size
              move ws-size to ws-used
           end-if
           compute ws-remaining = ws-size - ws-used
           compute ws-rate rounded = ws-used * 100 / ws-size
           move wt-warn-pct(ws-range-idx) to ws-limit
           if ws-limit = zero
              move 80 to ws-limit
           end-if

           move wt-range-id(ws-range-idx)    to wd-range-id
           move wt-description(ws-range-idx) to wd-description
           move wt-low(ws-range-idx)         to wd-low
           move wt-high(ws-range-idx)        to wd-high
           move ws-size                      to wd-size
           move ws-used                      to wd-used
           move ws-remaining                 to wd-remaining
           move wt-on-file(ws-range-idx)     to wd-on-file
           move ws-rate                      to wd-rate
           move ws-limit                     to wd-limit
           move spaces                       to wd-warning
           if ws-rate >= ws-limit
              move "*** ATENCAO" to wd-warning
              add 1 to ws-warned-count
           end-if
           move ws-detail-line to Num-Report-Line
           write Num-Report-Line.

       valida-status-cust.
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custnumr"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move cust-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       valida-status-num.
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custnumr"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move num-status    to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       valida-status-rpt.
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custnumr"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move rpt-status    to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
