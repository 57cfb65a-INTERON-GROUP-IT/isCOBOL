       IDENTIFICATION DIVISION.
       PROGRAM-ID. custnum.
      *--------------------------------------------------------------
      *  CUSTNUM - shared Cust-Code numbering routine.  Cust-Code is
      *  only five digits and a retired code is never freed, so the
      *  code space is split into reserved ranges on custnum001
      *  (custnrrc.cpy) and every program that creates a customer
      *  goes through here:
      *     "A"  CUSTMAINT's incluir-cliente takes the next code of
      *          the CUSTMAIN range instead of the operator guessing
      *          at a free number.  NR-Next-Code is moved on at once,
      *          so the code is used up even if the add is then
      *          abandoned.  A code handed out may still be on
      *          customer001 already (keyed by hand before the ranges
      *          existed) - the WRITE on customer001 decides, and the
      *          caller simply asks again on a duplicate key.
      *     "V"  CUSTLDVAL, CUSTLOAD and CUSTAPPL check each feed code
      *          against the feed's own range, so a feed can no longer
      *          land on codes CUSTMAINT hands out.  The range is read
      *          once per run and kept.
      *  The answer carries the range limits and, on "A", how much
      *  of it is used and whether that has reached NR-Warn-Pct.
      *  CUSTNUMR reports all ranges monthly; CUSTNUMM maintains
      *  them.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY custnrsel.

       DATA DIVISION.
       FILE SECTION.
       fd customernum.
           COPY custnrrc.

       WORKING-STORAGE SECTION.
       01  num-status                 PIC X(02) VALUE SPACES.
          88 VALID-num                 VALUE "00" THRU "09".
       01 is-file pic x any length.
       01 w-msg pic x any length.
       01  crerr-status.
           03 file-status          pic xx.
           03 ext-status           pic x(10).
       01 ws-current-op               PIC X(8) VALUE SPACES.
       COPY custiopm.

      *    range kept for "V" - ws-cached-result "3" remembers that
      *    the range is not defined, so a feed of thousands of lines
      *    does not re-open custnum001 for every one of them.
       01  ws-cached-range            PIC X(8) VALUE SPACES.
       01  ws-cached-result           PIC X VALUE SPACE.
       01  ws-cached-low              PIC 9(5) VALUE ZERO.
       01  ws-cached-high             PIC 9(5) VALUE ZERO.
       01  ws-range-size              PIC 9(6) VALUE ZERO.
       01  ws-range-used              PIC 9(6) VALUE ZERO.
       01  ws-warn-pct                PIC 9(3) VALUE ZERO.

       LINKAGE SECTION.
       COPY custnmpm.

       PROCEDURE DIVISION USING Custnum-Parms.
       inicio.
           move "0"  to CNM-Result
           move zero to CNM-Pct-Used
           move "N"  to CNM-Warning

           evaluate true
              when CNM-Do-Assign
                 perform atribui-codigo thru atribui-codigo-fim
              when CNM-Do-Check
                 perform verifica-faixa thru verifica-faixa-fim
              when other
                 move "4" to CNM-Result
           end-evaluate
           goback.

      *    atribui-codigo - always read fresh: another operator may
      *    have taken codes since our last call.
       atribui-codigo.
           move zero to CNM-Cust-Code
           move "OPEN" to ws-current-op
           open i-o customernum
           if num-status = "35"
              move "3" to CNM-Result
              go to atribui-codigo-fim
           end-if
           if not valid-num
              move "4" to CNM-Result
              perform valida-status
              go to atribui-codigo-fim
           end-if

           move CNM-Range-Id to NR-Range-Id
           move "READ" to ws-current-op
           read customernum key is NR-Range-Id
              invalid key
                 move "3" to CNM-Result
                 close customernum
                 go to atribui-codigo-fim
           end-read
           if not valid-num
              move "4" to CNM-Result
              perform valida-status
              close customernum
              go to atribui-codigo-fim
           end-if

           move NR-Low-Code  to CNM-Low-Code
           move NR-High-Code to CNM-High-Code
           if NR-Next-Code < NR-Low-Code
              move NR-Low-Code to NR-Next-Code
           end-if
           if NR-Next-Code > NR-High-Code
              move "2" to CNM-Result
              move 100 to CNM-Pct-Used
              move "S" to CNM-Warning
              close customernum
              go to atribui-codigo-fim
           end-if

           move NR-Next-Code to CNM-Cust-Code
           add 1 to NR-Next-Code
           move function current-date to NR-Change-Timestamp
           move CNM-Program-Id to NR-Operator-Id
           move "REWRITE" to ws-current-op
           rewrite Custnum-Rec
           if not valid-num
              move "4" to CNM-Result
              move zero to CNM-Cust-Code
              perform valida-status
              close customernum
              go to atribui-codigo-fim
           end-if
           close customernum

           compute ws-range-size = NR-High-Code - NR-Low-Code + 1
           compute ws-range-used = CNM-Cust-Code - NR-Low-Code + 1
           compute CNM-Pct-Used = ws-range-used * 100 / ws-range-size
           move NR-Warn-Pct to ws-warn-pct
           if ws-warn-pct = zero
              move 80 to ws-warn-pct
           end-if
           if CNM-Pct-Used >= ws-warn-pct
              move "S" to CNM-Warning
           end-if.
       atribui-codigo-fim.
           continue.

       verifica-faixa.
           if CNM-Range-Id not = ws-cached-range
              perform carrega-faixa thru carrega-faixa-fim
           end-if
           move ws-cached-low  to CNM-Low-Code
           move ws-cached-high to CNM-High-Code
           if ws-cached-result not = "0"
              move ws-cached-result to CNM-Result
              go to verifica-faixa-fim
           end-if
           if CNM-Cust-Code < ws-cached-low
              or CNM-Cust-Code > ws-cached-high
              move "1" to CNM-Result
           end-if.
       verifica-faixa-fim.
           continue.

      *    carrega-faixa - an I/O error is not cached, so the next
      *    call tries again (and logs again) rather than waving the
      *    rest of the feed through unchecked.
       carrega-faixa.
           move zero to ws-cached-low
           move zero to ws-cached-high
           move "OPEN" to ws-current-op
           open input customernum
           if num-status = "35"
              move CNM-Range-Id to ws-cached-range
              move "3" to ws-cached-result
              go to carrega-faixa-fim
           end-if
           if not valid-num
              move spaces to ws-cached-range
              move "4" to ws-cached-result
              perform valida-status
              go to carrega-faixa-fim
           end-if

           move CNM-Range-Id to NR-Range-Id
           move "READ" to ws-current-op
           read customernum key is NR-Range-Id
              invalid key
                 move CNM-Range-Id to ws-cached-range
                 move "3" to ws-cached-result
              not invalid key
                 move CNM-Range-Id to ws-cached-range
                 move "0" to ws-cached-result
                 move NR-Low-Code  to ws-cached-low
                 move NR-High-Code to ws-cached-high
           end-read
           if not valid-num and num-status not = "23"
              move spaces to ws-cached-range
              move "4" to ws-cached-result
              perform valida-status
           end-if
           close customernum.
       carrega-faixa-fim.
           continue.

       valida-status.
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move CNM-Program-Id to CIOL-Program-Id
           move ws-current-op  to CIOL-Operation
           move CNM-Cust-Code  to CIOL-Cust-Code
           move num-status     to CIOL-File-Status
           move ext-status     to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
