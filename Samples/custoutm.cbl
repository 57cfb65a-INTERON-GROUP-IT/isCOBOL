       IDENTIFICATION DIVISION.
       PROGRAM-ID. custoutm.
      *--------------------------------------------------------------
      *  CUSTOUTM - shared routine that maps a CC-Outcome onto the
      *  standard outcome codes (custoctb.cpy).  CUSTCTLG calls it to
      *  validate what the operator keys; CUSTUNLT and CUSTKPI call
      *  it for every custcont001 row they read, so the free text
      *  typed before the codes existed still counts.  The text is
      *  compared upper-cased and trimmed against, in order, the
      *  codes, the descriptions, and the alias list custoutal - one
      *  "variant text,code" line per spelling found in the old rows,
      *  loaded on the first call and kept for the rest of the run.
      *  A spelling nobody has added to custoutal yet comes back
      *  COM-Unmapped; CUSTKPI counts those so the list can be
      *  extended.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select outcome-alias
              assign       to  "custoutal"
              organization is line sequential
              file status  is alias-status.

       DATA DIVISION.
       FILE SECTION.
       fd outcome-alias.
       01  Outcome-Alias-Line         PIC X(80).

       WORKING-STORAGE SECTION.
       01  alias-status               PIC X(02) VALUE SPACES.
          88 VALID-alias               VALUE "00" THRU "09".
       01 is-file pic x any length.
       01 w-msg pic x any length.
       01  crerr-status.
           03 file-status          pic xx.
           03 ext-status           pic x(10).
       01 ws-current-op               PIC X(8) VALUE SPACES.
       COPY custiopm.
       COPY custoctb.

       01  ws-loaded                  PIC X VALUE "N".
          88 aliases-loaded           VALUE "Y".
       01  ws-eof                     PIC X VALUE "N".
          88 ws-at-eof                VALUE "Y".
       01  ws-text-upper              PIC X(20) VALUE SPACES.
       01  ws-alias-text              PIC X(40) VALUE SPACES.
       01  ws-alias-code              PIC X(10) VALUE SPACES.
       01  ws-found-code              PIC X(2) VALUE SPACES.
       01  ws-tab-idx                 PIC 9(2) VALUE ZERO.
       01  ws-tab-hit                 PIC 9(2) VALUE ZERO.
       01  ws-al-idx                  PIC 9(3) VALUE ZERO.

      *    custoutal, as loaded - text already upper-cased.  Lines
      *    beyond the table, or naming a code not in custoctb, are
      *    left out.
       01  ws-alias-table.
           05 ws-alias-entry OCCURS 200 TIMES.
              10 wa-text              PIC X(20).
              10 wa-code              PIC X(2).
       01  ws-alias-count             PIC 9(3) VALUE ZERO.

       LINKAGE SECTION.
       COPY custompm.

       PROCEDURE DIVISION USING Custoutm-Parms.
       inicio.
           if not aliases-loaded
              perform carrega-aliases
           end-if

           move spaces to COM-Code
           move spaces to COM-Description
           move spaces to COM-Contact
           move spaces to COM-Kind
           move "1"    to COM-Result
           move function upper-case(function trim(COM-Outcome-Text))
              to ws-text-upper
           if ws-text-upper = spaces
              goback
           end-if

           move spaces to ws-found-code
           perform varying ws-tab-idx from 1 by 1
              until ws-tab-idx > OT-Count or ws-found-code not = spaces
              if ws-text-upper = OT-Code(ws-tab-idx)
                 or ws-text-upper =
                    function upper-case(OT-Description(ws-tab-idx))
                 move OT-Code(ws-tab-idx) to ws-found-code
              end-if
           end-perform
           perform varying ws-al-idx from 1 by 1
              until ws-al-idx > ws-alias-count
                 or ws-found-code not = spaces
              if ws-text-upper = wa-text(ws-al-idx)
                 move wa-code(ws-al-idx) to ws-found-code
              end-if
           end-perform

           if ws-found-code not = spaces
              perform localiza-codigo
              move OT-Code(ws-tab-hit)        to COM-Code
              move OT-Description(ws-tab-hit) to COM-Description
              move OT-Contact(ws-tab-hit)     to COM-Contact
              move OT-Kind(ws-tab-hit)        to COM-Kind
              move "0" to COM-Result
           end-if
           goback.

      *    localiza-codigo - ws-tab-hit = the table entry for
      *    ws-found-code (zero when it is not a table code).
       localiza-codigo.
           move zero to ws-tab-hit
           perform varying ws-tab-idx from 1 by 1
              until ws-tab-idx > OT-Count or ws-tab-hit > zero
              if OT-Code(ws-tab-idx) = ws-found-code
                 move ws-tab-idx to ws-tab-hit
              end-if
           end-perform.

      *    carrega-aliases - a missing custoutal just means only the
      *    codes and descriptions themselves are recognized.
       carrega-aliases.
           move "Y" to ws-loaded
           move zero to ws-alias-count
           move "OPEN" to ws-current-op
           open input outcome-alias
           if not valid-alias
              if alias-status not = "35"
                 perform valida-status
              end-if
           else
              move "N" to ws-eof
              perform until ws-at-eof
                 move "READ" to ws-current-op
                 read outcome-alias
                    at end move "Y" to ws-eof
                    not at end perform guarda-alias
                 end-read
              end-perform
              close outcome-alias
           end-if.

       guarda-alias.
           move spaces to ws-alias-text
           move spaces to ws-alias-code
           unstring Outcome-Alias-Line delimited by ","
              into ws-alias-text ws-alias-code
           end-unstring
           move function upper-case(function trim(ws-alias-code))
              to ws-found-code
           perform localiza-codigo
           if ws-tab-hit > zero
              and ws-alias-text not = spaces
              and ws-alias-count < 200
              add 1 to ws-alias-count
              move function upper-case(function trim(ws-alias-text))
                 to wa-text(ws-alias-count)
              move ws-found-code to wa-code(ws-alias-count)
           end-if.

       valida-status.
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custoutm"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move alias-status  to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
