      *--------------------------------------------------------------
      *  CUSTNRRC - record layout for custnum001, the Cust-Code
      *  numbering control file.  One row per reserved range of
      *  codes, keyed by who may use it:
      *     CUSTMAIN  codes CUSTNUM hands out to CUSTMAINT's
      *               incluir-cliente (NR-Assigned "S")
      *     CUSTLOAD  codes the custldin feed may send
      *     CUSTAPPL  codes the custapin feed may add
      *  NR-Next-Code is the next code CUSTNUM will try in an
      *  assigning range (codes below it are used up, whatever
      *  became of them - a merged or inactive code is never
      *  reused); a feed range sends its own codes and only has to
      *  stay inside NR-Low-Code/NR-High-Code.  NR-Next-Code has a
      *  sixth digit so a range ending at 99999 can still show
      *  itself full (next past high).  NR-Warn-Pct is the
      *  share of the range used at which CUSTNUMR (and, for the
      *  assigning range, CUSTMAINT) starts warning.  Ranges must
      *  not overlap; CUSTNUMM maintains them.  NR-Operator-Id is
      *  whoever last changed the row - the CUSTNUMM operator, or the
      *  program that last took a code from it.
      *--------------------------------------------------------------
       01  Custnum-Rec.
           05 NR-Range-Id             PIC X(8).
           05 NR-Description          PIC X(30).
           05 NR-Low-Code             PIC 9(5).
           05 NR-High-Code            PIC 9(5).
           05 NR-Next-Code            PIC 9(6).
           05 NR-Assigned             PIC X.
              88 NR-Is-Assigned          VALUE "S".
           05 NR-Warn-Pct             PIC 9(3).
           05 NR-Change-Timestamp     PIC X(21).
           05 NR-Operator-Id          PIC X(8).
