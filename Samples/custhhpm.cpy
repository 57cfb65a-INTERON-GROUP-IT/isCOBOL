      *--------------------------------------------------------------
      *  CUSTHHPM - control record for CUSTHHLD, the householding
      *  run.  One record gives what the mailing house bills per
      *  piece, in cents, e.g. 00185 for 1,85, so the household
      *  report can show the postage the household option in CUSTEXP
      *  saves.  A missing custhhpm, or a cost that is not numeric,
      *  still groups the households; the report then shows the
      *  pieces saved with no postage figure.
      *--------------------------------------------------------------
       01  Custhhld-Param-Rec.
           05 HP-Piece-Cost       PIC X(5).
