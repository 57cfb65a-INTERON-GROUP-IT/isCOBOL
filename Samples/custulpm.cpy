      *--------------------------------------------------------------
      *  CUSTULPM - control record for CUSTUNLT, the unreachable-
      *  customer letter run.  One record sets when a customer the
      *  collectors cannot reach gets a letter:
      *     UL-Min-Attempts  failed call attempts (outcome kind "F"
      *                      in custoctb.cpy) since the last good
      *                      contact or the last letter, e.g. 003
      *     UL-Min-Days      days since the last good contact (since
      *                      the first failed attempt when there has
      *                      never been one), e.g. 0030
      *  Both must be met.  A missing custulpm, or a field that is
      *  not numeric, falls back to 3 attempts and 30 days.
      *--------------------------------------------------------------
       01  Custunlt-Param-Rec.
           05 UL-Min-Attempts     PIC X(3).
           05 FILLER              PIC X(1).
           05 UL-Min-Days         PIC X(4).
