      *  the export; a missing second line, or anything else there,
      *  means the run ships active customers only - the safe default
      *  for a feed that drives real mailings.
      *  An "H" in column 2 of that line ships one line per household
      *  instead of one per customer: a customer CUSTHHLD grouped
      *  under another customer's head of household (custhh001,
      *  custhhrc.cpy) is left out, so the household's one piece goes
      *  to the head.  Anything else there ships every customer.
      *--------------------------------------------------------------
       01  Custexp-Param-Rec.
           05 CEP-Column-List     PIC X(200).
