      *--------------------------------------------------------------
      *  CUSTERRQ - one line of custerain, the list of privacy
      *  requests CUSTERAS works through: the request's reference
      *  (the protocol number the customer was given) and one
      *  Cust-Code it covers, e.g.
      *     PRV0000123 00417
      *  A request covering several codes takes one line per code,
      *  the lines kept together; each request gets its own
      *  certificate (or access report) in custerarp.
      *--------------------------------------------------------------
       01  Custeras-Req-Rec.
           05 ER-Request-Id       PIC X(10).
           05 FILLER              PIC X(1).
           05 ER-Cust-Code-X      PIC X(5).
           05 ER-Cust-Code REDEFINES ER-Cust-Code-X PIC 9(5).
           05 FILLER              PIC X(64).
