      *--------------------------------------------------------------
      *  CUSTKPPM - control record for CUSTKPI, the weekly contact
      *  outcome KPI report.  One record gives the first day
      *  (yyyymmdd) of the seven-day week to report on.  A missing
      *  or blank custkppm means the seven days ending yesterday.
      *--------------------------------------------------------------
       01  Custkpi-Param-Rec.
           05 CKP-Week-Start      PIC X(8).
