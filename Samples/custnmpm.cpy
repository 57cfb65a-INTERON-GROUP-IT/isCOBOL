      *--------------------------------------------------------------
      *  CUSTNMPM - parameter block for CUSTNUM, the shared Cust-Code
      *  numbering routine.  COPY into WORKING-STORAGE (caller) or
      *  LINKAGE SECTION (custnum itself).
      *     CNM-Action  "A" assign the next free code of CNM-Range-Id
      *                     into CNM-Cust-Code
      *                 "V" check that CNM-Cust-Code lies inside
      *                     CNM-Range-Id
      *  CNM-Result comes back "0" ok, "1" the code is outside the
      *  range, "2" the range has no free code left, "3" the range
      *  is not on custnum001, "4" custnum001 could not be read or
      *  updated (logged to custiolog).  The range limits and how
      *  much of it is used come back with every answer for the
      *  caller's message; CNM-Warning is "S" once that share has
      *  reached the range's warning threshold.
      *--------------------------------------------------------------
       01  Custnum-Parms.
           05 CNM-Action          PIC X.
              88 CNM-Do-Assign       VALUE "A".
              88 CNM-Do-Check        VALUE "V".
           05 CNM-Range-Id        PIC X(8).
           05 CNM-Program-Id      PIC X(8).
           05 CNM-Cust-Code       PIC 9(5).
           05 CNM-Result          PIC X.
              88 CNM-Ok              VALUE "0".
              88 CNM-Out-Of-Range    VALUE "1".
              88 CNM-Range-Full      VALUE "2".
              88 CNM-No-Range        VALUE "3".
              88 CNM-Error           VALUE "4".
           05 CNM-Low-Code        PIC 9(5).
           05 CNM-High-Code       PIC 9(5).
           05 CNM-Pct-Used        PIC 9(3).
           05 CNM-Warning         PIC X.
              88 CNM-Over-Threshold  VALUE "S".
