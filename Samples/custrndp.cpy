      *--------------------------------------------------------------
      *  CUSTRNDP - the nightly job-stream dependency table, shared
      *  by CUSTRUNC (which enforces it) and CUSTRUNR (which reports
      *  the jobs in this order).  One entry per job:
      *     RD-Job-Id        job id as logged to custiolog
      *     RD-Opens-Window  "S" on the first job of the chain: its
      *                      start opens a new nightly window
      *     RD-Pred-1/2      jobs that must have ended "OK" in the
      *                      current window before this one starts
      *                      (spaces = no dependency)
      *  Adding a job to the night means a new FILLER line here and
      *  RD-Job-Count/OCCURS raised to match.
      *--------------------------------------------------------------
       01  Custrun-Dep-Values.
           05 FILLER PIC X(25) VALUE "custldvaS                ".
           05 FILLER PIC X(25) VALUE "custload custldva        ".
           05 FILLER PIC X(25) VALUE "custappl custload        ".
           05 FILLER PIC X(25) VALUE "custncoa custappl        ".
           05 FILLER PIC X(25) VALUE "custphrc custncoa        ".
           05 FILLER PIC X(25) VALUE "custsnap custphrc        ".
           05 FILLER PIC X(25) VALUE "custintg custphrc        ".
           05 FILLER PIC X(25) VALUE "custhhld custintg        ".
           05 FILLER PIC X(25) VALUE "custexp  custintgcusthhld".
           05 FILLER PIC X(25) VALUE "custrvld custappl        ".
           05 FILLER PIC X(25) VALUE "custage  custrvld        ".
           05 FILLER PIC X(25) VALUE "custcbq  custintgcustage ".
           05 FILLER PIC X(25) VALUE "custunlt custcbq         ".
       01  Custrun-Dep-Table REDEFINES Custrun-Dep-Values.
           05 RD-Entry OCCURS 13 TIMES.
              10 RD-Job-Id           PIC X(8).
              10 RD-Opens-Window     PIC X.
                 88 RD-Is-Window-Opener  VALUE "S".
              10 RD-Pred-1           PIC X(8).
              10 RD-Pred-2           PIC X(8).
       01  RD-Job-Count              PIC 9(2) VALUE 13.
