      *--------------------------------------------------------------
      *  CUSTRNPM - parameters passed to the shared CUSTRUNC
      *  run-control routine.  COPY this into WORKING-STORAGE
      *  (caller) or LINKAGE SECTION (custrunc itself).
      *
      *  Start ("I"): the caller fills CRN-Job-Id.  CUSTRUNC checks
      *  the jobs it depends on (CUSTRNDP) ended clean in this
      *  night's window and records the start; CRN-Run-Refused
      *  means the job must not run - CRN-Blocked-By names the job
      *  that held it up and CRN-Message says why, ready to DISPLAY.
      *  CRN-Run-Error means custrun001 itself could not be used;
      *  with nothing to prove the chain is clean, that is treated
      *  as a refusal too.
      *
      *  End ("F"): the caller fills CRN-Job-Id, CRN-End-Status
      *  ("OK" or "ER") and its three counts - records read,
      *  records written/applied, and exceptions (rejects, skips,
      *  not-founds - whatever that job reports as such).
      *--------------------------------------------------------------
       01  Custrun-Parms.
           05 CRN-Action          PIC X.
              88 CRN-Do-Start        VALUE "I".
              88 CRN-Do-End          VALUE "F".
           05 CRN-Job-Id          PIC X(8).
           05 CRN-End-Status      PIC X(2).
           05 CRN-Read-Count      PIC 9(9).
           05 CRN-Written-Count   PIC 9(9).
           05 CRN-Exception-Count PIC 9(9).
           05 CRN-Result          PIC X.
              88 CRN-Run-Ok          VALUE "0".
              88 CRN-Run-Refused     VALUE "1".
              88 CRN-Run-Error       VALUE "2".
           05 CRN-Blocked-By      PIC X(8).
           05 CRN-Message         PIC X(70).
