      *--------------------------------------------------------------
      *  CUSTRNRC - record layout for custrun001, the nightly
      *  job-stream run-control file.  One record per job id (the
      *  same 8-character id each job logs to custiolog under),
      *  rewritten by the shared CUSTRUNC routine when the job
      *  starts and again when it ends, so it always holds that
      *  job's latest run.  RN-Window-Date ties the run to a nightly
      *  batch window: the window record (RN-Job-Id "JANELA") is
      *  stamped when the first job of the chain starts (CUSTRNDP),
      *  and a run whose RN-Window-Date differs from it belongs to
      *  an earlier night.  End status:
      *     "EX" started, not yet ended (or abended)
      *     "OK" ended clean
      *     "ER" ended with an I/O error or a failed validation
      *     "RC" refused to start - RN-Blocked-By names the job it
      *          depends on that had not ended clean this window
      *--------------------------------------------------------------
       01  Custrun-Rec.
           05 RN-Job-Id               PIC X(8).
           05 RN-Window-Date          PIC X(8).
           05 RN-Start-Timestamp      PIC X(21).
           05 RN-End-Timestamp        PIC X(21).
           05 RN-End-Status           PIC X(2).
              88 RN-Is-Running            VALUE "EX".
              88 RN-Ended-Ok              VALUE "OK".
              88 RN-Ended-Error           VALUE "ER".
              88 RN-Was-Refused           VALUE "RC".
           05 RN-Read-Count           PIC 9(9).
           05 RN-Written-Count        PIC 9(9).
           05 RN-Exception-Count      PIC 9(9).
           05 RN-Blocked-By           PIC X(8).
