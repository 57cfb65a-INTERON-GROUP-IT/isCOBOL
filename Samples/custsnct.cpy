      *--------------------------------------------------------------
      *  CUSTSNCT - control record for CUSTSNAP.  One fixed record
      *  (key "SNAPSHOT") in custsnpct says when custsnp001 was last
      *  rebuilt and whether that rebuild finished.  CSC-State goes
      *  to "B" before the rebuild starts and to "C" only once every
      *  customer001 record has been copied, so a rebuild that abends
      *  half way is never compared against - the next run just
      *  rebuilds it.  CSC-Snapshot-Ts is the rebuild's start time:
      *  a change made after it belongs to the next compare.
      *--------------------------------------------------------------
       01  Custsnap-Ctl-Rec.
           05 CSC-Ctl-Key             PIC X(8).
           05 CSC-Snapshot-Ts         PIC X(21).
           05 CSC-State               PIC X.
              88 CSC-Snapshot-Complete    VALUE "C".
              88 CSC-Snapshot-Building    VALUE "B".
           05 CSC-Records             PIC 9(9).
