      *--------------------------------------------------------------
      *  CUSTPDRC - record layout for custpnd001, the two-person
      *  approval file.  A supervisor's CUSTMRGE merge or CUSTMAINT
      *  R-Restaurar no longer touches customer001 directly; it is
      *  filed here as a pending request and only applied by
      *  CUSTAPRV once a second supervisor - never the one who asked
      *  - approves it.  Keyed like custhist001 (Cust-Code plus the
      *  request timestamp), so a customer's requests sit together
      *  and CUSTMRGE/CUSTMAINT can see one is already pending.
      *
      *  PD-Cust-Code is the customer the change lands on: the code
      *  being retired for a merge (PD-Survivor-Code names the one
      *  kept), the code being restored for a restore.  A restore
      *  carries the values picked off custhist001 (PD-New-*), taken
      *  when the request was filed, so approving it does not depend
      *  on the history row still being there after a CUSTARCH run.
      *--------------------------------------------------------------
       01  Custpend-Rec.
           05 PD-Key.
              10 PD-Cust-Code         PIC 9(5).
              10 PD-Request-Timestamp PIC X(21).
           05 PD-Action               PIC X.
              88 PD-Is-Merge              VALUE "M".
              88 PD-Is-Restore            VALUE "R".
           05 PD-Status               PIC X.
              88 PD-Is-Pending            VALUE "P".
              88 PD-Is-Approved           VALUE "A".
              88 PD-Is-Rejected           VALUE "J".
           05 PD-Requested-By         PIC X(8).
           05 PD-Decided-By           PIC X(8).
           05 PD-Decision-Timestamp   PIC X(21).
           05 PD-Survivor-Code        PIC 9(5).
           05 PD-Hist-Timestamp       PIC X(21).
           05 PD-New-Street           PIC X(30).
           05 PD-New-City             PIC X(20).
           05 PD-New-State            PIC X(20).
           05 PD-New-Zip              PIC X(5).
           05 PD-New-Phone            PIC X(15).
           05 PD-New-CellPhone        PIC X(15).
