      *--------------------------------------------------------------
      *  CUSTSNRC - record layout for custsnp001, the nightly
      *  snapshot of customer001 that CUSTSNAP compares each night's
      *  customer001 against and then rebuilds.  Field for field
      *  the same as Customer-Rec (custrec.cpy) under SN- names, so
      *  both records can sit in one program; Cust-Last-Name-Key is
      *  not carried since it is derived from Cust-Name.  Keep it in
      *  step with custrec.cpy whenever a field is added there.
      *--------------------------------------------------------------
       01  Custsnap-Rec.
           05 SN-Cust-Code            PIC 9(5).
           05 SN-Name.
              10 SN-First-Name        PIC X(30).
              10 SN-Last-Name         PIC X(30).
           05 SN-Address.
              10 SN-Street            PIC X(30).
              10 SN-City              PIC X(20).
              10 SN-State             PIC X(20).
              10 SN-Zip               PIC X(5).
           05 SN-Gender               PIC X.
           05 SN-Phone                PIC X(15).
           05 SN-CellPhone            PIC X(15).
           05 SN-Life-Status          PIC X.
           05 SN-Merged-Into          PIC 9(5).
           05 SN-DNC-Phone            PIC X.
           05 SN-DNC-Mail             PIC X.
