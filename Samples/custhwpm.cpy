      *--------------------------------------------------------------
      *  CUSTHWPM - parameters passed to the shared CUSTHISTW
      *  routine, which writes one before-image row to custhist001.
      *  CHW-Approved-By is the approving supervisor on a two-person
      *  change (custhrec.cpy); callers making an ordinary change
      *  move spaces to it.  CHW-Addr-Type is space for a customer001
      *  change, "M"/"B" for a custadr001 address (custhrec.cpy).
      *--------------------------------------------------------------
       01  Custhist-Write-Parms.
           05 CHW-Cust-Code           PIC 9(5).
           05 CHW-Old-Zip             PIC X(5).
           05 CHW-Old-Phone           PIC X(15).
           05 CHW-Old-CellPhone       PIC X(15).
           05 CHW-Approved-By         PIC X(8).
           05 CHW-Addr-Type           PIC X.
