      *--------------------------------------------------------------
      *  CUSTRVSEL - shared FILE-CONTROL entry for custrcv001, the
      *  collections receivable file (custrvrc.cpy).  COPY into
      *  FILE-CONTROL wherever receivables are loaded or read.
      *--------------------------------------------------------------
           select receivable
              assign       to  "custrcv001"
              organization is indexed
              access mode  is dynamic
              lock mode    is manual
              file status  is rcv-status
              record key   is RV-Cust-Code.
