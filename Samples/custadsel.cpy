      *--------------------------------------------------------------
      *  CUSTADSEL - shared FILE-CONTROL entry for custadr001, the
      *  customer mailing/billing address file (custadrc.cpy).  COPY
      *  into FILE-CONTROL wherever those addresses are read or
      *  maintained.
      *--------------------------------------------------------------
           select customeraddr
              assign       to  "custadr001"
              organization is indexed
              access mode  is dynamic
              lock mode    is manual
              file status  is addr-status
              record key   is AD-Key.
