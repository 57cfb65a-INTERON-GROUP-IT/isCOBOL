      *--------------------------------------------------------------
      *  CUSTHHSEL - shared FILE-CONTROL entry for custhh001, the
      *  household file (custhhrc.cpy).  COPY into FILE-CONTROL of
      *  CUSTHHLD, which rebuilds it, and of every program that reads
      *  the groupings.
      *--------------------------------------------------------------
           select household
              assign       to  "custhh001"
              organization is indexed
              access mode  is dynamic
              lock mode    is manual
              file status  is hh-status
              record key   is HH-Cust-Code.
