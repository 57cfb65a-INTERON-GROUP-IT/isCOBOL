      *--------------------------------------------------------------
      *  CUSTSNSEL - shared FILE-CONTROL entry for custsnp001, the
      *  nightly customer001 snapshot (custsnrc.cpy).  COPY into
      *  FILE-CONTROL wherever the snapshot is read or rebuilt.
      *--------------------------------------------------------------
           select customersnap
              assign       to  "custsnp001"
              organization is indexed
              access mode  is dynamic
              lock mode    is manual
              file status  is snap-status
              record key   is SN-Cust-Code.
