      *--------------------------------------------------------------
      *  CUSTRNSEL - shared FILE-CONTROL entry for custrun001, the
      *  nightly run-control file (custrnrc.cpy).  COPY into
      *  FILE-CONTROL in CUSTRUNC and in the batch-window report.
      *--------------------------------------------------------------
           select runcontrol
              assign       to  "custrun001"
              organization is indexed
              access mode  is dynamic
              lock mode    is manual
              file status  is run-status
              record key   is RN-Job-Id.
