      *--------------------------------------------------------------
      *  CUSTPDSEL - shared FILE-CONTROL entry for custpnd001, the
      *  two-person approval file (custpdrc.cpy).  COPY into
      *  FILE-CONTROL wherever a merge/restore request is filed or
      *  decided.
      *--------------------------------------------------------------
           select customerpend
              assign       to  "custpnd001"
              organization is indexed
              access mode  is dynamic
              lock mode    is manual
              file status  is pend-status
              record key   is PD-Key.
