      *--------------------------------------------------------------
      *  CUSTNRSEL - shared FILE-CONTROL entry for custnum001, the
      *  Cust-Code numbering control file (custnrrc.cpy).  COPY into
      *  FILE-CONTROL of CUSTNUM, CUSTNUMM and CUSTNUMR.
      *--------------------------------------------------------------
           select customernum
              assign       to  "custnum001"
              organization is indexed
              access mode  is dynamic
              lock mode    is manual
              file status  is num-status
              record key   is NR-Range-Id.
