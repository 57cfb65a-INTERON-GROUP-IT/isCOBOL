      *--------------------------------------------------------------
      *  CUSTXSSEL - shared FILE-CONTROL entry for custexpsh, the
      *  CUSTEXP shipped-address log (custxsrc.cpy).  COPY into
      *  FILE-CONTROL of CUSTEXP, which writes it, and of CUSTNCOA,
      *  which reads it.
      *--------------------------------------------------------------
           select shipped-addr
              assign       to  "custexpsh"
              organization is indexed
              access mode  is dynamic
              lock mode    is manual
              file status  is ship-status
              record key   is XS-Cust-Code.
