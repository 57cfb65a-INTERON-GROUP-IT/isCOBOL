      *  CUSTHISTW - shared routine that appends one before-image row
      *  to custhist001.  Called by CUSTMAINT (and any other program
      *  that rewrites customer001) right before the REWRITE, so the
      *  address/phone values being replaced are never lost.  CUSTADMT
      *  calls it the same way for a custadr001 mailing or billing
      *  address, with CHW-Addr-Type set.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           move CHW-Old-Zip        to CH-Old-Zip
           move CHW-Old-Phone      to CH-Old-Phone
           move CHW-Old-CellPhone  to CH-Old-CellPhone
           move CHW-Approved-By    to CH-Approved-By
           move CHW-Addr-Type      to CH-Addr-Type

           move "WRITE" to ws-current-op
           write Custhist-Rec
