           05 CHA-Old-Zip             PIC X(5).
           05 CHA-Old-Phone           PIC X(15).
           05 CHA-Old-CellPhone       PIC X(15).
           05 CHA-Approved-By         PIC X(8).
           05 CHA-Addr-Type           PIC X.

       fd contact-archive.
       01  Custconta-Rec.
           move CH-Old-Zip           to CHA-Old-Zip
           move CH-Old-Phone         to CHA-Old-Phone
           move CH-Old-CellPhone     to CHA-Old-CellPhone
           move CH-Approved-By       to CHA-Approved-By
           move CH-Addr-Type         to CHA-Addr-Type
           move "WRITE" to ws-current-op
           write Custhista-Rec
           if not valid-harc and not harc-duplicate-key
