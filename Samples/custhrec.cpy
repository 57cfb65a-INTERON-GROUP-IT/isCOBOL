      *  many history rows, one per rewrite.  Holds the before-image
      *  of address and phone fields so customer service can answer
      *  "what did we used to have on file" without relying on
      *  memory.  CH-Approved-By carries the second supervisor's id
      *  on a row written for a two-person change (a CUSTMRGE merge
      *  or a CUSTMAINT restore, applied by CUSTAPRV once approved);
      *  CH-Operator-Id is then the operator who asked for it.  Blank
      *  on every ordinary single-operator change.  CH-Addr-Type is
      *  blank on a customer001 (Cust-Address/phone) row; "M" or "B"
      *  marks a before-image of that mailing or billing address from
      *  custadr001 (custadrc.cpy), the phone fields then blank.
      *--------------------------------------------------------------
       01  Custhist-Rec.
           05 CH-Key.
           05 CH-Old-Zip              PIC X(5).
           05 CH-Old-Phone            PIC X(15).
           05 CH-Old-CellPhone        PIC X(15).
           05 CH-Approved-By          PIC X(8).
           05 CH-Addr-Type            PIC X.
