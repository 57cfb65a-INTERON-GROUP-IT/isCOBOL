      *--------------------------------------------------------------
      *  CUSTADRC - record layout for custadr001, the customer
      *  address file.  Keyed by Cust-Code plus the address type, so
      *  a customer can have a mailing address and a billing address
      *  apart from where they live:
      *     AD-Addr-Type  "M" mailing  - what CUSTEXP ships to the
      *                                  mailing house when present
      *                   "B" billing
      *  The residence address stays on customer001 (Cust-Address,
      *  maintained by CUSTMAINT) - ZIP checks and territory
      *  assignment key off it; householding (CUSTHHLD) matches on
      *  the address CUSTEXP ships, the "M" row when there is
      *  one - so type "R" is never written here; CUSTADMT refuses
      *  it and points the operator to CUSTMAINT.  Maintained only
      *  through CUSTADMT (and CUSTNCOA, for a mailing address the
      *  mailing house corrected); every change writes a
      *  before-image row to custhist001 with CH-Addr-Type set.
      *--------------------------------------------------------------
       01  Custaddr-Rec.
           05 AD-Key.
              10 AD-Cust-Code         PIC 9(5).
              10 AD-Addr-Type         PIC X.
                 88 AD-Residence         VALUE "R".
                 88 AD-Mailing           VALUE "M".
                 88 AD-Billing           VALUE "B".
                 88 AD-Type-Valid        VALUE "M" "B".
           05 AD-Address.
              10 AD-Street            PIC X(30).
              10 AD-City              PIC X(20).
              10 AD-State             PIC X(20).
              10 AD-Zip               PIC X(5).
           05 AD-Change-Timestamp     PIC X(21).
           05 AD-Operator-Id          PIC X(8).
