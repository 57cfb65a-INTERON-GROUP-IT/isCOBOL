      *--------------------------------------------------------------
      *  CUSTXSRC - record layout for custexpsh, the log of which
      *  address CUSTEXP last shipped to the mailing house for each
      *  Cust-Code.  CUSTEXP rewrites a customer's row every time it
      *  exports the customer; CUSTNCOA reads it so a mailing-house
      *  correction lands on the address that was actually sent:
      *     XS-Addr-Type  "M" the custadr001 mailing address
      *                   "R" Cust-Address on customer001
      *  XS-Address is the address as written to the CSV (blank
      *  fields where custexppm did not ask for that column).
      *--------------------------------------------------------------
       01  Custexpsh-Rec.
           05 XS-Cust-Code            PIC 9(5).
           05 XS-Addr-Type            PIC X.
              88 XS-Shipped-Mailing      VALUE "M".
              88 XS-Shipped-Residence    VALUE "R".
           05 XS-Address.
              10 XS-Street            PIC X(30).
              10 XS-City              PIC X(20).
              10 XS-State             PIC X(20).
              10 XS-Zip               PIC X(5).
           05 XS-Export-Timestamp     PIC X(21).
