      *--------------------------------------------------------------
      *  CUSTSIGN - shared sign-on validation routine.  Every screen
      *  that used to ACCEPT a free-text operator id (CUSTMAINT,
      *  CUSTCTLG, CUSTMRGE, CUSTOPMT, and CUSTAPRV, CUSTADMT,
      *  CUSTERAS and CUSTNUMM since) calls this instead: the id and
      *  password are checked against custoper001 and the operator's
      *  authority level comes back for the caller to gate its
      *  functions on.
      *  A failed attempt - unknown id, wrong password, or
      *  custoper001 itself unreadable - is logged to custiolog via
      *  CUSTIOLOG (operation "SIGNON", the attempted id in the
      *  extended status) so audit can see who was refused, not just
      *  who got in.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
