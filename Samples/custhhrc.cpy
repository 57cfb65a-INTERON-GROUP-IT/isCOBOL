      *--------------------------------------------------------------
      *  CUSTHHRC - record layout for custhh001, the household file
      *  CUSTHHLD rebuilds every night.  One row per customer it
      *  grouped - active customers that may be mailed - keyed by
      *  Cust-Code:
      *     HH-Household-Id  the household; customers sharing the
      *                      same standardized street and ZIP
      *                      share it, and it is kept from night to
      *                      night for as long as the head stays
      *     HH-Head-Code     the head of household - the customer
      *                      CUSTEXP addresses the household's one
      *                      piece to
      *     HH-Head-Flag     "S" on the head's own row
      *     HH-Addr-Type     which address was matched - "M" the
      *                      custadr001 mailing address, "R"
      *                      Cust-Address - the same choice CUSTEXP
      *                      makes, so the piece goes where the
      *                      grouping says it does
      *     HH-Std-Street    the street as standardized for matching
      *  A customer with no row here (inactive, do-not-contact by
      *  mail, or added since the last run) is its own household.
      *--------------------------------------------------------------
       01  Household-Rec.
           05 HH-Cust-Code            PIC 9(5).
           05 HH-Household-Id         PIC 9(7).
           05 HH-Head-Code            PIC 9(5).
           05 HH-Head-Flag            PIC X.
              88 HH-Is-Head              VALUE "S".
           05 HH-Member-Count         PIC 9(3).
           05 HH-Addr-Type            PIC X.
           05 HH-Std-Street           PIC X(30).
           05 HH-Zip                  PIC X(5).
           05 HH-Build-Timestamp      PIC X(21).
