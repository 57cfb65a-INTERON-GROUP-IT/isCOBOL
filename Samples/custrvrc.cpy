      *--------------------------------------------------------------
      *  CUSTRVRC - record layout for custrcv001, the collections
      *  receivable file.  One record per Cust-Code, rebuilt every
      *  night by CUSTRVLD from the billing system's open-items
      *  extract (custrvin):
      *     RV-Open-Amount        balance owed (negative = credit)
      *     RV-Due-Date           yyyymmdd the open amount fell due
      *     RV-Last-Payment-Date  yyyymmdd, spaces if never paid
      *  The RV-Rollup fields are filled in afterwards by CUSTAGE,
      *  which rolls a merged customer's balance up to the Cust-Code
      *  it was merged into (following Cust-Merged-Into to the code
      *  still standing):
      *     RV-Rolled-Into        survivor this balance was rolled up
      *                           to (zero on a code not merged)
      *     RV-Rollup-Amount      on the survivor: its own balance
      *                           plus every balance rolled up to it
      *     RV-Rollup-Days-Late   on the survivor: days past due of
      *                           the oldest open amount in the group
      *     RV-Aged-Date          yyyymmdd of the CUSTAGE run
      *  A survivor with no balance of its own gets a record with a
      *  zero RV-Open-Amount to carry the rollup.  CUSTCBQ ranks the
      *  callback queue off the rollup fields.
      *--------------------------------------------------------------
       01  Custrcv-Rec.
           05 RV-Cust-Code            PIC 9(5).
           05 RV-Open-Amount          PIC S9(9)V99.
           05 RV-Due-Date             PIC X(8).
           05 RV-Last-Payment-Date    PIC X(8).
           05 RV-Load-Timestamp       PIC X(21).
           05 RV-Rolled-Into          PIC 9(5).
           05 RV-Rollup-Amount        PIC S9(9)V99.
           05 RV-Rollup-Days-Late     PIC 9(5).
           05 RV-Aged-Date            PIC X(8).
