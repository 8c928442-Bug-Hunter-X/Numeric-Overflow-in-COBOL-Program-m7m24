      *****************************************************************
      *  ALIMREC.CPY
      *  Account exposure limit parameter record, one per account,
      *  loaded once at start-up like the transaction-type limits.
      *  The row for account "******" is the default applied to any
      *  account without a row of its own, and fills in any limit
      *  an account row leaves at zero.  Each row caps the account's
      *  net value per currency for the business day (postings less
      *  reversals, either direction) and the number of items it
      *  may post in the day across all currencies.  A limit
      *  currency of "***" covers any currency not named in the
      *  row; a maximum of zero sets no limit.  The review
      *  percentage is how close to a limit an account must come
      *  before the control report lists it.
      *****************************************************************
       01  ACCOUNT-LIMIT-RECORD.
           05  AL-ACCOUNT-ID           PIC X(06).
               88  AL-DEFAULT-ROW      VALUE "******".
           05  AL-MAX-DAILY-COUNT      PIC 9(05).
           05  AL-REVIEW-PCT           PIC 9(03).
           05  AL-CURRENCY-LIMIT OCCURS 5 TIMES.
               10  AL-LIMIT-CURRENCY   PIC X(03).
               10  AL-MAX-NET-VALUE    PIC 9(09)V99.
