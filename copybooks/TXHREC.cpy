      *****************************************************************
      *  TXHREC.CPY
      *  Posted-item history record.  One record is appended for
      *  every item the accumulator posts to the balance master --
      *  postings and reversals alike -- and the file is never
      *  cleared, so it answers what hit an account over any span
      *  of dates.  Keyed on account, currency and posting (business)
      *  date, then the transaction key, so a keyed read starting at
      *  an account/currency/date returns that account's items in
      *  date order.  TH-SIGN is '+' for a posting (position
      *  increases) and '-' for a reversal (position decreases), as
      *  on the audit trail.
      *****************************************************************
       01  TRANS-HISTORY-RECORD.
           05  TH-HISTORY-KEY.
               10  TH-ACCOUNT-ID       PIC X(06).
               10  TH-CURRENCY-CODE    PIC X(03).
               10  TH-POSTING-DATE     PIC X(08).
               10  TH-TRANS-KEY        PIC X(10).
           05  TH-AMOUNT               PIC 9(07)V99.
           05  TH-SIGN                 PIC X(01).
               88  TH-POSTING          VALUE "+".
               88  TH-REVERSAL         VALUE "-".
           05  TH-TRANS-TYPE           PIC X(04).
           05  TH-BATCH-ID             PIC X(08).
           05  TH-SOURCE-SYSTEM        PIC X(08).
