           05  CK-RECORDS-READ         PIC 9(07).
           05  CK-REVERSAL-COUNT       PIC 9(07).
           05  CK-DUPLICATE-COUNT      PIC 9(07).
           05  CK-ACCOUNT-REJECT-COUNT PIC 9(07).
           05  CK-BATCHES-DONE         PIC 9(03).
           05  CK-BATCH-COUNT          PIC 9(07).
           05  CK-TIMESTAMP            PIC X(26).
      *    Per-account exposure so far today: each account and
      *    currency's committed net value, item count, peak net and
      *    items diverted for breaching a limit, so a restarted run
      *    enforces the account limits against everything the
      *    completed batches already posted.
           05  CK-EXPOSURE-REJECT-COUNT
                                       PIC 9(07).
           05  CK-EXPOSURE-COUNT       PIC 9(04).
           05  CK-EXPOSURE-ENTRY OCCURS 1000 TIMES.
               10  CK-EXP-ACCOUNT      PIC X(06).
               10  CK-EXP-CURRENCY     PIC X(03).
               10  CK-EXP-NET          PIC S9(11)V99.
               10  CK-EXP-ITEMS        PIC 9(05).
               10  CK-EXP-PEAK         PIC 9(11)V99.
               10  CK-EXP-BREACHES     PIC 9(05).
