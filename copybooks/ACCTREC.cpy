      *****************************************************************
      *  ACCTREC.CPY
      *  Account reference master record, keyed on the account
      *  portion of the transaction key.  Carries each account's
      *  status, owning company, the currencies it may post in and
      *  its open and close dates.  The accumulator reads it before
      *  accepting a posting so an account nobody opened -- or one
      *  that is frozen or closed -- can never take a posting or
      *  have a balance master created for it; ACCTMNT1 is the only
      *  program that writes it.  A permitted currency of "***"
      *  allows any currency; unused slots are blank.
      *****************************************************************
       01  ACCOUNT-REFERENCE-RECORD.
           05  AR-ACCOUNT-ID           PIC X(06).
           05  AR-ACCOUNT-STATUS       PIC X(01).
               88  AR-ACCOUNT-OPEN     VALUE "O".
               88  AR-ACCOUNT-FROZEN   VALUE "F".
               88  AR-ACCOUNT-CLOSED   VALUE "C".
           05  AR-COMPANY-CODE         PIC X(04).
           05  AR-PERMITTED-CURRENCIES.
               10  AR-PERMITTED-CURRENCY
                                       PIC X(03) OCCURS 10 TIMES.
           05  AR-OPEN-DATE            PIC X(08).
           05  AR-CLOSE-DATE           PIC X(08).
      *    Date and operator reference of the last maintenance
      *    applied, so the master itself shows who touched it last.
           05  AR-LAST-MAINT-DATE      PIC X(08).
           05  AR-LAST-OPERATOR-REF    PIC X(08).
