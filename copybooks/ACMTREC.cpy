      *****************************************************************
      *  ACMTREC.CPY
      *  Account maintenance transaction for ACCTMNT1.  Action 'A'
      *  adds a new account (opened on the effective date, status
      *  open unless a status is given), action 'C' changes an
      *  existing account -- any non-blank status, company or
      *  currency list replaces the value on file, a blank field
      *  leaves it alone -- and action 'X' closes the account as of
      *  the effective date.  A close is refused while the account
      *  still holds a non-zero position on the balance master.  The
      *  effective date may not be later than the run date.
      *****************************************************************
       01  ACCOUNT-MAINT-RECORD.
           05  AM-ACTION-CODE          PIC X(01).
               88  AM-ADD-ACCOUNT      VALUE "A".
               88  AM-CHANGE-ACCOUNT   VALUE "C".
               88  AM-CLOSE-ACCOUNT    VALUE "X".
           05  AM-ACCOUNT-ID           PIC X(06).
           05  AM-ACCOUNT-STATUS       PIC X(01).
           05  AM-COMPANY-CODE         PIC X(04).
           05  AM-PERMITTED-CURRENCIES.
               10  AM-PERMITTED-CURRENCY
                                       PIC X(03) OCCURS 10 TIMES.
           05  AM-EFFECTIVE-DATE       PIC X(08).
      *    Operator's authorization reference (ticket or initials),
      *    carried onto the master and the change report.
           05  AM-OPERATOR-REF         PIC X(08).
