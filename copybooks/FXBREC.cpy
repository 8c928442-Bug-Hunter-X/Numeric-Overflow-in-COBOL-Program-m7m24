      *****************************************************************
      *  FXBREC.CPY
      *  Revaluation base record, keyed like the balance master on
      *  account plus currency.  Holds the base-currency value at
      *  which each foreign-currency position was last revalued --
      *  the value the ledger carries it at -- together with the
      *  foreign balance and closing rate that produced it and the
      *  date of that revaluation.  Carried across periods; each
      *  live revaluation replaces the figures with the new ones
      *  and keeps the base value and date it replaced, so a rerun
      *  for the same date can compare against them again.
      *****************************************************************
       01  REVALUATION-BASE-RECORD.
           05  RB-BASE-KEY.
               10  RB-ACCOUNT-ID       PIC X(06).
               10  RB-CURRENCY-CODE    PIC X(03).
           05  RB-BASE-VALUE           PIC S9(11)V99.
           05  RB-FOREIGN-BALANCE      PIC S9(11)V99.
           05  RB-CLOSING-RATE         PIC 9(03)V9(06).
           05  RB-REVAL-DATE           PIC X(08).
           05  RB-PRIOR-BASE-VALUE     PIC S9(11)V99.
           05  RB-PRIOR-REVAL-DATE     PIC X(08).
