      *****************************************************************
      *  ASTPREC.CPY
      *  Account activity statement parameter record.  Selects the
      *  accounts (inclusive range of account ids) and the posting
      *  dates (inclusive range, CCYYMMDD) the statement covers.  A
      *  blank from-account starts at the first account and a blank
      *  to-account runs to the last; a blank from-date starts at
      *  the earliest history and a blank to-date runs to today.
      *****************************************************************
       01  ACCOUNT-STMT-PARM-RECORD.
           05  AP-FROM-ACCOUNT         PIC X(06).
           05  AP-TO-ACCOUNT           PIC X(06).
           05  AP-FROM-DATE            PIC X(08).
           05  AP-TO-DATE              PIC X(08).
