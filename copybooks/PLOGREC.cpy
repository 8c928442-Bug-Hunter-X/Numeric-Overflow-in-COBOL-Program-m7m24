      *****************************************************************
      *  PLOGREC.CPY
      *  Parameter change log record, appended by PARMMNT1 for every
      *  maintenance transaction it applies.  Carries who made the
      *  change and when, the transaction itself, and the master
      *  version in force on the effective date before the change
      *  (blank for an add) and the version in force after it, both
      *  in the PMSTREC layout.
      *****************************************************************
       01  PARM-CHANGE-LOG-RECORD.
           05  PL-LOG-DATE             PIC X(08).
           05  PL-LOG-TIME             PIC X(06).
           05  PL-OPERATOR-REF         PIC X(08).
           05  PL-ACTION-CODE          PIC X(01).
           05  PL-PARM-SET             PIC X(01).
           05  PL-PARM-KEY             PIC X(11).
           05  PL-EFFECTIVE-DATE       PIC X(08).
           05  PL-BEFORE-IMAGE         PIC X(75).
           05  PL-AFTER-IMAGE          PIC X(75).
