      *****************************************************************
      *  PMSTREC.CPY
      *  Effective-dated parameter master record, one per version of
      *  a limit, GL mapping or exchange rate.  The key is the
      *  parameter set, the entry's own key within the set and the
      *  date the version takes effect:
      *    L (LIMPARM) - transaction type;
      *    G (GLMAP)   - lookup sequence (0001-9999), transaction
      *                  type and currency -- the sequence keeps the
      *                  rows in the order the accumulator's first-
      *                  match lookup must see them;
      *    F (FXRATES) - currency code.
      *  A version stays in force from its effective date up to
      *  (not including) its end date; a blank end date means open
      *  ended.  Versions are never deleted, so the parameters in
      *  force on any past date can be rebuilt.  The data portion
      *  holds the entry in its flat parameter file layout.
      *  PARMMNT1 is the only program that writes it; PARMEXT1
      *  extracts the flat files from it.
      *****************************************************************
       01  PARM-MASTER-RECORD.
           05  PR-MASTER-KEY.
               10  PR-PARM-SET         PIC X(01).
                   88  PR-LIMIT-SET    VALUE "L".
                   88  PR-GLMAP-SET    VALUE "G".
                   88  PR-RATE-SET     VALUE "F".
               10  PR-PARM-KEY         PIC X(11).
               10  PR-EFFECTIVE-FROM   PIC X(08).
           05  PR-EFFECTIVE-TO         PIC X(08).
           05  PR-PARM-DATA            PIC X(31).
           05  PR-LIMIT-DATA REDEFINES PR-PARM-DATA.
               10  PR-LM-TRANS-TYPE    PIC X(04).
               10  PR-LM-MAX-LIMIT     PIC 9(09)V99.
               10  FILLER              PIC X(16).
           05  PR-GLMAP-DATA REDEFINES PR-PARM-DATA.
               10  PR-GM-TRANS-TYPE    PIC X(04).
               10  PR-GM-CURRENCY-CODE PIC X(03).
               10  PR-GM-COMPANY-CODE  PIC X(04).
               10  PR-GM-DR-ACCOUNT    PIC X(10).
               10  PR-GM-CR-ACCOUNT    PIC X(10).
           05  PR-RATE-DATA REDEFINES PR-PARM-DATA.
               10  PR-FX-CURR-CODE     PIC X(03).
               10  PR-FX-RATE          PIC 9(03)V9(06).
               10  FILLER              PIC X(19).
      *    Date and operator reference of the last maintenance
      *    applied to this version.
           05  PR-LAST-MAINT-DATE      PIC X(08).
           05  PR-LAST-OPERATOR-REF    PIC X(08).
