      *****************************************************************
      *  PMTNREC.CPY
      *  Parameter maintenance transaction for PARMMNT1.  The set
      *  code picks LIMPARM (L), GLMAP (G) or FXRATES (F); the data
      *  portion carries the entry in its flat parameter file layout
      *  and, for a GL mapping, the lookup sequence it holds.
      *  Action 'A' adds an entry from the effective date, 'C'
      *  replaces the entry in force on the effective date with a
      *  new version from that date (a limit or rate must be given;
      *  a blank GL company or account leaves it alone), and 'X'
      *  expires the entry in force from the effective date on.  A
      *  blank effective date means today; a later date stages the
      *  change.
      *****************************************************************
       01  PARM-MAINT-RECORD.
           05  PT-ACTION-CODE          PIC X(01).
               88  PT-ADD-ENTRY        VALUE "A".
               88  PT-CHANGE-ENTRY     VALUE "C".
               88  PT-EXPIRE-ENTRY     VALUE "X".
           05  PT-PARM-SET             PIC X(01).
               88  PT-LIMIT-SET        VALUE "L".
               88  PT-GLMAP-SET        VALUE "G".
               88  PT-RATE-SET         VALUE "F".
           05  PT-GL-SEQUENCE          PIC X(04).
           05  PT-PARM-DATA            PIC X(31).
           05  PT-LIMIT-DATA REDEFINES PT-PARM-DATA.
               10  PT-LM-TRANS-TYPE    PIC X(04).
               10  PT-LM-MAX-LIMIT     PIC 9(09)V99.
               10  FILLER              PIC X(16).
           05  PT-GLMAP-DATA REDEFINES PT-PARM-DATA.
               10  PT-GM-TRANS-TYPE    PIC X(04).
               10  PT-GM-CURRENCY-CODE PIC X(03).
               10  PT-GM-COMPANY-CODE  PIC X(04).
               10  PT-GM-DR-ACCOUNT    PIC X(10).
               10  PT-GM-CR-ACCOUNT    PIC X(10).
           05  PT-RATE-DATA REDEFINES PT-PARM-DATA.
               10  PT-FX-CURR-CODE     PIC X(03).
               10  PT-FX-RATE          PIC 9(03)V9(06).
               10  FILLER              PIC X(19).
           05  PT-EFFECTIVE-DATE       PIC X(08).
      *    Operator's authorization reference (ticket or initials),
      *    carried onto the master and the change log.
           05  PT-OPERATOR-REF         PIC X(08).
