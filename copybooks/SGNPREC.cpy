      *****************************************************************
      *  SGNPREC.CPY
      *  Nightly sign-off parameter record.  A "D" record names a
      *  business date to sign off (none at all signs off every
      *  date on the job-step register).  An "S" record names a
      *  step the night is expected to run, "R" if the night cannot
      *  be certified without it or "O" if it runs only on some
      *  nights; any "S" record replaces the standard schedule, in
      *  the order the records are given.
      *****************************************************************
       01  SIGNOFF-PARM-RECORD.
           05  SG-RECORD-TYPE          PIC X(01).
               88  SG-DATE-RECORD      VALUE "D".
               88  SG-STEP-RECORD      VALUE "S".
           05  SG-RECORD-DATA          PIC X(09).
           05  SG-DATE-DATA REDEFINES SG-RECORD-DATA.
               10  SG-BUSINESS-DATE    PIC X(08).
               10  FILLER              PIC X(01).
           05  SG-STEP-DATA REDEFINES SG-RECORD-DATA.
               10  SG-PROGRAM-ID       PIC X(08).
               10  SG-REQUIRED-FLAG    PIC X(01).
                   88  SG-STEP-REQUIRED VALUE "R".
                   88  SG-STEP-OPTIONAL VALUE "O".
