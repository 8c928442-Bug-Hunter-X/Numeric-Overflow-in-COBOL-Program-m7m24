      *  carries.  The checkpoint record's CK-BATCH-COUNT says how
      *  many slots it vouches for; a restart re-processing a batch
      *  rewrites that batch's slot, so an abend between the slot
      *  write and its checkpoint can never double a result.  The
      *  batch's business date, the control count and total its
      *  trailer carried (zero when it had none) and the gross the
      *  accumulator actually read ride along for the return file
      *  sent back to the source system.
      *****************************************************************
       01  BATCH-RESULT-RECORD.
           05  BR-BATCH-ID             PIC X(08).
               88  BR-IN-BALANCE       VALUE "B".
               88  BR-OUT-OF-BALANCE   VALUE "O".
               88  BR-NO-TRAILER       VALUE "N".
           05  BR-BUSINESS-DATE        PIC X(08).
           05  BR-CTRL-TRANS-COUNT     PIC 9(07).
           05  BR-CTRL-TOTAL           PIC 9(09)V99.
           05  BR-BATCH-GROSS          PIC S9(09)V99.
