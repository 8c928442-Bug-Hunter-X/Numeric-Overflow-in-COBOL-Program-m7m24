      *****************************************************************
      *  FXVPREC.CPY
      *  Optional revaluation parameter record.  Carries the
      *  revaluation (period-end) date stamped on the GL postings
      *  and the revaluation base; left blank, the run date is used.
      *  Set to SIMULATE, the revaluation is priced and reported in
      *  full but neither the revaluation base nor the GL extract is
      *  written, so the figures can be previewed before the close.
      *****************************************************************
       01  FX-REVAL-PARM-RECORD.
           05  FV-REVAL-DATE           PIC X(08).
           05  FV-FUNCTION             PIC X(08).
               88  FV-SIMULATE         VALUE "SIMULATE".
