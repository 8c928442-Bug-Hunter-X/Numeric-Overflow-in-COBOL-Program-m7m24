      *****************************************************************
      *  GRSPREC.CPY
      *  Optional GL resubmission parameter record.  Carries the
      *  date the open breaks are aged to and stamped on the
      *  resubmitted postings; left blank, the run date is used.
      *  Set to REPORT, the aged open-breaks report is produced but
      *  nothing is resubmitted and the break register is left
      *  untouched.
      *****************************************************************
       01  GL-RESUB-PARM-RECORD.
           05  GR-AS-OF-DATE           PIC X(08).
           05  GR-FUNCTION             PIC X(08).
               88  GR-REPORT-ONLY      VALUE "REPORT".
