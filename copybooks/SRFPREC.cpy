      *****************************************************************
      *  SRFPREC.CPY
      *  Optional parameter record for the suspense roll-forward
      *  proof.  Carries the number of recycle cycles an item may
      *  age through before it is listed on the escalation page for
      *  supervisors to chase.  When the file is absent the run uses
      *  the default threshold.
      *****************************************************************
       01  ROLL-FORWARD-PARM-RECORD.
           05  SF-ESCALATE-CYCLES      PIC 9(02).
