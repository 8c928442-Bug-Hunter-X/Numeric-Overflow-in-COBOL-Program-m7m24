      *****************************************************************
      *  PXTPREC.CPY
      *  Parameter extract control record for PARMEXT1.  The date
      *  the LIMPARM, GLMAP and FXRATES files are to be built as of
      *  -- blank for today's business date, an earlier date to
      *  rebuild the parameters an old run used, or a later date to
      *  preview staged changes.
      *****************************************************************
       01  PARM-EXTRACT-PARM-RECORD.
           05  PX-AS-OF-DATE           PIC X(08).
