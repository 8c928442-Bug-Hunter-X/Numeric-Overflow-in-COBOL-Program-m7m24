      *****************************************************************
      *  TRDPREC.CPY
      *  Volume trend report parameter record.  The business date
      *  to judge (blank for the latest date on the trend history),
      *  how many earlier business days make up the rolling
      *  average, the tolerance band either side of that average as
      *  a percentage, and on how many of those days a source system
      *  or transaction type must have appeared to be expected
      *  tonight (zero means on every one of them).
      *****************************************************************
       01  TREND-PARM-RECORD.
           05  TD-BUSINESS-DATE        PIC X(08).
           05  TD-HISTORY-DAYS         PIC 9(02).
           05  TD-TOLERANCE-PCT        PIC 9(03).
           05  TD-EXPECT-DAYS          PIC 9(02).
