      *****************************************************************
      *  RTDREC.CPY
      *  Return detail record.  Written by the accumulator beside
      *  every suspense record it writes, tagged with the batch the
      *  item arrived in -- the batch-result slot number, batch id
      *  and source system -- so the return file for each source
      *  system can list the items rejected from each of its
      *  batches.  Opened and extended exactly as the suspense file
      *  is, so the two always agree across a restart.
      *****************************************************************
       01  RETURN-DETAIL-RECORD.
           05  RD-BATCH-SEQ            PIC 9(07).
           05  RD-BATCH-ID             PIC X(08).
           05  RD-SOURCE-SYSTEM        PIC X(08).
           05  RD-TRANS-KEY            PIC X(10).
           05  RD-TRANS-TYPE           PIC X(04).
           05  RD-CURRENCY-CODE        PIC X(03).
           05  RD-SIGN                 PIC X(01).
           05  RD-AMOUNT-RAW           PIC X(09).
           05  RD-REASON-CODE          PIC X(04).
           05  RD-REASON-TEXT          PIC X(40).
