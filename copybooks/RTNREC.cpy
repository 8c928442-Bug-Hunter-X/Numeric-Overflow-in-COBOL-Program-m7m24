      *****************************************************************
      *  RTNREC.CPY
      *  Source-system return file record, one file per source
      *  system per run.  Every batch the source sent gets a record:
      *  type 'A' acknowledges a batch that reconciled in balance
      *  with nothing rejected; type 'H' heads a batch that had
      *  rejects or was diverted whole, and is followed by a type
      *  'D' record for each rejected item with its reason.  Both
      *  carry the batch status (B in balance, O out of balance, N
      *  no trailer), its counts, the control count and total from
      *  its trailer and the gross the accumulator read.  A type
      *  'T' trailer closes the file with the batch, reject and
      *  record counts (the trailer included) so the upstream can
      *  prove it received the whole file.
      *****************************************************************
       01  RETURN-FILE-RECORD.
           05  RT-RECORD-TYPE          PIC X(01).
               88  RT-BATCH-ACK        VALUE "A".
               88  RT-BATCH-HEADER     VALUE "H".
               88  RT-REJECT-DETAIL    VALUE "D".
               88  RT-FILE-TRAILER     VALUE "T".
           05  RT-BATCH-DATA.
               10  RT-BATCH-ID         PIC X(08).
               10  RT-SOURCE-SYSTEM    PIC X(08).
               10  RT-BUSINESS-DATE    PIC X(08).
               10  RT-BATCH-STATUS     PIC X(01).
                   88  RT-IN-BALANCE   VALUE "B".
                   88  RT-OUT-OF-BALANCE
                                       VALUE "O".
                   88  RT-NO-TRAILER   VALUE "N".
               10  RT-TRANS-COUNT      PIC 9(07).
               10  RT-ACCEPT-COUNT     PIC 9(07).
               10  RT-REJECT-COUNT     PIC 9(07).
               10  RT-CTRL-TRANS-COUNT PIC 9(07).
               10  RT-CTRL-TOTAL       PIC 9(09)V99.
               10  RT-BATCH-GROSS      PIC S9(09)V99.
               10  FILLER              PIC X(04).
           05  RT-DETAIL-DATA REDEFINES RT-BATCH-DATA.
               10  RT-DTL-BATCH-ID     PIC X(08).
               10  RT-TRANS-KEY        PIC X(10).
               10  RT-TRANS-TYPE       PIC X(04).
               10  RT-CURRENCY-CODE    PIC X(03).
               10  RT-SIGN             PIC X(01).
               10  RT-AMOUNT-RAW       PIC X(09).
               10  RT-REASON-CODE      PIC X(04).
               10  RT-REASON-TEXT      PIC X(40).
           05  RT-TRAILER-DATA REDEFINES RT-BATCH-DATA.
               10  RT-TRL-SOURCE-SYSTEM
                                       PIC X(08).
               10  RT-TRL-BATCH-COUNT  PIC 9(07).
               10  RT-TRL-REJECT-COUNT PIC 9(07).
               10  RT-TRL-RECORD-COUNT PIC 9(07).
               10  FILLER              PIC X(50).
