      *****************************************************************
      *  GLXDREC.CPY
      *  GL extract posting detail record.  Written by the
      *  accumulator alongside the GL extract, one per 'D' posting
      *  and in the same order, to carry what the extract layout
      *  has no room for: the transaction type whose activity the
      *  posting books and which leg of that type's GL mapping it
      *  is ('D' = the mapped debit account, 'C' = the mapped
      *  credit account; a reversal pair keeps its legs but swaps
      *  the debit/credit indicators).  GL breaks keep both so a
      *  posting can be rebuilt through a corrected GL map.
      *****************************************************************
       01  GL-EXTRACT-DETAIL-RECORD.
           05  GX-POSTING-SEQ          PIC 9(07).
           05  GX-TRANS-TYPE           PIC X(04).
           05  GX-MAP-LEG              PIC X(01).
               88  GX-MAP-DEBIT-LEG    VALUE "D".
               88  GX-MAP-CREDIT-LEG   VALUE "C".
