      *****************************************************************
      *  AHSTREC.CPY
      *  Activity trend history record.  Every live accumulator run
      *  leaves one record per type-and-currency activity cell
      *  ("C") and one per source system that sent batches ("S")
      *  under its business date, and the file is never cleared, so
      *  tonight's volumes can be measured against the nights
      *  before.  Keyed on business date first, so a sequential
      *  read returns the nights in date order.  A rerun of a date
      *  replaces that date's records rather than adding to them.
      *****************************************************************
       01  ACTIVITY-HISTORY-RECORD.
           05  AH-HISTORY-KEY.
               10  AH-BUSINESS-DATE    PIC X(08).
               10  AH-RECORD-TYPE      PIC X(01).
                   88  AH-CELL-RECORD  VALUE "C".
                   88  AH-SOURCE-RECORD
                                       VALUE "S".
               10  AH-SERIES-KEY       PIC X(08).
               10  AH-CELL-KEY REDEFINES AH-SERIES-KEY.
                   15  AH-TRANS-TYPE   PIC X(04).
                   15  AH-CURRENCY-CODE
                                       PIC X(03).
                   15  FILLER          PIC X(01).
               10  AH-SOURCE-KEY REDEFINES AH-SERIES-KEY.
                   15  AH-SOURCE-SYSTEM
                                       PIC X(08).
      *    A cell carries its accepted postings by count and value,
      *    the items rejected to suspense and the value reversed.
           05  AH-CELL-DATA.
               10  AH-ACCEPT-COUNT     PIC 9(07).
               10  AH-ACCEPT-VALUE     PIC 9(11)V99.
               10  AH-REJECT-COUNT     PIC 9(07).
               10  AH-REJECT-VALUE     PIC 9(11)V99.
               10  AH-REVERSAL-VALUE   PIC 9(11)V99.
      *    A source carries its batches and the items they carried.
           05  AH-SOURCE-DATA REDEFINES AH-CELL-DATA.
               10  AH-BATCH-COUNT      PIC 9(07).
               10  AH-SRC-TRANS-COUNT  PIC 9(07).
               10  AH-SRC-ACCEPT-COUNT PIC 9(07).
               10  AH-SRC-REJECT-COUNT PIC 9(07).
               10  FILLER              PIC X(25).
