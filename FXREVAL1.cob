       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL1.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  FXREVAL1 - Period-end revaluation of foreign-currency
      *  balances.
      *  Run at period end before the balance master is rolled.
      *  Every position on the balance master held in a currency
      *  other than the base currency is valued in base terms at
      *  the closing rate on the exchange-rate file (balance brought
      *  forward plus period-to-date amount, so the figure is the
      *  same whether or not the roll has already run).  That value
      *  is compared with the base value booked for the position at
      *  the previous revaluation, held on the revaluation base file
      *  (FXBASE); a position revalued for the first time compares
      *  against nothing.  The differences are summed by currency
      *  into unrealized gains and unrealized losses and posted to
      *  the GL extract as balanced debit/credit pairs in the base
      *  currency, on the accounts the FX GL map (GLMAP layout, type
      *  FXGN for gains and FXLS for losses) assigns to the
      *  currency, followed by a control trailer.  Only once the
      *  trailer is out does a second pass over the balance master
      *  replace the old values with the new ones on the revaluation
      *  base, and only for currencies whose postings were written,
      *  so no difference is ever absorbed into the base without
      *  reaching the GL.  Each base keeps the value it replaced, so
      *  a rerun for the same date compares against that value
      *  again and books the same differences.  The report shows
      *  old value, new value and difference for every position,
      *  and totals by currency.
      *  Condition code: 00 clean, 04 warnings (parameters or GL map
      *  defaulted), 08 positions left unrevalued for want of a
      *  closing rate or through overflow, 12 file failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-MASTER-KEY
               FILE STATUS IS WS-BALMSTR-STATUS.

           SELECT REVALUATION-BASE-FILE ASSIGN TO "FXBASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RB-BASE-KEY
               FILE STATUS IS WS-FXBASE-STATUS.

           SELECT RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "FXGLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT REVAL-PARM-FILE ASSIGN TO "FXVPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "FXGLEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT REVAL-REPORT-FILE ASSIGN TO "FXVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT JOB-STEP-FILE ASSIGN TO "JOBSTEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JS-STEP-KEY
               FILE STATUS IS WS-JOBSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-MASTER-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY BALMREC.

       FD  REVALUATION-BASE-FILE
           RECORD CONTAINS 73 CHARACTERS.
           COPY FXBREC.

       FD  RATE-FILE
           RECORD CONTAINS 12 CHARACTERS.
           COPY FXRREC.

       FD  GL-MAP-FILE
           RECORD CONTAINS 31 CHARACTERS.
           COPY GLMPREC.

       FD  REVAL-PARM-FILE
           RECORD CONTAINS 16 CHARACTERS.
           COPY FXVPREC.

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY GLEXREC.

       FD  REVAL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RPTREC.

       FD  JOB-STEP-FILE
           RECORD CONTAINS 235 CHARACTERS.
           COPY JSTPREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-BALMSTR-EOF-SW       PIC X(01) VALUE "N".
               88  WS-BALMSTR-EOF      VALUE "Y".
           05  WS-RATE-EOF-SW          PIC X(01) VALUE "N".
               88  WS-RATE-EOF         VALUE "Y".
           05  WS-GLMAP-EOF-SW         PIC X(01) VALUE "N".
               88  WS-GLMAP-EOF        VALUE "Y".
           05  WS-RATE-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-RATE-FOUND       VALUE "Y".
           05  WS-MAP-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-MAP-FOUND        VALUE "Y".
           05  WS-SIMULATE-SW          PIC X(01) VALUE "N".
               88  WS-SIMULATE-MODE    VALUE "Y".
           05  WS-FXBASE-OPEN-SW       PIC X(01) VALUE "N".
               88  WS-FXBASE-OPEN      VALUE "Y".
           05  WS-PRIOR-BASE-SW        PIC X(01) VALUE "N".
               88  WS-PRIOR-BASE-FOUND VALUE "Y".
           05  WS-BASE-ON-FILE-SW      PIC X(01) VALUE "N".
               88  WS-BASE-ON-FILE     VALUE "Y".
           05  WS-CCY-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-CCY-FOUND        VALUE "Y".
           05  WS-GL-FAILED-SW         PIC X(01) VALUE "N".
               88  WS-GL-WRITE-FAILED  VALUE "Y".
           05  WS-BALMSTR-FAILED-SW    PIC X(01) VALUE "N".
               88  WS-BALMSTR-READ-FAILED VALUE "Y".
           05  WS-OVERFLOW-SW          PIC X(01) VALUE "N".
               88  WS-AMOUNT-OVERFLOW  VALUE "Y".
           05  WS-CCY-FULL-SW          PIC X(01) VALUE "N".
               88  WS-CCY-TABLE-FULL   VALUE "Y".

       01  WS-BALMSTR-STATUS           PIC X(02) VALUE SPACES.
       01  WS-FXBASE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RATE-FILE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-GLMAP-FILE-STATUS        PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-GL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.

       01  WS-POSITION-COUNT           PIC 9(07) VALUE 0.
       01  WS-BASE-POSITION-COUNT      PIC 9(07) VALUE 0.
       01  WS-REVALUED-COUNT           PIC 9(07) VALUE 0.
       01  WS-FIRST-REVAL-COUNT        PIC 9(07) VALUE 0.
       01  WS-UNREVALUED-COUNT         PIC 9(07) VALUE 0.
       01  WS-BASE-STORED-COUNT        PIC 9(07) VALUE 0.

      *    Base currency as used by the accumulator's control report.
       01  WS-BASE-CURRENCY            PIC X(03) VALUE "USD".
       01  WS-REVAL-DATE               PIC X(08) VALUE SPACES.

      *    Closing rates against the base currency, loaded from the
      *    rate parameter file at start-up (same table as the
      *    accumulator's).
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT           PIC 9(02) VALUE 0.
           05  WS-RATE-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-RATE-IDX.
               10  WS-RATE-CODE        PIC X(03).
               10  WS-RATE-VALUE       PIC 9(03)V9(06).
       01  WS-WORK-RATE                PIC 9(03)V9(06) VALUE 0.

      *    FX gain/loss accounts from the FX GL map, searched in file
      *    order with the first match winning, exactly as the
      *    accumulator searches GLMAP.  Type FXGN maps the gain pair
      *    (debit the revaluation adjustment, credit unrealized
      *    gain), type FXLS the loss pair (debit unrealized loss,
      *    credit the revaluation adjustment); a currency of "***"
      *    matches any currency.  Unmapped, the default accounts
      *    stand in so the postings never go out without accounts.
       01  WS-DEFAULT-GL-COMPANY       PIC X(04) VALUE "0001".
       01  WS-DEFAULT-ADJ-ACCOUNT      PIC X(10) VALUE "FXREV-ADJ".
       01  WS-DEFAULT-GAIN-ACCOUNT     PIC X(10) VALUE "FXUNR-GAIN".
       01  WS-DEFAULT-LOSS-ACCOUNT     PIC X(10) VALUE "FXUNR-LOSS".
       01  WS-GL-MAP-TABLE.
           05  WS-MAP-COUNT            PIC 9(03) VALUE 0.
           05  WS-MAP-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-MAP-IDX.
               10  WS-MAP-TYPE         PIC X(04).
               10  WS-MAP-CURRENCY     PIC X(03).
               10  WS-MAP-COMPANY      PIC X(04).
               10  WS-MAP-DR-ACCOUNT   PIC X(10).
               10  WS-MAP-CR-ACCOUNT   PIC X(10).
       01  WS-MAP-LOOKUP-TYPE          PIC X(04) VALUE SPACES.
       01  WS-POST-COMPANY             PIC X(04) VALUE SPACES.
       01  WS-POST-DR-ACCOUNT          PIC X(10) VALUE SPACES.
       01  WS-POST-CR-ACCOUNT          PIC X(10) VALUE SPACES.

      *    The position being revalued.
       01  WS-FOREIGN-BALANCE          PIC S9(11)V99 VALUE 0.
       01  WS-OLD-BASE-VALUE           PIC S9(11)V99 VALUE 0.
       01  WS-NEW-BASE-VALUE           PIC S9(11)V99 VALUE 0.
       01  WS-REVAL-DIFFERENCE         PIC S9(11)V99 VALUE 0.

      *    Revaluation totals by currency.
       01  WS-CCY-TABLE.
           05  WS-CCY-COUNT            PIC 9(02) VALUE 0.
           05  WS-CCY-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-CCY-IDX.
               10  WS-CCY-CODE         PIC X(03).
               10  WS-CCY-RATE         PIC 9(03)V9(06).
               10  WS-CCY-POSITIONS    PIC 9(07).
               10  WS-CCY-UNREVALUED   PIC 9(07).
               10  WS-CCY-FOREIGN      PIC S9(13)V99.
               10  WS-CCY-OLD-VALUE    PIC S9(13)V99.
               10  WS-CCY-NEW-VALUE    PIC S9(13)V99.
               10  WS-CCY-GAIN         PIC 9(13)V99.
               10  WS-CCY-LOSS         PIC 9(13)V99.
      *            Cleared when a posting of the currency could not
      *            be written; its positions then keep their bases.
               10  WS-CCY-POSTED-SW    PIC X(01).
                   88  WS-CCY-POSTED   VALUE "Y".
       01  WS-TOTAL-OLD-VALUE          PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-NEW-VALUE          PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-GAIN               PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-LOSS               PIC 9(13)V99 VALUE 0.
       01  WS-WORK-DIFFERENCE          PIC S9(13)V99 VALUE 0.

       01  WS-GL-RECORD-COUNT          PIC 9(07) VALUE 0.
       01  WS-GL-HASH-TOTAL            PIC 9(13)V99 VALUE 0.
       01  WS-GL-PUT-AMOUNT            PIC 9(09)V99 VALUE 0.
       01  WS-GL-PUT-REF               PIC X(12) VALUE SPACES.
       01  WS-GL-DEBIT-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-GL-CREDIT-TOTAL          PIC 9(13)V99 VALUE 0.

      *    Graded run severity, handed to the scheduler as the
      *    condition code at termination (same scale as TRANACC1).
       01  WS-RUN-SEVERITY             PIC 9(02) VALUE 0.
       01  WS-NEW-SEVERITY             PIC 9(02) VALUE 0.

       01  WS-RPT-COUNT-ED             PIC Z,ZZZ,ZZ9.
       01  WS-RPT-WIDE-SIGNED-ED       PIC --,---,---,--9.99.
       01  WS-RPT-OLD-ED               PIC --,---,---,--9.99.
       01  WS-RPT-NEW-ED               PIC --,---,---,--9.99.
       01  WS-RPT-RATE-ED              PIC ZZ9.999999.

      *    This step's entry on the shared job-step register: the
      *    business date it is recorded against, when it started,
      *    and the labelled counts and totals it reports at the end.
       01  WS-JOBSTEP-STATUS           PIC X(02) VALUE SPACES.
       01  WS-STEP-ON-FILE-SW          PIC X(01) VALUE "N".
           88  WS-STEP-ON-FILE         VALUE "Y".
       01  WS-STEP-BUSINESS-DATE       PIC X(08) VALUE SPACES.
       01  WS-STEP-START-TIMESTAMP     PIC X(26) VALUE SPACES.
       01  WS-STEP-STATISTICS.
           05  WS-STEP-STAT OCCURS 6 TIMES.
               10  WS-STEP-STAT-LABEL  PIC X(12) VALUE SPACES.
               10  WS-STEP-STAT-VALUE  PIC S9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REVALUE-POSITION
               UNTIL WS-BALMSTR-EOF
           PERFORM 3000-WRITE-GL-POSTINGS
           IF NOT WS-SIMULATE-MODE
               PERFORM 4000-STORE-NEW-BASES
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9600-REGISTER-STEP-START
           OPEN OUTPUT REVAL-REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open revaluation report file.  "
                   "Status: " WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-REVAL-PARMS
           PERFORM 1200-LOAD-RATE-TABLE
           PERFORM 1300-LOAD-GL-MAP-TABLE
           OPEN INPUT BALANCE-MASTER-FILE
           IF WS-BALMSTR-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open balance master file.  "
                   "Status: " WS-BALMSTR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1400-OPEN-REVALUATION-BASE
           IF WS-SIMULATE-MODE
               CONTINUE
           ELSE
               OPEN OUTPUT GL-EXTRACT-FILE
               IF WS-GL-STATUS NOT = "00"
                   DISPLAY "FATAL: Cannot open GL extract file.  "
                       "Status: " WS-GL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 9100-WRITE-REPORT-HEADING
           PERFORM 2100-READ-BALANCE-MASTER.

       1100-READ-REVAL-PARMS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-REVAL-DATE
           OPEN INPUT REVAL-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ REVAL-PARM-FILE
                   AT END
                       DISPLAY "WARNING: Revaluation parameter file "
                           "empty -- revaluing as at the run date."
                       MOVE 4 TO WS-NEW-SEVERITY
                       PERFORM 9900-RAISE-SEVERITY
                   NOT AT END
                       IF FV-REVAL-DATE IS NUMERIC
                           MOVE FV-REVAL-DATE TO WS-REVAL-DATE
                       ELSE
                       IF FV-REVAL-DATE NOT = SPACES
                           DISPLAY "WARNING: Revaluation date "
                               FV-REVAL-DATE " not usable -- "
                               "revaluing as at the run date."
                           MOVE 4 TO WS-NEW-SEVERITY
                           PERFORM 9900-RAISE-SEVERITY
                       END-IF
                       END-IF
                       IF FV-SIMULATE
                           SET WS-SIMULATE-MODE TO TRUE
                           DISPLAY "Simulation -- revaluation base "
                               "and GL extract will not be written."
                       END-IF
               END-READ
               CLOSE REVAL-PARM-FILE
           ELSE
               DISPLAY "WARNING: Revaluation parameter file not "
                   "available (status " WS-PARM-STATUS
                   ") -- revaluing as at the run date."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

      *    Without closing rates nothing can be revalued, so an
      *    absent rate file stops the run rather than booking every
      *    position as unrevalued.
       1200-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open exchange rate file.  "
                   "Status: " WS-RATE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RATE-EOF
               READ RATE-FILE
                   AT END
                       SET WS-RATE-EOF TO TRUE
                   NOT AT END
                       IF WS-RATE-COUNT >= 20
                           DISPLAY "WARNING: Rate table full -- "
                               "ignoring currency " FX-CURR-CODE
                           MOVE 4 TO WS-NEW-SEVERITY
                           PERFORM 9900-RAISE-SEVERITY
                       ELSE
                           ADD 1 TO WS-RATE-COUNT
                           MOVE FX-CURR-CODE
                               TO WS-RATE-CODE (WS-RATE-COUNT)
                           MOVE FX-RATE
                               TO WS-RATE-VALUE (WS-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.

       1300-LOAD-GL-MAP-TABLE.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-FILE-STATUS = "00"
               PERFORM UNTIL WS-GLMAP-EOF
                   READ GL-MAP-FILE
                       AT END
                           SET WS-GLMAP-EOF TO TRUE
                       NOT AT END
                           IF WS-MAP-COUNT >= 50
                               DISPLAY "WARNING: FX GL map table "
                                   "full -- ignoring type "
                                   GM-TRANS-TYPE
                                   " currency " GM-CURRENCY-CODE
                               MOVE 4 TO WS-NEW-SEVERITY
                               PERFORM 9900-RAISE-SEVERITY
                           ELSE
                               ADD 1 TO WS-MAP-COUNT
                               MOVE GM-TRANS-TYPE
                                   TO WS-MAP-TYPE (WS-MAP-COUNT)
                               MOVE GM-CURRENCY-CODE
                                   TO WS-MAP-CURRENCY (WS-MAP-COUNT)
                               MOVE GM-COMPANY-CODE
                                   TO WS-MAP-COMPANY (WS-MAP-COUNT)
                               MOVE GM-DR-ACCOUNT
                                   TO WS-MAP-DR-ACCOUNT (WS-MAP-COUNT)
                               MOVE GM-CR-ACCOUNT
                                   TO WS-MAP-CR-ACCOUNT (WS-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           ELSE
               DISPLAY "WARNING: FX GL map file not available "
                   "(status " WS-GLMAP-FILE-STATUS
                   ") -- using default gain/loss accounts."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

      *    The revaluation base is a permanent keyed file carried
      *    across periods; the first-ever live run creates it empty.
      *    A simulation only reads it, and where none exists yet
      *    every position simply prices as a first revaluation.
       1400-OPEN-REVALUATION-BASE.
           IF WS-SIMULATE-MODE
               OPEN INPUT REVALUATION-BASE-FILE
               IF WS-FXBASE-STATUS = "00"
                   SET WS-FXBASE-OPEN TO TRUE
               ELSE
                   DISPLAY "WARNING: Revaluation base not available "
                       "for simulation (status " WS-FXBASE-STATUS
                       ") -- every position priced as first "
                       "revaluation."
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
               END-IF
           ELSE
               OPEN I-O REVALUATION-BASE-FILE
               IF WS-FXBASE-STATUS = "35"
                   OPEN OUTPUT REVALUATION-BASE-FILE
                   CLOSE REVALUATION-BASE-FILE
                   OPEN I-O REVALUATION-BASE-FILE
               END-IF
               IF WS-FXBASE-STATUS NOT = "00"
                   DISPLAY "FATAL: Cannot open revaluation base "
                       "file.  Status: " WS-FXBASE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-FXBASE-OPEN TO TRUE
           END-IF.

      *    Base-currency positions need no revaluation and are only
      *    counted.
       2000-REVALUE-POSITION.
           IF BM-CURRENCY-CODE = WS-BASE-CURRENCY
               ADD 1 TO WS-BASE-POSITION-COUNT
           ELSE
               ADD 1 TO WS-POSITION-COUNT
               PERFORM 2200-PRICE-POSITION
           END-IF
           PERFORM 2100-READ-BALANCE-MASTER.

       2100-READ-BALANCE-MASTER.
           READ BALANCE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-BALMSTR-EOF TO TRUE
           END-READ
           IF NOT WS-BALMSTR-EOF
                   AND WS-BALMSTR-STATUS NOT = "00"
               DISPLAY "ERROR: Balance master read failed.  "
                   "Status: " WS-BALMSTR-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               SET WS-BALMSTR-READ-FAILED TO TRUE
               SET WS-BALMSTR-EOF TO TRUE
           END-IF.

       2200-PRICE-POSITION.
           PERFORM 2250-LOOKUP-RATE
           PERFORM 2600-LOCATE-CURRENCY-SLOT
           IF NOT WS-RATE-FOUND
               ADD 1 TO WS-UNREVALUED-COUNT
               IF NOT WS-CCY-TABLE-FULL
                   ADD 1 TO WS-CCY-UNREVALUED (WS-CCY-IDX)
               END-IF
               DISPLAY "ERROR: No closing rate on file for currency "
                   BM-CURRENCY-CODE " -- position " BM-ACCOUNT-ID
                   " not revalued."
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "  " BM-ACCOUNT-ID " " BM-CURRENCY-CODE
                   "  *** NO CLOSING RATE ON FILE -- NOT REVALUED ***"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           ELSE
               PERFORM 2210-VALUE-POSITION
               IF WS-AMOUNT-OVERFLOW
                   ADD 1 TO WS-UNREVALUED-COUNT
                   IF NOT WS-CCY-TABLE-FULL
                       ADD 1 TO WS-CCY-UNREVALUED (WS-CCY-IDX)
                   END-IF
                   DISPLAY "ERROR: Revaluation overflow for position "
                       BM-ACCOUNT-ID " " BM-CURRENCY-CODE
                       " -- not revalued."
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
                   MOVE SPACES TO CONTROL-REPORT-LINE
                   STRING "  " BM-ACCOUNT-ID " " BM-CURRENCY-CODE
                       "  *** REVALUATION OVERFLOW -- NOT REVALUED ***"
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
                   PERFORM 9110-WRITE-RPT-LINE
               ELSE
                   PERFORM 2400-BOOK-REVALUATION
               END-IF
           END-IF.

      *    The position's new base value at the closing rate and its
      *    difference from the base it is carried at.
       2210-VALUE-POSITION.
           MOVE "N" TO WS-OVERFLOW-SW
           COMPUTE WS-FOREIGN-BALANCE =
                   BM-BALANCE-FWD + BM-PTD-AMOUNT
           END-COMPUTE
           COMPUTE WS-NEW-BASE-VALUE ROUNDED =
                   WS-FOREIGN-BALANCE * WS-WORK-RATE
               ON SIZE ERROR
                   SET WS-AMOUNT-OVERFLOW TO TRUE
           END-COMPUTE
           PERFORM 2300-READ-PRIOR-BASE
           IF NOT WS-AMOUNT-OVERFLOW
               COMPUTE WS-REVAL-DIFFERENCE =
                       WS-NEW-BASE-VALUE - WS-OLD-BASE-VALUE
                   ON SIZE ERROR
                       SET WS-AMOUNT-OVERFLOW TO TRUE
               END-COMPUTE
           END-IF.

       2250-LOOKUP-RATE.
           MOVE "N" TO WS-RATE-FOUND-SW
           MOVE 0   TO WS-WORK-RATE
           SET WS-RATE-IDX TO 1
           PERFORM UNTIL WS-RATE-IDX > WS-RATE-COUNT
                   OR WS-RATE-FOUND
               IF WS-RATE-CODE (WS-RATE-IDX) = BM-CURRENCY-CODE
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-RATE-VALUE (WS-RATE-IDX) TO WS-WORK-RATE
               ELSE
                   SET WS-RATE-IDX UP BY 1
               END-IF
           END-PERFORM.

      *    The base value booked at the previous revaluation; a
      *    position never revalued before carries none.  A base
      *    already stored for this same date is a rerun's, so the
      *    value it replaced is the one to compare against.
       2300-READ-PRIOR-BASE.
           MOVE "N" TO WS-PRIOR-BASE-SW
           MOVE "N" TO WS-BASE-ON-FILE-SW
           MOVE 0 TO WS-OLD-BASE-VALUE
           IF WS-FXBASE-OPEN
               MOVE BM-MASTER-KEY TO RB-BASE-KEY
               READ REVALUATION-BASE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-BASE-ON-FILE TO TRUE
                       IF RB-REVAL-DATE = WS-REVAL-DATE
                           IF RB-PRIOR-REVAL-DATE NOT = SPACES
                               SET WS-PRIOR-BASE-FOUND TO TRUE
                               MOVE RB-PRIOR-BASE-VALUE
                                   TO WS-OLD-BASE-VALUE
                           END-IF
                       ELSE
                           SET WS-PRIOR-BASE-FOUND TO TRUE
                           MOVE RB-BASE-VALUE TO WS-OLD-BASE-VALUE
                       END-IF
               END-READ
               IF WS-FXBASE-STATUS NOT = "00"
                       AND WS-FXBASE-STATUS NOT = "23"
                   DISPLAY "ERROR: Revaluation base read failed.  "
                       "Status: " WS-FXBASE-STATUS
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
               END-IF
           END-IF.

       2400-BOOK-REVALUATION.
           ADD 1 TO WS-REVALUED-COUNT
           IF NOT WS-PRIOR-BASE-FOUND
               ADD 1 TO WS-FIRST-REVAL-COUNT
           END-IF
           IF NOT WS-CCY-TABLE-FULL
               MOVE WS-WORK-RATE TO WS-CCY-RATE (WS-CCY-IDX)
               ADD 1 TO WS-CCY-POSITIONS (WS-CCY-IDX)
               ADD WS-FOREIGN-BALANCE TO WS-CCY-FOREIGN (WS-CCY-IDX)
               ADD WS-OLD-BASE-VALUE TO WS-CCY-OLD-VALUE (WS-CCY-IDX)
               ADD WS-NEW-BASE-VALUE TO WS-CCY-NEW-VALUE (WS-CCY-IDX)
               IF WS-REVAL-DIFFERENCE > 0
                   ADD WS-REVAL-DIFFERENCE
                       TO WS-CCY-GAIN (WS-CCY-IDX)
               ELSE
                   SUBTRACT WS-REVAL-DIFFERENCE
                       FROM WS-CCY-LOSS (WS-CCY-IDX)
               END-IF
           END-IF
           PERFORM 9150-WRITE-POSITION-LINE.

      *    Once posted, the new value is what the ledger carries the
      *    position at, and is what the next revaluation compares
      *    against.  The value it replaces is kept with it; a rerun
      *    for the same date leaves the kept value as it was.
       2500-STORE-NEW-BASE.
           IF NOT WS-BASE-ON-FILE
               MOVE 0      TO RB-PRIOR-BASE-VALUE
               MOVE SPACES TO RB-PRIOR-REVAL-DATE
           ELSE
           IF RB-REVAL-DATE NOT = WS-REVAL-DATE
               MOVE RB-BASE-VALUE TO RB-PRIOR-BASE-VALUE
               MOVE RB-REVAL-DATE TO RB-PRIOR-REVAL-DATE
           END-IF
           END-IF
           MOVE BM-MASTER-KEY      TO RB-BASE-KEY
           MOVE WS-NEW-BASE-VALUE  TO RB-BASE-VALUE
           MOVE WS-FOREIGN-BALANCE TO RB-FOREIGN-BALANCE
           MOVE WS-WORK-RATE       TO RB-CLOSING-RATE
           MOVE WS-REVAL-DATE      TO RB-REVAL-DATE
           IF WS-BASE-ON-FILE
               REWRITE REVALUATION-BASE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE REVALUATION-BASE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF WS-FXBASE-STATUS NOT = "00"
               DISPLAY "ERROR: Revaluation base update failed for "
                   BM-ACCOUNT-ID " " BM-CURRENCY-CODE
                   ".  Status: " WS-FXBASE-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           ELSE
               ADD 1 TO WS-BASE-STORED-COUNT
           END-IF.

       2600-LOCATE-CURRENCY-SLOT.
           MOVE "N" TO WS-CCY-FULL-SW
           SET WS-CCY-IDX TO 1
           PERFORM UNTIL WS-CCY-IDX > WS-CCY-COUNT
                   OR WS-CCY-CODE (WS-CCY-IDX) = BM-CURRENCY-CODE
               SET WS-CCY-IDX UP BY 1
           END-PERFORM
           IF WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CCY-COUNT >= 20
                   SET WS-CCY-TABLE-FULL TO TRUE
                   DISPLAY "ERROR: Currency table full -- currency "
                       BM-CURRENCY-CODE " left out of the totals "
                       "and GL postings."
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
               ELSE
                   ADD 1 TO WS-CCY-COUNT
                   SET WS-CCY-IDX TO WS-CCY-COUNT
                   MOVE BM-CURRENCY-CODE TO WS-CCY-CODE (WS-CCY-IDX)
                   MOVE 0 TO WS-CCY-RATE (WS-CCY-IDX)
                   MOVE 0 TO WS-CCY-POSITIONS (WS-CCY-IDX)
                   MOVE 0 TO WS-CCY-UNREVALUED (WS-CCY-IDX)
                   MOVE 0 TO WS-CCY-FOREIGN (WS-CCY-IDX)
                   MOVE 0 TO WS-CCY-OLD-VALUE (WS-CCY-IDX)
                   MOVE 0 TO WS-CCY-NEW-VALUE (WS-CCY-IDX)
                   MOVE 0 TO WS-CCY-GAIN (WS-CCY-IDX)
                   MOVE 0 TO WS-CCY-LOSS (WS-CCY-IDX)
                   MOVE "Y" TO WS-CCY-POSTED-SW (WS-CCY-IDX)
               END-IF
           END-IF.

      *    One gain pair and one loss pair per currency, in the base
      *    currency, each balanced by construction, then the control
      *    trailer.  Gains and losses are posted gross rather than
      *    netted so the GL shows both sides of the revaluation.
       3000-WRITE-GL-POSTINGS.
           IF WS-SIMULATE-MODE
               DISPLAY "Simulation -- GL extract not written."
           ELSE
               PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                       UNTIL WS-CCY-IDX > WS-CCY-COUNT
                   PERFORM 3100-WRITE-CURRENCY-POSTINGS
               END-PERFORM
               PERFORM 3300-WRITE-GL-TRAILER
           END-IF.

       3100-WRITE-CURRENCY-POSTINGS.
           IF WS-CCY-GAIN (WS-CCY-IDX) > 0
               MOVE "FXGN" TO WS-MAP-LOOKUP-TYPE
               PERFORM 3150-LOOKUP-GL-MAP
               IF WS-CCY-GAIN (WS-CCY-IDX) > 999999999.99
                   PERFORM 3180-REPORT-POSTING-OVERFLOW
               ELSE
                   MOVE WS-CCY-GAIN (WS-CCY-IDX) TO WS-GL-PUT-AMOUNT
                   MOVE "FXREVAL1GAIN" TO WS-GL-PUT-REF
                   MOVE WS-POST-DR-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "D"                TO GL-DR-CR-IND
                   PERFORM 3200-WRITE-GL-POSTING
                   MOVE WS-POST-CR-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "C"                TO GL-DR-CR-IND
                   PERFORM 3200-WRITE-GL-POSTING
               END-IF
           END-IF
           IF WS-CCY-LOSS (WS-CCY-IDX) > 0
               MOVE "FXLS" TO WS-MAP-LOOKUP-TYPE
               PERFORM 3150-LOOKUP-GL-MAP
               IF WS-CCY-LOSS (WS-CCY-IDX) > 999999999.99
                   PERFORM 3180-REPORT-POSTING-OVERFLOW
               ELSE
                   MOVE WS-CCY-LOSS (WS-CCY-IDX) TO WS-GL-PUT-AMOUNT
                   MOVE "FXREVAL1LOSS" TO WS-GL-PUT-REF
                   MOVE WS-POST-DR-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "D"                TO GL-DR-CR-IND
                   PERFORM 3200-WRITE-GL-POSTING
                   MOVE WS-POST-CR-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "C"                TO GL-DR-CR-IND
                   PERFORM 3200-WRITE-GL-POSTING
               END-IF
           END-IF.

       3150-LOOKUP-GL-MAP.
           MOVE WS-DEFAULT-GL-COMPANY TO WS-POST-COMPANY
           IF WS-MAP-LOOKUP-TYPE = "FXGN"
               MOVE WS-DEFAULT-ADJ-ACCOUNT  TO WS-POST-DR-ACCOUNT
               MOVE WS-DEFAULT-GAIN-ACCOUNT TO WS-POST-CR-ACCOUNT
           ELSE
               MOVE WS-DEFAULT-LOSS-ACCOUNT TO WS-POST-DR-ACCOUNT
               MOVE WS-DEFAULT-ADJ-ACCOUNT  TO WS-POST-CR-ACCOUNT
           END-IF
           MOVE "N" TO WS-MAP-FOUND-SW
           SET WS-MAP-IDX TO 1
           PERFORM UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   OR WS-MAP-FOUND
               IF WS-MAP-TYPE (WS-MAP-IDX) = WS-MAP-LOOKUP-TYPE
                   AND (WS-MAP-CURRENCY (WS-MAP-IDX) =
                           WS-CCY-CODE (WS-CCY-IDX)
                       OR WS-MAP-CURRENCY (WS-MAP-IDX) = "***")
                   SET WS-MAP-FOUND TO TRUE
                   MOVE WS-MAP-COMPANY (WS-MAP-IDX)
                       TO WS-POST-COMPANY
                   MOVE WS-MAP-DR-ACCOUNT (WS-MAP-IDX)
                       TO WS-POST-DR-ACCOUNT
                   MOVE WS-MAP-CR-ACCOUNT (WS-MAP-IDX)
                       TO WS-POST-CR-ACCOUNT
               ELSE
                   SET WS-MAP-IDX UP BY 1
               END-IF
           END-PERFORM.

       3180-REPORT-POSTING-OVERFLOW.
           DISPLAY "ERROR: " WS-MAP-LOOKUP-TYPE " posting for "
               "currency " WS-CCY-CODE (WS-CCY-IDX)
               " exceeds the GL amount field -- not posted."
           MOVE "N" TO WS-CCY-POSTED-SW (WS-CCY-IDX)
           MOVE 8 TO WS-NEW-SEVERITY
           PERFORM 9900-RAISE-SEVERITY.

       3200-WRITE-GL-POSTING.
           MOVE "D"              TO GL-RECORD-TYPE
           MOVE WS-POST-COMPANY  TO GL-COMPANY-CODE
           MOVE WS-BASE-CURRENCY TO GL-CURRENCY-CODE
           MOVE WS-GL-PUT-AMOUNT TO GL-AMOUNT
           MOVE WS-REVAL-DATE    TO GL-RUN-DATE
           MOVE WS-GL-PUT-REF    TO GL-POSTING-REF
           WRITE GL-EXTRACT-RECORD
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERROR: GL extract write failed.  "
                   "Status: " WS-GL-STATUS
               SET WS-GL-WRITE-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF
           ADD 1 TO WS-GL-RECORD-COUNT
           ADD WS-GL-PUT-AMOUNT TO WS-GL-HASH-TOTAL
               ON SIZE ERROR
                   DISPLAY "ERROR: GL hash total overflow."
           END-ADD
           IF GL-DR-CR-IND = "D"
               ADD WS-GL-PUT-AMOUNT TO WS-GL-DEBIT-TOTAL
           ELSE
               ADD WS-GL-PUT-AMOUNT TO WS-GL-CREDIT-TOTAL
           END-IF.

       3300-WRITE-GL-TRAILER.
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE "T"    TO GL-RECORD-TYPE
           MOVE WS-GL-RECORD-COUNT TO GL-TRL-RECORD-COUNT
           MOVE WS-GL-HASH-TOTAL   TO GL-TRL-HASH-TOTAL
           WRITE GL-EXTRACT-RECORD
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERROR: GL extract trailer write failed.  "
                   "Status: " WS-GL-STATUS
               SET WS-GL-WRITE-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

      *    Second pass, after the trailer: each position whose
      *    currency was posted is priced again exactly as in the
      *    first pass (the balance master is only read here) and
      *    its new base stored.  A position whose currency missed
      *    the table, or whose posting could not be written, keeps
      *    its old base so the difference is booked next time.  If
      *    the extract itself failed, or the first pass could not
      *    read the whole balance master, nothing is stored and the
      *    run is simply repeated once the fault is cleared.
       4000-STORE-NEW-BASES.
           IF WS-GL-WRITE-FAILED OR WS-BALMSTR-READ-FAILED
               DISPLAY "ERROR: Revaluation base not updated -- "
                   "correct the failure and rerun the revaluation."
           ELSE
               MOVE "N" TO WS-BALMSTR-EOF-SW
               MOVE LOW-VALUES TO BM-MASTER-KEY
               START BALANCE-MASTER-FILE KEY >= BM-MASTER-KEY
                   INVALID KEY
                       SET WS-BALMSTR-EOF TO TRUE
               END-START
               IF NOT WS-BALMSTR-EOF
                   PERFORM 2100-READ-BALANCE-MASTER
               END-IF
               PERFORM 4100-STORE-POSITION-BASE
                   UNTIL WS-BALMSTR-EOF
           END-IF.

       4100-STORE-POSITION-BASE.
           IF BM-CURRENCY-CODE NOT = WS-BASE-CURRENCY
               PERFORM 4150-FIND-CURRENCY-SLOT
               IF WS-CCY-FOUND
                   IF WS-CCY-POSTED (WS-CCY-IDX)
                       PERFORM 2250-LOOKUP-RATE
                       IF WS-RATE-FOUND
                           PERFORM 2210-VALUE-POSITION
                           IF NOT WS-AMOUNT-OVERFLOW
                               PERFORM 2500-STORE-NEW-BASE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-BALANCE-MASTER.

      *    Finds the currency's totals slot without adding one.
       4150-FIND-CURRENCY-SLOT.
           MOVE "N" TO WS-CCY-FOUND-SW
           SET WS-CCY-IDX TO 1
           PERFORM UNTIL WS-CCY-IDX > WS-CCY-COUNT
                   OR WS-CCY-FOUND
               IF WS-CCY-CODE (WS-CCY-IDX) = BM-CURRENCY-CODE
                   SET WS-CCY-FOUND TO TRUE
               ELSE
                   SET WS-CCY-IDX UP BY 1
               END-IF
           END-PERFORM.

       9000-TERMINATE.
           PERFORM 9200-WRITE-CURRENCY-TOTALS
           PERFORM 9300-WRITE-REVAL-SUMMARY
           CLOSE BALANCE-MASTER-FILE
           IF WS-FXBASE-OPEN
               CLOSE REVALUATION-BASE-FILE
           END-IF
           IF WS-SIMULATE-MODE
               CONTINUE
           ELSE
               CLOSE GL-EXTRACT-FILE
           END-IF
           CLOSE REVAL-REPORT-FILE
           MOVE WS-RUN-SEVERITY TO RETURN-CODE
           PERFORM 9610-REGISTER-STEP-END
           DISPLAY "FXREVAL1 ending with condition code "
               WS-RUN-SEVERITY.

       9100-WRITE-REPORT-HEADING.
           MOVE SPACES TO CONTROL-REPORT-LINE
           IF WS-SIMULATE-MODE
               MOVE "FXREVAL1 - FX REVALUATION  *** SIMULATION ***"
                   TO CONTROL-REPORT-LINE
           ELSE
               MOVE "FXREVAL1 - PERIOD-END FX REVALUATION"
                   TO CONTROL-REPORT-LINE
           END-IF
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "REVALUATION DATE " WS-REVAL-DATE
               "  BASE CURRENCY " WS-BASE-CURRENCY
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "  ACCT   CCY         OLD VALUE         NEW VALUE"
               "        DIFFERENCE"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       9110-WRITE-RPT-LINE.
           WRITE CONTROL-REPORT-LINE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: Revaluation report write failed.  "
                   "Status: " WS-RPT-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

      *    A position revalued for the first time is marked FIRST:
      *    its whole value is the difference.
       9150-WRITE-POSITION-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-OLD-BASE-VALUE   TO WS-RPT-OLD-ED
           MOVE WS-NEW-BASE-VALUE   TO WS-RPT-NEW-ED
           MOVE WS-REVAL-DIFFERENCE TO WS-RPT-WIDE-SIGNED-ED
           STRING "  " BM-ACCOUNT-ID " " BM-CURRENCY-CODE
               " " WS-RPT-OLD-ED " " WS-RPT-NEW-ED
               " " WS-RPT-WIDE-SIGNED-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           IF NOT WS-PRIOR-BASE-FOUND
               MOVE "FIRST" TO CONTROL-REPORT-LINE (68:5)
           END-IF
           PERFORM 9110-WRITE-RPT-LINE.

       9200-WRITE-CURRENCY-TOTALS.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE "REVALUATION TOTALS BY CURRENCY:"
               TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               PERFORM 9210-WRITE-CURRENCY-BLOCK
           END-PERFORM.

       9210-WRITE-CURRENCY-BLOCK.
           ADD WS-CCY-OLD-VALUE (WS-CCY-IDX) TO WS-TOTAL-OLD-VALUE
           ADD WS-CCY-NEW-VALUE (WS-CCY-IDX) TO WS-TOTAL-NEW-VALUE
           ADD WS-CCY-GAIN (WS-CCY-IDX) TO WS-TOTAL-GAIN
           ADD WS-CCY-LOSS (WS-CCY-IDX) TO WS-TOTAL-LOSS
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-CCY-RATE (WS-CCY-IDX) TO WS-RPT-RATE-ED
           STRING "  CURRENCY " WS-CCY-CODE (WS-CCY-IDX)
               "  CLOSING RATE " WS-RPT-RATE-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-CCY-POSITIONS (WS-CCY-IDX) TO WS-RPT-COUNT-ED
           STRING "    POSITIONS REVALUED. . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           IF WS-CCY-UNREVALUED (WS-CCY-IDX) > 0
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE WS-CCY-UNREVALUED (WS-CCY-IDX) TO WS-RPT-COUNT-ED
               STRING "    NOT REVALUED. . . . . . : " WS-RPT-COUNT-ED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-CCY-FOREIGN (WS-CCY-IDX) TO WS-RPT-WIDE-SIGNED-ED
           STRING "    FOREIGN BALANCE . . . . : " WS-RPT-WIDE-SIGNED-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-CCY-OLD-VALUE (WS-CCY-IDX) TO WS-RPT-WIDE-SIGNED-ED
           STRING "    OLD BASE VALUE. . . . . : " WS-RPT-WIDE-SIGNED-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-CCY-NEW-VALUE (WS-CCY-IDX) TO WS-RPT-WIDE-SIGNED-ED
           STRING "    NEW BASE VALUE. . . . . : " WS-RPT-WIDE-SIGNED-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           COMPUTE WS-WORK-DIFFERENCE =
                   WS-CCY-NEW-VALUE (WS-CCY-IDX)
                   - WS-CCY-OLD-VALUE (WS-CCY-IDX)
           END-COMPUTE
           MOVE WS-WORK-DIFFERENCE TO WS-RPT-WIDE-SIGNED-ED
           STRING "    DIFFERENCE. . . . . . . : " WS-RPT-WIDE-SIGNED-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-CCY-GAIN (WS-CCY-IDX) TO WS-RPT-WIDE-SIGNED-ED
           STRING "    UNREALIZED GAIN . . . . : " WS-RPT-WIDE-SIGNED-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-CCY-LOSS (WS-CCY-IDX) TO WS-RPT-WIDE-SIGNED-ED
           STRING "    UNREALIZED LOSS . . . . : " WS-RPT-WIDE-SIGNED-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       9300-WRITE-REVAL-SUMMARY.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-POSITION-COUNT TO WS-RPT-COUNT-ED
           STRING "FOREIGN POSITIONS. . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-REVALUED-COUNT TO WS-RPT-COUNT-ED
           STRING "POSITIONS REVALUED . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-FIRST-REVAL-COUNT TO WS-RPT-COUNT-ED
           STRING "  OF WHICH FIRST REVALUED. : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-UNREVALUED-COUNT TO WS-RPT-COUNT-ED
           STRING "POSITIONS NOT REVALUED . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-BASE-POSITION-COUNT TO WS-RPT-COUNT-ED
           STRING "BASE-CURRENCY POSITIONS. . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-TOTAL-OLD-VALUE TO WS-RPT-WIDE-SIGNED-ED
           STRING "TOTAL OLD BASE VALUE . . . : " WS-RPT-WIDE-SIGNED-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-TOTAL-NEW-VALUE TO WS-RPT-WIDE-SIGNED-ED
           STRING "TOTAL NEW BASE VALUE . . . : " WS-RPT-WIDE-SIGNED-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-TOTAL-GAIN TO WS-RPT-WIDE-SIGNED-ED
           STRING "TOTAL UNREALIZED GAIN. . . : " WS-RPT-WIDE-SIGNED-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-TOTAL-LOSS TO WS-RPT-WIDE-SIGNED-ED
           STRING "TOTAL UNREALIZED LOSS. . . : " WS-RPT-WIDE-SIGNED-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           IF WS-SIMULATE-MODE
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE "GL EXTRACT . . . . . . . . : NOT WRITTEN"
                   TO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           ELSE
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE WS-GL-RECORD-COUNT TO WS-RPT-COUNT-ED
               STRING "GL RECORDS WRITTEN . . . . : " WS-RPT-COUNT-ED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE WS-GL-DEBIT-TOTAL TO WS-RPT-WIDE-SIGNED-ED
               STRING "GL DEBITS. . . . . . . . . : "
                   WS-RPT-WIDE-SIGNED-ED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE WS-GL-CREDIT-TOTAL TO WS-RPT-WIDE-SIGNED-ED
               STRING "GL CREDITS . . . . . . . . : "
                   WS-RPT-WIDE-SIGNED-ED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE WS-BASE-STORED-COUNT TO WS-RPT-COUNT-ED
               STRING "REVALUATION BASES STORED . : " WS-RPT-COUNT-ED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE WS-GL-HASH-TOTAL TO WS-RPT-WIDE-SIGNED-ED
               STRING "GL HASH TOTAL. . . . . . . : "
                   WS-RPT-WIDE-SIGNED-ED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           END-IF.

      *    Puts this step on the job-step register in flight, so a
      *    step that never reaches its end shows as not completed.
      *    The register serves the morning sign-off; no step stops
      *    because it cannot be written.
       9600-REGISTER-STEP-START.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TIMESTAMP
           IF WS-STEP-BUSINESS-DATE = SPACES
               MOVE WS-STEP-START-TIMESTAMP (1:8)
                   TO WS-STEP-BUSINESS-DATE
           END-IF
           PERFORM 9620-OPEN-STEP-REGISTER
           IF WS-JOBSTEP-STATUS = "00"
               PERFORM 9630-READ-STEP-ENTRY
               MOVE "I" TO JS-STEP-STATUS
               IF JS-RUN-COUNT < 99
                   ADD 1 TO JS-RUN-COUNT
               END-IF
               MOVE WS-STEP-START-TIMESTAMP TO JS-START-TIMESTAMP
               MOVE SPACES TO JS-END-TIMESTAMP
               MOVE 0 TO JS-CONDITION-CODE
               MOVE WS-STEP-STATISTICS TO JS-STEP-STATISTICS
               PERFORM 9640-WRITE-STEP-ENTRY
           END-IF.

      *    Completes the entry with the end time, the condition code
      *    being handed to the scheduler and this step's counts.
       9610-REGISTER-STEP-END.
           PERFORM 9650-SET-STEP-STATISTICS
           PERFORM 9620-OPEN-STEP-REGISTER
           IF WS-JOBSTEP-STATUS = "00"
               PERFORM 9630-READ-STEP-ENTRY
               IF JS-RUN-COUNT = 0
                   MOVE 1 TO JS-RUN-COUNT
               END-IF
               MOVE "C" TO JS-STEP-STATUS
               MOVE WS-STEP-START-TIMESTAMP TO JS-START-TIMESTAMP
               MOVE FUNCTION CURRENT-DATE TO JS-END-TIMESTAMP
               MOVE RETURN-CODE TO JS-CONDITION-CODE
               MOVE WS-STEP-STATISTICS TO JS-STEP-STATISTICS
               PERFORM 9640-WRITE-STEP-ENTRY
           END-IF.

      *    The register is permanent and shared by every step; the
      *    first step ever to run creates it empty.
       9620-OPEN-STEP-REGISTER.
           OPEN I-O JOB-STEP-FILE
           IF WS-JOBSTEP-STATUS = "35"
               OPEN OUTPUT JOB-STEP-FILE
               CLOSE JOB-STEP-FILE
               OPEN I-O JOB-STEP-FILE
           END-IF
           IF WS-JOBSTEP-STATUS NOT = "00"
               DISPLAY "WARNING: Job-step register not available "
                   "(status " WS-JOBSTEP-STATUS
                   ") -- step not recorded."
           END-IF.

      *    Leaves this step's entry for the business date in the
      *    record area -- as on file, or new and empty.
       9630-READ-STEP-ENTRY.
           MOVE "N" TO WS-STEP-ON-FILE-SW
           MOVE WS-STEP-BUSINESS-DATE TO JS-BUSINESS-DATE
           MOVE "FXREVAL1" TO JS-PROGRAM-ID
           READ JOB-STEP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STEP-ON-FILE TO TRUE
           END-READ
           IF NOT WS-STEP-ON-FILE
               MOVE SPACES TO JOB-STEP-RECORD
               MOVE WS-STEP-BUSINESS-DATE TO JS-BUSINESS-DATE
               MOVE "FXREVAL1" TO JS-PROGRAM-ID
               MOVE 0 TO JS-RUN-COUNT
           END-IF.

       9640-WRITE-STEP-ENTRY.
           IF WS-STEP-ON-FILE
               REWRITE JOB-STEP-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE JOB-STEP-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF WS-JOBSTEP-STATUS NOT = "00"
               DISPLAY "WARNING: Job-step register write failed.  "
                   "Status: " WS-JOBSTEP-STATUS
           END-IF
           CLOSE JOB-STEP-FILE.

      *    The key counts and control totals this step reports on
      *    the register, under the labels the sign-off reads.
       9650-SET-STEP-STATISTICS.
           MOVE "POSITIONS" TO WS-STEP-STAT-LABEL (1)
           MOVE WS-POSITION-COUNT
               TO WS-STEP-STAT-VALUE (1)
           MOVE "REVALUED" TO WS-STEP-STAT-LABEL (2)
           MOVE WS-REVALUED-COUNT
               TO WS-STEP-STAT-VALUE (2)
           MOVE "GL POSTINGS" TO WS-STEP-STAT-LABEL (3)
           MOVE WS-GL-RECORD-COUNT
               TO WS-STEP-STAT-VALUE (3)
           MOVE "GL HASH" TO WS-STEP-STAT-LABEL (4)
           MOVE WS-GL-HASH-TOTAL
               TO WS-STEP-STAT-VALUE (4)
           MOVE "TOTAL GAIN" TO WS-STEP-STAT-LABEL (5)
           MOVE WS-TOTAL-GAIN
               TO WS-STEP-STAT-VALUE (5)
           MOVE "TOTAL LOSS" TO WS-STEP-STAT-LABEL (6)
           MOVE WS-TOTAL-LOSS
               TO WS-STEP-STAT-VALUE (6).

       9900-RAISE-SEVERITY.
           IF WS-NEW-SEVERITY > WS-RUN-SEVERITY
               MOVE WS-NEW-SEVERITY TO WS-RUN-SEVERITY
           END-IF.
