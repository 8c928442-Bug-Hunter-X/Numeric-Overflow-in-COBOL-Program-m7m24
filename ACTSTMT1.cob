       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTSTMT1.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  ACTSTMT1 - Account activity statement.
      *  Prints, for each account/currency on the balance master
      *  inside the requested account range, the opening position at
      *  the start of the requested date range, every posting and
      *  reversal the posted-item history holds for it inside the
      *  range, and the closing position at the end of the range.
      *  The positions are worked back from the balance master
      *  itself: the opening position is the master's current
      *  position less everything posted since the range began, so
      *  the closing position plus anything posted after the range
      *  always ties to the figure BALMSTR holds today -- and the
      *  statement prints all three so the tie can be ticked.
      *  Per-currency totals follow the account blocks.
      *  Condition code: 00 clean, 04 parameters defaulted or no
      *  history on file, 12 file failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-MASTER-KEY
               FILE STATUS IS WS-BALMSTR-STATUS.

           SELECT TRANS-HISTORY-FILE ASSIGN TO "TXNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-HISTORY-KEY
               FILE STATUS IS WS-TXNHIST-STATUS.

           SELECT STATEMENT-PARM-FILE ASSIGN TO "ACTPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT STATEMENT-REPORT-FILE ASSIGN TO "ACTRPT"
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

       FD  TRANS-HISTORY-FILE
           RECORD CONTAINS 57 CHARACTERS.
           COPY TXHREC.

       FD  STATEMENT-PARM-FILE
           RECORD CONTAINS 28 CHARACTERS.
           COPY ASTPREC.

       FD  STATEMENT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RPTREC.

       FD  JOB-STEP-FILE
           RECORD CONTAINS 235 CHARACTERS.
           COPY JSTPREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-BALMSTR-EOF-SW       PIC X(01) VALUE "N".
               88  WS-BALMSTR-EOF      VALUE "Y".
           05  WS-HISTORY-OPEN-SW      PIC X(01) VALUE "N".
               88  WS-HISTORY-OPEN     VALUE "Y".
           05  WS-HIST-END-SW          PIC X(01) VALUE "N".
               88  WS-HIST-END         VALUE "Y".
           05  WS-CURR-FULL-SW         PIC X(01) VALUE "N".
               88  WS-CURR-TABLE-FULL  VALUE "Y".

       01  WS-BALMSTR-STATUS           PIC X(02) VALUE SPACES.
       01  WS-TXNHIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.

       01  WS-POSITION-COUNT           PIC 9(07) VALUE 0.
       01  WS-ACCOUNT-COUNT            PIC 9(07) VALUE 0.
       01  WS-POSTING-COUNT            PIC 9(07) VALUE 0.
       01  WS-REVERSAL-COUNT           PIC 9(07) VALUE 0.

      *    Statement range.  The defaults stand in for a blank or
      *    unusable parameter: every account, and every posting up
      *    to and including today.
       01  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
       01  WS-FROM-ACCOUNT             PIC X(06) VALUE LOW-VALUES.
       01  WS-TO-ACCOUNT               PIC X(06) VALUE HIGH-VALUES.
       01  WS-FROM-DATE                PIC X(08) VALUE "00000000".
       01  WS-TO-DATE                  PIC X(08) VALUE SPACES.
       01  WS-FROM-ACCOUNT-TEXT        PIC X(06) VALUE "FIRST".
       01  WS-TO-ACCOUNT-TEXT          PIC X(06) VALUE "LAST".

       01  WS-PRIOR-ACCOUNT            PIC X(06) VALUE LOW-VALUES.

      *    One account/currency at a time: the master's current
      *    position, the net of the items posted inside the range
      *    and after it, and the opening and closing positions
      *    worked back from them.
       01  WS-MASTER-POSITION          PIC S9(11)V99 VALUE 0.
       01  WS-PERIOD-NET               PIC S9(11)V99 VALUE 0.
       01  WS-LATER-NET                PIC S9(11)V99 VALUE 0.
       01  WS-OPENING-POSITION         PIC S9(11)V99 VALUE 0.
       01  WS-CLOSING-POSITION         PIC S9(11)V99 VALUE 0.
       01  WS-PERIOD-ITEMS             PIC 9(07) VALUE 0.
       01  WS-SIGNED-AMOUNT            PIC S9(09)V99 VALUE 0.
       01  WS-ITEM-KIND                PIC X(08) VALUE SPACES.

      *    Per-currency totals over the whole statement, printed at
      *    the end.
       01  WS-CURRENCY-TABLE.
           05  WS-CURRENCY-COUNT       PIC 9(02) VALUE 0.
           05  WS-CURRENCY-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-CURR-IDX.
               10  WS-CURR-CODE        PIC X(03).
               10  WS-CURR-OPEN-TOTAL  PIC S9(11)V99.
               10  WS-CURR-NET-TOTAL   PIC S9(11)V99.
               10  WS-CURR-CLOSE-TOTAL PIC S9(11)V99.

      *    Graded run severity, handed to the scheduler as the
      *    condition code at termination (same scale as TRANACC1).
       01  WS-RUN-SEVERITY             PIC 9(02) VALUE 0.
       01  WS-NEW-SEVERITY             PIC 9(02) VALUE 0.

       01  WS-RPT-COUNT-ED             PIC Z,ZZZ,ZZ9.
       01  WS-RPT-SIGNED-ED            PIC ----,---,--9.99.
       01  WS-RPT-WIDE-SIGNED-ED       PIC --,---,---,--9.99.

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
           PERFORM 2000-STATEMENT-POSITION
               UNTIL WS-BALMSTR-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9600-REGISTER-STEP-START
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-TO-DATE
           OPEN INPUT BALANCE-MASTER-FILE
           IF WS-BALMSTR-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open balance master file.  "
                   "Status: " WS-BALMSTR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STATEMENT-REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open statement report file.  "
                   "Status: " WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-OPEN-HISTORY-FILE
           PERFORM 1100-READ-STATEMENT-PARMS
           PERFORM 9100-WRITE-REPORT-HEADING
           MOVE WS-FROM-ACCOUNT TO BM-ACCOUNT-ID
           MOVE LOW-VALUES TO BM-CURRENCY-CODE
           START BALANCE-MASTER-FILE KEY >= BM-MASTER-KEY
               INVALID KEY
                   SET WS-BALMSTR-EOF TO TRUE
           END-START
           IF NOT WS-BALMSTR-EOF
               PERFORM 2100-READ-BALANCE-MASTER
           END-IF.

      *    A missing or unusable parameter falls back to the whole
      *    range rather than stopping the statement; the run carries
      *    a warning so nobody mistakes a defaulted statement for the
      *    one that was asked for.
       1100-READ-STATEMENT-PARMS.
           OPEN INPUT STATEMENT-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ STATEMENT-PARM-FILE
                   AT END
                       DISPLAY "WARNING: Statement parameter file "
                           "empty -- reporting every account and "
                           "date."
                       MOVE 4 TO WS-NEW-SEVERITY
                       PERFORM 9900-RAISE-SEVERITY
                   NOT AT END
                       PERFORM 1110-APPLY-STATEMENT-PARMS
               END-READ
               CLOSE STATEMENT-PARM-FILE
           ELSE
               DISPLAY "WARNING: Statement parameter file not "
                   "available (status " WS-PARM-STATUS
                   ") -- reporting every account and date."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       1110-APPLY-STATEMENT-PARMS.
           IF AP-FROM-ACCOUNT NOT = SPACES
               MOVE AP-FROM-ACCOUNT TO WS-FROM-ACCOUNT
               MOVE AP-FROM-ACCOUNT TO WS-FROM-ACCOUNT-TEXT
           END-IF
           IF AP-TO-ACCOUNT NOT = SPACES
               MOVE AP-TO-ACCOUNT TO WS-TO-ACCOUNT
               MOVE AP-TO-ACCOUNT TO WS-TO-ACCOUNT-TEXT
           END-IF
           IF AP-FROM-DATE NOT = SPACES
               IF AP-FROM-DATE IS NUMERIC
                   MOVE AP-FROM-DATE TO WS-FROM-DATE
               ELSE
                   DISPLAY "WARNING: Statement from-date "
                       AP-FROM-DATE " not usable -- starting at "
                       "the earliest history."
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
               END-IF
           END-IF
           IF AP-TO-DATE NOT = SPACES
               IF AP-TO-DATE IS NUMERIC
                   MOVE AP-TO-DATE TO WS-TO-DATE
               ELSE
                   DISPLAY "WARNING: Statement to-date "
                       AP-TO-DATE " not usable -- running to "
                       "today."
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
               END-IF
           END-IF
           IF WS-FROM-ACCOUNT > WS-TO-ACCOUNT
                   OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY "WARNING: Statement range reversed -- "
                   "reporting every account and date."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE LOW-VALUES    TO WS-FROM-ACCOUNT
               MOVE HIGH-VALUES   TO WS-TO-ACCOUNT
               MOVE "FIRST"       TO WS-FROM-ACCOUNT-TEXT
               MOVE "LAST"        TO WS-TO-ACCOUNT-TEXT
               MOVE "00000000"    TO WS-FROM-DATE
               MOVE WS-TODAY-DATE TO WS-TO-DATE
           END-IF.

      *    With no history on file yet every position still prints,
      *    opening and closing alike at the master's figure.
       1200-OPEN-HISTORY-FILE.
           OPEN INPUT TRANS-HISTORY-FILE
           IF WS-TXNHIST-STATUS = "00"
               SET WS-HISTORY-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: Transaction history file not "
                   "available (status " WS-TXNHIST-STATUS
                   ") -- positions only, no postings listed."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       2000-STATEMENT-POSITION.
           IF BM-ACCOUNT-ID > WS-TO-ACCOUNT
               SET WS-BALMSTR-EOF TO TRUE
           ELSE
               ADD 1 TO WS-POSITION-COUNT
               IF BM-ACCOUNT-ID NOT = WS-PRIOR-ACCOUNT
                   PERFORM 2200-OPEN-ACCOUNT-BLOCK
               END-IF
               PERFORM 2300-TOTAL-HISTORY
               PERFORM 2400-WRITE-OPENING-POSITION
               IF WS-PERIOD-ITEMS > 0
                   PERFORM 2500-LIST-PERIOD-ITEMS
               END-IF
               PERFORM 2600-WRITE-CLOSING-POSITION
               PERFORM 2700-SUBTOTAL-CURRENCY
               PERFORM 2100-READ-BALANCE-MASTER
           END-IF.

       2100-READ-BALANCE-MASTER.
           READ BALANCE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-BALMSTR-EOF TO TRUE
           END-READ.

       2200-OPEN-ACCOUNT-BLOCK.
           MOVE BM-ACCOUNT-ID TO WS-PRIOR-ACCOUNT
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "ACCOUNT " BM-ACCOUNT-ID
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

      *    First pass over the account/currency's history from the
      *    start of the range: items inside the range and items
      *    posted after it are netted separately, which is all the
      *    opening and closing positions need.
       2300-TOTAL-HISTORY.
           COMPUTE WS-MASTER-POSITION =
                   BM-BALANCE-FWD + BM-PTD-AMOUNT
           END-COMPUTE
           MOVE 0 TO WS-PERIOD-NET
           MOVE 0 TO WS-LATER-NET
           MOVE 0 TO WS-PERIOD-ITEMS
           PERFORM 2310-START-HISTORY
           PERFORM UNTIL WS-HIST-END
               PERFORM 2330-SIGN-HISTORY-AMOUNT
               IF TH-POSTING-DATE > WS-TO-DATE
                   ADD WS-SIGNED-AMOUNT TO WS-LATER-NET
               ELSE
                   ADD WS-SIGNED-AMOUNT TO WS-PERIOD-NET
                   ADD 1 TO WS-PERIOD-ITEMS
               END-IF
               PERFORM 2320-READ-HISTORY-NEXT
           END-PERFORM
           COMPUTE WS-OPENING-POSITION =
                   WS-MASTER-POSITION - WS-PERIOD-NET - WS-LATER-NET
           END-COMPUTE
           COMPUTE WS-CLOSING-POSITION =
                   WS-OPENING-POSITION + WS-PERIOD-NET
           END-COMPUTE.

       2310-START-HISTORY.
           MOVE "N" TO WS-HIST-END-SW
           IF WS-HISTORY-OPEN
               MOVE BM-ACCOUNT-ID    TO TH-ACCOUNT-ID
               MOVE BM-CURRENCY-CODE TO TH-CURRENCY-CODE
               MOVE WS-FROM-DATE     TO TH-POSTING-DATE
               MOVE LOW-VALUES       TO TH-TRANS-KEY
               START TRANS-HISTORY-FILE KEY >= TH-HISTORY-KEY
                   INVALID KEY
                       SET WS-HIST-END TO TRUE
                   NOT INVALID KEY
                       PERFORM 2320-READ-HISTORY-NEXT
               END-START
           ELSE
               SET WS-HIST-END TO TRUE
           END-IF.

      *    The account/currency's items end where the key moves on
      *    to the next account or currency.
       2320-READ-HISTORY-NEXT.
           READ TRANS-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-END TO TRUE
               NOT AT END
                   IF TH-ACCOUNT-ID NOT = BM-ACCOUNT-ID
                           OR TH-CURRENCY-CODE NOT = BM-CURRENCY-CODE
                       SET WS-HIST-END TO TRUE
                   END-IF
           END-READ.

       2330-SIGN-HISTORY-AMOUNT.
           IF TH-REVERSAL
               COMPUTE WS-SIGNED-AMOUNT = 0 - TH-AMOUNT
               MOVE "REVERSAL" TO WS-ITEM-KIND
           ELSE
               MOVE TH-AMOUNT TO WS-SIGNED-AMOUNT
               MOVE "POSTING " TO WS-ITEM-KIND
           END-IF.

       2400-WRITE-OPENING-POSITION.
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-OPENING-POSITION TO WS-RPT-WIDE-SIGNED-ED
           STRING "  CCY " BM-CURRENCY-CODE
               "  OPENING POSITION AT " WS-FROM-DATE " : "
               WS-RPT-WIDE-SIGNED-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

      *    Second pass: the items inside the range, in posting date
      *    order, one line each.
       2500-LIST-PERIOD-ITEMS.
           PERFORM 2310-START-HISTORY
           PERFORM UNTIL WS-HIST-END
                   OR TH-POSTING-DATE > WS-TO-DATE
               PERFORM 2330-SIGN-HISTORY-AMOUNT
               IF TH-REVERSAL
                   ADD 1 TO WS-REVERSAL-COUNT
               ELSE
                   ADD 1 TO WS-POSTING-COUNT
               END-IF
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE WS-SIGNED-AMOUNT TO WS-RPT-SIGNED-ED
               STRING "    " TH-POSTING-DATE
                   " " TH-TRANS-KEY
                   " " TH-TRANS-TYPE
                   " " TH-BATCH-ID
                   " " TH-SOURCE-SYSTEM
                   " " WS-ITEM-KIND
                   " " WS-RPT-SIGNED-ED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
               PERFORM 2320-READ-HISTORY-NEXT
           END-PERFORM.

      *    Closing position, then the items posted after the range
      *    (when there are any) and the master's own figure -- the
      *    first two always add up to the third.
       2600-WRITE-CLOSING-POSITION.
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-CLOSING-POSITION TO WS-RPT-WIDE-SIGNED-ED
           STRING "       CLOSING POSITION AT " WS-TO-DATE " : "
               WS-RPT-WIDE-SIGNED-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           IF WS-LATER-NET NOT = 0
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE WS-LATER-NET TO WS-RPT-WIDE-SIGNED-ED
               STRING "       POSTED AFTER " WS-TO-DATE
                   " . . . . . : "
                   WS-RPT-WIDE-SIGNED-ED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-MASTER-POSITION TO WS-RPT-WIDE-SIGNED-ED
           STRING "       BALMSTR POSITION . . . . . . . . : "
               WS-RPT-WIDE-SIGNED-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       2700-SUBTOTAL-CURRENCY.
           SET WS-CURR-IDX TO 1
           PERFORM UNTIL WS-CURR-IDX > WS-CURRENCY-COUNT
                   OR WS-CURR-CODE (WS-CURR-IDX) = BM-CURRENCY-CODE
               SET WS-CURR-IDX UP BY 1
           END-PERFORM
           IF WS-CURR-IDX > WS-CURRENCY-COUNT
               IF WS-CURRENCY-COUNT >= 10
                   SET WS-CURR-TABLE-FULL TO TRUE
                   DISPLAY "ERROR: Currency total table full -- "
                       "cannot total currency " BM-CURRENCY-CODE
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
               ELSE
                   ADD 1 TO WS-CURRENCY-COUNT
                   SET WS-CURR-IDX TO WS-CURRENCY-COUNT
                   MOVE BM-CURRENCY-CODE
                       TO WS-CURR-CODE (WS-CURR-IDX)
                   MOVE 0 TO WS-CURR-OPEN-TOTAL (WS-CURR-IDX)
                   MOVE 0 TO WS-CURR-NET-TOTAL (WS-CURR-IDX)
                   MOVE 0 TO WS-CURR-CLOSE-TOTAL (WS-CURR-IDX)
               END-IF
           END-IF
           IF WS-CURR-IDX NOT > WS-CURRENCY-COUNT
               ADD WS-OPENING-POSITION
                   TO WS-CURR-OPEN-TOTAL (WS-CURR-IDX)
               ADD WS-PERIOD-NET
                   TO WS-CURR-NET-TOTAL (WS-CURR-IDX)
               ADD WS-CLOSING-POSITION
                   TO WS-CURR-CLOSE-TOTAL (WS-CURR-IDX)
           END-IF.

       9000-TERMINATE.
           PERFORM 9200-WRITE-CURRENCY-TOTALS
           PERFORM 9300-WRITE-SUMMARY-SECTION
           CLOSE BALANCE-MASTER-FILE
           IF WS-HISTORY-OPEN
               CLOSE TRANS-HISTORY-FILE
           END-IF
           CLOSE STATEMENT-REPORT-FILE
           DISPLAY "Statement complete.  Positions: "
               WS-POSITION-COUNT "  Accounts: " WS-ACCOUNT-COUNT
               "  Postings: " WS-POSTING-COUNT
               "  Reversals: " WS-REVERSAL-COUNT
           MOVE WS-RUN-SEVERITY TO RETURN-CODE
           PERFORM 9610-REGISTER-STEP-END
           DISPLAY "ACTSTMT1 ending with condition code "
               WS-RUN-SEVERITY.

       9100-WRITE-REPORT-HEADING.
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE "ACTSTMT1 - ACCOUNT ACTIVITY STATEMENT"
               TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "STATEMENT DATE " WS-TODAY-DATE
               "  ACCOUNTS " WS-FROM-ACCOUNT-TEXT
               " TO " WS-TO-ACCOUNT-TEXT
               "  DATES " WS-FROM-DATE " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "    POSTED   TRANS KEY  TYPE BATCH    SOURCE   "
               "KIND              AMOUNT"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       9200-WRITE-CURRENCY-TOTALS.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE "CURRENCY TOTALS (OPENING / NET ACTIVITY / CLOSING):"
               TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                   UNTIL WS-CURR-IDX > WS-CURRENCY-COUNT
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE WS-CURR-OPEN-TOTAL (WS-CURR-IDX)
                   TO WS-RPT-WIDE-SIGNED-ED
               STRING "  " WS-CURR-CODE (WS-CURR-IDX)
                   " " WS-RPT-WIDE-SIGNED-ED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               MOVE WS-CURR-NET-TOTAL (WS-CURR-IDX)
                   TO WS-RPT-WIDE-SIGNED-ED
               STRING " " WS-RPT-WIDE-SIGNED-ED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE (24:)
               MOVE WS-CURR-CLOSE-TOTAL (WS-CURR-IDX)
                   TO WS-RPT-WIDE-SIGNED-ED
               STRING " " WS-RPT-WIDE-SIGNED-ED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE (42:)
               PERFORM 9110-WRITE-RPT-LINE
           END-PERFORM
           IF WS-CURR-TABLE-FULL
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "  *** INCOMPLETE -- CURRENCY TOTAL TABLE "
                   "FILLED ***"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           END-IF.

       9300-WRITE-SUMMARY-SECTION.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-POSITION-COUNT TO WS-RPT-COUNT-ED
           STRING "POSITIONS REPORTED . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-ACCOUNT-COUNT TO WS-RPT-COUNT-ED
           STRING "ACCOUNTS REPORTED. . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-POSTING-COUNT TO WS-RPT-COUNT-ED
           STRING "POSTINGS LISTED. . . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-REVERSAL-COUNT TO WS-RPT-COUNT-ED
           STRING "REVERSALS LISTED . . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       9110-WRITE-RPT-LINE.
           WRITE CONTROL-REPORT-LINE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: Statement report write failed.  "
                   "Status: " WS-RPT-STATUS
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
           MOVE "ACTSTMT1" TO JS-PROGRAM-ID
           READ JOB-STEP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STEP-ON-FILE TO TRUE
           END-READ
           IF NOT WS-STEP-ON-FILE
               MOVE SPACES TO JOB-STEP-RECORD
               MOVE WS-STEP-BUSINESS-DATE TO JS-BUSINESS-DATE
               MOVE "ACTSTMT1" TO JS-PROGRAM-ID
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
           MOVE "ACCOUNTS" TO WS-STEP-STAT-LABEL (2)
           MOVE WS-ACCOUNT-COUNT
               TO WS-STEP-STAT-VALUE (2)
           MOVE "POSTINGS" TO WS-STEP-STAT-LABEL (3)
           MOVE WS-POSTING-COUNT
               TO WS-STEP-STAT-VALUE (3)
           MOVE "REVERSALS" TO WS-STEP-STAT-LABEL (4)
           MOVE WS-REVERSAL-COUNT
               TO WS-STEP-STAT-VALUE (4).

       9900-RAISE-SEVERITY.
           IF WS-NEW-SEVERITY > WS-RUN-SEVERITY
               MOVE WS-NEW-SEVERITY TO WS-RUN-SEVERITY
           END-IF.
