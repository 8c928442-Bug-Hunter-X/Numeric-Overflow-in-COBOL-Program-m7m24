       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLTRND1.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  VOLTRND1 - Activity trend and volume anomaly report.
      *  Runs after TRANACC1 and measures tonight's activity against
      *  the rolling average of the business days before it, as left
      *  on the activity trend history (ACTHIST) by each live
      *  accumulator run.  Every type-and-currency cell (accepted
      *  count and value, rejects, reversals) and every source
      *  system (batches and items sent) that strays outside the
      *  tolerance band either side of its average is listed, and
      *  so is any source system, transaction type or cell that
      *  appeared on enough of the earlier days to be expected but
      *  is absent tonight.  The business date, the number of days
      *  averaged, the band and the expectation threshold come from
      *  the trend parameter file (TRNDPARM).
      *  Condition code: 00 within tolerance, 04 anomalies found or
      *  parameters defaulted, 08 no history for the business date
      *  or a table filled up, 12 file failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVITY-HISTORY-FILE ASSIGN TO "ACTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-HISTORY-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TREND-PARM-FILE ASSIGN TO "TRNDPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TREND-REPORT-FILE ASSIGN TO "TRNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT JOB-STEP-FILE ASSIGN TO "JOBSTEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JS-STEP-KEY
               FILE STATUS IS WS-JOBSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVITY-HISTORY-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY AHSTREC.

       FD  TREND-PARM-FILE
           RECORD CONTAINS 15 CHARACTERS.
           COPY TRDPREC.

       FD  TREND-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RPTREC.

       FD  JOB-STEP-FILE
           RECORD CONTAINS 235 CHARACTERS.
           COPY JSTPREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
               88  WS-HIST-EOF         VALUE "Y".
           05  WS-TONIGHT-FOUND-SW     PIC X(01) VALUE "N".
               88  WS-TONIGHT-FOUND    VALUE "Y".
           05  WS-SER-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-SER-FOUND        VALUE "Y".
           05  WS-SER-FULL-SW          PIC X(01) VALUE "N".
               88  WS-SER-TABLE-FULL   VALUE "Y".
           05  WS-SER-FLAGGED-SW       PIC X(01) VALUE "N".
               88  WS-SER-FLAGGED      VALUE "Y".
           05  WS-MEASURE-OUT-SW       PIC X(01) VALUE "N".
               88  WS-MEASURE-OUT      VALUE "Y".

       01  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.

      *    Parameters, with the defaults that stand in when the
      *    parameter file is absent or a field is unusable.
       01  WS-DEFAULT-HISTORY-DAYS     PIC 9(02) VALUE 5.
       01  WS-DEFAULT-TOLERANCE-PCT    PIC 9(03) VALUE 50.
       01  WS-REQUESTED-DATE           PIC X(08) VALUE SPACES.
       01  WS-HISTORY-DAYS             PIC 9(02) VALUE 5.
       01  WS-TOLERANCE-PCT            PIC 9(03) VALUE 50.
       01  WS-EXPECT-DAYS              PIC 9(02) VALUE 0.

      *    The business dates on the history up to and including
      *    tonight, newest last, kept to the averaging window plus
      *    tonight as the history is read in date order.
       01  WS-DATE-TABLE.
           05  WS-DATE-COUNT           PIC 9(03) VALUE 0.
           05  WS-DATE-ENTRY           PIC X(08) OCCURS 100 TIMES.
       01  WS-DATE-SUB                 PIC 9(03) VALUE 0.
       01  WS-LAST-DATE-SEEN           PIC X(08) VALUE SPACES.
       01  WS-TONIGHT-DATE             PIC X(08) VALUE SPACES.
       01  WS-WINDOW-FIRST             PIC X(08) VALUE SPACES.
       01  WS-WINDOW-LAST              PIC X(08) VALUE SPACES.
       01  WS-WINDOW-DAYS              PIC 9(03) VALUE 0.

      *    One series per cell ("C"), per transaction type summed
      *    over its currencies ("T") and per source system ("S"):
      *    tonight's four measures, the window's totals of the same
      *    measures and the number of window days it appeared on.
      *    Cells and types measure accepted count, accepted value,
      *    rejected count and reversed value; sources measure
      *    batches, items read, items accepted and items rejected.
       01  WS-SERIES-TABLE.
           05  WS-SER-COUNT            PIC 9(04) VALUE 0.
           05  WS-SER-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-SER-IDX WS-SER-IDX2.
               10  WS-SER-KIND         PIC X(01).
               10  WS-SER-KEY.
                   15  WS-SER-TYPE     PIC X(04).
                   15  WS-SER-CURRENCY PIC X(03).
                   15  FILLER          PIC X(01).
               10  WS-SER-TONIGHT-SW   PIC X(01).
                   88  WS-SER-TONIGHT  VALUE "Y".
               10  WS-SER-LAST-DATE    PIC X(08).
               10  WS-SER-DAYS-SEEN    PIC 9(03).
               10  WS-SER-TONIGHT-VAL  PIC 9(13)V99 OCCURS 4 TIMES.
               10  WS-SER-WINDOW-SUM   PIC 9(13)V99 OCCURS 4 TIMES.

      *    The history record being tallied, as a series.
       01  WS-LOAD-KIND                PIC X(01) VALUE SPACES.
       01  WS-LOAD-KEY                 PIC X(08) VALUE SPACES.
       01  WS-LOAD-VALUES.
           05  WS-LOAD-VAL             PIC 9(13)V99 OCCURS 4 TIMES.
       01  WS-MEASURE-SUB              PIC 9(01) VALUE 0.
       01  WS-MEASURE-LIMIT            PIC 9(01) VALUE 0.

       01  WS-CELL-MEASURE-NAMES.
           05  FILLER                  PIC X(16) VALUE
                                           "ACCEPTED COUNT".
           05  FILLER                  PIC X(16) VALUE
                                           "ACCEPTED VALUE".
           05  FILLER                  PIC X(16) VALUE
                                           "REJECTED COUNT".
           05  FILLER                  PIC X(16) VALUE
                                           "REVERSED VALUE".
       01  WS-CELL-MEASURE-TABLE REDEFINES WS-CELL-MEASURE-NAMES.
           05  WS-CELL-MEASURE-NAME    PIC X(16) OCCURS 4 TIMES.
       01  WS-SOURCE-MEASURE-NAMES.
           05  FILLER                  PIC X(16) VALUE
                                           "BATCHES".
           05  FILLER                  PIC X(16) VALUE
                                           "ITEMS READ".
           05  FILLER                  PIC X(16) VALUE
                                           "ITEMS ACCEPTED".
           05  FILLER                  PIC X(16) VALUE
                                           "ITEMS REJECTED".
       01  WS-SOURCE-MEASURE-TABLE REDEFINES WS-SOURCE-MEASURE-NAMES.
           05  WS-SOURCE-MEASURE-NAME  PIC X(16) OCCURS 4 TIMES.
       01  WS-MEASURE-NAME             PIC X(16) VALUE SPACES.
       01  WS-SOURCE-NAME              PIC X(08) VALUE SPACES.

      *    Band test for one measure.
       01  WS-AVERAGE                  PIC 9(13)V99 VALUE 0.
       01  WS-TONIGHT-VAL              PIC 9(13)V99 VALUE 0.
       01  WS-DIFF                     PIC S9(13)V99 VALUE 0.
       01  WS-ABS-DIFF                 PIC 9(13)V99 VALUE 0.
       01  WS-DEVIATION-PCT            PIC 9(05) VALUE 0.
       01  WS-CHANGE-PCT               PIC S9(05) VALUE 0.

       01  WS-HIST-RECORDS-READ        PIC 9(07) VALUE 0.
       01  WS-SECTION-COUNT            PIC 9(05) VALUE 0.
       01  WS-CELLS-FLAGGED            PIC 9(05) VALUE 0.
       01  WS-SOURCES-FLAGGED          PIC 9(05) VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(05) VALUE 0.

      *    Graded run severity, handed to the scheduler as the
      *    condition code at termination (same scale as TRANACC1).
       01  WS-RUN-SEVERITY             PIC 9(02) VALUE 0.
       01  WS-NEW-SEVERITY             PIC 9(02) VALUE 0.

       01  WS-RPT-COUNT-ED             PIC Z,ZZZ,ZZ9.
       01  WS-RPT-DAYS-ED              PIC ZZ9.
       01  WS-RPT-PCT-ED               PIC ZZ9.
       01  WS-RPT-TONIGHT-ED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-AVERAGE-ED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-CHANGE-ED            PIC +++++9.

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
           PERFORM 2000-FIND-WINDOW
           PERFORM 9100-WRITE-REPORT-HEADING
           IF WS-TONIGHT-FOUND
               PERFORM 3000-LOAD-SERIES
               IF WS-WINDOW-DAYS > 0
                   PERFORM 4000-REPORT-CELLS
                   PERFORM 4100-REPORT-SOURCES
                   PERFORM 4200-REPORT-MISSING
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9600-REGISTER-STEP-START
           OPEN OUTPUT TREND-REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open trend report file.  "
                   "Status: " WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-TREND-PARMS
           OPEN INPUT ACTIVITY-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open activity trend history.  "
                   "Status: " WS-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Each field falls back to its default on its own, so one
      *    bad field does not throw away the rest of the record.
       1100-READ-TREND-PARMS.
           MOVE WS-DEFAULT-HISTORY-DAYS  TO WS-HISTORY-DAYS
           MOVE WS-DEFAULT-TOLERANCE-PCT TO WS-TOLERANCE-PCT
           OPEN INPUT TREND-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ TREND-PARM-FILE
                   AT END
                       DISPLAY "WARNING: Trend parameter file is "
                           "empty -- using defaults."
                       MOVE 4 TO WS-NEW-SEVERITY
                       PERFORM 9900-RAISE-SEVERITY
                   NOT AT END
                       PERFORM 1110-EDIT-TREND-PARMS
               END-READ
               CLOSE TREND-PARM-FILE
           ELSE
               DISPLAY "WARNING: Trend parameter file not "
                   "available (status " WS-PARM-STATUS
                   ") -- using defaults."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       1110-EDIT-TREND-PARMS.
           IF TD-BUSINESS-DATE = SPACES
                   OR TD-BUSINESS-DATE IS NUMERIC
               MOVE TD-BUSINESS-DATE TO WS-REQUESTED-DATE
           ELSE
               DISPLAY "WARNING: Trend parameter business date "
                   "not usable -- judging the latest date."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF
           IF TD-HISTORY-DAYS IS NUMERIC AND TD-HISTORY-DAYS > 0
               MOVE TD-HISTORY-DAYS TO WS-HISTORY-DAYS
           ELSE
               DISPLAY "WARNING: Trend parameter history days "
                   "not usable -- using default."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF
           IF TD-TOLERANCE-PCT IS NUMERIC AND TD-TOLERANCE-PCT > 0
               MOVE TD-TOLERANCE-PCT TO WS-TOLERANCE-PCT
           ELSE
               DISPLAY "WARNING: Trend parameter tolerance "
                   "not usable -- using default."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF
           IF TD-EXPECT-DAYS IS NUMERIC
               MOVE TD-EXPECT-DAYS TO WS-EXPECT-DAYS
           ELSE
               DISPLAY "WARNING: Trend parameter expectation days "
                   "not usable -- expecting every day."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

      *    First pass over the history: keep the latest dates up to
      *    the requested business date (or to the end of the file),
      *    as many as the window plus tonight.  Tonight is the last
      *    of them and must be the date that was asked for.
       2000-FIND-WINDOW.
           PERFORM 2100-READ-HISTORY-NEXT
           PERFORM UNTIL WS-HIST-EOF
               IF AH-BUSINESS-DATE NOT = WS-LAST-DATE-SEEN
                   IF WS-REQUESTED-DATE NOT = SPACES
                           AND AH-BUSINESS-DATE > WS-REQUESTED-DATE
                       SET WS-HIST-EOF TO TRUE
                   ELSE
                       PERFORM 2200-PUSH-WINDOW-DATE
                   END-IF
               END-IF
               IF NOT WS-HIST-EOF
                   PERFORM 2100-READ-HISTORY-NEXT
               END-IF
           END-PERFORM
           IF WS-DATE-COUNT > 0
               MOVE WS-DATE-ENTRY (WS-DATE-COUNT) TO WS-TONIGHT-DATE
               IF WS-REQUESTED-DATE = SPACES
                       OR WS-TONIGHT-DATE = WS-REQUESTED-DATE
                   SET WS-TONIGHT-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-TONIGHT-FOUND
               COMPUTE WS-WINDOW-DAYS = WS-DATE-COUNT - 1
               IF WS-WINDOW-DAYS > 0
                   MOVE WS-DATE-ENTRY (1) TO WS-WINDOW-FIRST
                   MOVE WS-DATE-ENTRY (WS-WINDOW-DAYS)
                       TO WS-WINDOW-LAST
               END-IF
               IF WS-EXPECT-DAYS = 0
                       OR WS-EXPECT-DAYS > WS-WINDOW-DAYS
                   MOVE WS-WINDOW-DAYS TO WS-EXPECT-DAYS
               END-IF
           ELSE
               MOVE WS-REQUESTED-DATE TO WS-TONIGHT-DATE
               DISPLAY "ERROR: No activity history for business "
                   "date " WS-TONIGHT-DATE " -- nothing to judge."
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       2100-READ-HISTORY-NEXT.
           READ ACTIVITY-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ
           IF NOT WS-HIST-EOF AND WS-HIST-STATUS NOT = "00"
               DISPLAY "ERROR: Activity trend history read failed.  "
                   "Status: " WS-HIST-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               SET WS-HIST-EOF TO TRUE
           END-IF.

       2200-PUSH-WINDOW-DATE.
           MOVE AH-BUSINESS-DATE TO WS-LAST-DATE-SEEN
           IF WS-DATE-COUNT > WS-HISTORY-DAYS
               PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                       UNTIL WS-DATE-SUB >= WS-DATE-COUNT
                   MOVE WS-DATE-ENTRY (WS-DATE-SUB + 1)
                       TO WS-DATE-ENTRY (WS-DATE-SUB)
               END-PERFORM
           ELSE
               ADD 1 TO WS-DATE-COUNT
           END-IF
           MOVE AH-BUSINESS-DATE TO WS-DATE-ENTRY (WS-DATE-COUNT).

      *    Second pass: every record from the first window date
      *    through tonight is tallied into its series.
       3000-LOAD-SERIES.
           MOVE "N" TO WS-HIST-EOF-SW
           MOVE LOW-VALUES TO AH-HISTORY-KEY
           IF WS-WINDOW-DAYS > 0
               MOVE WS-WINDOW-FIRST TO AH-BUSINESS-DATE
           ELSE
               MOVE WS-TONIGHT-DATE TO AH-BUSINESS-DATE
           END-IF
           START ACTIVITY-HISTORY-FILE KEY >= AH-HISTORY-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
               NOT INVALID KEY
                   PERFORM 2100-READ-HISTORY-NEXT
           END-START
           PERFORM UNTIL WS-HIST-EOF
               IF AH-BUSINESS-DATE > WS-TONIGHT-DATE
                   SET WS-HIST-EOF TO TRUE
               ELSE
                   PERFORM 3100-TALLY-HISTORY-RECORD
                   PERFORM 2100-READ-HISTORY-NEXT
               END-IF
           END-PERFORM.

       3100-TALLY-HISTORY-RECORD.
           ADD 1 TO WS-HIST-RECORDS-READ
           IF AH-CELL-RECORD
               MOVE AH-ACCEPT-COUNT   TO WS-LOAD-VAL (1)
               MOVE AH-ACCEPT-VALUE   TO WS-LOAD-VAL (2)
               MOVE AH-REJECT-COUNT   TO WS-LOAD-VAL (3)
               MOVE AH-REVERSAL-VALUE TO WS-LOAD-VAL (4)
               MOVE "C" TO WS-LOAD-KIND
               MOVE AH-SERIES-KEY TO WS-LOAD-KEY
               PERFORM 3200-ADD-TO-SERIES
               MOVE "T" TO WS-LOAD-KIND
               MOVE AH-TRANS-TYPE TO WS-LOAD-KEY
               PERFORM 3200-ADD-TO-SERIES
           ELSE
           IF AH-SOURCE-RECORD
               MOVE AH-BATCH-COUNT      TO WS-LOAD-VAL (1)
               MOVE AH-SRC-TRANS-COUNT  TO WS-LOAD-VAL (2)
               MOVE AH-SRC-ACCEPT-COUNT TO WS-LOAD-VAL (3)
               MOVE AH-SRC-REJECT-COUNT TO WS-LOAD-VAL (4)
               MOVE "S" TO WS-LOAD-KIND
               MOVE AH-SOURCE-SYSTEM TO WS-LOAD-KEY
               PERFORM 3200-ADD-TO-SERIES
           END-IF
           END-IF.

       3200-ADD-TO-SERIES.
           PERFORM 3210-LOCATE-SERIES
           IF WS-SER-FOUND
               IF AH-BUSINESS-DATE = WS-TONIGHT-DATE
                   SET WS-SER-TONIGHT (WS-SER-IDX) TO TRUE
                   PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                           UNTIL WS-MEASURE-SUB > 4
                       ADD WS-LOAD-VAL (WS-MEASURE-SUB)
                           TO WS-SER-TONIGHT-VAL
                               (WS-SER-IDX, WS-MEASURE-SUB)
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                           UNTIL WS-MEASURE-SUB > 4
                       ADD WS-LOAD-VAL (WS-MEASURE-SUB)
                           TO WS-SER-WINDOW-SUM
                               (WS-SER-IDX, WS-MEASURE-SUB)
                   END-PERFORM
                   IF WS-SER-LAST-DATE (WS-SER-IDX)
                           NOT = AH-BUSINESS-DATE
                       ADD 1 TO WS-SER-DAYS-SEEN (WS-SER-IDX)
                       MOVE AH-BUSINESS-DATE
                           TO WS-SER-LAST-DATE (WS-SER-IDX)
                   END-IF
               END-IF
           END-IF.

       3210-LOCATE-SERIES.
           MOVE "N" TO WS-SER-FOUND-SW
           SET WS-SER-IDX TO 1
           PERFORM UNTIL WS-SER-IDX > WS-SER-COUNT
                   OR WS-SER-FOUND
               IF WS-SER-KIND (WS-SER-IDX) = WS-LOAD-KIND
                       AND WS-SER-KEY (WS-SER-IDX) = WS-LOAD-KEY
                   SET WS-SER-FOUND TO TRUE
               ELSE
                   SET WS-SER-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-SER-FOUND
               IF WS-SER-COUNT >= 2000
                   IF NOT WS-SER-TABLE-FULL
                       DISPLAY "ERROR: Trend series table full -- "
                           "report incomplete."
                       SET WS-SER-TABLE-FULL TO TRUE
                       MOVE 8 TO WS-NEW-SEVERITY
                       PERFORM 9900-RAISE-SEVERITY
                   END-IF
               ELSE
                   ADD 1 TO WS-SER-COUNT
                   SET WS-SER-IDX TO WS-SER-COUNT
                   MOVE WS-LOAD-KIND TO WS-SER-KIND (WS-SER-IDX)
                   MOVE WS-LOAD-KEY  TO WS-SER-KEY (WS-SER-IDX)
                   MOVE "N" TO WS-SER-TONIGHT-SW (WS-SER-IDX)
                   MOVE SPACES TO WS-SER-LAST-DATE (WS-SER-IDX)
                   MOVE 0 TO WS-SER-DAYS-SEEN (WS-SER-IDX)
                   PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                           UNTIL WS-MEASURE-SUB > 4
                       MOVE 0 TO WS-SER-TONIGHT-VAL
                           (WS-SER-IDX, WS-MEASURE-SUB)
                       MOVE 0 TO WS-SER-WINDOW-SUM
                           (WS-SER-IDX, WS-MEASURE-SUB)
                   END-PERFORM
                   SET WS-SER-FOUND TO TRUE
               END-IF
           END-IF.

      *    Cells present tonight, all four measures against the
      *    band.  A cell absent tonight is judged with the missing.
       4000-REPORT-CELLS.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE "TYPE/CURRENCY CELLS OUTSIDE TOLERANCE:"
               TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 4 TO WS-MEASURE-LIMIT
           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                   UNTIL WS-SER-IDX > WS-SER-COUNT
               IF WS-SER-KIND (WS-SER-IDX) = "C"
                       AND WS-SER-TONIGHT (WS-SER-IDX)
                   PERFORM 4010-CHECK-SERIES
               END-IF
           END-PERFORM
           MOVE WS-SECTION-COUNT TO WS-CELLS-FLAGGED
           PERFORM 9120-WRITE-NONE-IF-EMPTY.

      *    Sources present tonight, judged on the batches and items
      *    they sent; what was accepted or rejected of them is the
      *    cells' business.
       4100-REPORT-SOURCES.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE "SOURCE SYSTEMS OUTSIDE TOLERANCE:"
               TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 2 TO WS-MEASURE-LIMIT
           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                   UNTIL WS-SER-IDX > WS-SER-COUNT
               IF WS-SER-KIND (WS-SER-IDX) = "S"
                       AND WS-SER-TONIGHT (WS-SER-IDX)
                   PERFORM 4010-CHECK-SERIES
               END-IF
           END-PERFORM
           MOVE WS-SECTION-COUNT TO WS-SOURCES-FLAGGED
           PERFORM 9120-WRITE-NONE-IF-EMPTY.

       4010-CHECK-SERIES.
           MOVE "N" TO WS-SER-FLAGGED-SW
           PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                   UNTIL WS-MEASURE-SUB > WS-MEASURE-LIMIT
               PERFORM 4020-CHECK-MEASURE
           END-PERFORM
           IF WS-SER-FLAGGED
               ADD 1 TO WS-SECTION-COUNT
           END-IF.

      *    Tonight against the window average (days the series was
      *    absent count as zero).  A measure with a zero average is
      *    out of band as soon as it shows anything at all.
       4020-CHECK-MEASURE.
           MOVE "N" TO WS-MEASURE-OUT-SW
           COMPUTE WS-AVERAGE ROUNDED =
                   WS-SER-WINDOW-SUM (WS-SER-IDX, WS-MEASURE-SUB)
                   / WS-WINDOW-DAYS
           MOVE WS-SER-TONIGHT-VAL (WS-SER-IDX, WS-MEASURE-SUB)
               TO WS-TONIGHT-VAL
           MOVE 0 TO WS-DEVIATION-PCT
           IF WS-AVERAGE = 0
               IF WS-TONIGHT-VAL > 0
                   SET WS-MEASURE-OUT TO TRUE
               END-IF
           ELSE
               COMPUTE WS-DIFF = WS-TONIGHT-VAL - WS-AVERAGE
               IF WS-DIFF < 0
                   COMPUTE WS-ABS-DIFF = 0 - WS-DIFF
               ELSE
                   MOVE WS-DIFF TO WS-ABS-DIFF
               END-IF
               COMPUTE WS-DEVIATION-PCT ROUNDED =
                       WS-ABS-DIFF * 100 / WS-AVERAGE
                   ON SIZE ERROR
                       MOVE 99999 TO WS-DEVIATION-PCT
               END-COMPUTE
               IF WS-DEVIATION-PCT > WS-TOLERANCE-PCT
                   SET WS-MEASURE-OUT TO TRUE
               END-IF
               IF WS-DIFF < 0
                   COMPUTE WS-CHANGE-PCT = 0 - WS-DEVIATION-PCT
               ELSE
                   MOVE WS-DEVIATION-PCT TO WS-CHANGE-PCT
               END-IF
           END-IF
           IF WS-MEASURE-OUT
               PERFORM 4030-REPORT-MEASURE
           END-IF.

       4030-REPORT-MEASURE.
           IF NOT WS-SER-FLAGGED
               SET WS-SER-FLAGGED TO TRUE
               MOVE SPACES TO CONTROL-REPORT-LINE
               IF WS-SER-KIND (WS-SER-IDX) = "S"
                   PERFORM 9130-SET-SOURCE-NAME
                   STRING "  SOURCE " WS-SOURCE-NAME
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               ELSE
                   STRING "  CELL " WS-SER-TYPE (WS-SER-IDX)
                       " " WS-SER-CURRENCY (WS-SER-IDX)
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               END-IF
               PERFORM 9110-WRITE-RPT-LINE
           END-IF
           IF WS-SER-KIND (WS-SER-IDX) = "S"
               MOVE WS-SOURCE-MEASURE-NAME (WS-MEASURE-SUB)
                   TO WS-MEASURE-NAME
           ELSE
               MOVE WS-CELL-MEASURE-NAME (WS-MEASURE-SUB)
                   TO WS-MEASURE-NAME
           END-IF
           MOVE WS-TONIGHT-VAL TO WS-RPT-TONIGHT-ED
           MOVE WS-AVERAGE     TO WS-RPT-AVERAGE-ED
           MOVE SPACES TO CONTROL-REPORT-LINE
           IF WS-AVERAGE = 0
               STRING "    " WS-MEASURE-NAME
                   " TONIGHT " WS-RPT-TONIGHT-ED
                   " AVG " WS-RPT-AVERAGE-ED
                   "    NEW"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           ELSE
               MOVE WS-CHANGE-PCT TO WS-RPT-CHANGE-ED
               STRING "    " WS-MEASURE-NAME
                   " TONIGHT " WS-RPT-TONIGHT-ED
                   " AVG " WS-RPT-AVERAGE-ED
                   " " WS-RPT-CHANGE-ED "%"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-IF
           PERFORM 9110-WRITE-RPT-LINE.

      *    A source or type is expected when it appeared on at least
      *    the expectation threshold of the window days.  A cell is
      *    listed only when its type did turn up tonight -- a type
      *    missing altogether is listed once, not cell by cell.
       4200-REPORT-MISSING.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE "EXPECTED BUT NOT PRESENT TONIGHT:"
               TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                   UNTIL WS-SER-IDX > WS-SER-COUNT
               IF NOT WS-SER-TONIGHT (WS-SER-IDX)
                       AND WS-SER-DAYS-SEEN (WS-SER-IDX)
                           >= WS-EXPECT-DAYS
                   PERFORM 4210-REPORT-MISSING-SERIES
               END-IF
           END-PERFORM
           MOVE WS-SECTION-COUNT TO WS-MISSING-COUNT
           PERFORM 9120-WRITE-NONE-IF-EMPTY.

       4210-REPORT-MISSING-SERIES.
           MOVE WS-SER-DAYS-SEEN (WS-SER-IDX) TO WS-RPT-DAYS-ED
           MOVE WS-WINDOW-DAYS TO WS-RPT-PCT-ED
           MOVE SPACES TO CONTROL-REPORT-LINE
           IF WS-SER-KIND (WS-SER-IDX) = "S"
               PERFORM 9130-SET-SOURCE-NAME
               STRING "  SOURCE " WS-SOURCE-NAME
                   "    SEEN ON " WS-RPT-DAYS-ED
                   " OF " WS-RPT-PCT-ED " DAYS -- NOT SENT TONIGHT"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
               ADD 1 TO WS-SECTION-COUNT
           ELSE
           IF WS-SER-KIND (WS-SER-IDX) = "T"
               STRING "  TYPE " WS-SER-TYPE (WS-SER-IDX)
                   "          SEEN ON " WS-RPT-DAYS-ED
                   " OF " WS-RPT-PCT-ED " DAYS -- NO ACTIVITY TONIGHT"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
               ADD 1 TO WS-SECTION-COUNT
           ELSE
               MOVE "T" TO WS-LOAD-KIND
               MOVE SPACES TO WS-LOAD-KEY
               MOVE WS-SER-TYPE (WS-SER-IDX) TO WS-LOAD-KEY (1:4)
               SET WS-SER-IDX2 TO WS-SER-IDX
               PERFORM 3210-LOCATE-SERIES
               IF WS-SER-TONIGHT (WS-SER-IDX)
                   SET WS-SER-IDX TO WS-SER-IDX2
                   STRING "  CELL " WS-SER-TYPE (WS-SER-IDX)
                       " " WS-SER-CURRENCY (WS-SER-IDX)
                       "      SEEN ON " WS-RPT-DAYS-ED
                       " OF " WS-RPT-PCT-ED
                       " DAYS -- NO ACTIVITY TONIGHT"
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
                   PERFORM 9110-WRITE-RPT-LINE
                   ADD 1 TO WS-SECTION-COUNT
               ELSE
                   SET WS-SER-IDX TO WS-SER-IDX2
               END-IF
           END-IF
           END-IF.

       9000-TERMINATE.
           PERFORM 9200-WRITE-TREND-SUMMARY
           CLOSE ACTIVITY-HISTORY-FILE
           CLOSE TREND-REPORT-FILE
           MOVE WS-RUN-SEVERITY TO RETURN-CODE
           PERFORM 9610-REGISTER-STEP-END
           DISPLAY "VOLTRND1 ending with condition code "
               WS-RUN-SEVERITY.

       9100-WRITE-REPORT-HEADING.
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE "VOLTRND1 - ACTIVITY TREND AND VOLUME ANOMALY REPORT"
               TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-WINDOW-DAYS   TO WS-RPT-DAYS-ED
           MOVE WS-TOLERANCE-PCT TO WS-RPT-PCT-ED
           STRING "BUSINESS DATE " WS-TONIGHT-DATE
               "  AVERAGE OF " WS-RPT-DAYS-ED " DAYS"
               "  TOLERANCE +/-" WS-RPT-PCT-ED "%"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           IF WS-WINDOW-DAYS > 0
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE WS-EXPECT-DAYS TO WS-RPT-DAYS-ED
               STRING "WINDOW " WS-WINDOW-FIRST " TO " WS-WINDOW-LAST
                   "  EXPECTED IF SEEN ON " WS-RPT-DAYS-ED " DAYS"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           END-IF.

       9110-WRITE-RPT-LINE.
           WRITE CONTROL-REPORT-LINE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: Trend report write failed.  "
                   "Status: " WS-RPT-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       9120-WRITE-NONE-IF-EMPTY.
           IF WS-SECTION-COUNT = 0
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE "  NONE" TO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           END-IF.

      *    Batches that arrived with no header carry no source.
       9130-SET-SOURCE-NAME.
           IF WS-SER-KEY (WS-SER-IDX) = SPACES
               MOVE "*NOHDR*" TO WS-SOURCE-NAME
           ELSE
               MOVE WS-SER-KEY (WS-SER-IDX) TO WS-SOURCE-NAME
           END-IF.

       9200-WRITE-TREND-SUMMARY.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-HIST-RECORDS-READ TO WS-RPT-COUNT-ED
           STRING "HISTORY RECORDS READ . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-CELLS-FLAGGED TO WS-RPT-COUNT-ED
           STRING "CELLS OUTSIDE TOLERANCE. . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-SOURCES-FLAGGED TO WS-RPT-COUNT-ED
           STRING "SOURCES OUTSIDE TOLERANCE. : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-MISSING-COUNT TO WS-RPT-COUNT-ED
           STRING "EXPECTED BUT NOT PRESENT . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           IF WS-CELLS-FLAGGED > 0 OR WS-SOURCES-FLAGGED > 0
                   OR WS-MISSING-COUNT > 0
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           IF NOT WS-TONIGHT-FOUND
               STRING "TREND STATUS . . . . . . . : NOT JUDGED -- "
                   "NO HISTORY FOR THE DATE"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           ELSE
           IF WS-WINDOW-DAYS = 0
               STRING "TREND STATUS . . . . . . . : NOT JUDGED -- "
                   "NO EARLIER DAYS ON FILE"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           ELSE
           IF WS-CELLS-FLAGGED > 0 OR WS-SOURCES-FLAGGED > 0
                   OR WS-MISSING-COUNT > 0
               STRING "TREND STATUS . . . . . . . : ANOMALIES FOUND "
                   "-- REVIEW"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           ELSE
               STRING "TREND STATUS . . . . . . . : WITHIN TOLERANCE"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-IF
           END-IF
           END-IF
           PERFORM 9110-WRITE-RPT-LINE.

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
           MOVE "VOLTRND1" TO JS-PROGRAM-ID
           READ JOB-STEP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STEP-ON-FILE TO TRUE
           END-READ
           IF NOT WS-STEP-ON-FILE
               MOVE SPACES TO JOB-STEP-RECORD
               MOVE WS-STEP-BUSINESS-DATE TO JS-BUSINESS-DATE
               MOVE "VOLTRND1" TO JS-PROGRAM-ID
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
           MOVE "HISTORY RECS" TO WS-STEP-STAT-LABEL (1)
           MOVE WS-HIST-RECORDS-READ
               TO WS-STEP-STAT-VALUE (1)
           MOVE "ANOMALIES" TO WS-STEP-STAT-LABEL (2)
           MOVE WS-CELLS-FLAGGED
               TO WS-STEP-STAT-VALUE (2)
           MOVE "SRCS FLAGGED" TO WS-STEP-STAT-LABEL (3)
           MOVE WS-SOURCES-FLAGGED
               TO WS-STEP-STAT-VALUE (3)
           MOVE "MISSING" TO WS-STEP-STAT-LABEL (4)
           MOVE WS-MISSING-COUNT
               TO WS-STEP-STAT-VALUE (4).

       9900-RAISE-SEVERITY.
           IF WS-NEW-SEVERITY > WS-RUN-SEVERITY
               MOVE WS-NEW-SEVERITY TO WS-RUN-SEVERITY
           END-IF.
