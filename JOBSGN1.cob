       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSGN1.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  JOBSGN1 - Nightly stream sign-off.
      *  Reads the job-step register (JOBSTEP) that every program in
      *  the nightly stream writes as it starts and ends, and prints
      *  one page per business date for operations to sign.  Each
      *  page lists every step the night is expected to run --
      *  whether it ran, how many times, when, its condition code
      *  and its outcome, with the counts and totals it reported --
      *  and any step that ran without being on the schedule.  The
      *  page then cross-checks the steps against each other: the
      *  GL hash TRANACC1 extracted against the hash GLRECON1
      *  reconciled, the postings TRANACC1 accepted against the
      *  audit records AUDITVF1 certified, and the suspense TRANACC1
      *  wrote against what TRANRCY1 read and disposed of.  A night
      *  is certified only when every required step completed with
      *  a condition code of 04 or less, no step that ran failed or
      *  was left in flight, and every cross-check agrees.  The
      *  dates and the schedule come from SGNPARM; without it every
      *  date on the register is signed off against the standard
      *  schedule.
      *  Condition code: 00 every night certified, 04 a parameter
      *  record was unusable, 08 a night not certified or nothing
      *  on the register, 12 file failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STEP-FILE ASSIGN TO "JOBSTEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JS-STEP-KEY
               FILE STATUS IS WS-JOBSTEP-STATUS.

           SELECT SIGNOFF-PARM-FILE ASSIGN TO "SGNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SIGNOFF-REPORT-FILE ASSIGN TO "SGNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-STEP-FILE
           RECORD CONTAINS 235 CHARACTERS.
           COPY JSTPREC.

       FD  SIGNOFF-PARM-FILE
           RECORD CONTAINS 10 CHARACTERS.
           COPY SGNPREC.

       FD  SIGNOFF-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RPTREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-PARM-EOF-SW          PIC X(01) VALUE "N".
               88  WS-PARM-EOF         VALUE "Y".
           05  WS-REGISTER-EOF-SW      PIC X(01) VALUE "N".
               88  WS-REGISTER-EOF     VALUE "Y".
           05  WS-DAY-END-SW           PIC X(01) VALUE "N".
               88  WS-DAY-END          VALUE "Y".
           05  WS-DAY-FULL-SW          PIC X(01) VALUE "N".
               88  WS-DAY-TABLE-FULL   VALUE "Y".
           05  WS-DAY-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-DAY-FOUND        VALUE "Y".
           05  WS-SCHED-FOUND-SW       PIC X(01) VALUE "N".
               88  WS-SCHED-FOUND      VALUE "Y".
           05  WS-STAT-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-STAT-FOUND       VALUE "Y".
           05  WS-LEFT-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-LEFT-FOUND       VALUE "Y".
           05  WS-RIGHT-FOUND-SW       PIC X(01) VALUE "N".
               88  WS-RIGHT-FOUND      VALUE "Y".
           05  WS-CHECK-REQUIRED-SW    PIC X(01) VALUE "N".
               88  WS-CHECK-REQUIRED   VALUE "Y".
           05  WS-STEP-REQUIRED-SW     PIC X(01) VALUE "N".
               88  WS-STEP-REQUIRED    VALUE "Y".

       01  WS-JOBSTEP-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.

       01  WS-RUN-TIMESTAMP            PIC X(26) VALUE SPACES.

      *    The standard nightly schedule: each program with "R" if
      *    the night cannot be certified without it, "O" if it runs
      *    only when there is work for it.
       01  WS-DEFAULT-SCHEDULE.
           05  FILLER                  PIC X(09) VALUE "PARMEXT1R".
           05  FILLER                  PIC X(09) VALUE "PARMVFY1R".
           05  FILLER                  PIC X(09) VALUE "ACCTMNT1O".
           05  FILLER                  PIC X(09) VALUE "PARMMNT1O".
           05  FILLER                  PIC X(09) VALUE "TRANACC1R".
           05  FILLER                  PIC X(09) VALUE "SRCRTN1 R".
           05  FILLER                  PIC X(09) VALUE "TRANRCY1R".
           05  FILLER                  PIC X(09) VALUE "SUSPRF1 R".
           05  FILLER                  PIC X(09) VALUE "GLRECON1R".
           05  FILLER                  PIC X(09) VALUE "GLRESUB1R".
           05  FILLER                  PIC X(09) VALUE "FXREVAL1O".
           05  FILLER                  PIC X(09) VALUE "AUDITVF1R".
           05  FILLER                  PIC X(09) VALUE "BALVFY1 R".
           05  FILLER                  PIC X(09) VALUE "VOLTRND1R".
           05  FILLER                  PIC X(09) VALUE "BALSTMT1O".
           05  FILLER                  PIC X(09) VALUE "ACTSTMT1O".
           05  FILLER                  PIC X(09) VALUE "PROCPRG1O".
       01  WS-DEFAULT-SCHEDULE-TABLE REDEFINES WS-DEFAULT-SCHEDULE.
           05  WS-DEFAULT-STEP OCCURS 17 TIMES.
               10  WS-DEFAULT-PROGRAM  PIC X(08).
               10  WS-DEFAULT-FLAG     PIC X(01).
       01  WS-DEFAULT-STEP-COUNT       PIC 9(02) VALUE 17.

      *    The schedule the nights are signed off against.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCHED-COUNT          PIC 9(02) VALUE 0.
           05  WS-SCHED-ENTRY OCCURS 30 TIMES.
               10  WS-SCHED-PROGRAM    PIC X(08).
               10  WS-SCHED-FLAG       PIC X(01).
                   88  WS-SCHED-REQUIRED VALUE "R".
       01  WS-SCHED-LIMIT              PIC 9(02) VALUE 30.
       01  WS-SCHED-SUB                PIC 9(02) VALUE 0.

      *    Business dates asked for on the parameter file.
       01  WS-REQUESTED-DATES.
           05  WS-REQ-DATE-COUNT       PIC 9(02) VALUE 0.
           05  WS-REQ-DATE             PIC X(08) OCCURS 31 TIMES.
       01  WS-REQ-DATE-LIMIT           PIC 9(02) VALUE 31.
       01  WS-REQ-SUB                  PIC 9(02) VALUE 0.

      *    Every register entry for the date being signed off, held
      *    whole so each can be judged and printed in schedule order.
       01  WS-SIGN-DATE                PIC X(08) VALUE SPACES.
       01  WS-DAY-TABLE.
           05  WS-DAY-COUNT            PIC 9(02) VALUE 0.
           05  WS-DAY-ENTRY OCCURS 50 TIMES.
               10  WS-DAY-REPORTED-SW  PIC X(01).
                   88  WS-DAY-REPORTED VALUE "Y".
               10  WS-DAY-IMAGE        PIC X(235).
       01  WS-DAY-LIMIT                PIC 9(02) VALUE 50.
       01  WS-DAY-SUB                  PIC 9(02) VALUE 0.

      *    Step and statistic lookups.
       01  WS-FIND-PROGRAM             PIC X(08) VALUE SPACES.
       01  WS-FIND-LABEL               PIC X(12) VALUE SPACES.
       01  WS-FOUND-VALUE              PIC S9(13)V99 VALUE 0.
       01  WS-STAT-SUB                 PIC 9(01) VALUE 0.
       01  WS-STAT-PAIR-SUB            PIC 9(01) VALUE 0.

      *    One cross-check: a title, and the two sides compared.
       01  WS-CHECK-TITLE              PIC X(44) VALUE SPACES.
       01  WS-LEFT-PROGRAM             PIC X(08) VALUE SPACES.
       01  WS-LEFT-LABEL               PIC X(12) VALUE SPACES.
       01  WS-LEFT-VALUE               PIC S9(13)V99 VALUE 0.
       01  WS-RIGHT-PROGRAM            PIC X(08) VALUE SPACES.
       01  WS-RIGHT-LABEL              PIC X(12) VALUE SPACES.
       01  WS-RIGHT-VALUE              PIC S9(13)V99 VALUE 0.
       01  WS-CHECK-RESULT             PIC X(30) VALUE SPACES.

      *    The step being printed.
       01  WS-SCHEDULE-TEXT            PIC X(08) VALUE SPACES.
       01  WS-RAN-TEXT                 PIC X(03) VALUE SPACES.
       01  WS-RUNS-TEXT                PIC X(02) VALUE SPACES.
       01  WS-START-TEXT               PIC X(08) VALUE SPACES.
       01  WS-END-TEXT                 PIC X(08) VALUE SPACES.
       01  WS-CC-TEXT                  PIC X(02) VALUE SPACES.
       01  WS-OUTCOME-TEXT             PIC X(16) VALUE SPACES.

      *    Tallies for the date being signed off.
       01  WS-DATE-RUN-COUNT           PIC 9(03) VALUE 0.
       01  WS-DATE-MISSING-COUNT       PIC 9(03) VALUE 0.
       01  WS-DATE-INCOMPLETE-COUNT    PIC 9(03) VALUE 0.
       01  WS-DATE-FAILED-COUNT        PIC 9(03) VALUE 0.
       01  WS-DATE-WARNING-COUNT       PIC 9(03) VALUE 0.
       01  WS-DATE-UNSCHED-COUNT       PIC 9(03) VALUE 0.
       01  WS-DATE-CHECK-FAIL-COUNT    PIC 9(03) VALUE 0.

       01  WS-DATES-SIGNED-COUNT       PIC 9(05) VALUE 0.
       01  WS-DATES-CERTIFIED-COUNT    PIC 9(05) VALUE 0.
       01  WS-DATES-REFUSED-COUNT      PIC 9(05) VALUE 0.

      *    Graded run severity, handed to the scheduler as the
      *    condition code at termination (same scale as TRANACC1).
       01  WS-RUN-SEVERITY             PIC 9(02) VALUE 0.
       01  WS-NEW-SEVERITY             PIC 9(02) VALUE 0.

       01  WS-RPT-COUNT-ED             PIC Z,ZZZ,ZZ9.
       01  WS-RPT-VALUE-ED             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

      *    Two reported statistics to a line.
       01  WS-STAT-LINE.
           05  FILLER                  PIC X(04).
           05  WS-STAT-PRINT OCCURS 2 TIMES.
               10  WS-STAT-PRINT-LABEL PIC X(12).
               10  FILLER              PIC X(01).
               10  WS-STAT-PRINT-VALUE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(04).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF WS-REQ-DATE-COUNT > 0
               PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                       UNTIL WS-REQ-SUB > WS-REQ-DATE-COUNT
                   MOVE WS-REQ-DATE (WS-REQ-SUB) TO WS-SIGN-DATE
                   PERFORM 2000-SIGN-OFF-DATE
               END-PERFORM
           ELSE
               MOVE LOW-VALUES TO WS-SIGN-DATE
               PERFORM 1500-FIND-NEXT-DATE
               PERFORM UNTIL WS-REGISTER-EOF
                   PERFORM 2000-SIGN-OFF-DATE
                   PERFORM 1500-FIND-NEXT-DATE
               END-PERFORM
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           OPEN OUTPUT SIGNOFF-REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open sign-off report file.  "
                   "Status: " WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-SIGNOFF-PARMS
           IF WS-SCHED-COUNT = 0
               PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                       UNTIL WS-SCHED-SUB > WS-DEFAULT-STEP-COUNT
                   MOVE WS-DEFAULT-STEP (WS-SCHED-SUB)
                       TO WS-SCHED-ENTRY (WS-SCHED-SUB)
               END-PERFORM
               MOVE WS-DEFAULT-STEP-COUNT TO WS-SCHED-COUNT
           END-IF
      *    Without the register there is nothing to sign off, and a
      *    night must never be certified by default.
           OPEN INPUT JOB-STEP-FILE
           IF WS-JOBSTEP-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open job-step register.  "
                   "Status: " WS-JOBSTEP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The parameter file is optional: without it every date on
      *    the register is signed off against the standard schedule.
      *    A record that cannot be used is skipped with a warning.
       1100-READ-SIGNOFF-PARMS.
           OPEN INPUT SIGNOFF-PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL WS-PARM-EOF
                   READ SIGNOFF-PARM-FILE
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-EDIT-SIGNOFF-PARM
                   END-READ
               END-PERFORM
               CLOSE SIGNOFF-PARM-FILE
           ELSE
           IF WS-PARM-STATUS = "35"
               DISPLAY "No sign-off parameters -- signing off every "
                   "date against the standard schedule."
           ELSE
               DISPLAY "WARNING: Sign-off parameter file not "
                   "available (status " WS-PARM-STATUS
                   ") -- signing off every date against the "
                   "standard schedule."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF
           END-IF.

       1110-EDIT-SIGNOFF-PARM.
           IF SG-DATE-RECORD
               IF SG-BUSINESS-DATE IS NUMERIC
                       AND WS-REQ-DATE-COUNT < WS-REQ-DATE-LIMIT
                   ADD 1 TO WS-REQ-DATE-COUNT
                   MOVE SG-BUSINESS-DATE
                       TO WS-REQ-DATE (WS-REQ-DATE-COUNT)
               ELSE
                   DISPLAY "WARNING: Sign-off date record not "
                       "usable or too many dates -- skipped: "
                       SIGNOFF-PARM-RECORD
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
               END-IF
           ELSE
           IF SG-STEP-RECORD
               MOVE SG-PROGRAM-ID TO WS-FIND-PROGRAM
               PERFORM 1150-FIND-SCHEDULE-ENTRY
               IF SG-PROGRAM-ID NOT = SPACES
                       AND (SG-STEP-REQUIRED OR SG-STEP-OPTIONAL)
                       AND NOT WS-SCHED-FOUND
                       AND WS-SCHED-COUNT < WS-SCHED-LIMIT
                   ADD 1 TO WS-SCHED-COUNT
                   MOVE SG-PROGRAM-ID
                       TO WS-SCHED-PROGRAM (WS-SCHED-COUNT)
                   MOVE SG-REQUIRED-FLAG
                       TO WS-SCHED-FLAG (WS-SCHED-COUNT)
               ELSE
                   DISPLAY "WARNING: Sign-off step record not "
                       "usable, repeated or too many steps -- "
                       "skipped: " SIGNOFF-PARM-RECORD
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
               END-IF
           ELSE
               DISPLAY "WARNING: Sign-off parameter record type "
                   "not recognised -- skipped: " SIGNOFF-PARM-RECORD
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF
           END-IF.

      *    Looks WS-FIND-PROGRAM up on the schedule; WS-SCHED-SUB
      *    is left on the entry when found.
       1150-FIND-SCHEDULE-ENTRY.
           MOVE "N" TO WS-SCHED-FOUND-SW
           PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                   UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
                      OR WS-SCHED-FOUND
               IF WS-SCHED-PROGRAM (WS-SCHED-SUB) = WS-FIND-PROGRAM
                   SET WS-SCHED-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-SCHED-FOUND
               SUBTRACT 1 FROM WS-SCHED-SUB
           END-IF.

      *    Moves WS-SIGN-DATE on to the next business date on the
      *    register, positioning past every entry of the current one.
       1500-FIND-NEXT-DATE.
           MOVE WS-SIGN-DATE TO JS-BUSINESS-DATE
           MOVE HIGH-VALUES TO JS-PROGRAM-ID
           START JOB-STEP-FILE KEY > JS-STEP-KEY
               INVALID KEY
                   SET WS-REGISTER-EOF TO TRUE
           END-START
           IF NOT WS-REGISTER-EOF
               READ JOB-STEP-FILE NEXT RECORD
                   AT END
                       SET WS-REGISTER-EOF TO TRUE
                   NOT AT END
                       MOVE JS-BUSINESS-DATE TO WS-SIGN-DATE
               END-READ
           END-IF.

      *    One page: the steps in schedule order, the steps that ran
      *    without being scheduled, the cross-checks and the verdict.
       2000-SIGN-OFF-DATE.
           ADD 1 TO WS-DATES-SIGNED-COUNT
           MOVE 0 TO WS-DATE-RUN-COUNT
           MOVE 0 TO WS-DATE-MISSING-COUNT
           MOVE 0 TO WS-DATE-INCOMPLETE-COUNT
           MOVE 0 TO WS-DATE-FAILED-COUNT
           MOVE 0 TO WS-DATE-WARNING-COUNT
           MOVE 0 TO WS-DATE-UNSCHED-COUNT
           MOVE 0 TO WS-DATE-CHECK-FAIL-COUNT
           PERFORM 2100-LOAD-DATE-STEPS
           PERFORM 3000-WRITE-PAGE-HEADING
           PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                   UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
               PERFORM 3100-REPORT-SCHEDULED-STEP
           END-PERFORM
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
               IF NOT WS-DAY-REPORTED (WS-DAY-SUB)
                   PERFORM 3200-REPORT-UNSCHEDULED-STEP
               END-IF
           END-PERFORM
           PERFORM 4000-CROSS-CHECKS
           PERFORM 5000-WRITE-CERTIFICATION.

       2100-LOAD-DATE-STEPS.
           MOVE 0 TO WS-DAY-COUNT
           MOVE "N" TO WS-DAY-FULL-SW
           MOVE "N" TO WS-DAY-END-SW
           MOVE WS-SIGN-DATE TO JS-BUSINESS-DATE
           MOVE LOW-VALUES TO JS-PROGRAM-ID
           START JOB-STEP-FILE KEY >= JS-STEP-KEY
               INVALID KEY
                   SET WS-DAY-END TO TRUE
           END-START
           PERFORM UNTIL WS-DAY-END
               READ JOB-STEP-FILE NEXT RECORD
                   AT END
                       SET WS-DAY-END TO TRUE
               END-READ
               IF NOT WS-DAY-END
                   IF JS-BUSINESS-DATE NOT = WS-SIGN-DATE
                       SET WS-DAY-END TO TRUE
                   ELSE
                   IF WS-DAY-COUNT < WS-DAY-LIMIT
                       ADD 1 TO WS-DAY-COUNT
                       MOVE "N" TO WS-DAY-REPORTED-SW (WS-DAY-COUNT)
                       MOVE JOB-STEP-RECORD
                           TO WS-DAY-IMAGE (WS-DAY-COUNT)
                   ELSE
                       SET WS-DAY-TABLE-FULL TO TRUE
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    Leaves WS-FIND-PROGRAM's entry for the date in the register
      *    record area, with WS-DAY-SUB on it, when it ran.
       2200-FIND-DAY-STEP.
           MOVE "N" TO WS-DAY-FOUND-SW
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
                      OR WS-DAY-FOUND
               IF WS-DAY-IMAGE (WS-DAY-SUB) (9:8) = WS-FIND-PROGRAM
                   SET WS-DAY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-DAY-FOUND
               SUBTRACT 1 FROM WS-DAY-SUB
               MOVE WS-DAY-IMAGE (WS-DAY-SUB) TO JOB-STEP-RECORD
           END-IF.

      *    Finds the statistic WS-FIND-LABEL that WS-FIND-PROGRAM
      *    reported on completing.  A step still in flight has
      *    reported nothing.
       2300-FIND-STEP-STAT.
           MOVE "N" TO WS-STAT-FOUND-SW
           MOVE 0 TO WS-FOUND-VALUE
           PERFORM 2200-FIND-DAY-STEP
           IF WS-DAY-FOUND AND JS-STEP-COMPLETED
               PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
                       UNTIL WS-STAT-SUB > 6 OR WS-STAT-FOUND
                   IF JS-STAT-LABEL (WS-STAT-SUB) = WS-FIND-LABEL
                       SET WS-STAT-FOUND TO TRUE
                       MOVE JS-STAT-VALUE (WS-STAT-SUB)
                           TO WS-FOUND-VALUE
                   END-IF
               END-PERFORM
           END-IF.

       3000-WRITE-PAGE-HEADING.
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "JOBSGN1 - NIGHTLY STREAM SIGN-OFF"
               "          BUSINESS DATE " WS-SIGN-DATE
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9120-WRITE-PAGE-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "PRINTED " WS-RUN-TIMESTAMP (1:4) "-"
               WS-RUN-TIMESTAMP (5:2) "-" WS-RUN-TIMESTAMP (7:2)
               " " WS-RUN-TIMESTAMP (9:2) ":" WS-RUN-TIMESTAMP (11:2)
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "  STEP      SCHEDULE  RAN  RUNS  STARTED   "
               "ENDED     CC  OUTCOME"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "  --------  --------  ---  ----  --------  "
               "--------  --  ----------------"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       3100-REPORT-SCHEDULED-STEP.
           MOVE WS-SCHED-PROGRAM (WS-SCHED-SUB) TO WS-FIND-PROGRAM
           PERFORM 2200-FIND-DAY-STEP
           IF WS-SCHED-REQUIRED (WS-SCHED-SUB)
               SET WS-STEP-REQUIRED TO TRUE
               MOVE "REQUIRED" TO WS-SCHEDULE-TEXT
           ELSE
               MOVE "N" TO WS-STEP-REQUIRED-SW
               MOVE "OPTIONAL" TO WS-SCHEDULE-TEXT
           END-IF
           IF WS-DAY-FOUND
               SET WS-DAY-REPORTED (WS-DAY-SUB) TO TRUE
           END-IF
           PERFORM 3300-JUDGE-STEP
           PERFORM 3400-WRITE-STEP-LINE.

       3200-REPORT-UNSCHEDULED-STEP.
           ADD 1 TO WS-DATE-UNSCHED-COUNT
           SET WS-DAY-REPORTED (WS-DAY-SUB) TO TRUE
           MOVE WS-DAY-IMAGE (WS-DAY-SUB) TO JOB-STEP-RECORD
           MOVE JS-PROGRAM-ID TO WS-FIND-PROGRAM
           SET WS-DAY-FOUND TO TRUE
           MOVE "N" TO WS-STEP-REQUIRED-SW
           MOVE "UNSCHED" TO WS-SCHEDULE-TEXT
           PERFORM 3300-JUDGE-STEP
           PERFORM 3400-WRITE-STEP-LINE.

      *    A step that ran is judged on its own condition code,
      *    scheduled or not; a step that did not run only counts
      *    against the night when it is required.
       3300-JUDGE-STEP.
           MOVE SPACES TO WS-START-TEXT
           MOVE SPACES TO WS-END-TEXT
           MOVE SPACES TO WS-CC-TEXT
           MOVE SPACES TO WS-RUNS-TEXT
           IF NOT WS-DAY-FOUND
               MOVE "NO" TO WS-RAN-TEXT
               IF WS-STEP-REQUIRED
                   ADD 1 TO WS-DATE-MISSING-COUNT
                   MOVE "NOT RUN" TO WS-OUTCOME-TEXT
               ELSE
                   MOVE "NOT RUN - OK" TO WS-OUTCOME-TEXT
               END-IF
           ELSE
               ADD 1 TO WS-DATE-RUN-COUNT
               MOVE "YES" TO WS-RAN-TEXT
               MOVE JS-RUN-COUNT TO WS-RUNS-TEXT
               STRING JS-START-TIMESTAMP (9:2) ":"
                   JS-START-TIMESTAMP (11:2) ":"
                   JS-START-TIMESTAMP (13:2)
                   DELIMITED BY SIZE INTO WS-START-TEXT
               IF JS-STEP-COMPLETED
                   STRING JS-END-TIMESTAMP (9:2) ":"
                       JS-END-TIMESTAMP (11:2) ":"
                       JS-END-TIMESTAMP (13:2)
                       DELIMITED BY SIZE INTO WS-END-TEXT
                   MOVE JS-CONDITION-CODE TO WS-CC-TEXT
                   IF JS-CONDITION-CODE = 0
                       MOVE "CLEAN" TO WS-OUTCOME-TEXT
                   ELSE
                   IF JS-CONDITION-CODE NOT > 4
                       ADD 1 TO WS-DATE-WARNING-COUNT
                       MOVE "WARNINGS" TO WS-OUTCOME-TEXT
                   ELSE
                       ADD 1 TO WS-DATE-FAILED-COUNT
                       MOVE "FAILED" TO WS-OUTCOME-TEXT
                   END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-DATE-INCOMPLETE-COUNT
                   MOVE "--------" TO WS-END-TEXT
                   MOVE "--" TO WS-CC-TEXT
                   MOVE "DID NOT COMPLETE" TO WS-OUTCOME-TEXT
               END-IF
           END-IF.

       3400-WRITE-STEP-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "  " WS-FIND-PROGRAM "  " WS-SCHEDULE-TEXT
               "  " WS-RAN-TEXT "  " "  " WS-RUNS-TEXT
               "  " WS-START-TEXT "  " WS-END-TEXT
               "  " WS-CC-TEXT "  " WS-OUTCOME-TEXT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           IF WS-DAY-FOUND AND JS-STEP-COMPLETED
               PERFORM 3500-WRITE-STEP-STATS
           END-IF.

      *    The counts and totals the step reported, two to a line.
       3500-WRITE-STEP-STATS.
           MOVE SPACES TO WS-STAT-LINE
           MOVE 0 TO WS-STAT-PAIR-SUB
           PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
                   UNTIL WS-STAT-SUB > 6
               IF JS-STAT-LABEL (WS-STAT-SUB) NOT = SPACES
                   ADD 1 TO WS-STAT-PAIR-SUB
                   MOVE JS-STAT-LABEL (WS-STAT-SUB)
                       TO WS-STAT-PRINT-LABEL (WS-STAT-PAIR-SUB)
                   MOVE JS-STAT-VALUE (WS-STAT-SUB)
                       TO WS-STAT-PRINT-VALUE (WS-STAT-PAIR-SUB)
                   IF WS-STAT-PAIR-SUB = 2
                       MOVE WS-STAT-LINE TO CONTROL-REPORT-LINE
                       PERFORM 9110-WRITE-RPT-LINE
                       MOVE SPACES TO WS-STAT-LINE
                       MOVE 0 TO WS-STAT-PAIR-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF WS-STAT-PAIR-SUB > 0
               MOVE WS-STAT-LINE TO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           END-IF.

      *    The steps are checked against each other on the figures
      *    each reported.  A check that cannot be made because a
      *    step did not complete holds the night back only when one
      *    of its steps is required.
       4000-CROSS-CHECKS.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE "CROSS-CHECKS" TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           PERFORM 4100-CHECK-GL-HASH
           PERFORM 4200-CHECK-AUDIT-COUNT
           PERFORM 4300-CHECK-AUDIT-CERTIFIED
           PERFORM 4400-CHECK-SUSPENSE-HANDOFF
           PERFORM 4500-CHECK-SUSPENSE-DISPOSAL.

       4100-CHECK-GL-HASH.
           MOVE "GL HASH EXTRACTED AGAINST GL HASH RECONCILED"
               TO WS-CHECK-TITLE
           MOVE "TRANACC1" TO WS-LEFT-PROGRAM
           MOVE "GL HASH" TO WS-LEFT-LABEL
           MOVE "GLRECON1" TO WS-RIGHT-PROGRAM
           MOVE "GL HASH" TO WS-RIGHT-LABEL
           PERFORM 4800-FETCH-LEFT-SIDE
           PERFORM 4810-FETCH-RIGHT-SIDE
           PERFORM 4900-JUDGE-CHECK.

       4200-CHECK-AUDIT-COUNT.
           MOVE "POSTINGS ACCEPTED AGAINST AUDIT RECORDS"
               TO WS-CHECK-TITLE
           MOVE "TRANACC1" TO WS-LEFT-PROGRAM
           MOVE "ACCEPTED" TO WS-LEFT-LABEL
           MOVE "AUDITVF1" TO WS-RIGHT-PROGRAM
           MOVE "AUDIT RECS" TO WS-RIGHT-LABEL
           PERFORM 4800-FETCH-LEFT-SIDE
           PERFORM 4810-FETCH-RIGHT-SIDE
           PERFORM 4900-JUDGE-CHECK.

      *    The audit count above is only worth comparing if AUDITVF1
      *    passed the trail it counted.
       4300-CHECK-AUDIT-CERTIFIED.
           MOVE "AUDIT TRAIL CERTIFIED" TO WS-CHECK-TITLE
           MOVE "AUDITVF1" TO WS-LEFT-PROGRAM
           MOVE "CERTIFIED" TO WS-LEFT-LABEL
           MOVE SPACES TO WS-RIGHT-PROGRAM
           MOVE "EXPECTED" TO WS-RIGHT-LABEL
           MOVE 1 TO WS-RIGHT-VALUE
           SET WS-RIGHT-FOUND TO TRUE
           PERFORM 4800-FETCH-LEFT-SIDE
           PERFORM 4900-JUDGE-CHECK.

       4400-CHECK-SUSPENSE-HANDOFF.
           MOVE "SUSPENSE WRITTEN AGAINST SUSPENSE READ"
               TO WS-CHECK-TITLE
           MOVE "TRANACC1" TO WS-LEFT-PROGRAM
           MOVE "SUSPENSE OUT" TO WS-LEFT-LABEL
           MOVE "TRANRCY1" TO WS-RIGHT-PROGRAM
           MOVE "SUSPENSE IN" TO WS-RIGHT-LABEL
           PERFORM 4800-FETCH-LEFT-SIDE
           PERFORM 4810-FETCH-RIGHT-SIDE
           PERFORM 4900-JUDGE-CHECK.

      *    Every item TRANRCY1 read must have been recycled, written
      *    off or aged forward.
       4500-CHECK-SUSPENSE-DISPOSAL.
           MOVE "SUSPENSE READ AGAINST RECYCLED/OFF/AGED"
               TO WS-CHECK-TITLE
           MOVE "TRANRCY1" TO WS-LEFT-PROGRAM
           MOVE "SUSPENSE IN" TO WS-LEFT-LABEL
           PERFORM 4800-FETCH-LEFT-SIDE
           MOVE "TRANRCY1" TO WS-RIGHT-PROGRAM
           MOVE "DISPOSED OF" TO WS-RIGHT-LABEL
           MOVE 0 TO WS-RIGHT-VALUE
           SET WS-RIGHT-FOUND TO TRUE
           MOVE "TRANRCY1" TO WS-FIND-PROGRAM
           MOVE "RECYCLED" TO WS-FIND-LABEL
           PERFORM 4520-ADD-DISPOSAL
           MOVE "WRITTEN OFF" TO WS-FIND-LABEL
           PERFORM 4520-ADD-DISPOSAL
           MOVE "AGED FWD" TO WS-FIND-LABEL
           PERFORM 4520-ADD-DISPOSAL
           PERFORM 4900-JUDGE-CHECK.

       4520-ADD-DISPOSAL.
           PERFORM 2300-FIND-STEP-STAT
           IF WS-STAT-FOUND
               ADD WS-FOUND-VALUE TO WS-RIGHT-VALUE
           ELSE
               MOVE "N" TO WS-RIGHT-FOUND-SW
           END-IF.

       4800-FETCH-LEFT-SIDE.
           MOVE WS-LEFT-PROGRAM TO WS-FIND-PROGRAM
           MOVE WS-LEFT-LABEL TO WS-FIND-LABEL
           PERFORM 2300-FIND-STEP-STAT
           MOVE WS-STAT-FOUND-SW TO WS-LEFT-FOUND-SW
           MOVE WS-FOUND-VALUE TO WS-LEFT-VALUE.

       4810-FETCH-RIGHT-SIDE.
           MOVE WS-RIGHT-PROGRAM TO WS-FIND-PROGRAM
           MOVE WS-RIGHT-LABEL TO WS-FIND-LABEL
           PERFORM 2300-FIND-STEP-STAT
           MOVE WS-STAT-FOUND-SW TO WS-RIGHT-FOUND-SW
           MOVE WS-FOUND-VALUE TO WS-RIGHT-VALUE.

      *    Prints the check and its two sides, and holds the night
      *    back when the sides disagree or a required step left the
      *    check unmade.
       4900-JUDGE-CHECK.
           MOVE "N" TO WS-CHECK-REQUIRED-SW
           MOVE WS-LEFT-PROGRAM TO WS-FIND-PROGRAM
           PERFORM 1150-FIND-SCHEDULE-ENTRY
           IF WS-SCHED-FOUND
               IF WS-SCHED-REQUIRED (WS-SCHED-SUB)
                   SET WS-CHECK-REQUIRED TO TRUE
               END-IF
           END-IF
           IF WS-RIGHT-PROGRAM NOT = SPACES
               MOVE WS-RIGHT-PROGRAM TO WS-FIND-PROGRAM
               PERFORM 1150-FIND-SCHEDULE-ENTRY
               IF WS-SCHED-FOUND
                   IF WS-SCHED-REQUIRED (WS-SCHED-SUB)
                       SET WS-CHECK-REQUIRED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-LEFT-FOUND AND WS-RIGHT-FOUND
               IF WS-LEFT-VALUE = WS-RIGHT-VALUE
                   MOVE "AGREE" TO WS-CHECK-RESULT
               ELSE
                   ADD 1 TO WS-DATE-CHECK-FAIL-COUNT
                   MOVE "DO NOT AGREE" TO WS-CHECK-RESULT
               END-IF
           ELSE
           IF WS-CHECK-REQUIRED
               ADD 1 TO WS-DATE-CHECK-FAIL-COUNT
               MOVE "NOT MADE - STEP DID NOT REPORT"
                   TO WS-CHECK-RESULT
           ELSE
               MOVE "NOT MADE - STEPS NOT REQUIRED"
                   TO WS-CHECK-RESULT
           END-IF
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "  " WS-CHECK-TITLE " " WS-CHECK-RESULT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           IF WS-LEFT-FOUND
               MOVE WS-LEFT-VALUE TO WS-RPT-VALUE-ED
               STRING "      " WS-LEFT-PROGRAM " " WS-LEFT-LABEL
                   "  " WS-RPT-VALUE-ED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           ELSE
               STRING "      " WS-LEFT-PROGRAM " " WS-LEFT-LABEL
                   "  NOT REPORTED"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-IF
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           IF WS-RIGHT-FOUND
               MOVE WS-RIGHT-VALUE TO WS-RPT-VALUE-ED
               STRING "      " WS-RIGHT-PROGRAM " " WS-RIGHT-LABEL
                   "  " WS-RPT-VALUE-ED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           ELSE
               STRING "      " WS-RIGHT-PROGRAM " " WS-RIGHT-LABEL
                   "  NOT REPORTED"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-IF
           PERFORM 9110-WRITE-RPT-LINE.

      *    The verdict operations initial.  Anything that holds the
      *    night back is counted above it.
       5000-WRITE-CERTIFICATION.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-DATE-RUN-COUNT TO WS-RPT-COUNT-ED
           STRING "STEPS RUN. . . . . . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-DATE-UNSCHED-COUNT TO WS-RPT-COUNT-ED
           STRING "  OF WHICH UNSCHEDULED . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-DATE-WARNING-COUNT TO WS-RPT-COUNT-ED
           STRING "STEPS ENDING WITH WARNINGS : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-DATE-MISSING-COUNT TO WS-RPT-COUNT-ED
           STRING "REQUIRED STEPS NOT RUN . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-DATE-INCOMPLETE-COUNT TO WS-RPT-COUNT-ED
           STRING "STEPS NOT COMPLETED. . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-DATE-FAILED-COUNT TO WS-RPT-COUNT-ED
           STRING "STEPS FAILED (CC 08+). . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-DATE-CHECK-FAIL-COUNT TO WS-RPT-COUNT-ED
           STRING "CROSS-CHECKS FAILED. . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           IF WS-DAY-TABLE-FULL
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "MORE STEPS ON THE REGISTER FOR THE DATE "
                   "THAN CAN BE JUDGED"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           IF WS-DATE-MISSING-COUNT = 0
                   AND WS-DATE-INCOMPLETE-COUNT = 0
                   AND WS-DATE-FAILED-COUNT = 0
                   AND WS-DATE-CHECK-FAIL-COUNT = 0
                   AND NOT WS-DAY-TABLE-FULL
               ADD 1 TO WS-DATES-CERTIFIED-COUNT
               STRING "*** NIGHT " WS-SIGN-DATE " CERTIFIED ***"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           ELSE
               ADD 1 TO WS-DATES-REFUSED-COUNT
               STRING "*** NIGHT " WS-SIGN-DATE
                   " NOT CERTIFIED ***"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "OPERATIONS:  INITIALS ______   DATE ________   "
               "TIME ______"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       9000-TERMINATE.
           PERFORM 9200-WRITE-SIGNOFF-SUMMARY
           CLOSE JOB-STEP-FILE
           CLOSE SIGNOFF-REPORT-FILE
           MOVE WS-RUN-SEVERITY TO RETURN-CODE
           DISPLAY "JOBSGN1 ending with condition code "
               WS-RUN-SEVERITY.

       9110-WRITE-RPT-LINE.
           WRITE CONTROL-REPORT-LINE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: Sign-off report write failed.  "
                   "Status: " WS-RPT-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       9120-WRITE-PAGE-LINE.
           WRITE CONTROL-REPORT-LINE AFTER ADVANCING PAGE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: Sign-off report write failed.  "
                   "Status: " WS-RPT-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       9200-WRITE-SIGNOFF-SUMMARY.
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE "JOBSGN1 - NIGHTLY STREAM SIGN-OFF SUMMARY"
               TO CONTROL-REPORT-LINE
           PERFORM 9120-WRITE-PAGE-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           IF WS-DATES-SIGNED-COUNT = 0
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE "NO BUSINESS DATES ON THE JOB-STEP REGISTER"
                   TO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
               DISPLAY "ERROR: No business dates on the job-step "
                   "register -- nothing signed off."
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-DATES-SIGNED-COUNT TO WS-RPT-COUNT-ED
           STRING "NIGHTS SIGNED OFF. . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-DATES-CERTIFIED-COUNT TO WS-RPT-COUNT-ED
           STRING "NIGHTS CERTIFIED . . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-DATES-REFUSED-COUNT TO WS-RPT-COUNT-ED
           STRING "NIGHTS NOT CERTIFIED . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       9900-RAISE-SEVERITY.
           IF WS-NEW-SEVERITY > WS-RUN-SEVERITY
               MOVE WS-NEW-SEVERITY TO WS-RUN-SEVERITY
           END-IF.
