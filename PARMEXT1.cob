       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMEXT1.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  PARMEXT1 - Parameter file extract.
      *  Builds the LIMPARM, GLMAP and FXRATES files, in the layouts
      *  the accumulator, the recycle job and the parameter pre-
      *  flight already read, from the effective-dated parameter
      *  master (PARMMST) that PARMMNT1 maintains.  Each file gets
      *  the one version of every entry in force on the as-of date:
      *  the business date on a normal night, an earlier date to
      *  rebuild the parameters an old run used, or a later date to
      *  preview staged changes.  GL rows come out in lookup
      *  sequence, so the accumulator's first-match lookup sees
      *  them in the order they were maintained in.  Every entry
      *  written is listed with the date its version took effect.
      *  The as-of date comes from PXTPARM (blank or absent for
      *  today); a date that is not usable stops the job before any
      *  file is touched, so the previous files stay in place.
      *  Condition code: 00 extracted, 04 a set has no entry in
      *  force or the control record is missing, 08 the as-of date
      *  is unusable or a set holds more entries than the
      *  accumulator's table, 12 file failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-PARM-FILE ASSIGN TO "PXTPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PARM-MASTER-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-MASTER-KEY
               FILE STATUS IS WS-PARMMST-STATUS.

           SELECT LIMIT-FILE ASSIGN TO "LIMPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT EXTRACT-REPORT-FILE ASSIGN TO "PXTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT JOB-STEP-FILE ASSIGN TO "JOBSTEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JS-STEP-KEY
               FILE STATUS IS WS-JOBSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-PARM-FILE
           RECORD CONTAINS 8 CHARACTERS.
           COPY PXTPREC.

       FD  PARM-MASTER-FILE
           RECORD CONTAINS 75 CHARACTERS.
           COPY PMSTREC.

       FD  LIMIT-FILE
           RECORD CONTAINS 15 CHARACTERS.
           COPY LIMTREC.

       FD  GL-MAP-FILE
           RECORD CONTAINS 31 CHARACTERS.
           COPY GLMPREC.

       FD  RATE-FILE
           RECORD CONTAINS 12 CHARACTERS.
           COPY FXRREC.

       FD  EXTRACT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RPTREC.

       FD  JOB-STEP-FILE
           RECORD CONTAINS 235 CHARACTERS.
           COPY JSTPREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-PARMMST-EOF-SW       PIC X(01) VALUE "N".
               88  WS-PARMMST-EOF      VALUE "Y".

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PARMMST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-LIMIT-FILE-STATUS        PIC X(02) VALUE SPACES.
       01  WS-GLMAP-FILE-STATUS        PIC X(02) VALUE SPACES.
       01  WS-RATE-FILE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.

       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-AS-OF-DATE               PIC X(08) VALUE SPACES.

       01  WS-VERSION-READ-COUNT       PIC 9(07) VALUE 0.
       01  WS-LIMIT-WRITE-COUNT        PIC 9(05) VALUE 0.
       01  WS-GLMAP-WRITE-COUNT        PIC 9(05) VALUE 0.
       01  WS-RATE-WRITE-COUNT         PIC 9(05) VALUE 0.

      *    The accumulator's table sizes for each set, as PARMVFY1
      *    checks them, and the set being judged at termination.
       01  WS-LIMIT-TABLE-SIZE         PIC 9(05) VALUE 50.
       01  WS-GLMAP-TABLE-SIZE         PIC 9(05) VALUE 50.
       01  WS-RATE-TABLE-SIZE          PIC 9(05) VALUE 20.
       01  WS-CHECK-SET-NAME           PIC X(07) VALUE SPACES.
       01  WS-CHECK-COUNT              PIC 9(05) VALUE 0.
       01  WS-CHECK-TABLE-SIZE         PIC 9(05) VALUE 0.

      *    Graded run severity, handed to the scheduler as the
      *    condition code at termination (same scale as TRANACC1).
       01  WS-RUN-SEVERITY             PIC 9(02) VALUE 0.
       01  WS-NEW-SEVERITY             PIC 9(02) VALUE 0.

       01  WS-RPT-COUNT-ED             PIC Z,ZZZ,ZZ9.
       01  WS-RPT-SIZE-ED              PIC ZZ9.
       01  WS-RPT-LIMIT-ED             PIC ZZZ,ZZZ,ZZ9.99.
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
           PERFORM 2000-EXTRACT-VERSION
               UNTIL WS-PARMMST-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9600-REGISTER-STEP-START
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM 1100-READ-EXTRACT-PARMS
      *    Without the master there is nothing to build from; the
      *    files already in place are left for the night to use.
           OPEN INPUT PARM-MASTER-FILE
           IF WS-PARMMST-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open parameter master file.  "
                   "Status: " WS-PARMMST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LIMIT-FILE
           IF WS-LIMIT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open limit parameter file.  "
                   "Status: " WS-LIMIT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GL-MAP-FILE
           IF WS-GLMAP-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open GL map parameter file.  "
                   "Status: " WS-GLMAP-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open rate parameter file.  "
                   "Status: " WS-RATE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open extract report file.  "
                   "Status: " WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE "PARMEXT1 - PARAMETER FILE EXTRACT REPORT"
               TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "RUN DATE . . . . . . . . . : " WS-RUN-DATE
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "PARAMETERS AS OF . . . . . : " WS-AS-OF-DATE
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           PERFORM 2100-READ-MASTER.

      *    A rebuild for the wrong date would silently put the wrong
      *    parameters in front of the accumulator, so an unusable
      *    date stops the job rather than falling back to today.
       1100-READ-EXTRACT-PARMS.
           MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           OPEN INPUT EXTRACT-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ EXTRACT-PARM-FILE
                   AT END
                       DISPLAY "WARNING: Extract parameter file "
                           "empty -- extracting as of the run date."
                       MOVE 4 TO WS-NEW-SEVERITY
                       PERFORM 9900-RAISE-SEVERITY
                   NOT AT END
                       IF PX-AS-OF-DATE IS NUMERIC
                               AND PX-AS-OF-DATE (1:4) > "1600"
                           MOVE PX-AS-OF-DATE TO WS-AS-OF-DATE
                       ELSE
                       IF PX-AS-OF-DATE NOT = SPACES
                           DISPLAY "ERROR: As-of date "
                               PX-AS-OF-DATE " not usable -- "
                               "nothing extracted."
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       END-IF
               END-READ
               CLOSE EXTRACT-PARM-FILE
           ELSE
               DISPLAY "WARNING: Extract parameter file not "
                   "available (status " WS-PARM-STATUS
                   ") -- extracting as of the run date."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF
           DISPLAY "Extracting parameters as of " WS-AS-OF-DATE.

      *    A version is in force from its effective date up to (not
      *    including) its end date; at most one version of an entry
      *    can be in force on any date.
       2000-EXTRACT-VERSION.
           ADD 1 TO WS-VERSION-READ-COUNT
           IF PR-EFFECTIVE-FROM NOT > WS-AS-OF-DATE
                   AND (PR-EFFECTIVE-TO = SPACES
                       OR PR-EFFECTIVE-TO > WS-AS-OF-DATE)
               IF PR-LIMIT-SET
                   PERFORM 2200-WRITE-LIMIT
               ELSE
               IF PR-GLMAP-SET
                   PERFORM 2300-WRITE-GL-MAP
               ELSE
               IF PR-RATE-SET
                   PERFORM 2400-WRITE-RATE
               END-IF
               END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-MASTER.

       2100-READ-MASTER.
           READ PARM-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-PARMMST-EOF TO TRUE
           END-READ
           IF WS-PARMMST-STATUS NOT = "00"
                   AND WS-PARMMST-STATUS NOT = "10"
               DISPLAY "ERROR: Parameter master read failed.  "
                   "Status: " WS-PARMMST-STATUS
               SET WS-PARMMST-EOF TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       2200-WRITE-LIMIT.
           MOVE PR-LM-TRANS-TYPE TO LM-TRANS-TYPE
           MOVE PR-LM-MAX-LIMIT  TO LM-MAX-LIMIT
           WRITE LIMIT-RECORD
           IF WS-LIMIT-FILE-STATUS = "00"
               ADD 1 TO WS-LIMIT-WRITE-COUNT
           ELSE
               DISPLAY "ERROR: Limit parameter write failed.  "
                   "Status: " WS-LIMIT-FILE-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF
           MOVE PR-LM-MAX-LIMIT TO WS-RPT-LIMIT-ED
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "LIMPARM  TYPE " PR-LM-TRANS-TYPE
               "  LIMIT " WS-RPT-LIMIT-ED
               "  FROM " PR-EFFECTIVE-FROM
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       2300-WRITE-GL-MAP.
           MOVE PR-GM-TRANS-TYPE    TO GM-TRANS-TYPE
           MOVE PR-GM-CURRENCY-CODE TO GM-CURRENCY-CODE
           MOVE PR-GM-COMPANY-CODE  TO GM-COMPANY-CODE
           MOVE PR-GM-DR-ACCOUNT    TO GM-DR-ACCOUNT
           MOVE PR-GM-CR-ACCOUNT    TO GM-CR-ACCOUNT
           WRITE GL-MAP-RECORD
           IF WS-GLMAP-FILE-STATUS = "00"
               ADD 1 TO WS-GLMAP-WRITE-COUNT
           ELSE
               DISPLAY "ERROR: GL map parameter write failed.  "
                   "Status: " WS-GLMAP-FILE-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "GLMAP    SEQ " PR-PARM-KEY (1:4)
               " " PR-GM-TRANS-TYPE " " PR-GM-CURRENCY-CODE
               " " PR-GM-COMPANY-CODE
               " " PR-GM-DR-ACCOUNT " " PR-GM-CR-ACCOUNT
               "  FROM " PR-EFFECTIVE-FROM
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       2400-WRITE-RATE.
           MOVE PR-FX-CURR-CODE TO FX-CURR-CODE
           MOVE PR-FX-RATE      TO FX-RATE
           WRITE RATE-RECORD
           IF WS-RATE-FILE-STATUS = "00"
               ADD 1 TO WS-RATE-WRITE-COUNT
           ELSE
               DISPLAY "ERROR: Rate parameter write failed.  "
                   "Status: " WS-RATE-FILE-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF
           MOVE PR-FX-RATE TO WS-RPT-RATE-ED
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "FXRATES  CCY " PR-FX-CURR-CODE
               "  RATE " WS-RPT-RATE-ED
               "  FROM " PR-EFFECTIVE-FROM
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE "LIMPARM" TO WS-CHECK-SET-NAME
           MOVE WS-LIMIT-WRITE-COUNT TO WS-CHECK-COUNT
           MOVE WS-LIMIT-TABLE-SIZE  TO WS-CHECK-TABLE-SIZE
           PERFORM 9100-CHECK-SET-COUNT
           MOVE "GLMAP" TO WS-CHECK-SET-NAME
           MOVE WS-GLMAP-WRITE-COUNT TO WS-CHECK-COUNT
           MOVE WS-GLMAP-TABLE-SIZE  TO WS-CHECK-TABLE-SIZE
           PERFORM 9100-CHECK-SET-COUNT
           MOVE "FXRATES" TO WS-CHECK-SET-NAME
           MOVE WS-RATE-WRITE-COUNT  TO WS-CHECK-COUNT
           MOVE WS-RATE-TABLE-SIZE   TO WS-CHECK-TABLE-SIZE
           PERFORM 9100-CHECK-SET-COUNT
           PERFORM 9300-WRITE-EXTRACT-SUMMARY
           CLOSE PARM-MASTER-FILE
           CLOSE LIMIT-FILE
           CLOSE GL-MAP-FILE
           CLOSE RATE-FILE
           CLOSE EXTRACT-REPORT-FILE
           MOVE WS-RUN-SEVERITY TO RETURN-CODE
           PERFORM 9610-REGISTER-STEP-END
           DISPLAY "PARMEXT1 ending with condition code "
               WS-RUN-SEVERITY.

      *    An empty file sends the accumulator to its defaults; more
      *    entries than its table holds would be lost off the end
      *    (PARMVFY1 blocks the night on the same condition).
       9100-CHECK-SET-COUNT.
           IF WS-CHECK-COUNT = 0
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "WARNING: " WS-CHECK-SET-NAME
                   " HAS NO ENTRY IN FORCE -- DEFAULTS WILL APPLY"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           ELSE
           IF WS-CHECK-COUNT > WS-CHECK-TABLE-SIZE
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE WS-CHECK-TABLE-SIZE TO WS-RPT-SIZE-ED
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "ERROR: " WS-CHECK-SET-NAME
                   " EXCEEDS THE ACCUMULATOR'S " WS-RPT-SIZE-ED
                   "-ENTRY TABLE"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           END-IF
           END-IF.

       9300-WRITE-EXTRACT-SUMMARY.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-VERSION-READ-COUNT TO WS-RPT-COUNT-ED
           STRING "MASTER VERSIONS READ . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-LIMIT-WRITE-COUNT TO WS-RPT-COUNT-ED
           STRING "LIMPARM ENTRIES WRITTEN. . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-GLMAP-WRITE-COUNT TO WS-RPT-COUNT-ED
           STRING "GLMAP ROWS WRITTEN . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-RATE-WRITE-COUNT TO WS-RPT-COUNT-ED
           STRING "FXRATES ENTRIES WRITTEN. . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       9110-WRITE-RPT-LINE.
           WRITE CONTROL-REPORT-LINE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: Extract report write failed.  "
                   "Status: " WS-RPT-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
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
           MOVE "PARMEXT1" TO JS-PROGRAM-ID
           READ JOB-STEP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STEP-ON-FILE TO TRUE
           END-READ
           IF NOT WS-STEP-ON-FILE
               MOVE SPACES TO JOB-STEP-RECORD
               MOVE WS-STEP-BUSINESS-DATE TO JS-BUSINESS-DATE
               MOVE "PARMEXT1" TO JS-PROGRAM-ID
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
           MOVE "VERSIONS" TO WS-STEP-STAT-LABEL (1)
           MOVE WS-VERSION-READ-COUNT
               TO WS-STEP-STAT-VALUE (1)
           MOVE "LIMPARM" TO WS-STEP-STAT-LABEL (2)
           MOVE WS-LIMIT-WRITE-COUNT
               TO WS-STEP-STAT-VALUE (2)
           MOVE "GLMAP" TO WS-STEP-STAT-LABEL (3)
           MOVE WS-GLMAP-WRITE-COUNT
               TO WS-STEP-STAT-VALUE (3)
           MOVE "FXRATES" TO WS-STEP-STAT-LABEL (4)
           MOVE WS-RATE-WRITE-COUNT
               TO WS-STEP-STAT-VALUE (4).

       9900-RAISE-SEVERITY.
           IF WS-NEW-SEVERITY > WS-RUN-SEVERITY
               MOVE WS-NEW-SEVERITY TO WS-RUN-SEVERITY
           END-IF.
