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
           RECORD CONTAINS 80 CHARACTERS.
           COPY RPTREC.

       FD  JOB-STEP-FILE
           RECORD CONTAINS 235 CHARACTERS.
           COPY JSTPREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-BALMSTR-EOF-SW       PIC X(01) VALUE "N".
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
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9600-REGISTER-STEP-START
           OPEN INPUT BALANCE-MASTER-FILE
           IF WS-BALMSTR-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open balance master file.  "
           PERFORM 9300-WRITE-SUMMARY-SECTION
           CLOSE BALANCE-MASTER-FILE
           CLOSE STATEMENT-REPORT-FILE
           PERFORM 9610-REGISTER-STEP-END
           DISPLAY "Statement complete.  Masters read: "
               WS-MASTER-READ-COUNT "  Accounts: " WS-ACCOUNT-COUNT
               "  Dormant: " WS-DORMANT-COUNT.
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
           MOVE "BALSTMT1" TO JS-PROGRAM-ID
           READ JOB-STEP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STEP-ON-FILE TO TRUE
           END-READ
           IF NOT WS-STEP-ON-FILE
               MOVE SPACES TO JOB-STEP-RECORD
               MOVE WS-STEP-BUSINESS-DATE TO JS-BUSINESS-DATE
               MOVE "BALSTMT1" TO JS-PROGRAM-ID
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
           MOVE "MASTERS READ" TO WS-STEP-STAT-LABEL (1)
           MOVE WS-MASTER-READ-COUNT
               TO WS-STEP-STAT-VALUE (1)
           MOVE "ACCOUNTS" TO WS-STEP-STAT-LABEL (2)
           MOVE WS-ACCOUNT-COUNT
               TO WS-STEP-STAT-VALUE (2)
           MOVE "DORMANT" TO WS-STEP-STAT-LABEL (3)
           MOVE WS-DORMANT-COUNT
               TO WS-STEP-STAT-VALUE (3).
