      *  for postings never sent are each reported, and the run ends
      *  with the graded condition code the accumulator uses so the
      *  scheduler can hold the next cycle when the GL side did not
      *  land.  Every rejected or unacknowledged posting is also
      *  raised on the GL break register (GLBRKS), which outlives
      *  the night: a break is cleared when a later acknowledgment
      *  accepts the posting, whether the original or the rebuilt
      *  posting GLRESUB1 resubmitted for it.  The extract detail
      *  file (GLEXDTL) supplies each posting's transaction type
      *  and map leg for the register:
      *    00 - every posting acknowledged accepted
      *    04 - warnings only
      *    08 - rejected/missing/orphan postings, extract trailer
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT GL-DETAIL-FILE ASSIGN TO "GLEXDTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLDTL-STATUS.

           SELECT BREAK-REGISTER-FILE ASSIGN TO "GLBRKS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-BREAK-KEY
               FILE STATUS IS WS-BRK-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "GLRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT JOB-STEP-FILE ASSIGN TO "JOBSTEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JS-STEP-KEY
               FILE STATUS IS WS-JOBSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 35 CHARACTERS.
           COPY GLAKREC.

       FD  GL-DETAIL-FILE
           RECORD CONTAINS 12 CHARACTERS.
           COPY GLXDREC.

       FD  BREAK-REGISTER-FILE
           RECORD CONTAINS 104 CHARACTERS.
           COPY GLBKREC.

       FD  RECON-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RPTREC.

       FD  JOB-STEP-FILE
           RECORD CONTAINS 235 CHARACTERS.
           COPY JSTPREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-GL-EOF-SW            PIC X(01) VALUE "N".
               88  WS-ACK-MATCHED      VALUE "Y".
           05  WS-GL-TRAILER-SEEN-SW   PIC X(01) VALUE "N".
               88  WS-GL-TRAILER-SEEN  VALUE "Y".
           05  WS-GLDTL-OPEN-SW        PIC X(01) VALUE "N".
               88  WS-GLDTL-OPEN       VALUE "Y".
           05  WS-GLDTL-USABLE-SW      PIC X(01) VALUE "N".
               88  WS-GLDTL-USABLE     VALUE "Y".
           05  WS-BRK-EOF-SW           PIC X(01) VALUE "N".
               88  WS-BRK-EOF          VALUE "Y".
           05  WS-BRK-MATCHED-SW       PIC X(01) VALUE "N".
               88  WS-BRK-MATCHED      VALUE "Y".
           05  WS-OBK-FULL-SW          PIC X(01) VALUE "N".
               88  WS-OBK-TABLE-FULL   VALUE "Y".

       01  WS-GL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ACK-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-GLDTL-STATUS             PIC X(02) VALUE SPACES.
       01  WS-BRK-STATUS               PIC X(02) VALUE SPACES.

       01  WS-SENT-READ-COUNT          PIC 9(07) VALUE 0.
       01  WS-ACK-READ-COUNT           PIC 9(07) VALUE 0.
       01  WS-TRAILER-ERROR-COUNT      PIC 9(07) VALUE 0.
       01  WS-GL-HASH-TOTAL            PIC 9(13)V99 VALUE 0.

       01  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
       01  WS-BREAK-REASON             PIC X(01) VALUE SPACES.
       01  WS-OPEN-AT-START-COUNT      PIC 9(07) VALUE 0.
       01  WS-BREAKS-RAISED-COUNT      PIC 9(07) VALUE 0.
       01  WS-BREAKS-CLEARED-COUNT     PIC 9(07) VALUE 0.
       01  WS-RESUB-REJECTED-COUNT     PIC 9(07) VALUE 0.
       01  WS-BREAKS-OPEN-COUNT        PIC 9(07) VALUE 0.
       01  WS-LEG-QUOTIENT             PIC 9(07) VALUE 0.
       01  WS-LEG-REMAINDER            PIC 9(01) VALUE 0.

      *    The night's 'D' postings, loaded once so the unsorted
      *    acknowledgment file can be matched in a single pass (the
      *    same pattern as the accumulator's parameter tables).  The
               10  WS-SENT-DR-CR       PIC X(01).
               10  WS-SENT-AMOUNT      PIC 9(09)V99.
               10  WS-SENT-REF         PIC X(12).
               10  WS-SENT-COMPANY     PIC X(04).
               10  WS-SENT-RUN-DATE    PIC X(08).
               10  WS-SENT-SEQ         PIC 9(07).
               10  WS-SENT-TYPE        PIC X(04).
               10  WS-SENT-LEG         PIC X(01).
               10  WS-SENT-STATE       PIC X(01).
                   88  WS-SENT-UNACKED VALUE "U".
                   88  WS-SENT-ACCEPTED
                   88  WS-SENT-REJECTED
                                       VALUE "R".

      *    Breaks left open by earlier nights, loaded once so an
      *    acknowledgment for a posting not in tonight's extract can
      *    be tried against them before it is called an orphan.  A
      *    resubmitted break answers to its resubmission account as
      *    well as its original one.
       01  WS-OPEN-BREAK-TABLE.
           05  WS-OBK-COUNT            PIC 9(04) VALUE 0.
           05  WS-OBK-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-OBK-IDX.
               10  WS-OBK-KEY.
                   15  WS-OBK-RUN-DATE PIC X(08).
                   15  WS-OBK-REF      PIC X(12).
                   15  WS-OBK-ACCOUNT  PIC X(10).
                   15  WS-OBK-SEQ      PIC 9(07).
               10  WS-OBK-RESUB-ACCOUNT
                                       PIC X(10).
               10  WS-OBK-DR-CR        PIC X(01).
               10  WS-OBK-AMOUNT       PIC 9(09)V99.
               10  WS-OBK-STATE        PIC X(01).
                   88  WS-OBK-STILL-OPEN
                                       VALUE "O".

      *    Graded run severity, handed to the scheduler as the
      *    condition code at termination (same scale as TRANACC1).
       01  WS-RUN-SEVERITY             PIC 9(02) VALUE 0.
       01  WS-RPT-COUNT-ED             PIC Z,ZZZ,ZZ9.
       01  WS-RPT-AMOUNT-ED            PIC ZZZ,ZZZ,ZZ9.99.

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
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open GL extract file.  "
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           PERFORM 1100-OPEN-GL-DETAIL
           PERFORM 1200-OPEN-BREAK-REGISTER
           PERFORM 1300-LOAD-OPEN-BREAKS
           PERFORM 9100-WRITE-REPORT-HEADING.

      *    Without the detail file the breaks are still raised, but
      *    carry no transaction type and can only be resubmitted to
      *    the accounts they were first sent to.
       1100-OPEN-GL-DETAIL.
           OPEN INPUT GL-DETAIL-FILE
           IF WS-GLDTL-STATUS = "00"
               SET WS-GLDTL-OPEN TO TRUE
               SET WS-GLDTL-USABLE TO TRUE
           ELSE
               DISPLAY "WARNING: GL extract detail file not "
                   "available (status " WS-GLDTL-STATUS
                   ") -- breaks raised without transaction type."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

      *    The break register is a permanent keyed file; the
      *    first-ever run creates it empty.
       1200-OPEN-BREAK-REGISTER.
           OPEN I-O BREAK-REGISTER-FILE
           IF WS-BRK-STATUS = "35"
               OPEN OUTPUT BREAK-REGISTER-FILE
               CLOSE BREAK-REGISTER-FILE
               OPEN I-O BREAK-REGISTER-FILE
           END-IF
           IF WS-BRK-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open GL break register.  "
                   "Status: " WS-BRK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-LOAD-OPEN-BREAKS.
           MOVE LOW-VALUES TO GB-BREAK-KEY
           START BREAK-REGISTER-FILE KEY >= GB-BREAK-KEY
               INVALID KEY
                   SET WS-BRK-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-BRK-EOF
               READ BREAK-REGISTER-FILE NEXT RECORD
                   AT END
                       SET WS-BRK-EOF TO TRUE
                   NOT AT END
                       IF GB-BREAK-OPEN
                           PERFORM 1310-TABLE-OPEN-BREAK
                       END-IF
               END-READ
               IF NOT WS-BRK-EOF AND WS-BRK-STATUS NOT = "00"
                   DISPLAY "ERROR: GL break register read failed.  "
                       "Status: " WS-BRK-STATUS
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
                   SET WS-BRK-EOF TO TRUE
               END-IF
           END-PERFORM.

       1310-TABLE-OPEN-BREAK.
           ADD 1 TO WS-OPEN-AT-START-COUNT
           IF WS-OBK-COUNT >= 1000
               IF NOT WS-OBK-TABLE-FULL
                   SET WS-OBK-TABLE-FULL TO TRUE
                   DISPLAY "WARNING: Open-break table full -- "
                       "older breaks cannot be cleared by "
                       "tonight's acknowledgments."
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-OBK-COUNT
               SET WS-OBK-IDX TO WS-OBK-COUNT
               MOVE GB-BREAK-KEY     TO WS-OBK-KEY (WS-OBK-IDX)
               MOVE GB-RESUB-ACCOUNT TO WS-OBK-RESUB-ACCOUNT
                                            (WS-OBK-IDX)
               MOVE GB-DR-CR-IND     TO WS-OBK-DR-CR (WS-OBK-IDX)
               MOVE GB-AMOUNT        TO WS-OBK-AMOUNT (WS-OBK-IDX)
               MOVE "O"              TO WS-OBK-STATE (WS-OBK-IDX)
           END-IF.

       2000-LOAD-GL-EXTRACT.
           PERFORM UNTIL WS-GL-EOF
               READ GL-EXTRACT-FILE
               MOVE GL-AMOUNT    TO WS-SENT-AMOUNT (WS-SENT-IDX)
               MOVE GL-POSTING-REF TO WS-SENT-REF (WS-SENT-IDX)
               MOVE "U" TO WS-SENT-STATE (WS-SENT-IDX)
               MOVE GL-COMPANY-CODE
                   TO WS-SENT-COMPANY (WS-SENT-IDX)
               MOVE GL-RUN-DATE  TO WS-SENT-RUN-DATE (WS-SENT-IDX)
               MOVE WS-SENT-READ-COUNT TO WS-SENT-SEQ (WS-SENT-IDX)
               PERFORM 2150-READ-GL-DETAIL
           END-IF.

      *    The accumulator writes every posting pair mapped-debit
      *    leg first, so without detail the leg follows from the
      *    posting's position in the extract.
       2150-READ-GL-DETAIL.
           MOVE SPACES TO WS-SENT-TYPE (WS-SENT-IDX)
           DIVIDE WS-SENT-READ-COUNT BY 2
               GIVING WS-LEG-QUOTIENT REMAINDER WS-LEG-REMAINDER
           IF WS-LEG-REMAINDER = 1
               MOVE "D" TO WS-SENT-LEG (WS-SENT-IDX)
           ELSE
               MOVE "C" TO WS-SENT-LEG (WS-SENT-IDX)
           END-IF
           IF WS-GLDTL-USABLE
               READ GL-DETAIL-FILE
                   AT END
                       MOVE "N" TO WS-GLDTL-USABLE-SW
                       DISPLAY "WARNING: GL extract detail ends "
                           "before the extract -- later breaks "
                           "raised without transaction type."
                       MOVE 4 TO WS-NEW-SEVERITY
                       PERFORM 9900-RAISE-SEVERITY
                   NOT AT END
                       IF GX-POSTING-SEQ = WS-SENT-READ-COUNT
                           MOVE GX-TRANS-TYPE
                               TO WS-SENT-TYPE (WS-SENT-IDX)
                           MOVE GX-MAP-LEG
                               TO WS-SENT-LEG (WS-SENT-IDX)
                       ELSE
                           MOVE "N" TO WS-GLDTL-USABLE-SW
                           DISPLAY "WARNING: GL extract detail out "
                               "of step with the extract at posting "
                               WS-SENT-READ-COUNT " -- later breaks "
                               "raised without transaction type."
                           MOVE 4 TO WS-NEW-SEVERITY
                           PERFORM 9900-RAISE-SEVERITY
                       END-IF
               END-READ
           END-IF.

       2200-VERIFY-GL-TRAILER.
               END-IF
           END-PERFORM
           IF NOT WS-ACK-MATCHED
               PERFORM 3400-MATCH-OPEN-BREAK
               IF NOT WS-BRK-MATCHED
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
                   PERFORM 9200-REPORT-ORPHAN-ACK
               END-IF
           ELSE
               IF GA-REJECTED
                   MOVE "R" TO WS-SENT-STATE (WS-SENT-IDX)
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
                   PERFORM 9210-REPORT-REJECTED-POSTING
                   MOVE "R" TO WS-BREAK-REASON
                   PERFORM 3300-RAISE-BREAK
               ELSE
                   IF GA-ACCEPTED
                       MOVE "A" TO WS-SENT-STATE (WS-SENT-IDX)
                       ADD 1 TO WS-ACCEPTED-COUNT
                       PERFORM 3200-CLEAR-SENT-BREAK
                   ELSE
                       MOVE "R" TO WS-SENT-STATE (WS-SENT-IDX)
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE 8 TO WS-NEW-SEVERITY
                       PERFORM 9900-RAISE-SEVERITY
                       PERFORM 9210-REPORT-REJECTED-POSTING
                       MOVE "R" TO WS-BREAK-REASON
                       PERFORM 3300-RAISE-BREAK
                   END-IF
               END-IF
           END-IF.

      *    A rerun against a later acknowledgment file can accept a
      *    posting that an earlier run raised as a break.
       3200-CLEAR-SENT-BREAK.
           MOVE WS-SENT-RUN-DATE (WS-SENT-IDX) TO GB-RUN-DATE
           MOVE WS-SENT-REF (WS-SENT-IDX)      TO GB-POSTING-REF
           MOVE WS-SENT-ACCOUNT (WS-SENT-IDX)  TO GB-ACCOUNT-CODE
           MOVE WS-SENT-SEQ (WS-SENT-IDX)      TO GB-POSTING-SEQ
           PERFORM 3500-CLEAR-BREAK-BY-KEY.

      *    A posting already on the register stays as it is, save
      *    that an open break takes tonight's reason; a cleared one
      *    is not reopened by a rerun of an old night.
       3300-RAISE-BREAK.
           MOVE WS-SENT-RUN-DATE (WS-SENT-IDX) TO GB-RUN-DATE
           MOVE WS-SENT-REF (WS-SENT-IDX)      TO GB-POSTING-REF
           MOVE WS-SENT-ACCOUNT (WS-SENT-IDX)  TO GB-ACCOUNT-CODE
           MOVE WS-SENT-SEQ (WS-SENT-IDX)      TO GB-POSTING-SEQ
           READ BREAK-REGISTER-FILE
               INVALID KEY
                   PERFORM 3310-WRITE-NEW-BREAK
               NOT INVALID KEY
                   IF GB-BREAK-OPEN
                       MOVE WS-BREAK-REASON TO GB-BREAK-REASON
                       REWRITE GL-BREAK-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ
           IF WS-BRK-STATUS NOT = "00"
               DISPLAY "ERROR: GL break register update failed for "
                   GB-ACCOUNT-CODE " REF " GB-POSTING-REF
                   ".  Status: " WS-BRK-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       3310-WRITE-NEW-BREAK.
           MOVE WS-SENT-RUN-DATE (WS-SENT-IDX) TO GB-RUN-DATE
           MOVE WS-SENT-REF (WS-SENT-IDX)      TO GB-POSTING-REF
           MOVE WS-SENT-ACCOUNT (WS-SENT-IDX)  TO GB-ACCOUNT-CODE
           MOVE WS-SENT-SEQ (WS-SENT-IDX)      TO GB-POSTING-SEQ
           MOVE WS-SENT-COMPANY (WS-SENT-IDX)  TO GB-COMPANY-CODE
           MOVE WS-SENT-CURRENCY (WS-SENT-IDX) TO GB-CURRENCY-CODE
           MOVE WS-SENT-DR-CR (WS-SENT-IDX)    TO GB-DR-CR-IND
           MOVE WS-SENT-AMOUNT (WS-SENT-IDX)   TO GB-AMOUNT
           MOVE WS-SENT-TYPE (WS-SENT-IDX)     TO GB-TRANS-TYPE
           MOVE WS-SENT-LEG (WS-SENT-IDX)      TO GB-MAP-LEG
           MOVE WS-BREAK-REASON                TO GB-BREAK-REASON
           MOVE "O"                            TO GB-BREAK-STATUS
           MOVE WS-TODAY-DATE                  TO GB-RAISED-DATE
           MOVE SPACES                         TO GB-CLEARED-DATE
           MOVE SPACES                         TO GB-RESUB-STATE
           MOVE 0                              TO GB-RESUB-COUNT
           MOVE SPACES                         TO GB-RESUB-DATE
           MOVE SPACES                         TO GB-RESUB-COMPANY
           MOVE SPACES                         TO GB-RESUB-ACCOUNT
           WRITE GL-BREAK-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-BREAKS-RAISED-COUNT
           END-WRITE.

      *    An acknowledgment for nothing sent tonight may answer an
      *    earlier break, either the original posting acknowledged
      *    late or its resubmission.  Accepted, the break clears;
      *    rejected, it stays open and may be resubmitted again.
       3400-MATCH-OPEN-BREAK.
           MOVE "N" TO WS-BRK-MATCHED-SW
           SET WS-OBK-IDX TO 1
           PERFORM UNTIL WS-OBK-IDX > WS-OBK-COUNT
                   OR WS-BRK-MATCHED
               IF WS-OBK-STILL-OPEN (WS-OBK-IDX)
                   AND WS-OBK-REF (WS-OBK-IDX) = GA-POSTING-REF
                   AND WS-OBK-DR-CR (WS-OBK-IDX) = GA-DR-CR-IND
                   AND WS-OBK-AMOUNT (WS-OBK-IDX) = GA-AMOUNT
                   AND (WS-OBK-ACCOUNT (WS-OBK-IDX)
                           = GA-ACCOUNT-CODE
                       OR WS-OBK-RESUB-ACCOUNT (WS-OBK-IDX)
                           = GA-ACCOUNT-CODE)
                   SET WS-BRK-MATCHED TO TRUE
               ELSE
                   SET WS-OBK-IDX UP BY 1
               END-IF
           END-PERFORM
           IF WS-BRK-MATCHED
               MOVE WS-OBK-KEY (WS-OBK-IDX) TO GB-BREAK-KEY
               IF GA-ACCEPTED
                   PERFORM 3500-CLEAR-BREAK-BY-KEY
               ELSE
                   MOVE "R" TO WS-OBK-STATE (WS-OBK-IDX)
                   PERFORM 3600-NOTE-RESUB-REJECTED
               END-IF
           END-IF.

       3500-CLEAR-BREAK-BY-KEY.
           READ BREAK-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GB-BREAK-OPEN
                       MOVE "C" TO GB-BREAK-STATUS
                       MOVE WS-TODAY-DATE TO GB-CLEARED-DATE
                       REWRITE GL-BREAK-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-BREAKS-CLEARED-COUNT
                               PERFORM 9230-REPORT-CLEARED-BREAK
                               PERFORM 3510-SETTLE-OPEN-ENTRY
                       END-REWRITE
                   END-IF
           END-READ
           IF WS-BRK-STATUS NOT = "00" AND WS-BRK-STATUS NOT = "23"
               DISPLAY "ERROR: GL break register update failed for "
                   GB-ACCOUNT-CODE " REF " GB-POSTING-REF
                   ".  Status: " WS-BRK-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       3510-SETTLE-OPEN-ENTRY.
           PERFORM VARYING WS-OBK-IDX FROM 1 BY 1
                   UNTIL WS-OBK-IDX > WS-OBK-COUNT
               IF WS-OBK-KEY (WS-OBK-IDX) = GB-BREAK-KEY
                   MOVE "C" TO WS-OBK-STATE (WS-OBK-IDX)
               END-IF
           END-PERFORM.

       3600-NOTE-RESUB-REJECTED.
           ADD 1 TO WS-RESUB-REJECTED-COUNT
           MOVE 8 TO WS-NEW-SEVERITY
           PERFORM 9900-RAISE-SEVERITY
           READ BREAK-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "R" TO GB-RESUB-STATE
                   REWRITE GL-BREAK-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           IF WS-BRK-STATUS NOT = "00"
               DISPLAY "ERROR: GL break register update failed for "
                   GB-ACCOUNT-CODE " REF " GB-POSTING-REF
                   ".  Status: " WS-BRK-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE GA-AMOUNT TO WS-RPT-AMOUNT-ED
           STRING "BREAK STILL OPEN: " GA-ACCOUNT-CODE
               " " GA-DR-CR-IND
               " " WS-RPT-AMOUNT-ED
               " REF " GA-POSTING-REF
               " REJECTED AGAIN"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       4000-REPORT-MISSING-ACKS.
           IF WS-ACK-AVAILABLE
               PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                       MOVE 8 TO WS-NEW-SEVERITY
                       PERFORM 9900-RAISE-SEVERITY
                       PERFORM 9220-REPORT-MISSING-ACK
                       MOVE "M" TO WS-BREAK-REASON
                       PERFORM 3300-RAISE-BREAK
                   END-IF
               END-PERFORM
           END-IF.

       9000-TERMINATE.
           PERFORM 9300-WRITE-RECON-SUMMARY
           IF WS-GLDTL-OPEN
               CLOSE GL-DETAIL-FILE
           END-IF
           CLOSE BREAK-REGISTER-FILE
           CLOSE RECON-REPORT-FILE
           MOVE WS-RUN-SEVERITY TO RETURN-CODE
           PERFORM 9610-REGISTER-STEP-END
           DISPLAY "GLRECON1 ending with condition code "
               WS-RUN-SEVERITY.

               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       9230-REPORT-CLEARED-BREAK.
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE GB-AMOUNT TO WS-RPT-AMOUNT-ED
           STRING "BREAK CLEARED: " GB-ACCOUNT-CODE
               " " GB-DR-CR-IND
               " " WS-RPT-AMOUNT-ED
               " REF " GB-POSTING-REF
               " RUN " GB-RUN-DATE
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       9300-WRITE-RECON-SUMMARY.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-BREAKS-RAISED-COUNT TO WS-RPT-COUNT-ED
           STRING "NEW BREAKS REGISTERED. . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-BREAKS-CLEARED-COUNT TO WS-RPT-COUNT-ED
           STRING "BREAKS CLEARED . . . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-RESUB-REJECTED-COUNT TO WS-RPT-COUNT-ED
           STRING "RESUBMISSIONS REJECTED . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           COMPUTE WS-BREAKS-OPEN-COUNT = WS-OPEN-AT-START-COUNT
                   + WS-BREAKS-RAISED-COUNT - WS-BREAKS-CLEARED-COUNT
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-BREAKS-OPEN-COUNT TO WS-RPT-COUNT-ED
           STRING "BREAKS OPEN ON REGISTER. . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           IF NOT WS-ACK-AVAILABLE
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "  (ACKNOWLEDGMENT FILE NOT AVAILABLE -- "
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
           MOVE "GLRECON1" TO JS-PROGRAM-ID
           READ JOB-STEP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STEP-ON-FILE TO TRUE
           END-READ
           IF NOT WS-STEP-ON-FILE
               MOVE SPACES TO JOB-STEP-RECORD
               MOVE WS-STEP-BUSINESS-DATE TO JS-BUSINESS-DATE
               MOVE "GLRECON1" TO JS-PROGRAM-ID
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
           MOVE "GL POSTINGS" TO WS-STEP-STAT-LABEL (1)
           MOVE WS-SENT-READ-COUNT
               TO WS-STEP-STAT-VALUE (1)
           MOVE "GL HASH" TO WS-STEP-STAT-LABEL (2)
           MOVE WS-GL-HASH-TOTAL
               TO WS-STEP-STAT-VALUE (2)
           MOVE "ACKS READ" TO WS-STEP-STAT-LABEL (3)
           MOVE WS-ACK-READ-COUNT
               TO WS-STEP-STAT-VALUE (3)
           MOVE "GL REJECTED" TO WS-STEP-STAT-LABEL (4)
           MOVE WS-REJECTED-COUNT
               TO WS-STEP-STAT-VALUE (4)
           MOVE "NOT ACKED" TO WS-STEP-STAT-LABEL (5)
           MOVE WS-MISSING-COUNT
               TO WS-STEP-STAT-VALUE (5)
           MOVE "BREAKS OPEN" TO WS-STEP-STAT-LABEL (6)
           MOVE WS-BREAKS-OPEN-COUNT
               TO WS-STEP-STAT-VALUE (6).

       9900-RAISE-SEVERITY.
           IF WS-NEW-SEVERITY > WS-RUN-SEVERITY
               MOVE WS-NEW-SEVERITY TO WS-RUN-SEVERITY
