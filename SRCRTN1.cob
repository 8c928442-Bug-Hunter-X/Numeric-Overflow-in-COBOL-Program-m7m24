       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCRTN1.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  SRCRTN1 - Source-system return files.
      *  Runs after TRANACC1 and sends each upstream system the
      *  outcome of every batch it delivered, so rejects can be
      *  corrected and resent at source without re-keying.  The
      *  batch results come from the batch-result file (BATRES) and
      *  the rejected items from the return detail file (RTNDTL)
      *  the accumulator writes beside its suspense file.  One
      *  return file is written per source system, named RTN plus
      *  the source system (RTNNOHDR for batches that arrived
      *  without a header): an acknowledgment for every batch that
      *  reconciled clean, a header and a detail record per
      *  rejected item for every other batch, and a trailer.  The
      *  report lists each file written with its counts.
      *  Condition code: 00 clean, 04 no batches or no detail file
      *  when none was needed, 08 a batch's detail records do not
      *  agree with its reject count or a table filled, 12 file
      *  failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-RESULT-FILE ASSIGN TO "BATRES"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BATRES-STATUS.

           SELECT RETURN-DETAIL-FILE ASSIGN TO "RTNDTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTNDTL-STATUS.

           SELECT RETURN-FILE ASSIGN TO DYNAMIC WS-RETURN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT RETURN-REPORT-FILE ASSIGN TO "SRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT JOB-STEP-FILE ASSIGN TO "JOBSTEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JS-STEP-KEY
               FILE STATUS IS WS-JOBSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-RESULT-FILE
           RECORD CONTAINS 75 CHARACTERS.
           COPY BATRREC.

       FD  RETURN-DETAIL-FILE
           RECORD CONTAINS 94 CHARACTERS.
           COPY RTDREC.

       FD  RETURN-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RTNREC.

       FD  RETURN-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RPTREC.

       FD  JOB-STEP-FILE
           RECORD CONTAINS 235 CHARACTERS.
           COPY JSTPREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-BATRES-EOF-SW        PIC X(01) VALUE "N".
               88  WS-BATRES-EOF       VALUE "Y".
           05  WS-RTNDTL-EOF-SW        PIC X(01) VALUE "N".
               88  WS-RTNDTL-EOF       VALUE "Y".
           05  WS-RTNDTL-AVAILABLE-SW  PIC X(01) VALUE "N".
               88  WS-RTNDTL-AVAILABLE VALUE "Y".
           05  WS-BATCH-FULL-SW        PIC X(01) VALUE "N".
               88  WS-BATCH-TABLE-FULL VALUE "Y".
           05  WS-SOURCE-FULL-SW       PIC X(01) VALUE "N".
               88  WS-SOURCE-TABLE-FULL
                                       VALUE "Y".

       01  WS-BATRES-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RTNDTL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RETURN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.

       01  WS-RETURN-FILE-NAME         PIC X(11) VALUE SPACES.

      *    Every batch of the run, in batch-result slot order.  The
      *    slot number is what the return detail records carry.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-COUNT          PIC 9(04) VALUE 0.
           05  WS-BATCH-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-BATCH-IDX.
               10  WS-BAT-SEQ          PIC 9(07).
               10  WS-BAT-RESULT       PIC X(75).
       01  WS-TOTAL-REJECTS-EXPECTED   PIC 9(07) VALUE 0.

      *    The distinct source systems, in first-seen order.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-COUNT         PIC 9(03) VALUE 0.
           05  WS-SOURCE-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-SRC-IDX.
               10  WS-SRC-CODE         PIC X(08).
       01  WS-CURRENT-SOURCE           PIC X(08) VALUE SPACES.

      *    Counts for the return file being written.
       01  WS-FILE-BATCH-COUNT         PIC 9(07) VALUE 0.
       01  WS-FILE-ACK-COUNT           PIC 9(07) VALUE 0.
       01  WS-FILE-REJECT-COUNT        PIC 9(07) VALUE 0.
       01  WS-FILE-RECORD-COUNT        PIC 9(07) VALUE 0.
       01  WS-BATCH-DETAIL-COUNT       PIC 9(07) VALUE 0.

       01  WS-FILES-WRITTEN            PIC 9(05) VALUE 0.
       01  WS-RUN-BATCH-COUNT          PIC 9(07) VALUE 0.
       01  WS-RUN-ACK-COUNT            PIC 9(07) VALUE 0.
       01  WS-RUN-REJECT-COUNT         PIC 9(07) VALUE 0.
       01  WS-DETAIL-MISMATCH-COUNT    PIC 9(07) VALUE 0.

      *    Graded run severity, handed to the scheduler as the
      *    condition code at termination (same scale as TRANACC1).
       01  WS-RUN-SEVERITY             PIC 9(02) VALUE 0.
       01  WS-NEW-SEVERITY             PIC 9(02) VALUE 0.

       01  WS-RPT-COUNT-ED             PIC Z,ZZZ,ZZ9.
       01  WS-RPT-ACK-ED               PIC Z,ZZZ,ZZ9.
       01  WS-RPT-REJECT-ED            PIC Z,ZZZ,ZZ9.

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
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
               PERFORM 2000-WRITE-SOURCE-RETURN
           END-PERFORM
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9600-REGISTER-STEP-START
           OPEN OUTPUT RETURN-REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open return report file.  "
                   "Status: " WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9100-WRITE-REPORT-HEADING
           PERFORM 1100-LOAD-BATCH-RESULTS
      *    Without the detail file the rejected items cannot be
      *    returned; that only matters if some batch rejected any.
           OPEN INPUT RETURN-DETAIL-FILE
           IF WS-RTNDTL-STATUS = "00"
               SET WS-RTNDTL-AVAILABLE TO TRUE
               CLOSE RETURN-DETAIL-FILE
           ELSE
               IF WS-TOTAL-REJECTS-EXPECTED > 0
                   DISPLAY "ERROR: Return detail file not available "
                       "(status " WS-RTNDTL-STATUS
                       ") -- rejected items cannot be returned."
                   MOVE 12 TO WS-NEW-SEVERITY
               ELSE
                   DISPLAY "WARNING: Return detail file not "
                       "available (status " WS-RTNDTL-STATUS
                       ") -- no batch rejected any item."
                   MOVE 4 TO WS-NEW-SEVERITY
               END-IF
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       1100-LOAD-BATCH-RESULTS.
           OPEN INPUT BATCH-RESULT-FILE
           IF WS-BATRES-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open batch result file.  "
                   "Status: " WS-BATRES-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-BATRES-EOF
               READ BATCH-RESULT-FILE NEXT RECORD
                   AT END
                       SET WS-BATRES-EOF TO TRUE
                   NOT AT END
                       PERFORM 1110-HOLD-BATCH-RESULT
               END-READ
           END-PERFORM
           CLOSE BATCH-RESULT-FILE
           IF WS-BATCH-COUNT = 0
               DISPLAY "WARNING: Batch result file holds no "
                   "batches -- no return files written."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       1110-HOLD-BATCH-RESULT.
           IF WS-BATCH-COUNT >= 5000
               IF NOT WS-BATCH-TABLE-FULL
                   SET WS-BATCH-TABLE-FULL TO TRUE
                   DISPLAY "ERROR: Batch table full -- batch "
                       BR-BATCH-ID " onward not returned."
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-BATCH-COUNT
               SET WS-BATCH-IDX TO WS-BATCH-COUNT
               MOVE WS-BATCH-COUNT TO WS-BAT-SEQ (WS-BATCH-IDX)
               MOVE BATCH-RESULT-RECORD
                   TO WS-BAT-RESULT (WS-BATCH-IDX)
               ADD BR-REJECT-COUNT TO WS-TOTAL-REJECTS-EXPECTED
               PERFORM 1120-NOTE-SOURCE-SYSTEM
           END-IF.

       1120-NOTE-SOURCE-SYSTEM.
           SET WS-SRC-IDX TO 1
           PERFORM UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
                   OR WS-SRC-CODE (WS-SRC-IDX) = BR-SOURCE-SYSTEM
               SET WS-SRC-IDX UP BY 1
           END-PERFORM
           IF WS-SRC-IDX > WS-SOURCE-COUNT
               IF WS-SOURCE-COUNT >= 100
                   IF NOT WS-SOURCE-TABLE-FULL
                       SET WS-SOURCE-TABLE-FULL TO TRUE
                       DISPLAY "ERROR: Source system table full -- "
                           "source " BR-SOURCE-SYSTEM
                           " not returned."
                       MOVE 8 TO WS-NEW-SEVERITY
                       PERFORM 9900-RAISE-SEVERITY
                   END-IF
               ELSE
                   ADD 1 TO WS-SOURCE-COUNT
                   MOVE BR-SOURCE-SYSTEM
                       TO WS-SRC-CODE (WS-SOURCE-COUNT)
               END-IF
           END-IF.

      *    One pass of the detail file per source system.  Details
      *    were written batch by batch, so walking the source's
      *    batches in slot order and the detail file in step with
      *    them puts each batch's rejects straight after its header.
       2000-WRITE-SOURCE-RETURN.
           MOVE WS-SRC-CODE (WS-SRC-IDX) TO WS-CURRENT-SOURCE
           MOVE SPACES TO WS-RETURN-FILE-NAME
           IF WS-CURRENT-SOURCE = SPACES
               MOVE "RTNNOHDR" TO WS-RETURN-FILE-NAME
           ELSE
               STRING "RTN" WS-CURRENT-SOURCE
                   DELIMITED BY SPACE INTO WS-RETURN-FILE-NAME
           END-IF
           MOVE 0 TO WS-FILE-BATCH-COUNT
           MOVE 0 TO WS-FILE-ACK-COUNT
           MOVE 0 TO WS-FILE-REJECT-COUNT
           MOVE 0 TO WS-FILE-RECORD-COUNT
           OPEN OUTPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open return file "
                   WS-RETURN-FILE-NAME ".  Status: " WS-RETURN-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           ELSE
               MOVE "Y" TO WS-RTNDTL-EOF-SW
               IF WS-RTNDTL-AVAILABLE
                   OPEN INPUT RETURN-DETAIL-FILE
                   IF WS-RTNDTL-STATUS = "00"
                       MOVE "N" TO WS-RTNDTL-EOF-SW
                       PERFORM 2300-READ-RETURN-DETAIL
                   ELSE
                       DISPLAY "ERROR: Cannot reopen return detail "
                           "file.  Status: " WS-RTNDTL-STATUS
                       MOVE 12 TO WS-NEW-SEVERITY
                       PERFORM 9900-RAISE-SEVERITY
                       MOVE "N" TO WS-RTNDTL-AVAILABLE-SW
                   END-IF
               END-IF
               PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                       UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                   MOVE WS-BAT-RESULT (WS-BATCH-IDX)
                       TO BATCH-RESULT-RECORD
                   IF BR-SOURCE-SYSTEM = WS-CURRENT-SOURCE
                       PERFORM 2100-RETURN-ONE-BATCH
                   END-IF
               END-PERFORM
               IF WS-RTNDTL-AVAILABLE
                   CLOSE RETURN-DETAIL-FILE
               END-IF
               PERFORM 2400-WRITE-RETURN-TRAILER
               CLOSE RETURN-FILE
               ADD 1 TO WS-FILES-WRITTEN
               PERFORM 9150-REPORT-RETURN-FILE
           END-IF.

      *    A batch that reconciled and rejected nothing is simply
      *    acknowledged; any other batch gets a header followed by
      *    its rejected items.
       2100-RETURN-ONE-BATCH.
           ADD 1 TO WS-FILE-BATCH-COUNT
           MOVE SPACES TO RETURN-FILE-RECORD
           IF BR-IN-BALANCE AND BR-REJECT-COUNT = 0
               SET RT-BATCH-ACK TO TRUE
               ADD 1 TO WS-FILE-ACK-COUNT
           ELSE
               SET RT-BATCH-HEADER TO TRUE
           END-IF
           MOVE BR-BATCH-ID         TO RT-BATCH-ID
           MOVE BR-SOURCE-SYSTEM    TO RT-SOURCE-SYSTEM
           MOVE BR-BUSINESS-DATE    TO RT-BUSINESS-DATE
           MOVE BR-BATCH-STATUS     TO RT-BATCH-STATUS
           MOVE BR-TRANS-COUNT      TO RT-TRANS-COUNT
           MOVE BR-ACCEPT-COUNT     TO RT-ACCEPT-COUNT
           MOVE BR-REJECT-COUNT     TO RT-REJECT-COUNT
           MOVE BR-CTRL-TRANS-COUNT TO RT-CTRL-TRANS-COUNT
           MOVE BR-CTRL-TOTAL       TO RT-CTRL-TOTAL
           MOVE BR-BATCH-GROSS      TO RT-BATCH-GROSS
           PERFORM 2500-WRITE-RETURN-RECORD
           MOVE 0 TO WS-BATCH-DETAIL-COUNT
           PERFORM UNTIL WS-RTNDTL-EOF
                   OR RD-BATCH-SEQ >= WS-BAT-SEQ (WS-BATCH-IDX)
               PERFORM 2300-READ-RETURN-DETAIL
           END-PERFORM
           PERFORM UNTIL WS-RTNDTL-EOF
                   OR RD-BATCH-SEQ NOT = WS-BAT-SEQ (WS-BATCH-IDX)
               PERFORM 2200-WRITE-REJECT-DETAIL
               PERFORM 2300-READ-RETURN-DETAIL
           END-PERFORM
           IF WS-BATCH-DETAIL-COUNT NOT = BR-REJECT-COUNT
               ADD 1 TO WS-DETAIL-MISMATCH-COUNT
               DISPLAY "ERROR: Batch " BR-BATCH-ID " from "
                   BR-SOURCE-SYSTEM " rejected " BR-REJECT-COUNT
                   " item(s) but " WS-BATCH-DETAIL-COUNT
                   " detail record(s) were found."
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       2200-WRITE-REJECT-DETAIL.
           ADD 1 TO WS-BATCH-DETAIL-COUNT
           ADD 1 TO WS-FILE-REJECT-COUNT
           MOVE SPACES TO RETURN-FILE-RECORD
           SET RT-REJECT-DETAIL TO TRUE
           MOVE RD-BATCH-ID      TO RT-DTL-BATCH-ID
           MOVE RD-TRANS-KEY     TO RT-TRANS-KEY
           MOVE RD-TRANS-TYPE    TO RT-TRANS-TYPE
           MOVE RD-CURRENCY-CODE TO RT-CURRENCY-CODE
           MOVE RD-SIGN          TO RT-SIGN
           MOVE RD-AMOUNT-RAW    TO RT-AMOUNT-RAW
           MOVE RD-REASON-CODE   TO RT-REASON-CODE
           MOVE RD-REASON-TEXT   TO RT-REASON-TEXT
           PERFORM 2500-WRITE-RETURN-RECORD.

       2300-READ-RETURN-DETAIL.
           READ RETURN-DETAIL-FILE
               AT END
                   SET WS-RTNDTL-EOF TO TRUE
           END-READ.

       2400-WRITE-RETURN-TRAILER.
           MOVE SPACES TO RETURN-FILE-RECORD
           SET RT-FILE-TRAILER TO TRUE
           MOVE WS-CURRENT-SOURCE    TO RT-TRL-SOURCE-SYSTEM
           MOVE WS-FILE-BATCH-COUNT  TO RT-TRL-BATCH-COUNT
           MOVE WS-FILE-REJECT-COUNT TO RT-TRL-REJECT-COUNT
           COMPUTE RT-TRL-RECORD-COUNT = WS-FILE-RECORD-COUNT + 1
           PERFORM 2500-WRITE-RETURN-RECORD.

       2500-WRITE-RETURN-RECORD.
           WRITE RETURN-FILE-RECORD
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "ERROR: Return file " WS-RETURN-FILE-NAME
                   " write failed.  Status: " WS-RETURN-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF
           ADD 1 TO WS-FILE-RECORD-COUNT.

       9000-TERMINATE.
           PERFORM 9200-WRITE-RETURN-SUMMARY
           CLOSE RETURN-REPORT-FILE
           MOVE WS-RUN-SEVERITY TO RETURN-CODE
           PERFORM 9610-REGISTER-STEP-END
           DISPLAY "SRCRTN1 ending with condition code "
               WS-RUN-SEVERITY.

       9100-WRITE-REPORT-HEADING.
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE "SRCRTN1 - RETURN FILES TO SOURCE SYSTEMS"
               TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "RUN DATE " FUNCTION CURRENT-DATE (1:8)
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "  SOURCE   RETURN FILE     BATCHES      ACKS"
               "   REJECTS"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       9110-WRITE-RPT-LINE.
           WRITE CONTROL-REPORT-LINE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: Return report write failed.  "
                   "Status: " WS-RPT-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       9150-REPORT-RETURN-FILE.
           ADD WS-FILE-BATCH-COUNT  TO WS-RUN-BATCH-COUNT
           ADD WS-FILE-ACK-COUNT    TO WS-RUN-ACK-COUNT
           ADD WS-FILE-REJECT-COUNT TO WS-RUN-REJECT-COUNT
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-FILE-BATCH-COUNT  TO WS-RPT-COUNT-ED
           MOVE WS-FILE-ACK-COUNT    TO WS-RPT-ACK-ED
           MOVE WS-FILE-REJECT-COUNT TO WS-RPT-REJECT-ED
           STRING "  " WS-CURRENT-SOURCE " " WS-RETURN-FILE-NAME
               " " WS-RPT-COUNT-ED " " WS-RPT-ACK-ED
               " " WS-RPT-REJECT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       9200-WRITE-RETURN-SUMMARY.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-FILES-WRITTEN TO WS-RPT-COUNT-ED
           STRING "RETURN FILES WRITTEN . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-RUN-BATCH-COUNT TO WS-RPT-COUNT-ED
           STRING "BATCHES RETURNED . . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-RUN-ACK-COUNT TO WS-RPT-COUNT-ED
           STRING "  ACKNOWLEDGED CLEAN . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-RUN-REJECT-COUNT TO WS-RPT-COUNT-ED
           STRING "REJECTED ITEMS RETURNED. . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-DETAIL-MISMATCH-COUNT TO WS-RPT-COUNT-ED
           STRING "BATCHES WITH DETAIL DIFFS. : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
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
           MOVE "SRCRTN1" TO JS-PROGRAM-ID
           READ JOB-STEP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STEP-ON-FILE TO TRUE
           END-READ
           IF NOT WS-STEP-ON-FILE
               MOVE SPACES TO JOB-STEP-RECORD
               MOVE WS-STEP-BUSINESS-DATE TO JS-BUSINESS-DATE
               MOVE "SRCRTN1" TO JS-PROGRAM-ID
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
           MOVE "BATCHES" TO WS-STEP-STAT-LABEL (1)
           MOVE WS-RUN-BATCH-COUNT
               TO WS-STEP-STAT-VALUE (1)
           MOVE "ACKNOWLEDGED" TO WS-STEP-STAT-LABEL (2)
           MOVE WS-RUN-ACK-COUNT
               TO WS-STEP-STAT-VALUE (2)
           MOVE "REJECTED" TO WS-STEP-STAT-LABEL (3)
           MOVE WS-RUN-REJECT-COUNT
               TO WS-STEP-STAT-VALUE (3)
           MOVE "MISMATCHES" TO WS-STEP-STAT-LABEL (4)
           MOVE WS-DETAIL-MISMATCH-COUNT
               TO WS-STEP-STAT-VALUE (4).

       9900-RAISE-SEVERITY.
           IF WS-NEW-SEVERITY > WS-RUN-SEVERITY
               MOVE WS-NEW-SEVERITY TO WS-RUN-SEVERITY
           END-IF.
