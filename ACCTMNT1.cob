       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT1.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  ACCTMNT1 - Account reference maintenance.
      *  Applies the day's add/change/close transactions to the
      *  account reference master the accumulator checks every
      *  posting against.  An add opens a new account; a change
      *  replaces the status, owning company or permitted currency
      *  list of an account on file; a close marks the account
      *  closed as of the effective date -- but only once the
      *  balance master shows a zero position in every currency the
      *  account has traded, so an account can never be closed with
      *  money still on it.  An effective date may be today or
      *  earlier but never later, since the accumulator goes by the
      *  status on file.  Every transaction is printed with the
      *  record as it stood before and after, for sign-off.
      *  Condition code: 00 all applied, 04 transactions rejected,
      *  12 file failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MAINT-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT ACCOUNT-REFERENCE-FILE ASSIGN TO "ACCTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-ACCOUNT-ID
               FILE STATUS IS WS-ACCTREF-STATUS.

           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-MASTER-KEY
               FILE STATUS IS WS-BALMSTR-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "ACMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT JOB-STEP-FILE ASSIGN TO "JOBSTEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JS-STEP-KEY
               FILE STATUS IS WS-JOBSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MAINT-FILE
           RECORD CONTAINS 58 CHARACTERS.
           COPY ACMTREC.

       FD  ACCOUNT-REFERENCE-FILE
           RECORD CONTAINS 73 CHARACTERS.
           COPY ACCTREC.

       FD  BALANCE-MASTER-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY BALMREC.

       FD  MAINT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RPTREC.

       FD  JOB-STEP-FILE
           RECORD CONTAINS 235 CHARACTERS.
           COPY JSTPREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-MAINT-EOF-SW         PIC X(01) VALUE "N".
               88  WS-MAINT-EOF        VALUE "Y".
           05  WS-BALMSTR-EOF-SW       PIC X(01) VALUE "N".
               88  WS-BALMSTR-EOF      VALUE "Y".
           05  WS-BALMSTR-OPEN-SW      PIC X(01) VALUE "N".
               88  WS-BALMSTR-OPEN     VALUE "Y".
           05  WS-ACCOUNT-FOUND-SW     PIC X(01) VALUE "N".
               88  WS-ACCOUNT-FOUND    VALUE "Y".
           05  WS-REJECTED-SW          PIC X(01) VALUE "N".
               88  WS-TRANS-REJECTED   VALUE "Y".
           05  WS-POSITION-OPEN-SW     PIC X(01) VALUE "N".
               88  WS-POSITION-OPEN    VALUE "Y".
           05  WS-CCY-GIVEN-SW         PIC X(01) VALUE "N".
               88  WS-CCY-GIVEN        VALUE "Y".

       01  WS-MAINT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-ACCTREF-STATUS           PIC X(02) VALUE SPACES.
       01  WS-BALMSTR-STATUS           PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.

       01  WS-MAINT-READ-COUNT         PIC 9(07) VALUE 0.
       01  WS-ADDED-COUNT              PIC 9(07) VALUE 0.
       01  WS-CHANGED-COUNT            PIC 9(07) VALUE 0.
       01  WS-CLOSED-COUNT             PIC 9(07) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.

       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-ACTION-NAME              PIC X(06) VALUE SPACES.
       01  WS-REJECT-TEXT              PIC X(50) VALUE SPACES.
       01  WS-CCY-SUB                  PIC 9(02) VALUE 0.

      *    The master as it stood before the transaction, kept for
      *    the before half of the change report.
       01  WS-BEFORE-IMAGE             PIC X(73) VALUE SPACES.
       01  WS-IMAGE-LABEL              PIC X(08) VALUE SPACES.

      *    The image being printed, in the master's own layout.
       01  WS-PRINT-IMAGE.
           05  WS-IMG-ACCOUNT-ID       PIC X(06).
           05  WS-IMG-STATUS           PIC X(01).
           05  WS-IMG-COMPANY          PIC X(04).
           05  WS-IMG-CURRENCY         PIC X(03) OCCURS 10 TIMES.
           05  WS-IMG-OPEN-DATE        PIC X(08).
           05  WS-IMG-CLOSE-DATE       PIC X(08).
           05  WS-IMG-MAINT-DATE       PIC X(08).
           05  WS-IMG-OPERATOR-REF     PIC X(08).
       01  WS-CCY-PRINT-LIST.
           05  WS-CCY-PRINT-ENTRY OCCURS 10 TIMES.
               10  WS-CCY-PRINT        PIC X(03).
               10  FILLER              PIC X(01).

      *    The first non-zero position found on the balance master
      *    for an account being closed, quoted on the refusal.
       01  WS-POSITION-CURRENCY        PIC X(03) VALUE SPACES.
       01  WS-POSITION-AMOUNT          PIC S9(11)V99 VALUE 0.

      *    Graded run severity, handed to the scheduler as the
      *    condition code at termination (same scale as TRANACC1).
       01  WS-RUN-SEVERITY             PIC 9(02) VALUE 0.
       01  WS-NEW-SEVERITY             PIC 9(02) VALUE 0.

       01  WS-RPT-COUNT-ED             PIC Z,ZZZ,ZZ9.
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
           PERFORM 2000-APPLY-MAINTENANCE
               UNTIL WS-MAINT-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9600-REGISTER-STEP-START
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           OPEN INPUT ACCOUNT-MAINT-FILE
           IF WS-MAINT-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open account maintenance file.  "
                   "Status: " WS-MAINT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *    The reference master is permanent and carried across
      *    runs; the first-ever run creates it empty.
           OPEN I-O ACCOUNT-REFERENCE-FILE
           IF WS-ACCTREF-STATUS = "35"
               OPEN OUTPUT ACCOUNT-REFERENCE-FILE
               CLOSE ACCOUNT-REFERENCE-FILE
               OPEN I-O ACCOUNT-REFERENCE-FILE
           END-IF
           IF WS-ACCTREF-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open account reference file.  "
                   "Status: " WS-ACCTREF-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *    No balance master yet means no account has ever posted,
      *    so every position is zero and closes may proceed.
           OPEN INPUT BALANCE-MASTER-FILE
           IF WS-BALMSTR-STATUS = "00"
               SET WS-BALMSTR-OPEN TO TRUE
           ELSE
               IF WS-BALMSTR-STATUS = "35"
                   DISPLAY "Balance master not found -- no account "
                       "holds a position."
               ELSE
                   DISPLAY "FATAL: Cannot open balance master file.  "
                       "Status: " WS-BALMSTR-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT MAINT-REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open maintenance report file.  "
                   "Status: " WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE "ACCTMNT1 - ACCOUNT REFERENCE MAINTENANCE REPORT"
               TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "RUN DATE . . . . . . . . . : " WS-RUN-DATE
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           PERFORM 2100-READ-MAINT-FILE.

      *    One transaction: look the account up, keep the before
      *    image, then edit and apply by action.  A rejected
      *    transaction leaves the master untouched and is printed
      *    with its reason.
       2000-APPLY-MAINTENANCE.
           ADD 1 TO WS-MAINT-READ-COUNT
           MOVE "N" TO WS-REJECTED-SW
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM 2050-READ-ACCOUNT
           IF WS-ACCOUNT-FOUND
               MOVE ACCOUNT-REFERENCE-RECORD TO WS-BEFORE-IMAGE
           END-IF
           IF AM-ADD-ACCOUNT
               MOVE "ADD" TO WS-ACTION-NAME
               PERFORM 2200-ADD-ACCOUNT
           ELSE
           IF AM-CHANGE-ACCOUNT
               MOVE "CHANGE" TO WS-ACTION-NAME
               PERFORM 2300-CHANGE-ACCOUNT
           ELSE
           IF AM-CLOSE-ACCOUNT
               MOVE "CLOSE" TO WS-ACTION-NAME
               PERFORM 2400-CLOSE-ACCOUNT
           ELSE
               MOVE "??????" TO WS-ACTION-NAME
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-TEXT
           END-IF
           END-IF
           END-IF
           PERFORM 9200-REPORT-TRANSACTION
           PERFORM 2100-READ-MAINT-FILE.

       2050-READ-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-FOUND-SW
           MOVE AM-ACCOUNT-ID TO AR-ACCOUNT-ID
           READ ACCOUNT-REFERENCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ACCOUNT-FOUND TO TRUE
           END-READ.

       2100-READ-MAINT-FILE.
           READ ACCOUNT-MAINT-FILE
               AT END
                   SET WS-MAINT-EOF TO TRUE
           END-READ.

      *    A new account needs an id, an owning company and at least
      *    one permitted currency; it opens on the effective date
      *    (today when none is given) with status open unless the
      *    transaction asks for it to start frozen.  The accumulator
      *    goes by status alone, so an account opened ahead of its
      *    date would take postings at once: a future date is
      *    refused and the add is keyed on the day.
       2200-ADD-ACCOUNT.
           PERFORM 2500-CHECK-CURRENCY-LIST
           IF AM-ACCOUNT-ID = SPACES
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "ACCOUNT ID IS BLANK" TO WS-REJECT-TEXT
           ELSE
           IF WS-ACCOUNT-FOUND
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "ACCOUNT ALREADY ON FILE" TO WS-REJECT-TEXT
           ELSE
           IF AM-ACCOUNT-STATUS NOT = SPACE
                   AND AM-ACCOUNT-STATUS NOT = "O"
                   AND AM-ACCOUNT-STATUS NOT = "F"
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "STATUS MUST BE O OR F ON AN ADD" TO WS-REJECT-TEXT
           ELSE
           IF AM-COMPANY-CODE = SPACES
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "OWNING COMPANY IS BLANK" TO WS-REJECT-TEXT
           ELSE
           IF NOT WS-CCY-GIVEN
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "NO PERMITTED CURRENCY GIVEN" TO WS-REJECT-TEXT
           ELSE
           IF AM-EFFECTIVE-DATE NOT = SPACES
                   AND AM-EFFECTIVE-DATE IS NOT NUMERIC
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-TEXT
           ELSE
           IF AM-EFFECTIVE-DATE NOT = SPACES
                   AND AM-EFFECTIVE-DATE > WS-RUN-DATE
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "FUTURE OPEN DATE -- ADD ON OR AFTER THE DAY"
                   TO WS-REJECT-TEXT
           ELSE
               MOVE SPACES TO ACCOUNT-REFERENCE-RECORD
               MOVE AM-ACCOUNT-ID TO AR-ACCOUNT-ID
               IF AM-ACCOUNT-STATUS = SPACE
                   MOVE "O" TO AR-ACCOUNT-STATUS
               ELSE
                   MOVE AM-ACCOUNT-STATUS TO AR-ACCOUNT-STATUS
               END-IF
               MOVE AM-COMPANY-CODE TO AR-COMPANY-CODE
               MOVE AM-PERMITTED-CURRENCIES
                   TO AR-PERMITTED-CURRENCIES
               IF AM-EFFECTIVE-DATE = SPACES
                   MOVE WS-RUN-DATE TO AR-OPEN-DATE
               ELSE
                   MOVE AM-EFFECTIVE-DATE TO AR-OPEN-DATE
               END-IF
               MOVE WS-RUN-DATE     TO AR-LAST-MAINT-DATE
               MOVE AM-OPERATOR-REF TO AR-LAST-OPERATOR-REF
               WRITE ACCOUNT-REFERENCE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-ACCTREF-STATUS = "00"
                   ADD 1 TO WS-ADDED-COUNT
               ELSE
                   PERFORM 2900-MASTER-WRITE-FAILED
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    A change may freeze or unfreeze an account, move it to
      *    another company or replace its currency list.  Closing
      *    goes through the close action (which proves the position
      *    is zero) and a closed account takes no further change.
       2300-CHANGE-ACCOUNT.
           PERFORM 2500-CHECK-CURRENCY-LIST
           IF NOT WS-ACCOUNT-FOUND
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-TEXT
           ELSE
           IF AR-ACCOUNT-CLOSED
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "ACCOUNT IS CLOSED -- NO CHANGE ALLOWED"
                   TO WS-REJECT-TEXT
           ELSE
           IF AM-ACCOUNT-STATUS NOT = SPACE
                   AND AM-ACCOUNT-STATUS NOT = "O"
                   AND AM-ACCOUNT-STATUS NOT = "F"
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "STATUS MUST BE O OR F -- CLOSE WITH ACTION X"
                   TO WS-REJECT-TEXT
           ELSE
           IF AM-ACCOUNT-STATUS = SPACE
                   AND AM-COMPANY-CODE = SPACES
                   AND NOT WS-CCY-GIVEN
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "NOTHING TO CHANGE" TO WS-REJECT-TEXT
           ELSE
               IF AM-ACCOUNT-STATUS NOT = SPACE
                   MOVE AM-ACCOUNT-STATUS TO AR-ACCOUNT-STATUS
               END-IF
               IF AM-COMPANY-CODE NOT = SPACES
                   MOVE AM-COMPANY-CODE TO AR-COMPANY-CODE
               END-IF
               IF WS-CCY-GIVEN
                   MOVE AM-PERMITTED-CURRENCIES
                       TO AR-PERMITTED-CURRENCIES
               END-IF
               MOVE WS-RUN-DATE     TO AR-LAST-MAINT-DATE
               MOVE AM-OPERATOR-REF TO AR-LAST-OPERATOR-REF
               REWRITE ACCOUNT-REFERENCE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-ACCTREF-STATUS = "00"
                   ADD 1 TO WS-CHANGED-COUNT
               ELSE
                   PERFORM 2900-MASTER-WRITE-FAILED
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    An account may only close once every balance master it
      *    owns nets to zero (balance forward plus period-to-date);
      *    the refusal quotes the first open position found.  A
      *    closed account takes no postings from the moment it is
      *    marked, so a close dated ahead is refused like an add.
       2400-CLOSE-ACCOUNT.
           IF NOT WS-ACCOUNT-FOUND
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-TEXT
           ELSE
           IF AR-ACCOUNT-CLOSED
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "ACCOUNT ALREADY CLOSED" TO WS-REJECT-TEXT
           ELSE
           IF AM-EFFECTIVE-DATE NOT = SPACES
                   AND AM-EFFECTIVE-DATE IS NOT NUMERIC
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-TEXT
           ELSE
           IF AM-EFFECTIVE-DATE NOT = SPACES
                   AND AM-EFFECTIVE-DATE > WS-RUN-DATE
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "FUTURE CLOSE DATE -- CLOSE ON OR AFTER THE DAY"
                   TO WS-REJECT-TEXT
           ELSE
               PERFORM 2450-CHECK-MASTER-POSITION
               IF WS-POSITION-OPEN
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE WS-POSITION-AMOUNT TO WS-RPT-WIDE-SIGNED-ED
                   STRING "POSITION NOT ZERO -- " WS-POSITION-CURRENCY
                       " " WS-RPT-WIDE-SIGNED-ED
                       DELIMITED BY SIZE INTO WS-REJECT-TEXT
               ELSE
                   MOVE "C" TO AR-ACCOUNT-STATUS
                   IF AM-EFFECTIVE-DATE = SPACES
                       MOVE WS-RUN-DATE TO AR-CLOSE-DATE
                   ELSE
                       MOVE AM-EFFECTIVE-DATE TO AR-CLOSE-DATE
                   END-IF
                   MOVE WS-RUN-DATE     TO AR-LAST-MAINT-DATE
                   MOVE AM-OPERATOR-REF TO AR-LAST-OPERATOR-REF
                   REWRITE ACCOUNT-REFERENCE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF WS-ACCTREF-STATUS = "00"
                       ADD 1 TO WS-CLOSED-COUNT
                   ELSE
                       PERFORM 2900-MASTER-WRITE-FAILED
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    Walks the balance master records for the account (all
      *    currencies sit together under the account-first key).
       2450-CHECK-MASTER-POSITION.
           MOVE "N" TO WS-POSITION-OPEN-SW
           IF WS-BALMSTR-OPEN
               MOVE "N" TO WS-BALMSTR-EOF-SW
               MOVE AM-ACCOUNT-ID TO BM-ACCOUNT-ID
               MOVE LOW-VALUES    TO BM-CURRENCY-CODE
               START BALANCE-MASTER-FILE KEY >= BM-MASTER-KEY
                   INVALID KEY
                       SET WS-BALMSTR-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-BALMSTR-EOF OR WS-POSITION-OPEN
                   READ BALANCE-MASTER-FILE NEXT RECORD
                       AT END
                           SET WS-BALMSTR-EOF TO TRUE
                       NOT AT END
                           IF BM-ACCOUNT-ID NOT = AM-ACCOUNT-ID
                               SET WS-BALMSTR-EOF TO TRUE
                           ELSE
                               COMPUTE WS-POSITION-AMOUNT =
                                   BM-BALANCE-FWD + BM-PTD-AMOUNT
                               IF WS-POSITION-AMOUNT NOT = 0
                                   SET WS-POSITION-OPEN TO TRUE
                                   MOVE BM-CURRENCY-CODE
                                       TO WS-POSITION-CURRENCY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2500-CHECK-CURRENCY-LIST.
           MOVE "N" TO WS-CCY-GIVEN-SW
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > 10
               IF AM-PERMITTED-CURRENCY (WS-CCY-SUB) NOT = SPACES
                   SET WS-CCY-GIVEN TO TRUE
               END-IF
           END-PERFORM.

       2900-MASTER-WRITE-FAILED.
           DISPLAY "ERROR: Account reference write failed.  Status: "
               WS-ACCTREF-STATUS "  Account: " AM-ACCOUNT-ID
           SET WS-TRANS-REJECTED TO TRUE
           STRING "MASTER WRITE FAILED -- STATUS " WS-ACCTREF-STATUS
               DELIMITED BY SIZE INTO WS-REJECT-TEXT
           MOVE 12 TO WS-NEW-SEVERITY
           PERFORM 9900-RAISE-SEVERITY.

       9000-TERMINATE.
           PERFORM 9300-WRITE-MAINT-SUMMARY
           CLOSE ACCOUNT-MAINT-FILE
           CLOSE ACCOUNT-REFERENCE-FILE
           IF WS-BALMSTR-OPEN
               CLOSE BALANCE-MASTER-FILE
           END-IF
           CLOSE MAINT-REPORT-FILE
           MOVE WS-RUN-SEVERITY TO RETURN-CODE
           PERFORM 9610-REGISTER-STEP-END
           DISPLAY "ACCTMNT1 ending with condition code "
               WS-RUN-SEVERITY.

      *    Each transaction prints a heading line, then the master
      *    before and after -- or, when refused, the before image
      *    and the reason it was refused.
       9200-REPORT-TRANSACTION.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           IF WS-TRANS-REJECTED
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               STRING WS-ACTION-NAME "  ACCOUNT " AM-ACCOUNT-ID
                   "  REF " AM-OPERATOR-REF "  ** REJECTED **"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           ELSE
               STRING WS-ACTION-NAME "  ACCOUNT " AM-ACCOUNT-ID
                   "  REF " AM-OPERATOR-REF "  APPLIED"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-IF
           PERFORM 9110-WRITE-RPT-LINE
           MOVE "BEFORE" TO WS-IMAGE-LABEL
           IF WS-BEFORE-IMAGE = SPACES
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "  " WS-IMAGE-LABEL "(NOT ON FILE)"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           ELSE
               MOVE WS-BEFORE-IMAGE TO WS-PRINT-IMAGE
               PERFORM 9210-REPORT-IMAGE
           END-IF
           IF WS-TRANS-REJECTED
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "  REASON  " WS-REJECT-TEXT
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           ELSE
               MOVE "AFTER" TO WS-IMAGE-LABEL
               MOVE ACCOUNT-REFERENCE-RECORD TO WS-PRINT-IMAGE
               PERFORM 9210-REPORT-IMAGE
           END-IF.

       9210-REPORT-IMAGE.
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "  " WS-IMAGE-LABEL "STATUS " WS-IMG-STATUS
               "  COMPANY " WS-IMG-COMPANY
               "  OPENED " WS-IMG-OPEN-DATE
               "  CLOSED " WS-IMG-CLOSE-DATE
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO WS-CCY-PRINT-LIST
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > 10
               MOVE WS-IMG-CURRENCY (WS-CCY-SUB)
                   TO WS-CCY-PRINT (WS-CCY-SUB)
           END-PERFORM
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "          CURRENCIES " WS-CCY-PRINT-LIST
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "          LAST MAINTAINED " WS-IMG-MAINT-DATE
               "  BY " WS-IMG-OPERATOR-REF
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       9300-WRITE-MAINT-SUMMARY.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-MAINT-READ-COUNT TO WS-RPT-COUNT-ED
           STRING "TRANSACTIONS READ. . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-ADDED-COUNT TO WS-RPT-COUNT-ED
           STRING "ACCOUNTS ADDED . . . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-CHANGED-COUNT TO WS-RPT-COUNT-ED
           STRING "ACCOUNTS CHANGED . . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-CLOSED-COUNT TO WS-RPT-COUNT-ED
           STRING "ACCOUNTS CLOSED. . . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT-ED
           STRING "TRANSACTIONS REJECTED. . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       9110-WRITE-RPT-LINE.
           WRITE CONTROL-REPORT-LINE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: Maintenance report write failed.  "
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
           MOVE "ACCTMNT1" TO JS-PROGRAM-ID
           READ JOB-STEP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STEP-ON-FILE TO TRUE
           END-READ
           IF NOT WS-STEP-ON-FILE
               MOVE SPACES TO JOB-STEP-RECORD
               MOVE WS-STEP-BUSINESS-DATE TO JS-BUSINESS-DATE
               MOVE "ACCTMNT1" TO JS-PROGRAM-ID
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
           MOVE "READ" TO WS-STEP-STAT-LABEL (1)
           MOVE WS-MAINT-READ-COUNT
               TO WS-STEP-STAT-VALUE (1)
           MOVE "ADDED" TO WS-STEP-STAT-LABEL (2)
           MOVE WS-ADDED-COUNT
               TO WS-STEP-STAT-VALUE (2)
           MOVE "CHANGED" TO WS-STEP-STAT-LABEL (3)
           MOVE WS-CHANGED-COUNT
               TO WS-STEP-STAT-VALUE (3)
           MOVE "CLOSED" TO WS-STEP-STAT-LABEL (4)
           MOVE WS-CLOSED-COUNT
               TO WS-STEP-STAT-VALUE (4)
           MOVE "REJECTED" TO WS-STEP-STAT-LABEL (5)
           MOVE WS-REJECTED-COUNT
               TO WS-STEP-STAT-VALUE (5).

       9900-RAISE-SEVERITY.
           IF WS-NEW-SEVERITY > WS-RUN-SEVERITY
               MOVE WS-NEW-SEVERITY TO WS-RUN-SEVERITY
           END-IF.
