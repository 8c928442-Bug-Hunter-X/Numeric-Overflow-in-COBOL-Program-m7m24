               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.

           SELECT ACCOUNT-LIMIT-FILE ASSIGN TO "ACCTLIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTLIM-STATUS.

           SELECT PROCESSED-TRANS-FILE ASSIGN TO "PROCTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT GL-DETAIL-FILE ASSIGN TO "GLEXDTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLDTL-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLS-STATUS.

           SELECT ACCOUNT-REFERENCE-FILE ASSIGN TO "ACCTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-ACCOUNT-ID
               FILE STATUS IS WS-ACCTREF-STATUS.

           SELECT TRANS-HISTORY-FILE ASSIGN TO "TXNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TH-HISTORY-KEY
               FILE STATUS IS WS-TXNHIST-STATUS.

           SELECT RETURN-DETAIL-FILE ASSIGN TO "RTNDTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTNDTL-STATUS.

           SELECT ACTIVITY-HISTORY-FILE ASSIGN TO "ACTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-HISTORY-KEY
               FILE STATUS IS WS-ACTHIST-STATUS.

           SELECT JOB-STEP-FILE ASSIGN TO "JOBSTEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JS-STEP-KEY
               FILE STATUS IS WS-JOBSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           COPY EXCPREC.

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 51599 CHARACTERS.
           COPY CKPTREC.

       FD  CONTROL-REPORT-FILE
           RECORD CONTAINS 15 CHARACTERS.
           COPY LIMTREC.

       FD  ACCOUNT-LIMIT-FILE
           RECORD CONTAINS 84 CHARACTERS.
           COPY ALIMREC.

       FD  PROCESSED-TRANS-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY PROCREC.
           RECORD CONTAINS 50 CHARACTERS.
           COPY GLEXREC.

       FD  GL-DETAIL-FILE
           RECORD CONTAINS 12 CHARACTERS.
           COPY GLXDREC.

       FD  GL-MAP-FILE
           RECORD CONTAINS 31 CHARACTERS.
           COPY GLMPREC.
           COPY PNDXREC.

       FD  BATCH-RESULT-FILE
           RECORD CONTAINS 75 CHARACTERS.
           COPY BATRREC.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CLSREC.

       FD  ACCOUNT-REFERENCE-FILE
           RECORD CONTAINS 73 CHARACTERS.
           COPY ACCTREC.

       FD  TRANS-HISTORY-FILE
           RECORD CONTAINS 57 CHARACTERS.
           COPY TXHREC.

       FD  RETURN-DETAIL-FILE
           RECORD CONTAINS 94 CHARACTERS.
           COPY RTDREC.

       FD  ACTIVITY-HISTORY-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY AHSTREC.

       FD  JOB-STEP-FILE
           RECORD CONTAINS 235 CHARACTERS.
           COPY JSTPREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW               PIC X(01) VALUE "N".
               88  WS-BALMSTR-EOF      VALUE "Y".
           05  WS-MASTER-OVFL-SW       PIC X(01) VALUE "N".
               88  WS-MASTER-OVFL      VALUE "Y".
           05  WS-ACCOUNT-REJECT-SW    PIC X(01) VALUE "N".
               88  WS-ACCOUNT-REJECTED VALUE "Y".
           05  WS-CCY-PERMITTED-SW     PIC X(01) VALUE "N".
               88  WS-CCY-PERMITTED    VALUE "Y".
           05  WS-ACCTLIM-EOF-SW       PIC X(01) VALUE "N".
               88  WS-ACCTLIM-EOF      VALUE "Y".
           05  WS-ACCTLIM-LOADED-SW    PIC X(01) VALUE "N".
               88  WS-ACCTLIM-LOADED   VALUE "Y".
           05  WS-EXPOSURE-BREACH-SW   PIC X(01) VALUE "N".
               88  WS-EXPOSURE-BREACHED
                                       VALUE "Y".
           05  WS-EXP-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-EXP-FOUND        VALUE "Y".
           05  WS-EXP-FULL-SW          PIC X(01) VALUE "N".
               88  WS-EXP-TABLE-FULL   VALUE "Y".
           05  WS-ALIM-CCY-FOUND-SW    PIC X(01) VALUE "N".
               88  WS-ALIM-CCY-FOUND   VALUE "Y".
           05  WS-EXP-LISTED-SW        PIC X(01) VALUE "N".
               88  WS-EXP-LISTED       VALUE "Y".

       01  WS-EXCEPTION-REASON-CODE    PIC X(04).
       01  WS-EXCEPTION-REASON-TEXT    PIC X(40).
       01  WS-EXCEPTION-STATUS         PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-GL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-GLDTL-STATUS             PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
      *    Checkpoints are written once per reconciled batch, after
      *    its postings, suspense records and audit records are all
       01  WS-BATRES-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BATRES-RELKEY            PIC 9(07) VALUE 1.

      *    Per-source batch tallies, gathered as the control report
      *    streams the batch results back, for the activity trend
      *    history alongside the type-and-currency cells.
       01  WS-ACTHIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ACTHIST-WRITTEN          PIC 9(05) VALUE 0.
       01  WS-SRC-FULL-SW              PIC X(01) VALUE "N".
           88  WS-SRC-TABLE-FULL       VALUE "Y".
       01  WS-SRC-TABLE.
           05  WS-SRC-COUNT            PIC 9(03) VALUE 0.
           05  WS-SRC-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-SRC-IDX.
               10  WS-SRC-SYSTEM       PIC X(08).
               10  WS-SRC-BATCHES      PIC 9(07).
               10  WS-SRC-TRANS        PIC 9(07).
               10  WS-SRC-ACCEPTS      PIC 9(07).
               10  WS-SRC-REJECTS      PIC 9(07).

      *    Spill state for the open batch.  The in-memory buffers
      *    take the first 5000 accepted items and 5000 deferred
      *    suspense records; anything beyond spills to the work
       01  WS-PCTL-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CLS-STATUS               PIC X(02) VALUE SPACES.
       01  WS-MASTERS-ROLLED           PIC 9(07) VALUE 0.

      *    Account reference checks: a posting to an account not on
      *    the reference master, closed, frozen, or in a currency the
      *    account may not trade is diverted under its own reason
      *    code (ACCT, ACLS, AFRZ, ACCY) before it can reach -- or
      *    create -- a balance master record.
       01  WS-ACCTREF-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ACCOUNT-REJECT-COUNT     PIC 9(07) VALUE 0.
       01  WS-PERMIT-SUB               PIC 9(02) VALUE 0.

      *    Account exposure limits: every account's net value per
      *    currency and its item count are tracked across all the
      *    batches of the run.  Read-time checks work against the
      *    committed figures plus the open batch's share; the
      *    batch's share joins the committed figures only when the
      *    batch folds, so a diverted batch never uses up an
      *    account's limit.  An item that would breach a limit is
      *    diverted under its own reason code (AEXP for net value,
      *    AVEL for item count).
       01  WS-ACCTLIM-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EXPOSURE-REJECT-COUNT    PIC 9(07) VALUE 0.
       01  WS-DEFAULT-REVIEW-PCT       PIC 9(03) VALUE 90.
       01  WS-ALIM-SUB                 PIC 9(03) VALUE 0.
       01  WS-ALIM-DEFAULT-SUB         PIC 9(03) VALUE 0.
       01  WS-ALIM-SLOT-SUB            PIC 9(02) VALUE 0.
       01  WS-ALIM-SCAN-SUB            PIC 9(03) VALUE 0.
       01  WS-ALIM-FOUND-NET           PIC 9(09)V99 VALUE 0.
       01  WS-ALIM-LOOKUP-CCY          PIC X(03) VALUE SPACES.
       01  WS-ACCT-LIMIT-TABLE.
           05  WS-ALIM-COUNT           PIC 9(03) VALUE 0.
           05  WS-ALIM-ENTRY OCCURS 500 TIMES.
               10  WS-ALIM-ACCOUNT     PIC X(06).
               10  WS-ALIM-MAX-COUNT   PIC 9(05).
               10  WS-ALIM-REVIEW-PCT  PIC 9(03).
               10  WS-ALIM-CCY-LIMIT OCCURS 5 TIMES.
                   15  WS-ALIM-CURRENCY
                                       PIC X(03).
                   15  WS-ALIM-MAX-NET PIC 9(09)V99.
       01  WS-EXPOSURE-TABLE.
           05  WS-EXP-COUNT            PIC 9(04) VALUE 0.
           05  WS-EXP-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-EXP-IDX WS-EXP-SCAN-IDX.
               10  WS-EXP-ACCOUNT      PIC X(06).
               10  WS-EXP-CURRENCY     PIC X(03).
               10  WS-EXP-NET          PIC S9(11)V99.
               10  WS-EXP-ITEMS        PIC 9(05).
               10  WS-EXP-PEAK         PIC 9(11)V99.
               10  WS-EXP-BREACHES     PIC 9(05).
               10  WS-EXP-BATCH-NET    PIC S9(11)V99.
               10  WS-EXP-BATCH-ITEMS  PIC 9(05).
               10  WS-EXP-MAX-NET      PIC 9(09)V99.
               10  WS-EXP-MAX-COUNT    PIC 9(05).
               10  WS-EXP-REVIEW-PCT   PIC 9(03).
       01  WS-EXP-LOOKUP-ACCOUNT       PIC X(06) VALUE SPACES.
       01  WS-EXP-LOOKUP-CURRENCY      PIC X(03) VALUE SPACES.
       01  WS-EXP-SIGNED-AMOUNT        PIC S9(09)V99 VALUE 0.
       01  WS-EXP-NEW-NET              PIC S9(11)V99 VALUE 0.
       01  WS-EXP-ABS-NET              PIC 9(11)V99 VALUE 0.
       01  WS-EXP-ACCT-ITEMS           PIC 9(07) VALUE 0.
       01  WS-EXP-NET-PCT              PIC 9(05) VALUE 0.
       01  WS-EXP-COUNT-PCT            PIC 9(05) VALUE 0.
       01  WS-EXP-LISTED-COUNT         PIC 9(04) VALUE 0.
       01  WS-RPT-PCT-ED               PIC ZZZZ9.
       01  WS-RPT-ITEMS-ED             PIC ZZZZ9.

       01  WS-TXNHIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-RTNDTL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-MASTERS-NOT-ROLLED       PIC 9(07) VALUE 0.

      *    Per-currency period control figures: what the accumulator
       01  WS-REVERSAL-COUNT           PIC 9(07) VALUE 0.
       01  WS-GL-PUT-AMOUNT            PIC 9(09)V99 VALUE 0.
       01  WS-GL-PUT-REF               PIC X(12) VALUE SPACES.
       01  WS-GL-PUT-LEG               PIC X(01) VALUE SPACES.

       01  WS-RPT-AMOUNT-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-SMALL-AMOUNT-ED      PIC Z,ZZZ,ZZ9.99.
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
           IF NOT WS-SIMULATE-MODE
               PERFORM 1100-RESTORE-CHECKPOINT
               PERFORM 1250-REGISTER-RUN-START
               MOVE WS-RUN-BUSINESS-DATE TO WS-STEP-BUSINESS-DATE
               PERFORM 9600-REGISTER-STEP-START
           END-IF
           OPEN OUTPUT CONTROL-REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT GL-DETAIL-FILE
               IF WS-GLDTL-STATUS NOT = "00"
                   DISPLAY "FATAL: Cannot open GL extract detail "
                       "file.  Status: " WS-GLDTL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT ANALYSIS-REPORT-FILE
           IF WS-ANL-STATUS NOT = "00"
               STOP RUN
           END-IF
           PERFORM 1400-LOAD-LIMIT-TABLE
           PERFORM 1405-LOAD-ACCOUNT-LIMITS
           PERFORM 1410-LOAD-RATE-TABLE
           PERFORM 1420-LOAD-GL-MAP-TABLE
           PERFORM 1440-LOAD-PERIOD-CONTROL
           ELSE
               PERFORM 1200-OPEN-CHECKPOINT-FILE
               PERFORM 1210-OPEN-EXCEPTION-FILE
               PERFORM 1215-OPEN-RETURN-DETAIL-FILE
               PERFORM 1220-OPEN-AUDIT-FILE
               PERFORM 1225-OPEN-HISTORY-FILE
           END-IF
           PERFORM 1230-OPEN-PROCTRAN-FILE
           PERFORM 1235-OPEN-ACCOUNT-REFERENCE
           PERFORM 1240-OPEN-BALANCE-MASTER
           PERFORM 2100-READ-TRANS-FILE
           PERFORM 1300-SKIP-PROCESSED-TRANS.
                           TO WS-REVERSAL-COUNT
                       MOVE CK-DUPLICATE-COUNT
                           TO WS-DUPLICATE-COUNT
                       MOVE CK-ACCOUNT-REJECT-COUNT
                           TO WS-ACCOUNT-REJECT-COUNT
                       MOVE CK-EXPOSURE-REJECT-COUNT
                           TO WS-EXPOSURE-REJECT-COUNT
                       MOVE CK-EXPOSURE-COUNT TO WS-EXP-COUNT
                       PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                               UNTIL WS-EXP-IDX > WS-EXP-COUNT
                           MOVE CK-EXP-ACCOUNT (WS-EXP-IDX)
                               TO WS-EXP-ACCOUNT (WS-EXP-IDX)
                           MOVE CK-EXP-CURRENCY (WS-EXP-IDX)
                               TO WS-EXP-CURRENCY (WS-EXP-IDX)
                           MOVE CK-EXP-NET (WS-EXP-IDX)
                               TO WS-EXP-NET (WS-EXP-IDX)
                           MOVE CK-EXP-ITEMS (WS-EXP-IDX)
                               TO WS-EXP-ITEMS (WS-EXP-IDX)
                           MOVE CK-EXP-PEAK (WS-EXP-IDX)
                               TO WS-EXP-PEAK (WS-EXP-IDX)
                           MOVE CK-EXP-BREACHES (WS-EXP-IDX)
                               TO WS-EXP-BREACHES (WS-EXP-IDX)
                           MOVE 0 TO WS-EXP-BATCH-NET (WS-EXP-IDX)
                           MOVE 0 TO WS-EXP-BATCH-ITEMS (WS-EXP-IDX)
                       END-PERFORM
                       MOVE CK-BATCHES-DONE TO WS-BATCHES-DONE
                       MOVE CK-BATCH-COUNT  TO WS-BATCH-COUNT
                       IF WS-BATCHES-DONE > 0
               STOP RUN
           END-IF.

      *    The return detail file follows the suspense file it
      *    mirrors: fresh on a fresh run, extended on a restart.
       1215-OPEN-RETURN-DETAIL-FILE.
           IF NOT WS-CHECKPOINT-EXISTS
               OPEN OUTPUT RETURN-DETAIL-FILE
           ELSE
               OPEN EXTEND RETURN-DETAIL-FILE
           END-IF
           IF WS-RTNDTL-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open return detail file.  "
                   "Status: " WS-RTNDTL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1220-OPEN-AUDIT-FILE.
           IF NOT WS-CHECKPOINT-EXISTS
               OPEN OUTPUT AUDIT-FILE
               STOP RUN
           END-IF.

      *    The posted-item history is permanent and only ever added
      *    to -- unlike the audit trail it is never cleared at the
      *    start of a fresh run.  First-ever run creates it empty.
       1225-OPEN-HISTORY-FILE.
           OPEN I-O TRANS-HISTORY-FILE
           IF WS-TXNHIST-STATUS = "35"
               OPEN OUTPUT TRANS-HISTORY-FILE
               CLOSE TRANS-HISTORY-FILE
               OPEN I-O TRANS-HISTORY-FILE
           END-IF
           IF WS-TXNHIST-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open transaction history file.  "
                   "Status: " WS-TXNHIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The processed-transactions register is a permanent keyed
      *    file carried across runs (it is NOT cleared at start-up),
      *    so it catches a transaction key resent on a later day as
               SET WS-REGISTER-OPEN TO TRUE
           END-IF.

      *    The account reference master is maintained by ACCTMNT1
      *    and only ever read here, so a simulation opens it too.
      *    Without it an unknown account would post and open a new
      *    balance master, so the run never goes on without it.
       1235-OPEN-ACCOUNT-REFERENCE.
           OPEN INPUT ACCOUNT-REFERENCE-FILE
           IF WS-ACCTREF-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open account reference file.  "
                   "Status: " WS-ACCTREF-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Checkpoints land only at batch boundaries and record how
      *    many extract records the completed batches consumed, so
      *    restart positioning is simply: re-read exactly that many
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

      *    The account limit file is optional: without it the
      *    exposure checks stand aside.  Entries restored from a
      *    checkpoint pick up their limits here, once the file is in.
       1405-LOAD-ACCOUNT-LIMITS.
           OPEN INPUT ACCOUNT-LIMIT-FILE
           IF WS-ACCTLIM-STATUS = "00"
               SET WS-ACCTLIM-LOADED TO TRUE
               PERFORM UNTIL WS-ACCTLIM-EOF
                   READ ACCOUNT-LIMIT-FILE
                       AT END
                           SET WS-ACCTLIM-EOF TO TRUE
                       NOT AT END
                           PERFORM 1406-STORE-ACCOUNT-LIMIT
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-LIMIT-FILE
               PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                       UNTIL WS-EXP-IDX > WS-EXP-COUNT
                   PERFORM 2037-APPLY-EXPOSURE-LIMITS
               END-PERFORM
           ELSE
               DISPLAY "WARNING: Account limit file not available "
                   "(status " WS-ACCTLIM-STATUS
                   ") -- account exposure limits not applied."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       1406-STORE-ACCOUNT-LIMIT.
           MOVE 0 TO WS-ALIM-SUB
           PERFORM VARYING WS-ALIM-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-ALIM-SCAN-SUB > WS-ALIM-COUNT
                   OR WS-ALIM-SUB > 0
               IF WS-ALIM-ACCOUNT (WS-ALIM-SCAN-SUB) = AL-ACCOUNT-ID
                   MOVE WS-ALIM-SCAN-SUB TO WS-ALIM-SUB
               END-IF
           END-PERFORM
           IF WS-ALIM-SUB > 0
               DISPLAY "WARNING: Account limit file repeats account "
                   AL-ACCOUNT-ID " -- first row kept."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           ELSE
           IF WS-ALIM-COUNT >= 500
               DISPLAY "WARNING: Account limit table full -- "
                   "ignoring account " AL-ACCOUNT-ID
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           ELSE
               ADD 1 TO WS-ALIM-COUNT
               MOVE AL-ACCOUNT-ID
                   TO WS-ALIM-ACCOUNT (WS-ALIM-COUNT)
               MOVE AL-MAX-DAILY-COUNT
                   TO WS-ALIM-MAX-COUNT (WS-ALIM-COUNT)
               MOVE AL-REVIEW-PCT
                   TO WS-ALIM-REVIEW-PCT (WS-ALIM-COUNT)
               PERFORM VARYING WS-ALIM-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-ALIM-SLOT-SUB > 5
                   MOVE AL-LIMIT-CURRENCY (WS-ALIM-SLOT-SUB)
                       TO WS-ALIM-CURRENCY
                           (WS-ALIM-COUNT, WS-ALIM-SLOT-SUB)
                   MOVE AL-MAX-NET-VALUE (WS-ALIM-SLOT-SUB)
                       TO WS-ALIM-MAX-NET
                           (WS-ALIM-COUNT, WS-ALIM-SLOT-SUB)
               END-PERFORM
               IF AL-DEFAULT-ROW
                   MOVE WS-ALIM-COUNT TO WS-ALIM-DEFAULT-SUB
               END-IF
           END-IF
           END-IF.

       1410-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS = "00"
                   END-IF
                   PERFORM 2205-DEFER-TRANS-EXCEPTION
               ELSE
                   PERFORM 2025-CHECK-ACCOUNT-STATUS
                   IF WS-ACCOUNT-REJECTED
                       PERFORM 2027-DEFER-ACCOUNT-REJECT
                   ELSE
                   IF WS-REVERSAL-TRANS
      *                The trailer control total is net of upstream
      *                reversals, so a reversal reduces the batch
                                   TO WS-EXCEPTION-REASON-TEXT
                               PERFORM 2205-DEFER-TRANS-EXCEPTION
                           NOT ON SIZE ERROR
                               PERFORM 2032-CHECK-ACCOUNT-LIMITS
                       END-SUBTRACT
                   ELSE
                   IF TR-AMOUNT > WS-LARGEST-AMOUNT
                               TO WS-EXCEPTION-REASON-TEXT
                           PERFORM 2205-DEFER-TRANS-EXCEPTION
                       ELSE
                           PERFORM 2032-CHECK-ACCOUNT-LIMITS
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

               END-PERFORM
           END-IF.

      *    The posting account must be on the reference master,
      *    open (not frozen or closed), and permitted the item's
      *    currency -- a permitted currency of "***" allows any.
       2025-CHECK-ACCOUNT-STATUS.
           MOVE "N" TO WS-ACCOUNT-REJECT-SW
           MOVE TR-ACCOUNT-ID TO AR-ACCOUNT-ID
           READ ACCOUNT-REFERENCE-FILE
               INVALID KEY
                   SET WS-ACCOUNT-REJECTED TO TRUE
                   MOVE "ACCT" TO WS-EXCEPTION-REASON-CODE
                   MOVE "Account not on reference file"
                       TO WS-EXCEPTION-REASON-TEXT
               NOT INVALID KEY
                   PERFORM 2026-CHECK-ACCOUNT-DETAIL
           END-READ.

       2026-CHECK-ACCOUNT-DETAIL.
           IF AR-ACCOUNT-CLOSED
               SET WS-ACCOUNT-REJECTED TO TRUE
               MOVE "ACLS" TO WS-EXCEPTION-REASON-CODE
               MOVE "Account is closed"
                   TO WS-EXCEPTION-REASON-TEXT
           ELSE
           IF NOT AR-ACCOUNT-OPEN
               SET WS-ACCOUNT-REJECTED TO TRUE
               MOVE "AFRZ" TO WS-EXCEPTION-REASON-CODE
               MOVE "Account is frozen"
                   TO WS-EXCEPTION-REASON-TEXT
           ELSE
               MOVE "N" TO WS-CCY-PERMITTED-SW
               PERFORM VARYING WS-PERMIT-SUB FROM 1 BY 1
                       UNTIL WS-PERMIT-SUB > 10
                       OR WS-CCY-PERMITTED
                   IF AR-PERMITTED-CURRENCY (WS-PERMIT-SUB)
                           = TR-CURRENCY-CODE
                       OR AR-PERMITTED-CURRENCY (WS-PERMIT-SUB)
                           = "***"
                       SET WS-CCY-PERMITTED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-CCY-PERMITTED
                   SET WS-ACCOUNT-REJECTED TO TRUE
                   MOVE "ACCY" TO WS-EXCEPTION-REASON-CODE
                   MOVE "Currency not permitted for account"
                       TO WS-EXCEPTION-REASON-TEXT
               END-IF
           END-IF
           END-IF.

      *    The upstream trailer counts and totals the refused item
      *    like any other, so its amount enters the batch gross
      *    exactly as a duplicate's does.
       2027-DEFER-ACCOUNT-REJECT.
           DISPLAY "ERROR: Account " TR-ACCOUNT-ID
               " refused posting (" WS-EXCEPTION-REASON-CODE
               ").  Key: " TR-TRANS-KEY
           ADD 1 TO WS-ACCOUNT-REJECT-COUNT
           MOVE "N" TO WS-OVERFLOW-SW
           IF WS-REVERSAL-TRANS
               SUBTRACT TR-AMOUNT FROM WS-BATCH-GROSS
                   ON SIZE ERROR
                       SET WS-AMOUNT-OVERFLOW TO TRUE
               END-SUBTRACT
           ELSE
               ADD TR-AMOUNT TO WS-BATCH-GROSS
                   ON SIZE ERROR
                       SET WS-AMOUNT-OVERFLOW TO TRUE
               END-ADD
           END-IF
           IF WS-AMOUNT-OVERFLOW
               DISPLAY "ERROR: Amount would overflow the "
                   "batch accumulator.  Value: " TR-AMOUNT
               MOVE "OVFL" TO WS-EXCEPTION-REASON-CODE
               MOVE "Amount would overflow accumulator"
                   TO WS-EXCEPTION-REASON-TEXT
           END-IF
           PERFORM 2205-DEFER-TRANS-EXCEPTION.

      *    Last read-time check before an item joins the pending
      *    table: it must fit inside its account's daily exposure
      *    and velocity limits.  Like a type-limit breach, the item's
      *    amount is already in the batch gross the trailer checks.
       2032-CHECK-ACCOUNT-LIMITS.
           PERFORM 2035-CHECK-EXPOSURE-LIMITS
           IF WS-EXPOSURE-BREACHED
               PERFORM 2205-DEFER-TRANS-EXCEPTION
           ELSE
               PERFORM 2040-BUFFER-PENDING-ITEM
           END-IF.

       2035-CHECK-EXPOSURE-LIMITS.
           MOVE "N" TO WS-EXPOSURE-BREACH-SW
           IF WS-ACCTLIM-LOADED
               MOVE TR-ACCOUNT-ID    TO WS-EXP-LOOKUP-ACCOUNT
               MOVE TR-CURRENCY-CODE TO WS-EXP-LOOKUP-CURRENCY
               PERFORM 2036-LOCATE-EXPOSURE-SLOT
               IF NOT WS-EXP-FOUND
                   PERFORM 2034-ADD-EXPOSURE-SLOT
               END-IF
               IF WS-EXP-FOUND
                   PERFORM 2039-TEST-EXPOSURE-LIMITS
               END-IF
           END-IF.

      *    A full exposure table cannot hold the account, so its
      *    items go through unchecked; the run is graded serious so
      *    the table gets sized up before the next run.
       2034-ADD-EXPOSURE-SLOT.
           IF WS-EXP-COUNT >= 1000
               IF NOT WS-EXP-TABLE-FULL
                   DISPLAY "ERROR: Account exposure table full -- "
                       "limits not applied from account "
                       WS-EXP-LOOKUP-ACCOUNT
                   SET WS-EXP-TABLE-FULL TO TRUE
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-EXP-COUNT
               SET WS-EXP-IDX TO WS-EXP-COUNT
               MOVE WS-EXP-LOOKUP-ACCOUNT
                   TO WS-EXP-ACCOUNT (WS-EXP-IDX)
               MOVE WS-EXP-LOOKUP-CURRENCY
                   TO WS-EXP-CURRENCY (WS-EXP-IDX)
               MOVE 0 TO WS-EXP-NET (WS-EXP-IDX)
               MOVE 0 TO WS-EXP-ITEMS (WS-EXP-IDX)
               MOVE 0 TO WS-EXP-PEAK (WS-EXP-IDX)
               MOVE 0 TO WS-EXP-BREACHES (WS-EXP-IDX)
               MOVE 0 TO WS-EXP-BATCH-NET (WS-EXP-IDX)
               MOVE 0 TO WS-EXP-BATCH-ITEMS (WS-EXP-IDX)
               PERFORM 2037-APPLY-EXPOSURE-LIMITS
               SET WS-EXP-FOUND TO TRUE
           END-IF.

      *    Finds the account and currency's exposure entry and, on
      *    the same pass, totals the items the account has taken so
      *    far today in every currency, committed and open batch.
       2036-LOCATE-EXPOSURE-SLOT.
           MOVE "N" TO WS-EXP-FOUND-SW
           MOVE 0 TO WS-EXP-ACCT-ITEMS
           PERFORM VARYING WS-EXP-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-EXP-SCAN-IDX > WS-EXP-COUNT
               IF WS-EXP-ACCOUNT (WS-EXP-SCAN-IDX)
                       = WS-EXP-LOOKUP-ACCOUNT
                   ADD WS-EXP-ITEMS (WS-EXP-SCAN-IDX)
                       WS-EXP-BATCH-ITEMS (WS-EXP-SCAN-IDX)
                       TO WS-EXP-ACCT-ITEMS
                   IF WS-EXP-CURRENCY (WS-EXP-SCAN-IDX)
                           = WS-EXP-LOOKUP-CURRENCY
                       SET WS-EXP-IDX TO WS-EXP-SCAN-IDX
                       SET WS-EXP-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *    Resolves the limits for the entry at WS-EXP-IDX: the
      *    account's own row first, then the default row for any
      *    limit the account row leaves at zero or does not name.
       2037-APPLY-EXPOSURE-LIMITS.
           MOVE 0 TO WS-EXP-MAX-NET (WS-EXP-IDX)
           MOVE 0 TO WS-EXP-MAX-COUNT (WS-EXP-IDX)
           MOVE 0 TO WS-EXP-REVIEW-PCT (WS-EXP-IDX)
           MOVE "N" TO WS-ALIM-CCY-FOUND-SW
           MOVE WS-EXP-CURRENCY (WS-EXP-IDX) TO WS-ALIM-LOOKUP-CCY
           MOVE 0 TO WS-ALIM-SUB
           PERFORM VARYING WS-ALIM-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-ALIM-SCAN-SUB > WS-ALIM-COUNT
                   OR WS-ALIM-SUB > 0
               IF WS-ALIM-ACCOUNT (WS-ALIM-SCAN-SUB)
                       = WS-EXP-ACCOUNT (WS-EXP-IDX)
                   MOVE WS-ALIM-SCAN-SUB TO WS-ALIM-SUB
               END-IF
           END-PERFORM
           IF WS-ALIM-SUB > 0
               MOVE WS-ALIM-MAX-COUNT (WS-ALIM-SUB)
                   TO WS-EXP-MAX-COUNT (WS-EXP-IDX)
               MOVE WS-ALIM-REVIEW-PCT (WS-ALIM-SUB)
                   TO WS-EXP-REVIEW-PCT (WS-EXP-IDX)
               PERFORM 2038-FIND-CURRENCY-LIMIT
           END-IF
           IF WS-ALIM-DEFAULT-SUB > 0
               MOVE WS-ALIM-DEFAULT-SUB TO WS-ALIM-SUB
               IF WS-EXP-MAX-COUNT (WS-EXP-IDX) = 0
                   MOVE WS-ALIM-MAX-COUNT (WS-ALIM-SUB)
                       TO WS-EXP-MAX-COUNT (WS-EXP-IDX)
               END-IF
               IF WS-EXP-REVIEW-PCT (WS-EXP-IDX) = 0
                   MOVE WS-ALIM-REVIEW-PCT (WS-ALIM-SUB)
                       TO WS-EXP-REVIEW-PCT (WS-EXP-IDX)
               END-IF
               IF NOT WS-ALIM-CCY-FOUND
                   PERFORM 2038-FIND-CURRENCY-LIMIT
               END-IF
           END-IF
           IF WS-ALIM-CCY-FOUND
               MOVE WS-ALIM-FOUND-NET TO WS-EXP-MAX-NET (WS-EXP-IDX)
           END-IF
           IF WS-EXP-REVIEW-PCT (WS-EXP-IDX) = 0
               MOVE WS-DEFAULT-REVIEW-PCT
                   TO WS-EXP-REVIEW-PCT (WS-EXP-IDX)
           END-IF.

      *    The named currency first, then the row's "***" slot; a
      *    slot with a zero maximum sets no limit.
       2038-FIND-CURRENCY-LIMIT.
           MOVE "N" TO WS-ALIM-CCY-FOUND-SW
           PERFORM VARYING WS-ALIM-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-ALIM-SLOT-SUB > 5
                   OR WS-ALIM-CCY-FOUND
               IF WS-ALIM-CURRENCY (WS-ALIM-SUB, WS-ALIM-SLOT-SUB)
                       = WS-ALIM-LOOKUP-CCY
                   AND WS-ALIM-MAX-NET (WS-ALIM-SUB, WS-ALIM-SLOT-SUB)
                       > 0
                   MOVE WS-ALIM-MAX-NET (WS-ALIM-SUB, WS-ALIM-SLOT-SUB)
                       TO WS-ALIM-FOUND-NET
                   SET WS-ALIM-CCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ALIM-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-ALIM-SLOT-SUB > 5
                   OR WS-ALIM-CCY-FOUND
               IF WS-ALIM-CURRENCY (WS-ALIM-SUB, WS-ALIM-SLOT-SUB)
                       = "***"
                   AND WS-ALIM-MAX-NET (WS-ALIM-SUB, WS-ALIM-SLOT-SUB)
                       > 0
                   MOVE WS-ALIM-MAX-NET (WS-ALIM-SUB, WS-ALIM-SLOT-SUB)
                       TO WS-ALIM-FOUND-NET
                   SET WS-ALIM-CCY-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *    The count limit is the account's across all currencies;
      *    the value limit is on the account's net in this currency
      *    after the item, whichever way the item moves it.
       2039-TEST-EXPOSURE-LIMITS.
           IF WS-REVERSAL-TRANS
               COMPUTE WS-EXP-SIGNED-AMOUNT = 0 - TR-AMOUNT
           ELSE
               MOVE TR-AMOUNT TO WS-EXP-SIGNED-AMOUNT
           END-IF
           COMPUTE WS-EXP-NEW-NET = WS-EXP-NET (WS-EXP-IDX)
                   + WS-EXP-BATCH-NET (WS-EXP-IDX)
                   + WS-EXP-SIGNED-AMOUNT
           IF WS-EXP-NEW-NET < 0
               COMPUTE WS-EXP-ABS-NET = 0 - WS-EXP-NEW-NET
           ELSE
               MOVE WS-EXP-NEW-NET TO WS-EXP-ABS-NET
           END-IF
           IF WS-EXP-MAX-COUNT (WS-EXP-IDX) > 0
                   AND WS-EXP-ACCT-ITEMS
                       >= WS-EXP-MAX-COUNT (WS-EXP-IDX)
               SET WS-EXPOSURE-BREACHED TO TRUE
               MOVE "AVEL" TO WS-EXCEPTION-REASON-CODE
               MOVE "Account daily item count limit reached"
                   TO WS-EXCEPTION-REASON-TEXT
           ELSE
           IF WS-EXP-MAX-NET (WS-EXP-IDX) > 0
                   AND WS-EXP-ABS-NET > WS-EXP-MAX-NET (WS-EXP-IDX)
               SET WS-EXPOSURE-BREACHED TO TRUE
               MOVE "AEXP" TO WS-EXCEPTION-REASON-CODE
               MOVE "Account daily net value limit exceeded"
                   TO WS-EXCEPTION-REASON-TEXT
           END-IF
           END-IF
           IF WS-EXPOSURE-BREACHED
               DISPLAY "ERROR: Account " TR-ACCOUNT-ID
                   " over its daily limit (" WS-EXCEPTION-REASON-CODE
                   ").  Key: " TR-TRANS-KEY
               ADD 1 TO WS-EXPOSURE-REJECT-COUNT
               ADD 1 TO WS-EXP-BREACHES (WS-EXP-IDX)
           ELSE
               ADD WS-EXP-SIGNED-AMOUNT
                   TO WS-EXP-BATCH-NET (WS-EXP-IDX)
               ADD 1 TO WS-EXP-BATCH-ITEMS (WS-EXP-IDX)
           END-IF.

       2050-LOOKUP-LIMIT.
           MOVE WS-DEFAULT-LIMIT TO WS-CURRENT-LIMIT
           SET WS-LIMIT-IDX TO 1
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
               END-IF
               PERFORM 2230-WRITE-RETURN-DETAIL
           END-IF
           MOVE WS-EXCP-TYPE     TO WS-STAT-TYPE
           MOVE WS-EXCP-CURRENCY TO WS-STAT-CURRENCY
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

      *    Tags the suspense record just written with the batch it
      *    came from for the source system's return file.  The batch
      *    is still open, so its result slot is the next one.
       2230-WRITE-RETURN-DETAIL.
           COMPUTE RD-BATCH-SEQ = WS-BATCH-COUNT + 1
           MOVE WS-BATCH-ID              TO RD-BATCH-ID
           MOVE WS-BATCH-SOURCE          TO RD-SOURCE-SYSTEM
           MOVE WS-EXCP-KEY              TO RD-TRANS-KEY
           MOVE WS-EXCP-TYPE             TO RD-TRANS-TYPE
           MOVE WS-EXCP-CURRENCY         TO RD-CURRENCY-CODE
           MOVE WS-EXCP-SIGN             TO RD-SIGN
           MOVE WS-EXCP-RAW              TO RD-AMOUNT-RAW
           MOVE WS-EXCEPTION-REASON-CODE TO RD-REASON-CODE
           MOVE WS-EXCEPTION-REASON-TEXT TO RD-REASON-TEXT
           WRITE RETURN-DETAIL-RECORD
           IF WS-RTNDTL-STATUS NOT = "00"
               DISPLAY "ERROR: Return detail write failed.  "
                   "Status: " WS-RTNDTL-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       2205-DEFER-TRANS-EXCEPTION.
           MOVE TR-TRANS-KEY     TO WS-EXCP-KEY
           MOVE TR-TRANS-TYPE    TO WS-EXCP-TYPE
               END-PERFORM
               MOVE 0 TO WS-PEND-COUNT
               PERFORM 2730-POST-SPILLED-ITEMS
               PERFORM 2780-COMMIT-BATCH-EXPOSURE
           END-IF.

      *    Items that spilled past the buffer post after the
                   PERFORM 2070-POST-CURRENCY-AND-TOTAL
                   PERFORM 2400-WRITE-AUDIT
                   PERFORM 2450-REGISTER-PROCESSED
                   PERFORM 2480-RECORD-HISTORY
                   DISPLAY "Amount processed successfully."
                       "  " WS-POST-CURRENCY
                       " balance: " WS-CURR-NEW-TOTAL
               PERFORM 2400-WRITE-AUDIT
               PERFORM 2450-REGISTER-PROCESSED
               PERFORM 2460-UPDATE-BALANCE-MASTER
               PERFORM 2480-RECORD-HISTORY
               DISPLAY "Reversal applied.  " WS-POST-CURRENCY
                   " balance: " WS-CURR-NEW-TOTAL
               ADD 1 TO WS-ACCEPT-COUNT
           END-IF.

       2215-DEFER-POST-EXCEPTION.
           PERFORM 2790-RELEASE-ITEM-EXPOSURE
           MOVE WS-POST-KEY      TO WS-EXCP-KEY
           MOVE WS-POST-TYPE     TO WS-EXCP-TYPE
           MOVE WS-POST-CURRENCY TO WS-EXCP-CURRENCY
               MOVE 0 TO WS-PEND-SPILL-COUNT
           END-IF.

      *    The folded batch's exposure joins the day's committed
      *    figures ahead of the batch's checkpoint; the peak is the
      *    largest net either way the account reached at a batch
      *    boundary.
       2780-COMMIT-BATCH-EXPOSURE.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-COUNT
               ADD WS-EXP-BATCH-NET (WS-EXP-IDX)
                   TO WS-EXP-NET (WS-EXP-IDX)
               ADD WS-EXP-BATCH-ITEMS (WS-EXP-IDX)
                   TO WS-EXP-ITEMS (WS-EXP-IDX)
               MOVE 0 TO WS-EXP-BATCH-NET (WS-EXP-IDX)
               MOVE 0 TO WS-EXP-BATCH-ITEMS (WS-EXP-IDX)
               IF WS-EXP-NET (WS-EXP-IDX) < 0
                   COMPUTE WS-EXP-ABS-NET =
                           0 - WS-EXP-NET (WS-EXP-IDX)
               ELSE
                   MOVE WS-EXP-NET (WS-EXP-IDX) TO WS-EXP-ABS-NET
               END-IF
               IF WS-EXP-ABS-NET > WS-EXP-PEAK (WS-EXP-IDX)
                   MOVE WS-EXP-ABS-NET TO WS-EXP-PEAK (WS-EXP-IDX)
               END-IF
           END-PERFORM.

      *    A diverted batch gives back the exposure its items took
      *    at read time, so its accounts' limits are not used up by
      *    postings that never happened.
       2785-DROP-BATCH-EXPOSURE.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-COUNT
               MOVE 0 TO WS-EXP-BATCH-NET (WS-EXP-IDX)
               MOVE 0 TO WS-EXP-BATCH-ITEMS (WS-EXP-IDX)
           END-PERFORM.

      *    An item refused at posting time (a spilled duplicate, an
      *    unmatched reversal, a full table) never posts, so its
      *    read-time exposure comes back off the open batch's share
      *    before the batch commits.
       2790-RELEASE-ITEM-EXPOSURE.
           IF WS-ACCTLIM-LOADED
               MOVE WS-POST-ACCOUNT  TO WS-EXP-LOOKUP-ACCOUNT
               MOVE WS-POST-CURRENCY TO WS-EXP-LOOKUP-CURRENCY
               PERFORM 2036-LOCATE-EXPOSURE-SLOT
               IF WS-EXP-FOUND
                   IF WS-EXP-BATCH-ITEMS (WS-EXP-IDX) > 0
                       IF WS-POST-SIGN = "-"
                           ADD WS-POST-AMOUNT
                               TO WS-EXP-BATCH-NET (WS-EXP-IDX)
                       ELSE
                           SUBTRACT WS-POST-AMOUNT
                               FROM WS-EXP-BATCH-NET (WS-EXP-IDX)
                       END-IF
                       SUBTRACT 1 FROM WS-EXP-BATCH-ITEMS (WS-EXP-IDX)
                   END-IF
               END-IF
           END-IF.

       2800-FLUSH-DEFERRED-EXCEPTIONS.
           PERFORM VARYING WS-PENDEX-IDX FROM 1 BY 1
                   UNTIL WS-PENDEX-IDX > WS-PENDEX-COUNT
           MOVE WS-BATCH-ACCEPT-COUNT TO BR-ACCEPT-COUNT
           MOVE WS-BATCH-REJECT-COUNT TO BR-REJECT-COUNT
           MOVE WS-BATCH-RESULT TO BR-BATCH-STATUS
           MOVE WS-BATCH-BUSINESS-DATE TO BR-BUSINESS-DATE
           MOVE WS-BATCH-GROSS  TO BR-BATCH-GROSS
           IF BR-NO-TRAILER
               MOVE 0 TO BR-CTRL-TRANS-COUNT
               MOVE 0 TO BR-CTRL-TOTAL
           ELSE
               MOVE WS-CTRL-TRANS-COUNT TO BR-CTRL-TRANS-COUNT
               MOVE WS-CTRL-TOTAL       TO BR-CTRL-TOTAL
           END-IF
           IF WS-SIMULATE-MODE
               PERFORM 9140-REPORT-BATCH-RESULT
           ELSE
           MOVE 0 TO WS-BATCH-REJECT-COUNT
           MOVE 0 TO WS-PEND-COUNT
           MOVE 0 TO WS-PENDEX-COUNT
           PERFORM 2785-DROP-BATCH-EXPOSURE
           IF WS-PEND-SPILL-OPEN
               CLOSE PENDING-WORK-FILE
               MOVE "N" TO WS-PEND-SPILL-OPEN-SW
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

      *    Every item carried to the balance master is appended to
      *    the posted-item history under the run's business date,
      *    with the batch and source system it arrived in.  The
      *    register check ahead of posting means a key can only
      *    already be on file if an interrupted run wrote it after
      *    its last checkpoint; that record already stands for the
      *    item, so it is kept.
       2480-RECORD-HISTORY.
           IF WS-SIMULATE-MODE
               CONTINUE
           ELSE
               PERFORM 2485-RECORD-HISTORY-LIVE
           END-IF.

       2485-RECORD-HISTORY-LIVE.
           MOVE WS-POST-ACCOUNT      TO TH-ACCOUNT-ID
           MOVE WS-POST-CURRENCY     TO TH-CURRENCY-CODE
           MOVE WS-RUN-BUSINESS-DATE TO TH-POSTING-DATE
           MOVE WS-POST-KEY          TO TH-TRANS-KEY
           MOVE WS-POST-AMOUNT       TO TH-AMOUNT
           MOVE WS-POST-SIGN         TO TH-SIGN
           MOVE WS-POST-TYPE         TO TH-TRANS-TYPE
           MOVE WS-BATCH-ID          TO TH-BATCH-ID
           MOVE WS-BATCH-SOURCE      TO TH-SOURCE-SYSTEM
           WRITE TRANS-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "WARNING: History already holds key "
                       TH-HISTORY-KEY " -- kept as written."
           END-WRITE
           IF WS-TXNHIST-STATUS NOT = "00"
                   AND WS-TXNHIST-STATUS NOT = "22"
               DISPLAY "ERROR: Transaction history write failed.  "
                   "Status: " WS-TXNHIST-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       2300-WRITE-CHECKPOINT.
           IF WS-SIMULATE-MODE
               CONTINUE
           MOVE WS-CKPT-RECORD-POS TO CK-RECORDS-READ
           MOVE WS-REVERSAL-COUNT  TO CK-REVERSAL-COUNT
           MOVE WS-DUPLICATE-COUNT TO CK-DUPLICATE-COUNT
           MOVE WS-ACCOUNT-REJECT-COUNT TO CK-ACCOUNT-REJECT-COUNT
           MOVE WS-EXPOSURE-REJECT-COUNT
               TO CK-EXPOSURE-REJECT-COUNT
           MOVE WS-EXP-COUNT TO CK-EXPOSURE-COUNT
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-COUNT
               MOVE WS-EXP-ACCOUNT (WS-EXP-IDX)
                   TO CK-EXP-ACCOUNT (WS-EXP-IDX)
               MOVE WS-EXP-CURRENCY (WS-EXP-IDX)
                   TO CK-EXP-CURRENCY (WS-EXP-IDX)
               MOVE WS-EXP-NET (WS-EXP-IDX)
                   TO CK-EXP-NET (WS-EXP-IDX)
               MOVE WS-EXP-ITEMS (WS-EXP-IDX)
                   TO CK-EXP-ITEMS (WS-EXP-IDX)
               MOVE WS-EXP-PEAK (WS-EXP-IDX)
                   TO CK-EXP-PEAK (WS-EXP-IDX)
               MOVE WS-EXP-BREACHES (WS-EXP-IDX)
                   TO CK-EXP-BREACHES (WS-EXP-IDX)
           END-PERFORM
           MOVE WS-BATCHES-DONE TO CK-BATCHES-DONE
           MOVE WS-BATCH-COUNT  TO CK-BATCH-COUNT
           MOVE FUNCTION CURRENT-DATE TO CK-TIMESTAMP
           END-IF
           IF NOT WS-SIMULATE-MODE
               PERFORM 9450-WRITE-PERIOD-CONTROL
               PERFORM 9500-WRITE-ACTIVITY-HISTORY
               CLOSE BALANCE-MASTER-FILE
               CLOSE EXCEPTION-FILE
               CLOSE RETURN-DETAIL-FILE
               CLOSE CHECKPOINT-FILE
               CLOSE AUDIT-FILE
               CLOSE TRANS-HISTORY-FILE
               CLOSE GL-EXTRACT-FILE
               CLOSE GL-DETAIL-FILE
           END-IF
           CLOSE ANALYSIS-REPORT-FILE
           CLOSE TRANS-FILE
           IF WS-REGISTER-OPEN
               CLOSE PROCESSED-TRANS-FILE
           END-IF
           CLOSE ACCOUNT-REFERENCE-FILE
           DISPLAY "Final cross-currency control total (not a "
               "balance -- see per-currency totals): " WS-AMOUNT
           IF WS-REJECT-COUNT > 0
               PERFORM 9250-FINALIZE-RUN-CONTROL
           END-IF
           MOVE WS-RUN-SEVERITY TO RETURN-CODE
           IF NOT WS-SIMULATE-MODE
               PERFORM 9610-REGISTER-STEP-END
           END-IF
           IF WS-SIMULATE-MODE
               DISPLAY "TRANACC1 simulation ending with condition "
                   "code " WS-RUN-SEVERITY
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "  REJECTED - ACCOUNT . . . : "
               WS-ACCOUNT-REJECT-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "  REJECTED - ACCOUNT LIMIT : "
               WS-EXPOSURE-REJECT-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "REVERSALS APPLIED. . . . . : " WS-REVERSAL-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9150-STREAM-BATCH-RESULTS
           END-IF

           PERFORM 9160-REPORT-ACCOUNT-LIMITS

           MOVE SPACES TO CONTROL-REPORT-LINE
           IF WS-IN-BALANCE AND WS-TRAILER-SEEN
               STRING "RUN BALANCE STATUS . . . . : ALL BATCHES "
                           PERFORM 9900-RAISE-SEVERITY
                       NOT INVALID KEY
                           PERFORM 9140-REPORT-BATCH-RESULT
                           PERFORM 9145-TALLY-SOURCE-BATCH
                   END-READ
               END-PERFORM
               CLOSE BATCH-RESULT-FILE
           END-IF.

       9145-TALLY-SOURCE-BATCH.
           SET WS-SRC-IDX TO 1
           PERFORM UNTIL WS-SRC-IDX > WS-SRC-COUNT
                   OR WS-SRC-SYSTEM (WS-SRC-IDX) = BR-SOURCE-SYSTEM
               SET WS-SRC-IDX UP BY 1
           END-PERFORM
           IF WS-SRC-IDX > WS-SRC-COUNT
               IF WS-SRC-COUNT >= 100
                   IF NOT WS-SRC-TABLE-FULL
                       DISPLAY "WARNING: Source table full -- trend "
                           "history incomplete from source "
                           BR-SOURCE-SYSTEM
                       SET WS-SRC-TABLE-FULL TO TRUE
                       MOVE 4 TO WS-NEW-SEVERITY
                       PERFORM 9900-RAISE-SEVERITY
                   END-IF
               ELSE
                   ADD 1 TO WS-SRC-COUNT
                   SET WS-SRC-IDX TO WS-SRC-COUNT
                   MOVE BR-SOURCE-SYSTEM TO WS-SRC-SYSTEM (WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-BATCHES (WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-TRANS (WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-ACCEPTS (WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-REJECTS (WS-SRC-IDX)
               END-IF
           END-IF
           IF WS-SRC-IDX NOT > WS-SRC-COUNT
               ADD 1 TO WS-SRC-BATCHES (WS-SRC-IDX)
               ADD BR-TRANS-COUNT  TO WS-SRC-TRANS (WS-SRC-IDX)
               ADD BR-ACCEPT-COUNT TO WS-SRC-ACCEPTS (WS-SRC-IDX)
               ADD BR-REJECT-COUNT TO WS-SRC-REJECTS (WS-SRC-IDX)
           END-IF.

      *    Lists every account and currency that hit a limit (had
      *    an item diverted for it) or came within its review
      *    percentage of either limit by the end of the run.
       9160-REPORT-ACCOUNT-LIMITS.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE "ACCOUNTS AT OR NEAR THEIR DAILY LIMITS:"
               TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           IF NOT WS-ACCTLIM-LOADED
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "  ACCOUNT LIMIT FILE NOT AVAILABLE -- "
                   "LIMITS NOT APPLIED"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           ELSE
               MOVE 0 TO WS-EXP-LISTED-COUNT
               PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                       UNTIL WS-EXP-IDX > WS-EXP-COUNT
                   PERFORM 9165-REPORT-EXPOSURE-ENTRY
               END-PERFORM
               IF WS-EXP-LISTED-COUNT = 0
                   MOVE SPACES TO CONTROL-REPORT-LINE
                   MOVE "  NONE" TO CONTROL-REPORT-LINE
                   PERFORM 9110-WRITE-RPT-LINE
               END-IF
               IF WS-EXP-TABLE-FULL
                   MOVE SPACES TO CONTROL-REPORT-LINE
                   STRING "  *** INCOMPLETE -- EXPOSURE TABLE FULL, "
                       "SOME ACCOUNTS UNCHECKED ***"
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
                   PERFORM 9110-WRITE-RPT-LINE
               END-IF
           END-IF.

       9165-REPORT-EXPOSURE-ENTRY.
           MOVE "N" TO WS-EXP-LISTED-SW
           MOVE 0 TO WS-EXP-NET-PCT
           MOVE 0 TO WS-EXP-COUNT-PCT
           MOVE WS-EXP-ACCOUNT (WS-EXP-IDX) TO WS-EXP-LOOKUP-ACCOUNT
           MOVE WS-EXP-CURRENCY (WS-EXP-IDX) TO WS-EXP-LOOKUP-CURRENCY
           PERFORM 2036-LOCATE-EXPOSURE-SLOT
           IF WS-EXP-MAX-NET (WS-EXP-IDX) > 0
               COMPUTE WS-EXP-NET-PCT = WS-EXP-PEAK (WS-EXP-IDX) * 100
                       / WS-EXP-MAX-NET (WS-EXP-IDX)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-EXP-NET-PCT
               END-COMPUTE
           END-IF
           IF WS-EXP-MAX-COUNT (WS-EXP-IDX) > 0
               COMPUTE WS-EXP-COUNT-PCT = WS-EXP-ACCT-ITEMS * 100
                       / WS-EXP-MAX-COUNT (WS-EXP-IDX)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-EXP-COUNT-PCT
               END-COMPUTE
           END-IF
           IF WS-EXP-BREACHES (WS-EXP-IDX) > 0
                   OR WS-EXP-NET-PCT >= WS-EXP-REVIEW-PCT (WS-EXP-IDX)
                   OR WS-EXP-COUNT-PCT
                       >= WS-EXP-REVIEW-PCT (WS-EXP-IDX)
               SET WS-EXP-LISTED TO TRUE
           END-IF
           IF WS-EXP-LISTED
               ADD 1 TO WS-EXP-LISTED-COUNT
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE WS-EXP-PEAK (WS-EXP-IDX) TO WS-RPT-AMOUNT-ED
               MOVE WS-EXP-NET-PCT TO WS-RPT-PCT-ED
               STRING "  ACCT " WS-EXP-ACCOUNT (WS-EXP-IDX)
                   " " WS-EXP-CURRENCY (WS-EXP-IDX)
                   " PEAK NET " WS-RPT-AMOUNT-ED
                   " = " WS-RPT-PCT-ED "% OF LIMIT"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE WS-EXP-ACCT-ITEMS TO WS-RPT-ITEMS-ED
               MOVE WS-EXP-COUNT-PCT TO WS-RPT-PCT-ED
               IF WS-EXP-BREACHES (WS-EXP-IDX) > 0
                   STRING "    ITEMS " WS-RPT-ITEMS-ED
                       " = " WS-RPT-PCT-ED "% OF LIMIT  "
                       "LIMIT HIT -- DIVERTED "
                       WS-EXP-BREACHES (WS-EXP-IDX)
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               ELSE
                   STRING "    ITEMS " WS-RPT-ITEMS-ED
                       " = " WS-RPT-PCT-ED "% OF LIMIT  "
                       "NEAR LIMIT"
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               END-IF
               PERFORM 9110-WRITE-RPT-LINE
           END-IF.

      *    States the currency total indexed by WS-CURR-IDX in base-
      *    currency terms and rolls it into the consolidated total.
      *    A currency with no rate on file is reported as such and
               MOVE "TRANACC1EXT" TO WS-GL-PUT-REF
               MOVE WS-POST-DR-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "D"                TO GL-DR-CR-IND
               MOVE "D"                TO WS-GL-PUT-LEG
               PERFORM 9220-WRITE-GL-POSTING
               MOVE WS-POST-CR-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "C"                TO GL-DR-CR-IND
               MOVE "C"                TO WS-GL-PUT-LEG
               PERFORM 9220-WRITE-GL-POSTING
           END-IF
           IF WS-ACT-REVERSAL-AMT (WS-ACT-IDX) > 0
               MOVE "TRANACC1REV" TO WS-GL-PUT-REF
               MOVE WS-POST-DR-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "C"                TO GL-DR-CR-IND
               MOVE "D"                TO WS-GL-PUT-LEG
               PERFORM 9220-WRITE-GL-POSTING
               MOVE WS-POST-CR-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "D"                TO GL-DR-CR-IND
               MOVE "C"                TO WS-GL-PUT-LEG
               PERFORM 9220-WRITE-GL-POSTING
           END-IF.

      *    Every posting is shadowed on the detail file by its
      *    position in the extract, its transaction type and its map
      *    leg, so a posting the GL turns away can be rebuilt.
       9220-WRITE-GL-POSTING.
           MOVE "D"             TO GL-RECORD-TYPE
           MOVE WS-POST-COMPANY TO GL-COMPANY-CODE
           ADD WS-GL-PUT-AMOUNT TO WS-GL-HASH-TOTAL
               ON SIZE ERROR
                   DISPLAY "ERROR: GL hash total overflow."
           END-ADD
           MOVE WS-GL-RECORD-COUNT          TO GX-POSTING-SEQ
           MOVE WS-ACT-TYPE (WS-ACT-IDX)    TO GX-TRANS-TYPE
           MOVE WS-GL-PUT-LEG               TO GX-MAP-LEG
           WRITE GL-EXTRACT-DETAIL-RECORD
           IF WS-GLDTL-STATUS NOT = "00"
               DISPLAY "ERROR: GL extract detail write failed.  "
                   "Status: " WS-GLDTL-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       9230-WRITE-GL-TRAILER.
           MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE 0 TO WS-PCTL-TOTAL (WS-PCTL-IDX)
           END-PERFORM.

      *    Leaves tonight's activity cells and source tallies on
      *    the trend history under the business date for the volume
      *    trend report.  A date already on file (a rerun) has its
      *    records replaced.  The postings are already made, so a
      *    history failure grades the run but does not stop it.
       9500-WRITE-ACTIVITY-HISTORY.
           OPEN I-O ACTIVITY-HISTORY-FILE
           IF WS-ACTHIST-STATUS = "35"
               OPEN OUTPUT ACTIVITY-HISTORY-FILE
               CLOSE ACTIVITY-HISTORY-FILE
               OPEN I-O ACTIVITY-HISTORY-FILE
           END-IF
           IF WS-ACTHIST-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open activity trend history.  "
                   "Status: " WS-ACTHIST-STATUS
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           ELSE
               PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                       UNTIL WS-ACT-IDX > WS-ACT-COUNT
                   MOVE SPACES TO ACTIVITY-HISTORY-RECORD
                   MOVE WS-RUN-BUSINESS-DATE TO AH-BUSINESS-DATE
                   SET AH-CELL-RECORD TO TRUE
                   MOVE WS-ACT-TYPE (WS-ACT-IDX) TO AH-TRANS-TYPE
                   MOVE WS-ACT-CURRENCY (WS-ACT-IDX)
                       TO AH-CURRENCY-CODE
                   MOVE WS-ACT-ACCEPT-CNT (WS-ACT-IDX)
                       TO AH-ACCEPT-COUNT
                   MOVE WS-ACT-ACCEPT-AMT (WS-ACT-IDX)
                       TO AH-ACCEPT-VALUE
                   MOVE WS-ACT-REJECT-CNT (WS-ACT-IDX)
                       TO AH-REJECT-COUNT
                   MOVE WS-ACT-REJECT-AMT (WS-ACT-IDX)
                       TO AH-REJECT-VALUE
                   MOVE WS-ACT-REVERSAL-AMT (WS-ACT-IDX)
                       TO AH-REVERSAL-VALUE
                   PERFORM 9510-PUT-HISTORY-RECORD
               END-PERFORM
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > WS-SRC-COUNT
                   MOVE SPACES TO ACTIVITY-HISTORY-RECORD
                   MOVE WS-RUN-BUSINESS-DATE TO AH-BUSINESS-DATE
                   SET AH-SOURCE-RECORD TO TRUE
                   MOVE WS-SRC-SYSTEM (WS-SRC-IDX)
                       TO AH-SOURCE-SYSTEM
                   MOVE WS-SRC-BATCHES (WS-SRC-IDX)
                       TO AH-BATCH-COUNT
                   MOVE WS-SRC-TRANS (WS-SRC-IDX)
                       TO AH-SRC-TRANS-COUNT
                   MOVE WS-SRC-ACCEPTS (WS-SRC-IDX)
                       TO AH-SRC-ACCEPT-COUNT
                   MOVE WS-SRC-REJECTS (WS-SRC-IDX)
                       TO AH-SRC-REJECT-COUNT
                   PERFORM 9510-PUT-HISTORY-RECORD
               END-PERFORM
               CLOSE ACTIVITY-HISTORY-FILE
               DISPLAY "Activity trend history records written: "
                   WS-ACTHIST-WRITTEN
           END-IF.

       9510-PUT-HISTORY-RECORD.
           WRITE ACTIVITY-HISTORY-RECORD
               INVALID KEY
                   REWRITE ACTIVITY-HISTORY-RECORD
           END-WRITE
           IF WS-ACTHIST-STATUS = "00"
               ADD 1 TO WS-ACTHIST-WRITTEN
           ELSE
               DISPLAY "ERROR: Activity trend history write failed.  "
                   "Key: " AH-HISTORY-KEY
                   "  Status: " WS-ACTHIST-STATUS
               MOVE 8 TO WS-NEW-SEVERITY
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
           MOVE "TRANACC1" TO JS-PROGRAM-ID
           READ JOB-STEP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STEP-ON-FILE TO TRUE
           END-READ
           IF NOT WS-STEP-ON-FILE
               MOVE SPACES TO JOB-STEP-RECORD
               MOVE WS-STEP-BUSINESS-DATE TO JS-BUSINESS-DATE
               MOVE "TRANACC1" TO JS-PROGRAM-ID
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
           MOVE WS-TRANS-COUNT
               TO WS-STEP-STAT-VALUE (1)
           MOVE "ACCEPTED" TO WS-STEP-STAT-LABEL (2)
           MOVE WS-ACCEPT-COUNT
               TO WS-STEP-STAT-VALUE (2)
           MOVE "REJECTED" TO WS-STEP-STAT-LABEL (3)
           MOVE WS-REJECT-COUNT
               TO WS-STEP-STAT-VALUE (3)
           MOVE "SUSPENSE OUT" TO WS-STEP-STAT-LABEL (4)
           MOVE WS-REJECT-COUNT
               TO WS-STEP-STAT-VALUE (4)
           MOVE "GL POSTINGS" TO WS-STEP-STAT-LABEL (5)
           MOVE WS-GL-RECORD-COUNT
               TO WS-STEP-STAT-VALUE (5)
           MOVE "GL HASH" TO WS-STEP-STAT-LABEL (6)
           MOVE WS-GL-HASH-TOTAL
               TO WS-STEP-STAT-VALUE (6).

       9900-RAISE-SEVERITY.
           IF WS-NEW-SEVERITY > WS-RUN-SEVERITY
               MOVE WS-NEW-SEVERITY TO WS-RUN-SEVERITY
