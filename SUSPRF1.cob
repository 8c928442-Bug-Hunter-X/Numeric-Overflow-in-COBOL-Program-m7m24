       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPRF1.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  SUSPRF1 - Suspense roll-forward proof and aging report.
      *  Runs after TRANRCY1 and proves the suspense population is
      *  complete from one day to the next: yesterday's carried
      *  forward suspense (SUSPPRV) plus today's new exceptions
      *  (EXCPOUT) must equal today's carried forward suspense
      *  (SUSPOUT) plus the items recycled (RCYOUT) plus the items
      *  written off (WOFREG) -- by count and by amount, currency by
      *  currency.  A recycled item the operator corrected may come
      *  back with a different amount or currency; that change is
      *  shown on its own line so it explains, rather than breaks,
      *  the proof.  Every item is matched by transaction key, and
      *  any key that appears on the outgoing side with no incoming
      *  item, or leaves the incoming side with no disposal, is
      *  listed.  The same run prints an aging analysis of the open
      *  items carried forward, by reason code and by the number of
      *  recycle cycles they have aged through, and an escalation
      *  page of every item at or past the escalation threshold
      *  (from the roll-forward parameter file), oldest first.
      *  Condition code: 00 proved, 04 proved with warnings (no
      *  prior suspense on file, parameters defaulted), 08 not
      *  proved or proof incomplete, 12 file failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-SUSPENSE-FILE ASSIGN TO "SUSPPRV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.

           SELECT NEW-EXCEPTION-FILE ASSIGN TO "EXCPOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT AGED-SUSPENSE-FILE ASSIGN TO "SUSPOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGED-STATUS.

           SELECT RECYCLE-FILE ASSIGN TO "RCYOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.

           SELECT WRITE-OFF-REGISTER ASSIGN TO "WOFREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOFREG-STATUS.

           SELECT ROLL-PARM-FILE ASSIGN TO "SRFPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ROLL-REPORT-FILE ASSIGN TO "SRFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT JOB-STEP-FILE ASSIGN TO "JOBSTEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JS-STEP-KEY
               FILE STATUS IS WS-JOBSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIOR-SUSPENSE-FILE
           RECORD CONTAINS 73 CHARACTERS.
       01  PRIOR-SUSPENSE-RECORD       PIC X(73).

       FD  NEW-EXCEPTION-FILE
           RECORD CONTAINS 73 CHARACTERS.
           COPY EXCPREC.

       FD  AGED-SUSPENSE-FILE
           RECORD CONTAINS 73 CHARACTERS.
       01  AGED-SUSPENSE-RECORD        PIC X(73).

       FD  RECYCLE-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY TRANREC.

       FD  WRITE-OFF-REGISTER
           RECORD CONTAINS 48 CHARACTERS.
           COPY WOFFREC.

       FD  ROLL-PARM-FILE
           RECORD CONTAINS 2 CHARACTERS.
           COPY SRFPREC.

       FD  ROLL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RPTREC.

       FD  JOB-STEP-FILE
           RECORD CONTAINS 235 CHARACTERS.
           COPY JSTPREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-INPUT-EOF-SW         PIC X(01) VALUE "N".
               88  WS-INPUT-EOF        VALUE "Y".
           05  WS-PRIOR-AVAILABLE-SW   PIC X(01) VALUE "N".
               88  WS-PRIOR-AVAILABLE  VALUE "Y".
           05  WS-ITEM-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-ITEM-FOUND       VALUE "Y".
           05  WS-ITEM-FULL-SW         PIC X(01) VALUE "N".
               88  WS-ITEM-TABLE-FULL  VALUE "Y".
           05  WS-CCY-FULL-SW          PIC X(01) VALUE "N".
               88  WS-CCY-TABLE-FULL   VALUE "Y".
           05  WS-REASON-FULL-SW       PIC X(01) VALUE "N".
               88  WS-REASON-TABLE-FULL
                                       VALUE "Y".
           05  WS-ESC-FULL-SW          PIC X(01) VALUE "N".
               88  WS-ESC-TABLE-FULL   VALUE "Y".
           05  WS-CCY-PROVED-SW        PIC X(01) VALUE "N".
               88  WS-CCY-PROVED       VALUE "Y".

       01  WS-PRIOR-STATUS             PIC X(02) VALUE SPACES.
       01  WS-EXCEPTION-STATUS         PIC X(02) VALUE SPACES.
       01  WS-AGED-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RECYCLE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-WOFREG-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.

       01  WS-PRIOR-COUNT              PIC 9(07) VALUE 0.
       01  WS-NEW-COUNT                PIC 9(07) VALUE 0.
       01  WS-AGED-COUNT               PIC 9(07) VALUE 0.
       01  WS-RECYCLED-COUNT           PIC 9(07) VALUE 0.
       01  WS-WRITTEN-OFF-COUNT        PIC 9(07) VALUE 0.
       01  WS-AMENDED-COUNT            PIC 9(07) VALUE 0.
       01  WS-UNPRICED-COUNT           PIC 9(07) VALUE 0.
       01  WS-APPEARED-COUNT           PIC 9(07) VALUE 0.
       01  WS-VANISHED-COUNT           PIC 9(07) VALUE 0.
       01  WS-ESCALATED-COUNT          PIC 9(07) VALUE 0.
       01  WS-UNPROVED-CCY-COUNT       PIC 9(02) VALUE 0.

      *    Escalation threshold: an item carried forward that has
      *    aged through at least this many recycle cycles goes on
      *    the escalation page.  The default stands in when the
      *    parameter file is absent or unusable.
       01  WS-DEFAULT-ESCALATE-CYCLES  PIC 9(02) VALUE 5.
       01  WS-ESCALATE-CYCLES          PIC 9(02) VALUE 5.

      *    The item being tallied, whichever file it came from: its
      *    key, currency and amount, and the file it was read off
      *    for the unexplained-key listing.  A suspense amount that
      *    is not numeric (an NNUM item) carries no value until it
      *    is corrected, so it tallies by count only.
       01  WS-LOAD-ORIGIN              PIC X(01) VALUE SPACES.
           88  WS-ORIGIN-PRIOR         VALUE "P".
           88  WS-ORIGIN-NEW           VALUE "N".
       01  WS-SOURCE-FILE              PIC X(07) VALUE SPACES.
       01  WS-MATCH-KEY                PIC X(10) VALUE SPACES.
       01  WS-SLOT-CURRENCY            PIC X(03) VALUE SPACES.
       01  WS-ITEM-AMOUNT-WORK.
           05  WS-ITEM-AMOUNT-RAW      PIC X(09).
           05  WS-ITEM-AMOUNT REDEFINES WS-ITEM-AMOUNT-RAW
                                       PIC 9(07)V99.
       01  WS-ITEM-VALUE               PIC 9(07)V99 VALUE 0.

      *    Every item coming into today's suspense population --
      *    brought forward or newly diverted -- waiting to be matched
      *    by key to its disposal.  A key can legitimately come in
      *    twice (a resent duplicate sits beside the original), so
      *    each disposal takes the first undisposed item of its key.
      *    Sized to the same order as the accumulator's pending
      *    buffer.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-COUNT           PIC 9(04) VALUE 0.
           05  WS-ITEM-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-ITEM-IDX.
               10  WS-ITM-KEY          PIC X(10).
               10  WS-ITM-ORIGIN       PIC X(01).
               10  WS-ITM-CURRENCY     PIC X(03).
               10  WS-ITM-VALUE        PIC 9(07)V99.
               10  WS-ITM-REASON       PIC X(04).
               10  WS-ITM-DISPOSED-SW  PIC X(01).
                   88  WS-ITM-DISPOSED VALUE "Y".

      *    The roll-forward by currency: each side of the equation
      *    by count and by value.  The amendment line carries the
      *    change a correction made to a recycled item (value, or
      *    the count and value moving between currencies) and is
      *    signed.
       01  WS-CCY-TABLE.
           05  WS-CCY-COUNT            PIC 9(02) VALUE 0.
           05  WS-CCY-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-CCY-IDX.
               10  WS-CCY-CODE         PIC X(03).
               10  WS-CCY-PRIOR-CNT    PIC 9(07).
               10  WS-CCY-PRIOR-AMT    PIC 9(11)V99.
               10  WS-CCY-NEW-CNT      PIC 9(07).
               10  WS-CCY-NEW-AMT      PIC 9(11)V99.
               10  WS-CCY-AMEND-CNT    PIC S9(07).
               10  WS-CCY-AMEND-AMT    PIC S9(11)V99.
               10  WS-CCY-AGED-CNT     PIC 9(07).
               10  WS-CCY-AGED-AMT     PIC 9(11)V99.
               10  WS-CCY-RCY-CNT      PIC 9(07).
               10  WS-CCY-RCY-AMT      PIC 9(11)V99.
               10  WS-CCY-WOFF-CNT     PIC 9(07).
               10  WS-CCY-WOFF-AMT     PIC 9(11)V99.
       01  WS-ORIG-CCY-IDX             PIC 9(02) VALUE 0.
       01  WS-DIFF-COUNT               PIC S9(07) VALUE 0.
       01  WS-DIFF-AMOUNT              PIC S9(11)V99 VALUE 0.

      *    Aging of the open items carried forward: a row per reason
      *    code, a column per cycle bucket (0-1, 2, 3, 4-5, 6-9 and
      *    10 or more cycles).
       01  WS-BUCKET-SUB               PIC 9(01) VALUE 0.
       01  WS-REASON-TABLE.
           05  WS-REASON-COUNT         PIC 9(02) VALUE 0.
           05  WS-REASON-ENTRY OCCURS 30 TIMES
                   INDEXED BY WS-RSN-IDX.
               10  WS-RSN-CODE         PIC X(04).
               10  WS-RSN-BUCKET-CNT   PIC 9(07) OCCURS 6 TIMES.
               10  WS-RSN-TOTAL-CNT    PIC 9(07).
               10  WS-RSN-TOTAL-AMT    PIC 9(11)V99.
       01  WS-BUCKET-TOTALS.
           05  WS-BKT-TOTAL-CNT        PIC 9(07) OCCURS 6 TIMES.
       01  WS-AGING-TOTAL-CNT          PIC 9(07) VALUE 0.
       01  WS-AGING-TOTAL-AMT          PIC 9(11)V99 VALUE 0.

      *    Items at or past the escalation threshold, printed oldest
      *    first.
       01  WS-ESC-CYCLE                PIC S9(03) VALUE 0.
       01  WS-ESC-TABLE.
           05  WS-ESC-COUNT            PIC 9(04) VALUE 0.
           05  WS-ESC-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-ESC-IDX.
               10  WS-ESC-KEY          PIC X(10).
               10  WS-ESC-TYPE         PIC X(04).
               10  WS-ESC-CURRENCY     PIC X(03).
               10  WS-ESC-AMOUNT-X     PIC X(09).
               10  WS-ESC-AMOUNT REDEFINES WS-ESC-AMOUNT-X
                                       PIC 9(07)V99.
               10  WS-ESC-REASON       PIC X(04).
               10  WS-ESC-CYCLES       PIC 9(02).

      *    Graded run severity, handed to the scheduler as the
      *    condition code at termination (same scale as TRANACC1).
       01  WS-RUN-SEVERITY             PIC 9(02) VALUE 0.
       01  WS-NEW-SEVERITY             PIC 9(02) VALUE 0.

       01  WS-RPT-COUNT-ED             PIC Z,ZZZ,ZZ9.
       01  WS-RPT-SIGNED-COUNT-ED      PIC -,---,--9.
       01  WS-RPT-BUCKET-ED            PIC ZZZ,ZZ9.
       01  WS-RPT-AMOUNT-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-WIDE-SIGNED-ED       PIC --,---,---,--9.99.
       01  WS-RPT-CYCLE-ED             PIC Z9.

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
           PERFORM 2000-LOAD-PRIOR-SUSPENSE
           PERFORM 2100-LOAD-NEW-EXCEPTIONS
           PERFORM 9150-WRITE-UNEXPLAINED-HEADING
           PERFORM 3000-MATCH-AGED-SUSPENSE
           PERFORM 3100-MATCH-RECYCLED-ITEMS
           PERFORM 3200-MATCH-WRITE-OFFS
           PERFORM 4000-REPORT-VANISHED-ITEMS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9600-REGISTER-STEP-START
           OPEN OUTPUT ROLL-REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open roll-forward report "
                   "file.  Status: " WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 6
               MOVE 0 TO WS-BKT-TOTAL-CNT (WS-BUCKET-SUB)
           END-PERFORM
           PERFORM 1100-READ-ROLL-PARMS
      *    Yesterday's carried-forward suspense is absent only on
      *    the first night the proof runs: everything in today's
      *    population is then new, and the run carries a warning.
           OPEN INPUT PRIOR-SUSPENSE-FILE
           IF WS-PRIOR-STATUS = "00"
               SET WS-PRIOR-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WARNING: Prior suspense file not available "
                   "(status " WS-PRIOR-STATUS
                   ") -- proving against an empty brought-forward."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF
           OPEN INPUT NEW-EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open exception file.  "
                   "Status: " WS-EXCEPTION-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AGED-SUSPENSE-FILE
           IF WS-AGED-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open aged suspense file.  "
                   "Status: " WS-AGED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RECYCLE-FILE
           IF WS-RECYCLE-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open recycle file.  "
                   "Status: " WS-RECYCLE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT WRITE-OFF-REGISTER
           IF WS-WOFREG-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open write-off register.  "
                   "Status: " WS-WOFREG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9100-WRITE-REPORT-HEADING.

       1100-READ-ROLL-PARMS.
           MOVE WS-DEFAULT-ESCALATE-CYCLES TO WS-ESCALATE-CYCLES
           OPEN INPUT ROLL-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ ROLL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SF-ESCALATE-CYCLES IS NUMERIC
                               AND SF-ESCALATE-CYCLES > 0
                           MOVE SF-ESCALATE-CYCLES
                               TO WS-ESCALATE-CYCLES
                       ELSE
                           DISPLAY "WARNING: Roll-forward parameter "
                               "escalation cycles not usable -- "
                               "using default."
                           MOVE 4 TO WS-NEW-SEVERITY
                           PERFORM 9900-RAISE-SEVERITY
                       END-IF
               END-READ
               CLOSE ROLL-PARM-FILE
           ELSE
               DISPLAY "WARNING: Roll-forward parameter file not "
                   "available (status " WS-PARM-STATUS
                   ") -- using default escalation threshold."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

      *    The incoming side of the roll-forward.
       2000-LOAD-PRIOR-SUSPENSE.
           IF WS-PRIOR-AVAILABLE
               MOVE "N" TO WS-INPUT-EOF-SW
               SET WS-ORIGIN-PRIOR TO TRUE
               PERFORM UNTIL WS-INPUT-EOF
                   READ PRIOR-SUSPENSE-FILE INTO EXCEPTION-RECORD
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PRIOR-COUNT
                           PERFORM 2200-LOAD-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
           END-IF.

       2100-LOAD-NEW-EXCEPTIONS.
           MOVE "N" TO WS-INPUT-EOF-SW
           SET WS-ORIGIN-NEW TO TRUE
           PERFORM UNTIL WS-INPUT-EOF
               READ NEW-EXCEPTION-FILE
                   AT END
                       SET WS-INPUT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NEW-COUNT
                       PERFORM 2200-LOAD-SUSPENSE-ITEM
               END-READ
           END-PERFORM.

       2200-LOAD-SUSPENSE-ITEM.
           PERFORM 2250-PRICE-SUSPENSE-ITEM
           MOVE EX-CURRENCY-CODE TO WS-SLOT-CURRENCY
           PERFORM 3600-LOCATE-CURRENCY-SLOT
           IF NOT WS-CCY-TABLE-FULL
               IF WS-ORIGIN-PRIOR
                   ADD 1 TO WS-CCY-PRIOR-CNT (WS-CCY-IDX)
                   ADD WS-ITEM-VALUE TO WS-CCY-PRIOR-AMT (WS-CCY-IDX)
               ELSE
                   ADD 1 TO WS-CCY-NEW-CNT (WS-CCY-IDX)
                   ADD WS-ITEM-VALUE TO WS-CCY-NEW-AMT (WS-CCY-IDX)
               END-IF
           END-IF
           IF WS-ITEM-COUNT >= 5000
               IF NOT WS-ITEM-TABLE-FULL
                   SET WS-ITEM-TABLE-FULL TO TRUE
                   DISPLAY "ERROR: Suspense item table full -- "
                       "keys from " EX-TRANS-KEY
                       " onward cannot be matched."
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               SET WS-ITEM-IDX TO WS-ITEM-COUNT
               MOVE EX-TRANS-KEY     TO WS-ITM-KEY (WS-ITEM-IDX)
               MOVE WS-LOAD-ORIGIN   TO WS-ITM-ORIGIN (WS-ITEM-IDX)
               MOVE EX-CURRENCY-CODE TO WS-ITM-CURRENCY (WS-ITEM-IDX)
               MOVE WS-ITEM-VALUE    TO WS-ITM-VALUE (WS-ITEM-IDX)
               MOVE EX-REASON-CODE   TO WS-ITM-REASON (WS-ITEM-IDX)
               MOVE "N" TO WS-ITM-DISPOSED-SW (WS-ITEM-IDX)
           END-IF.

       2250-PRICE-SUSPENSE-ITEM.
           MOVE EX-AMOUNT-RAW TO WS-ITEM-AMOUNT-RAW
           IF WS-ITEM-AMOUNT-RAW IS NUMERIC
               MOVE WS-ITEM-AMOUNT TO WS-ITEM-VALUE
           ELSE
               MOVE 0 TO WS-ITEM-VALUE
               ADD 1 TO WS-UNPRICED-COUNT
           END-IF.

      *    The outgoing side: each item carried forward, recycled or
      *    written off must account for exactly one incoming item.
       3000-MATCH-AGED-SUSPENSE.
           MOVE "N" TO WS-INPUT-EOF-SW
           MOVE "SUSPOUT" TO WS-SOURCE-FILE
           PERFORM UNTIL WS-INPUT-EOF
               READ AGED-SUSPENSE-FILE INTO EXCEPTION-RECORD
                   AT END
                       SET WS-INPUT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AGED-COUNT
                       PERFORM 3050-MATCH-AGED-ITEM
               END-READ
           END-PERFORM.

       3050-MATCH-AGED-ITEM.
           PERFORM 2250-PRICE-SUSPENSE-ITEM
           MOVE EX-TRANS-KEY TO WS-MATCH-KEY
           MOVE EX-CURRENCY-CODE TO WS-SLOT-CURRENCY
           PERFORM 3500-FIND-OPEN-ITEM
           IF NOT WS-ITEM-FOUND
               PERFORM 9160-REPORT-APPEARED-ITEM
           END-IF
           PERFORM 3600-LOCATE-CURRENCY-SLOT
           IF NOT WS-CCY-TABLE-FULL
               ADD 1 TO WS-CCY-AGED-CNT (WS-CCY-IDX)
               ADD WS-ITEM-VALUE TO WS-CCY-AGED-AMT (WS-CCY-IDX)
           END-IF
           PERFORM 3300-AGE-OPEN-ITEM.

      *    Only the detail records of the recycle batch are items;
      *    its generated trailer is not.  A recycled item carries
      *    the operator's corrected currency and amount, so the
      *    difference from the item that went in is booked to the
      *    amendment line of each currency involved.
       3100-MATCH-RECYCLED-ITEMS.
           MOVE "N" TO WS-INPUT-EOF-SW
           MOVE "RCYOUT" TO WS-SOURCE-FILE
           PERFORM UNTIL WS-INPUT-EOF
               READ RECYCLE-FILE
                   AT END
                       SET WS-INPUT-EOF TO TRUE
                   NOT AT END
                       IF TR-DETAIL-RECORD
                           ADD 1 TO WS-RECYCLED-COUNT
                           PERFORM 3150-MATCH-RECYCLED-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       3150-MATCH-RECYCLED-ITEM.
           MOVE TR-AMOUNT-X TO WS-ITEM-AMOUNT-RAW
           IF WS-ITEM-AMOUNT-RAW IS NUMERIC
               MOVE WS-ITEM-AMOUNT TO WS-ITEM-VALUE
           ELSE
               MOVE 0 TO WS-ITEM-VALUE
           END-IF
           MOVE TR-TRANS-KEY TO WS-MATCH-KEY
           MOVE TR-CURRENCY-CODE TO WS-SLOT-CURRENCY
           PERFORM 3500-FIND-OPEN-ITEM
           IF NOT WS-ITEM-FOUND
               PERFORM 9160-REPORT-APPEARED-ITEM
           END-IF
           PERFORM 3600-LOCATE-CURRENCY-SLOT
           IF NOT WS-CCY-TABLE-FULL
               ADD 1 TO WS-CCY-RCY-CNT (WS-CCY-IDX)
               ADD WS-ITEM-VALUE TO WS-CCY-RCY-AMT (WS-CCY-IDX)
               IF WS-ITEM-FOUND
                   IF WS-ITM-CURRENCY (WS-ITEM-IDX)
                           NOT = TR-CURRENCY-CODE
                       OR WS-ITM-VALUE (WS-ITEM-IDX)
                           NOT = WS-ITEM-VALUE
                       PERFORM 3170-BOOK-AMENDMENT
                   END-IF
               END-IF
           END-IF.

      *    The recycled figures are added to the recycled item's
      *    currency and the original figures taken off the original
      *    currency -- a value-only correction nets within one
      *    currency, a currency correction moves the item across.
       3170-BOOK-AMENDMENT.
           ADD 1 TO WS-AMENDED-COUNT
           ADD 1 TO WS-CCY-AMEND-CNT (WS-CCY-IDX)
           ADD WS-ITEM-VALUE TO WS-CCY-AMEND-AMT (WS-CCY-IDX)
           MOVE WS-ITM-CURRENCY (WS-ITEM-IDX) TO WS-SLOT-CURRENCY
           SET WS-ORIG-CCY-IDX TO WS-CCY-IDX
           PERFORM 3600-LOCATE-CURRENCY-SLOT
           IF WS-CCY-TABLE-FULL
               SET WS-CCY-IDX TO WS-ORIG-CCY-IDX
           ELSE
               SUBTRACT 1 FROM WS-CCY-AMEND-CNT (WS-CCY-IDX)
               SUBTRACT WS-ITM-VALUE (WS-ITEM-IDX)
                   FROM WS-CCY-AMEND-AMT (WS-CCY-IDX)
           END-IF.

       3200-MATCH-WRITE-OFFS.
           MOVE "N" TO WS-INPUT-EOF-SW
           MOVE "WOFREG" TO WS-SOURCE-FILE
           PERFORM UNTIL WS-INPUT-EOF
               READ WRITE-OFF-REGISTER
                   AT END
                       SET WS-INPUT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-WRITTEN-OFF-COUNT
                       PERFORM 3250-MATCH-WRITE-OFF
               END-READ
           END-PERFORM.

       3250-MATCH-WRITE-OFF.
           MOVE WO-AMOUNT TO WS-ITEM-VALUE
           MOVE WO-TRANS-KEY TO WS-MATCH-KEY
           MOVE WO-CURRENCY-CODE TO WS-SLOT-CURRENCY
           PERFORM 3500-FIND-OPEN-ITEM
           IF NOT WS-ITEM-FOUND
               PERFORM 9160-REPORT-APPEARED-ITEM
           END-IF
           PERFORM 3600-LOCATE-CURRENCY-SLOT
           IF NOT WS-CCY-TABLE-FULL
               ADD 1 TO WS-CCY-WOFF-CNT (WS-CCY-IDX)
               ADD WS-ITEM-VALUE TO WS-CCY-WOFF-AMT (WS-CCY-IDX)
           END-IF.

      *    An item carried forward is open: it is aged into its
      *    reason code's cycle bucket and, at or past the threshold,
      *    held for the escalation page.
       3300-AGE-OPEN-ITEM.
           IF EX-CYCLE-COUNT IS NOT NUMERIC
               MOVE 0 TO EX-CYCLE-COUNT
           END-IF
           PERFORM 3350-LOCATE-REASON-SLOT
           IF EX-CYCLE-COUNT < 2
               MOVE 1 TO WS-BUCKET-SUB
           ELSE
           IF EX-CYCLE-COUNT = 2
               MOVE 2 TO WS-BUCKET-SUB
           ELSE
           IF EX-CYCLE-COUNT = 3
               MOVE 3 TO WS-BUCKET-SUB
           ELSE
           IF EX-CYCLE-COUNT < 6
               MOVE 4 TO WS-BUCKET-SUB
           ELSE
           IF EX-CYCLE-COUNT < 10
               MOVE 5 TO WS-BUCKET-SUB
           ELSE
               MOVE 6 TO WS-BUCKET-SUB
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-RSN-IDX NOT > WS-REASON-COUNT
               ADD 1 TO WS-RSN-BUCKET-CNT (WS-RSN-IDX, WS-BUCKET-SUB)
               ADD 1 TO WS-RSN-TOTAL-CNT (WS-RSN-IDX)
               ADD WS-ITEM-VALUE TO WS-RSN-TOTAL-AMT (WS-RSN-IDX)
           END-IF
           ADD 1 TO WS-BKT-TOTAL-CNT (WS-BUCKET-SUB)
           ADD 1 TO WS-AGING-TOTAL-CNT
           ADD WS-ITEM-VALUE TO WS-AGING-TOTAL-AMT
           IF EX-CYCLE-COUNT >= WS-ESCALATE-CYCLES
               ADD 1 TO WS-ESCALATED-COUNT
               PERFORM 3370-HOLD-ESCALATION
           END-IF.

       3350-LOCATE-REASON-SLOT.
           SET WS-RSN-IDX TO 1
           PERFORM UNTIL WS-RSN-IDX > WS-REASON-COUNT
                   OR WS-RSN-CODE (WS-RSN-IDX) = EX-REASON-CODE
               SET WS-RSN-IDX UP BY 1
           END-PERFORM
           IF WS-RSN-IDX > WS-REASON-COUNT
               IF WS-REASON-COUNT >= 30
                   IF NOT WS-REASON-TABLE-FULL
                       SET WS-REASON-TABLE-FULL TO TRUE
                       DISPLAY "WARNING: Reason code table full -- "
                           "reason " EX-REASON-CODE
                           " not broken out on the aging report."
                       MOVE 4 TO WS-NEW-SEVERITY
                       PERFORM 9900-RAISE-SEVERITY
                   END-IF
               ELSE
                   ADD 1 TO WS-REASON-COUNT
                   SET WS-RSN-IDX TO WS-REASON-COUNT
                   MOVE EX-REASON-CODE TO WS-RSN-CODE (WS-RSN-IDX)
                   PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                           UNTIL WS-BUCKET-SUB > 6
                       MOVE 0
                           TO WS-RSN-BUCKET-CNT (WS-RSN-IDX,
                                                 WS-BUCKET-SUB)
                   END-PERFORM
                   MOVE 0 TO WS-RSN-TOTAL-CNT (WS-RSN-IDX)
                   MOVE 0 TO WS-RSN-TOTAL-AMT (WS-RSN-IDX)
               END-IF
           END-IF.

       3370-HOLD-ESCALATION.
           IF WS-ESC-COUNT >= 1000
               IF NOT WS-ESC-TABLE-FULL
                   SET WS-ESC-TABLE-FULL TO TRUE
                   DISPLAY "WARNING: Escalation table full -- "
                       "further escalated items counted only."
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-ESC-COUNT
               SET WS-ESC-IDX TO WS-ESC-COUNT
               MOVE EX-TRANS-KEY     TO WS-ESC-KEY (WS-ESC-IDX)
               MOVE EX-TRANS-TYPE    TO WS-ESC-TYPE (WS-ESC-IDX)
               MOVE EX-CURRENCY-CODE TO WS-ESC-CURRENCY (WS-ESC-IDX)
               MOVE EX-AMOUNT-RAW    TO WS-ESC-AMOUNT-X (WS-ESC-IDX)
               MOVE EX-REASON-CODE   TO WS-ESC-REASON (WS-ESC-IDX)
               MOVE EX-CYCLE-COUNT   TO WS-ESC-CYCLES (WS-ESC-IDX)
           END-IF.

       3500-FIND-OPEN-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SW
           SET WS-ITEM-IDX TO 1
           PERFORM UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   OR WS-ITEM-FOUND
               IF WS-ITM-KEY (WS-ITEM-IDX) = WS-MATCH-KEY
                       AND NOT WS-ITM-DISPOSED (WS-ITEM-IDX)
                   SET WS-ITEM-FOUND TO TRUE
                   SET WS-ITM-DISPOSED (WS-ITEM-IDX) TO TRUE
               ELSE
                   SET WS-ITEM-IDX UP BY 1
               END-IF
           END-PERFORM.

       3600-LOCATE-CURRENCY-SLOT.
           MOVE "N" TO WS-CCY-FULL-SW
           SET WS-CCY-IDX TO 1
           PERFORM UNTIL WS-CCY-IDX > WS-CCY-COUNT
                   OR WS-CCY-CODE (WS-CCY-IDX) = WS-SLOT-CURRENCY
               SET WS-CCY-IDX UP BY 1
           END-PERFORM
           IF WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CCY-COUNT >= 20
                   SET WS-CCY-TABLE-FULL TO TRUE
                   DISPLAY "ERROR: Currency table full -- currency "
                       WS-SLOT-CURRENCY " cannot be proved."
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
               ELSE
                   ADD 1 TO WS-CCY-COUNT
                   SET WS-CCY-IDX TO WS-CCY-COUNT
                   MOVE WS-SLOT-CURRENCY TO WS-CCY-CODE (WS-CCY-IDX)
                   MOVE 0 TO WS-CCY-PRIOR-CNT (WS-CCY-IDX)
                   MOVE 0 TO WS-CCY-PRIOR-AMT (WS-CCY-IDX)
                   MOVE 0 TO WS-CCY-NEW-CNT (WS-CCY-IDX)
                   MOVE 0 TO WS-CCY-NEW-AMT (WS-CCY-IDX)
                   MOVE 0 TO WS-CCY-AMEND-CNT (WS-CCY-IDX)
                   MOVE 0 TO WS-CCY-AMEND-AMT (WS-CCY-IDX)
                   MOVE 0 TO WS-CCY-AGED-CNT (WS-CCY-IDX)
                   MOVE 0 TO WS-CCY-AGED-AMT (WS-CCY-IDX)
                   MOVE 0 TO WS-CCY-RCY-CNT (WS-CCY-IDX)
                   MOVE 0 TO WS-CCY-RCY-AMT (WS-CCY-IDX)
                   MOVE 0 TO WS-CCY-WOFF-CNT (WS-CCY-IDX)
                   MOVE 0 TO WS-CCY-WOFF-AMT (WS-CCY-IDX)
               END-IF
           END-IF.

      *    Incoming items no disposal accounted for.
       4000-REPORT-VANISHED-ITEMS.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF NOT WS-ITM-DISPOSED (WS-ITEM-IDX)
                   PERFORM 9170-REPORT-VANISHED-ITEM
               END-IF
           END-PERFORM
           IF WS-APPEARED-COUNT = 0 AND WS-VANISHED-COUNT = 0
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE "  NONE" TO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           END-IF.

       9000-TERMINATE.
           PERFORM 9200-WRITE-PROOF-SECTION
           PERFORM 9300-WRITE-AGING-SECTION
           PERFORM 9400-WRITE-ESCALATION-PAGE
           PERFORM 9500-WRITE-ROLL-SUMMARY
           IF WS-PRIOR-AVAILABLE
               CLOSE PRIOR-SUSPENSE-FILE
           END-IF
           CLOSE NEW-EXCEPTION-FILE
           CLOSE AGED-SUSPENSE-FILE
           CLOSE RECYCLE-FILE
           CLOSE WRITE-OFF-REGISTER
           CLOSE ROLL-REPORT-FILE
           MOVE WS-RUN-SEVERITY TO RETURN-CODE
           PERFORM 9610-REGISTER-STEP-END
           DISPLAY "SUSPRF1 ending with condition code "
               WS-RUN-SEVERITY.

       9100-WRITE-REPORT-HEADING.
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE "SUSPRF1 - SUSPENSE ROLL-FORWARD PROOF AND AGING"
               TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "RUN DATE " FUNCTION CURRENT-DATE (1:8)
               "  ESCALATE AT " WS-ESCALATE-CYCLES " CYCLES"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       9150-WRITE-UNEXPLAINED-HEADING.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE "UNEXPLAINED KEYS (APPEARED / VANISHED):"
               TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       9160-REPORT-APPEARED-ITEM.
           ADD 1 TO WS-APPEARED-COUNT
           MOVE 8 TO WS-NEW-SEVERITY
           PERFORM 9900-RAISE-SEVERITY
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-ITEM-VALUE TO WS-RPT-AMOUNT-ED
           STRING "  APPEARED  " WS-MATCH-KEY
               "  IN   " WS-SOURCE-FILE
               "  " WS-SLOT-CURRENCY
               " " WS-RPT-AMOUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       9170-REPORT-VANISHED-ITEM.
           ADD 1 TO WS-VANISHED-COUNT
           MOVE 8 TO WS-NEW-SEVERITY
           PERFORM 9900-RAISE-SEVERITY
           IF WS-ITM-ORIGIN (WS-ITEM-IDX) = "P"
               MOVE "SUSPPRV" TO WS-SOURCE-FILE
           ELSE
               MOVE "EXCPOUT" TO WS-SOURCE-FILE
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-ITM-VALUE (WS-ITEM-IDX) TO WS-RPT-AMOUNT-ED
           STRING "  VANISHED  " WS-ITM-KEY (WS-ITEM-IDX)
               "  FROM " WS-SOURCE-FILE
               "  " WS-ITM-CURRENCY (WS-ITEM-IDX)
               " " WS-RPT-AMOUNT-ED
               "  " WS-ITM-REASON (WS-ITEM-IDX)
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

      *    One block per currency: brought forward + new +/-
      *    amended = carried forward + recycled + written off, by
      *    count and by value.
       9200-WRITE-PROOF-SECTION.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE "ROLL-FORWARD BY CURRENCY:" TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               PERFORM 9210-WRITE-CURRENCY-PROOF
           END-PERFORM
           IF WS-CCY-TABLE-FULL OR WS-ITEM-TABLE-FULL
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "  *** INCOMPLETE -- WORK TABLE FILLED, "
                   "PROOF NOT COMPLETE ***"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           END-IF.

       9210-WRITE-CURRENCY-PROOF.
           COMPUTE WS-DIFF-COUNT =
                   WS-CCY-PRIOR-CNT (WS-CCY-IDX)
                   + WS-CCY-NEW-CNT (WS-CCY-IDX)
                   + WS-CCY-AMEND-CNT (WS-CCY-IDX)
                   - WS-CCY-AGED-CNT (WS-CCY-IDX)
                   - WS-CCY-RCY-CNT (WS-CCY-IDX)
                   - WS-CCY-WOFF-CNT (WS-CCY-IDX)
           END-COMPUTE
           COMPUTE WS-DIFF-AMOUNT =
                   WS-CCY-PRIOR-AMT (WS-CCY-IDX)
                   + WS-CCY-NEW-AMT (WS-CCY-IDX)
                   + WS-CCY-AMEND-AMT (WS-CCY-IDX)
                   - WS-CCY-AGED-AMT (WS-CCY-IDX)
                   - WS-CCY-RCY-AMT (WS-CCY-IDX)
                   - WS-CCY-WOFF-AMT (WS-CCY-IDX)
           END-COMPUTE
           IF WS-DIFF-COUNT = 0 AND WS-DIFF-AMOUNT = 0
               SET WS-CCY-PROVED TO TRUE
           ELSE
               MOVE "N" TO WS-CCY-PROVED-SW
               ADD 1 TO WS-UNPROVED-CCY-COUNT
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "  CURRENCY " WS-CCY-CODE (WS-CCY-IDX)
               "                        COUNT            VALUE"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-CCY-PRIOR-CNT (WS-CCY-IDX) TO WS-RPT-COUNT-ED
           MOVE WS-CCY-PRIOR-AMT (WS-CCY-IDX) TO WS-RPT-WIDE-SIGNED-ED
           STRING "    BROUGHT FORWARD (SUSPPRV) : " WS-RPT-COUNT-ED
               " " WS-RPT-WIDE-SIGNED-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-CCY-NEW-CNT (WS-CCY-IDX) TO WS-RPT-COUNT-ED
           MOVE WS-CCY-NEW-AMT (WS-CCY-IDX) TO WS-RPT-WIDE-SIGNED-ED
           STRING "    NEW SUSPENSE (EXCPOUT). . : " WS-RPT-COUNT-ED
               " " WS-RPT-WIDE-SIGNED-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-CCY-AMEND-CNT (WS-CCY-IDX)
               TO WS-RPT-SIGNED-COUNT-ED
           MOVE WS-CCY-AMEND-AMT (WS-CCY-IDX) TO WS-RPT-WIDE-SIGNED-ED
           STRING "    AMENDED ON RECYCLE. . . . : "
               WS-RPT-SIGNED-COUNT-ED
               " " WS-RPT-WIDE-SIGNED-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-CCY-AGED-CNT (WS-CCY-IDX) TO WS-RPT-COUNT-ED
           MOVE WS-CCY-AGED-AMT (WS-CCY-IDX) TO WS-RPT-WIDE-SIGNED-ED
           STRING "    CARRIED FORWARD (SUSPOUT) : " WS-RPT-COUNT-ED
               " " WS-RPT-WIDE-SIGNED-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-CCY-RCY-CNT (WS-CCY-IDX) TO WS-RPT-COUNT-ED
           MOVE WS-CCY-RCY-AMT (WS-CCY-IDX) TO WS-RPT-WIDE-SIGNED-ED
           STRING "    RECYCLED (RCYOUT) . . . . : " WS-RPT-COUNT-ED
               " " WS-RPT-WIDE-SIGNED-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-CCY-WOFF-CNT (WS-CCY-IDX) TO WS-RPT-COUNT-ED
           MOVE WS-CCY-WOFF-AMT (WS-CCY-IDX) TO WS-RPT-WIDE-SIGNED-ED
           STRING "    WRITTEN OFF (WOFREG). . . : " WS-RPT-COUNT-ED
               " " WS-RPT-WIDE-SIGNED-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-DIFF-COUNT TO WS-RPT-SIGNED-COUNT-ED
           MOVE WS-DIFF-AMOUNT TO WS-RPT-WIDE-SIGNED-ED
           IF WS-CCY-PROVED
               STRING "    DIFFERENCE. . . . . . . . : "
                   WS-RPT-SIGNED-COUNT-ED
                   " " WS-RPT-WIDE-SIGNED-ED "  PROVED"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           ELSE
               STRING "    DIFFERENCE. . . . . . . . : "
                   WS-RPT-SIGNED-COUNT-ED
                   " " WS-RPT-WIDE-SIGNED-ED "  NOT PROVED"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-IF
           PERFORM 9110-WRITE-RPT-LINE.

      *    Open items carried forward, by reason code across the
      *    cycle buckets, with a total row.
       9300-WRITE-AGING-SECTION.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE "AGING OF OPEN SUSPENSE BY REASON AND RECYCLE CYCLES:"
               TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "  RSN      0-1       2       3     4-5     6-9"
               "     10+     TOTAL          VALUE"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-REASON-COUNT
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE WS-RSN-CODE (WS-RSN-IDX)
                   TO CONTROL-REPORT-LINE (3:4)
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 6
                   MOVE WS-RSN-BUCKET-CNT (WS-RSN-IDX, WS-BUCKET-SUB)
                       TO WS-RPT-BUCKET-ED
                   PERFORM 9310-PLACE-BUCKET-COLUMN
               END-PERFORM
               MOVE WS-RSN-TOTAL-CNT (WS-RSN-IDX) TO WS-RPT-COUNT-ED
               MOVE WS-RSN-TOTAL-AMT (WS-RSN-IDX) TO WS-RPT-AMOUNT-ED
               PERFORM 9320-PLACE-TOTAL-COLUMNS
               PERFORM 9110-WRITE-RPT-LINE
           END-PERFORM
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE "ALL " TO CONTROL-REPORT-LINE (3:4)
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 6
               MOVE WS-BKT-TOTAL-CNT (WS-BUCKET-SUB)
                   TO WS-RPT-BUCKET-ED
               PERFORM 9310-PLACE-BUCKET-COLUMN
           END-PERFORM
           MOVE WS-AGING-TOTAL-CNT TO WS-RPT-COUNT-ED
           MOVE WS-AGING-TOTAL-AMT TO WS-RPT-AMOUNT-ED
           PERFORM 9320-PLACE-TOTAL-COLUMNS
           PERFORM 9110-WRITE-RPT-LINE.

      *    Bucket columns are eight wide, starting after the reason.
       9310-PLACE-BUCKET-COLUMN.
           MOVE WS-RPT-BUCKET-ED
               TO CONTROL-REPORT-LINE (WS-BUCKET-SUB * 8 : 7).

       9320-PLACE-TOTAL-COLUMNS.
           MOVE WS-RPT-COUNT-ED  TO CONTROL-REPORT-LINE (56:9)
           MOVE WS-RPT-AMOUNT-ED TO CONTROL-REPORT-LINE (66:14).

      *    Items at or past the threshold, highest cycle count first
      *    so supervisors start with the oldest.
       9400-WRITE-ESCALATION-PAGE.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "ESCALATION -- OPEN ITEMS AGED " WS-ESCALATE-CYCLES
               " OR MORE RECYCLE CYCLES (OLDEST FIRST):"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "  TRANS KEY  TYPE CCY RSN  CYCLES          AMOUNT"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           PERFORM VARYING WS-ESC-CYCLE FROM 99 BY -1
                   UNTIL WS-ESC-CYCLE < WS-ESCALATE-CYCLES
               PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                       UNTIL WS-ESC-IDX > WS-ESC-COUNT
                   IF WS-ESC-CYCLES (WS-ESC-IDX) = WS-ESC-CYCLE
                       PERFORM 9410-WRITE-ESCALATED-ITEM
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-ESCALATED-COUNT = 0
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE "  NONE" TO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           END-IF
           IF WS-ESC-TABLE-FULL
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE WS-ESCALATED-COUNT TO WS-RPT-COUNT-ED
               STRING "  *** LIST INCOMPLETE -- " WS-RPT-COUNT-ED
                   " ITEMS ESCALATED IN ALL ***"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           END-IF.

       9410-WRITE-ESCALATED-ITEM.
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-ESC-CYCLES (WS-ESC-IDX) TO WS-RPT-CYCLE-ED
           STRING "  " WS-ESC-KEY (WS-ESC-IDX)
               " " WS-ESC-TYPE (WS-ESC-IDX)
               " " WS-ESC-CURRENCY (WS-ESC-IDX)
               " " WS-ESC-REASON (WS-ESC-IDX)
               "      " WS-RPT-CYCLE-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           IF WS-ESC-AMOUNT-X (WS-ESC-IDX) IS NUMERIC
               MOVE WS-ESC-AMOUNT (WS-ESC-IDX) TO WS-RPT-AMOUNT-ED
               MOVE WS-RPT-AMOUNT-ED TO CONTROL-REPORT-LINE (37:14)
           ELSE
               MOVE "UNPRICED" TO CONTROL-REPORT-LINE (43:8)
           END-IF
           PERFORM 9110-WRITE-RPT-LINE.

       9500-WRITE-ROLL-SUMMARY.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-PRIOR-COUNT TO WS-RPT-COUNT-ED
           STRING "ITEMS BROUGHT FORWARD. . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-NEW-COUNT TO WS-RPT-COUNT-ED
           STRING "NEW SUSPENSE ITEMS . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-AGED-COUNT TO WS-RPT-COUNT-ED
           STRING "ITEMS CARRIED FORWARD. . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-RECYCLED-COUNT TO WS-RPT-COUNT-ED
           STRING "ITEMS RECYCLED . . . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-AMENDED-COUNT TO WS-RPT-COUNT-ED
           STRING "  OF WHICH AMENDED . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-WRITTEN-OFF-COUNT TO WS-RPT-COUNT-ED
           STRING "ITEMS WRITTEN OFF. . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-UNPRICED-COUNT TO WS-RPT-COUNT-ED
           STRING "UNPRICED (COUNT ONLY). . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-APPEARED-COUNT TO WS-RPT-COUNT-ED
           STRING "KEYS APPEARED UNEXPLAINED. : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-VANISHED-COUNT TO WS-RPT-COUNT-ED
           STRING "KEYS VANISHED UNEXPLAINED. : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-ESCALATED-COUNT TO WS-RPT-COUNT-ED
           STRING "ITEMS ESCALATED. . . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           IF WS-UNPROVED-CCY-COUNT = 0
                   AND WS-APPEARED-COUNT = 0
                   AND WS-VANISHED-COUNT = 0
                   AND NOT WS-CCY-TABLE-FULL
                   AND NOT WS-ITEM-TABLE-FULL
               STRING "ROLL-FORWARD . . . . . . . : PROVED"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           ELSE
               STRING "ROLL-FORWARD . . . . . . . : NOT PROVED"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-IF
           PERFORM 9110-WRITE-RPT-LINE.

       9110-WRITE-RPT-LINE.
           WRITE CONTROL-REPORT-LINE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: Roll-forward report write failed.  "
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
           MOVE "SUSPRF1" TO JS-PROGRAM-ID
           READ JOB-STEP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STEP-ON-FILE TO TRUE
           END-READ
           IF NOT WS-STEP-ON-FILE
               MOVE SPACES TO JOB-STEP-RECORD
               MOVE WS-STEP-BUSINESS-DATE TO JS-BUSINESS-DATE
               MOVE "SUSPRF1" TO JS-PROGRAM-ID
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
           MOVE "PRIOR" TO WS-STEP-STAT-LABEL (1)
           MOVE WS-PRIOR-COUNT
               TO WS-STEP-STAT-VALUE (1)
           MOVE "NEW" TO WS-STEP-STAT-LABEL (2)
           MOVE WS-NEW-COUNT
               TO WS-STEP-STAT-VALUE (2)
           MOVE "CARRIED FWD" TO WS-STEP-STAT-LABEL (3)
           MOVE WS-AGED-COUNT
               TO WS-STEP-STAT-VALUE (3)
           MOVE "RECYCLED" TO WS-STEP-STAT-LABEL (4)
           MOVE WS-RECYCLED-COUNT
               TO WS-STEP-STAT-VALUE (4)
           MOVE "WRITTEN OFF" TO WS-STEP-STAT-LABEL (5)
           MOVE WS-WRITTEN-OFF-COUNT
               TO WS-STEP-STAT-VALUE (5)
           MOVE "UNPROVED CCY" TO WS-STEP-STAT-LABEL (6)
           MOVE WS-UNPROVED-CCY-COUNT
               TO WS-STEP-STAT-VALUE (6).

       9900-RAISE-SEVERITY.
           IF WS-NEW-SEVERITY > WS-RUN-SEVERITY
               MOVE WS-NEW-SEVERITY TO WS-RUN-SEVERITY
           END-IF.
