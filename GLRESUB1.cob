       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRESUB1.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  GLRESUB1 - GL break resubmission and aged open-breaks
      *  report.
      *  Reads the open breaks on the GL break register (GLBRKS)
      *  that GLRECON1 maintains and rebuilds them through the
      *  corrected GL map (GLMAP) into a fresh GL extract (GLRSEXT)
      *  in the nightly extract layout, with its own control
      *  trailer.  Breaks go out as the posting pairs they were
      *  sent in, so the resubmission balances by construction: a
      *  leg whose partner the GL did accept cannot be resent on
      *  its own and is listed for a manual journal instead, and a
      *  break already resubmitted is left alone until GLRECON1
      *  sees it acknowledged (cleared) or rejected again.  Each
      *  leg is remapped by its transaction type and currency,
      *  first match winning exactly as in the accumulator; a
      *  break with no transaction type keeps its original
      *  accounts.  The register records what was resent so the
      *  acknowledgment can be matched back.  Every open break is
      *  listed with the days it has been outstanding.  The as-of
      *  date and a report-only switch come from GLRSPARM.
      *  Condition code: 00 no open breaks, 04 open breaks listed or
      *  resubmitted, or warnings, 08 breaks that need a manual
      *  journal or could not be handled, 12 file failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BREAK-REGISTER-FILE ASSIGN TO "GLBRKS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-BREAK-KEY
               FILE STATUS IS WS-BRK-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT RESUB-PARM-FILE ASSIGN TO "GLRSPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLRSEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT BREAK-REPORT-FILE ASSIGN TO "GLBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT JOB-STEP-FILE ASSIGN TO "JOBSTEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JS-STEP-KEY
               FILE STATUS IS WS-JOBSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BREAK-REGISTER-FILE
           RECORD CONTAINS 104 CHARACTERS.
           COPY GLBKREC.

       FD  GL-MAP-FILE
           RECORD CONTAINS 31 CHARACTERS.
           COPY GLMPREC.

       FD  RESUB-PARM-FILE
           RECORD CONTAINS 16 CHARACTERS.
           COPY GRSPREC.

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY GLEXREC.

       FD  BREAK-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RPTREC.

       FD  JOB-STEP-FILE
           RECORD CONTAINS 235 CHARACTERS.
           COPY JSTPREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-BRK-EOF-SW           PIC X(01) VALUE "N".
               88  WS-BRK-EOF          VALUE "Y".
           05  WS-GLMAP-EOF-SW         PIC X(01) VALUE "N".
               88  WS-GLMAP-EOF        VALUE "Y".
           05  WS-GLMAP-LOADED-SW      PIC X(01) VALUE "N".
               88  WS-GLMAP-LOADED     VALUE "Y".
           05  WS-MAP-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-MAP-FOUND        VALUE "Y".
           05  WS-REPORT-ONLY-SW       PIC X(01) VALUE "N".
               88  WS-REPORT-ONLY      VALUE "Y".
           05  WS-REGISTER-OPEN-SW     PIC X(01) VALUE "N".
               88  WS-REGISTER-OPEN    VALUE "Y".
           05  WS-PARTNER-FOUND-SW     PIC X(01) VALUE "N".
               88  WS-PARTNER-FOUND    VALUE "Y".
           05  WS-BRK-FULL-SW          PIC X(01) VALUE "N".
               88  WS-BRK-TABLE-FULL   VALUE "Y".

       01  WS-BRK-STATUS               PIC X(02) VALUE SPACES.
       01  WS-GLMAP-FILE-STATUS        PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-GL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.

       01  WS-AS-OF-DATE               PIC X(08) VALUE SPACES.
       01  WS-AS-OF-DATE-N REDEFINES WS-AS-OF-DATE
                                       PIC 9(08).
       01  WS-AS-OF-INTEGER            PIC 9(09) VALUE 0.
       01  WS-RUN-DATE-N               PIC 9(08) VALUE 0.
       01  WS-RUN-INTEGER              PIC 9(09) VALUE 0.
       01  WS-WORK-DAYS                PIC S9(09) VALUE 0.

      *    The corrected GL map, loaded and searched exactly as the
      *    accumulator loads and searches GLMAP, with the same
      *    default accounts standing in for a type it does not map.
       01  WS-DEFAULT-GL-COMPANY       PIC X(04) VALUE "0001".
       01  WS-DEFAULT-DR-ACCOUNT       PIC X(10) VALUE "ACCUM-CTRL".
       01  WS-DEFAULT-CR-ACCOUNT       PIC X(10) VALUE "ACCUM-OFST".
       01  WS-GL-MAP-TABLE.
           05  WS-MAP-COUNT            PIC 9(03) VALUE 0.
           05  WS-MAP-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-MAP-IDX.
               10  WS-MAP-TYPE         PIC X(04).
               10  WS-MAP-CURRENCY     PIC X(03).
               10  WS-MAP-COMPANY      PIC X(04).
               10  WS-MAP-DR-ACCOUNT   PIC X(10).
               10  WS-MAP-CR-ACCOUNT   PIC X(10).
       01  WS-POST-COMPANY             PIC X(04) VALUE SPACES.
       01  WS-POST-DR-ACCOUNT          PIC X(10) VALUE SPACES.
       01  WS-POST-CR-ACCOUNT          PIC X(10) VALUE SPACES.

      *    The open breaks, in register order, with the action this
      *    run takes on each: 'S' resubmitted, 'P' already resent and
      *    awaiting acknowledgment, 'M' needs a manual journal.
       01  WS-BRK-TABLE.
           05  WS-BRK-COUNT            PIC 9(04) VALUE 0.
           05  WS-BRK-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-BRK-IDX WS-PTR-IDX.
               10  WS-BRK-KEY.
                   15  WS-BRK-RUN-DATE PIC X(08).
                   15  WS-BRK-REF      PIC X(12).
                   15  WS-BRK-ACCOUNT  PIC X(10).
                   15  WS-BRK-SEQ      PIC 9(07).
               10  WS-BRK-COMPANY      PIC X(04).
               10  WS-BRK-CURRENCY     PIC X(03).
               10  WS-BRK-DR-CR        PIC X(01).
               10  WS-BRK-AMOUNT       PIC 9(09)V99.
               10  WS-BRK-TYPE         PIC X(04).
               10  WS-BRK-LEG          PIC X(01).
               10  WS-BRK-REASON       PIC X(01).
               10  WS-BRK-RESUB-STATE  PIC X(01).
               10  WS-BRK-RESUB-DATE   PIC X(08).
               10  WS-BRK-DAYS         PIC 9(05).
               10  WS-BRK-ACTION       PIC X(01).
                   88  WS-BRK-UNDECIDED
                                       VALUE " ".
                   88  WS-BRK-RESUBMIT VALUE "S".
                   88  WS-BRK-AWAITING VALUE "P".
                   88  WS-BRK-MANUAL   VALUE "M".
               10  WS-BRK-PARTNER      PIC 9(04).
               10  WS-BRK-NEW-COMPANY  PIC X(04).
               10  WS-BRK-NEW-ACCOUNT  PIC X(10).
       01  WS-PARTNER-SEQ              PIC 9(07) VALUE 0.
       01  WS-PARTNER-LEG              PIC X(01) VALUE SPACES.
       01  WS-SAVE-BRK-SUB             PIC 9(04) VALUE 0.

       01  WS-OPEN-COUNT               PIC 9(07) VALUE 0.
       01  WS-RESUBMIT-COUNT           PIC 9(07) VALUE 0.
       01  WS-AWAITING-COUNT           PIC 9(07) VALUE 0.
       01  WS-MANUAL-COUNT             PIC 9(07) VALUE 0.
       01  WS-OLDEST-DAYS              PIC 9(05) VALUE 0.
       01  WS-AGE-0-1-COUNT            PIC 9(07) VALUE 0.
       01  WS-AGE-2-7-COUNT            PIC 9(07) VALUE 0.
       01  WS-AGE-8-30-COUNT           PIC 9(07) VALUE 0.
       01  WS-AGE-OVER-30-COUNT        PIC 9(07) VALUE 0.

       01  WS-GL-RECORD-COUNT          PIC 9(07) VALUE 0.
       01  WS-GL-HASH-TOTAL            PIC 9(13)V99 VALUE 0.
       01  WS-GL-DEBIT-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-GL-CREDIT-TOTAL          PIC 9(13)V99 VALUE 0.

      *    Graded run severity, handed to the scheduler as the
      *    condition code at termination (same scale as TRANACC1).
       01  WS-RUN-SEVERITY             PIC 9(02) VALUE 0.
       01  WS-NEW-SEVERITY             PIC 9(02) VALUE 0.

       01  WS-RPT-COUNT-ED             PIC Z,ZZZ,ZZ9.
       01  WS-RPT-AMOUNT-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-TOTAL-ED             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-DAYS-ED              PIC ZZZZ9.
       01  WS-RPT-REASON               PIC X(03) VALUE SPACES.
       01  WS-RPT-ACTION               PIC X(08) VALUE SPACES.

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
           PERFORM 2000-LOAD-OPEN-BREAKS
           PERFORM 3000-PLAN-BREAK
               VARYING WS-BRK-IDX FROM 1 BY 1
               UNTIL WS-BRK-IDX > WS-BRK-COUNT
           IF NOT WS-REPORT-ONLY
               PERFORM 4000-WRITE-RESUBMISSION
           END-IF
           PERFORM 5000-WRITE-AGED-BREAKS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9600-REGISTER-STEP-START
           OPEN OUTPUT BREAK-REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open break report file.  "
                   "Status: " WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-RESUB-PARMS
           COMPUTE WS-AS-OF-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE-N)
           END-COMPUTE
           IF NOT WS-REPORT-ONLY
               PERFORM 1200-LOAD-GL-MAP-TABLE
           END-IF
           PERFORM 1300-OPEN-BREAK-REGISTER
           IF NOT WS-REPORT-ONLY
               OPEN OUTPUT GL-EXTRACT-FILE
               IF WS-GL-STATUS NOT = "00"
                   DISPLAY "FATAL: Cannot open resubmission extract "
                       "file.  Status: " WS-GL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 9100-WRITE-REPORT-HEADING.

       1100-READ-RESUB-PARMS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AS-OF-DATE
           OPEN INPUT RESUB-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ RESUB-PARM-FILE
                   AT END
                       DISPLAY "WARNING: Resubmission parameter file "
                           "empty -- ageing to the run date."
                       MOVE 4 TO WS-NEW-SEVERITY
                       PERFORM 9900-RAISE-SEVERITY
                   NOT AT END
                       IF GR-AS-OF-DATE IS NUMERIC
                               AND GR-AS-OF-DATE (1:4) > "1600"
                           MOVE GR-AS-OF-DATE TO WS-AS-OF-DATE
                       ELSE
                       IF GR-AS-OF-DATE NOT = SPACES
                           DISPLAY "WARNING: As-of date "
                               GR-AS-OF-DATE " not usable -- "
                               "ageing to the run date."
                           MOVE 4 TO WS-NEW-SEVERITY
                           PERFORM 9900-RAISE-SEVERITY
                       END-IF
                       END-IF
                       IF GR-REPORT-ONLY
                           SET WS-REPORT-ONLY TO TRUE
                           DISPLAY "Report only -- nothing will be "
                               "resubmitted."
                       END-IF
               END-READ
               CLOSE RESUB-PARM-FILE
           ELSE
               DISPLAY "WARNING: Resubmission parameter file not "
                   "available (status " WS-PARM-STATUS
                   ") -- ageing to the run date."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

      *    The corrected map is the point of a resubmission; without
      *    it the breaks are resent to the accounts they failed on,
      *    which only helps a posting the GL never received.
       1200-LOAD-GL-MAP-TABLE.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-FILE-STATUS = "00"
               SET WS-GLMAP-LOADED TO TRUE
               PERFORM UNTIL WS-GLMAP-EOF
                   READ GL-MAP-FILE
                       AT END
                           SET WS-GLMAP-EOF TO TRUE
                       NOT AT END
                           IF WS-MAP-COUNT >= 50
                               DISPLAY "WARNING: GL map table full "
                                   "-- ignoring type " GM-TRANS-TYPE
                                   " currency " GM-CURRENCY-CODE
                               MOVE 4 TO WS-NEW-SEVERITY
                               PERFORM 9900-RAISE-SEVERITY
                           ELSE
                               ADD 1 TO WS-MAP-COUNT
                               MOVE GM-TRANS-TYPE
                                   TO WS-MAP-TYPE (WS-MAP-COUNT)
                               MOVE GM-CURRENCY-CODE
                                   TO WS-MAP-CURRENCY (WS-MAP-COUNT)
                               MOVE GM-COMPANY-CODE
                                   TO WS-MAP-COMPANY (WS-MAP-COUNT)
                               MOVE GM-DR-ACCOUNT
                                   TO WS-MAP-DR-ACCOUNT (WS-MAP-COUNT)
                               MOVE GM-CR-ACCOUNT
                                   TO WS-MAP-CR-ACCOUNT (WS-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           ELSE
               DISPLAY "WARNING: Corrected GL map not available "
                   "(status " WS-GLMAP-FILE-STATUS
                   ") -- breaks resent to their original accounts."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

      *    No register yet means GLRECON1 has never raised a break.
       1300-OPEN-BREAK-REGISTER.
           IF WS-REPORT-ONLY
               OPEN INPUT BREAK-REGISTER-FILE
           ELSE
               OPEN I-O BREAK-REGISTER-FILE
           END-IF
           IF WS-BRK-STATUS = "00"
               SET WS-REGISTER-OPEN TO TRUE
           ELSE
           IF WS-BRK-STATUS = "35"
               DISPLAY "WARNING: GL break register not found -- "
                   "no breaks on record."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           ELSE
               DISPLAY "FATAL: Cannot open GL break register.  "
                   "Status: " WS-BRK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF.

       2000-LOAD-OPEN-BREAKS.
           IF WS-REGISTER-OPEN
               MOVE LOW-VALUES TO GB-BREAK-KEY
               START BREAK-REGISTER-FILE KEY >= GB-BREAK-KEY
                   INVALID KEY
                       SET WS-BRK-EOF TO TRUE
               END-START
           ELSE
               SET WS-BRK-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-BRK-EOF
               READ BREAK-REGISTER-FILE NEXT RECORD
                   AT END
                       SET WS-BRK-EOF TO TRUE
                   NOT AT END
                       IF GB-BREAK-OPEN
                           PERFORM 2100-TABLE-OPEN-BREAK
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

       2100-TABLE-OPEN-BREAK.
           ADD 1 TO WS-OPEN-COUNT
           IF WS-BRK-COUNT >= 2000
               IF NOT WS-BRK-TABLE-FULL
                   SET WS-BRK-TABLE-FULL TO TRUE
                   DISPLAY "ERROR: Open-break table full -- later "
                       "breaks neither reported nor resubmitted."
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-BRK-COUNT
               SET WS-BRK-IDX TO WS-BRK-COUNT
               MOVE GB-BREAK-KEY     TO WS-BRK-KEY (WS-BRK-IDX)
               MOVE GB-COMPANY-CODE  TO WS-BRK-COMPANY (WS-BRK-IDX)
               MOVE GB-CURRENCY-CODE TO WS-BRK-CURRENCY (WS-BRK-IDX)
               MOVE GB-DR-CR-IND     TO WS-BRK-DR-CR (WS-BRK-IDX)
               MOVE GB-AMOUNT        TO WS-BRK-AMOUNT (WS-BRK-IDX)
               MOVE GB-TRANS-TYPE    TO WS-BRK-TYPE (WS-BRK-IDX)
               MOVE GB-MAP-LEG       TO WS-BRK-LEG (WS-BRK-IDX)
               MOVE GB-BREAK-REASON  TO WS-BRK-REASON (WS-BRK-IDX)
               MOVE GB-RESUB-STATE   TO WS-BRK-RESUB-STATE
                                            (WS-BRK-IDX)
               MOVE GB-RESUB-DATE    TO WS-BRK-RESUB-DATE
                                            (WS-BRK-IDX)
               MOVE SPACES           TO WS-BRK-ACTION (WS-BRK-IDX)
               MOVE 0                TO WS-BRK-PARTNER (WS-BRK-IDX)
               MOVE SPACES           TO WS-BRK-NEW-COMPANY
                                            (WS-BRK-IDX)
               MOVE SPACES           TO WS-BRK-NEW-ACCOUNT
                                            (WS-BRK-IDX)
               PERFORM 2200-AGE-BREAK
           END-IF.

      *    Days outstanding run from the night the posting was sent;
      *    a run date that is not a date ages as nothing.
       2200-AGE-BREAK.
           MOVE 0 TO WS-WORK-DAYS
           IF GB-RUN-DATE IS NUMERIC AND GB-RUN-DATE (1:4) > "1600"
               MOVE GB-RUN-DATE TO WS-RUN-DATE-N
               COMPUTE WS-RUN-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
               END-COMPUTE
               COMPUTE WS-WORK-DAYS =
                       WS-AS-OF-INTEGER - WS-RUN-INTEGER
               END-COMPUTE
               IF WS-WORK-DAYS < 0
                   MOVE 0 TO WS-WORK-DAYS
               END-IF
               IF WS-WORK-DAYS > 99999
                   MOVE 99999 TO WS-WORK-DAYS
               END-IF
           END-IF
           MOVE WS-WORK-DAYS TO WS-BRK-DAYS (WS-BRK-IDX)
           IF WS-WORK-DAYS > WS-OLDEST-DAYS
               MOVE WS-WORK-DAYS TO WS-OLDEST-DAYS
           END-IF
           IF WS-WORK-DAYS < 2
               ADD 1 TO WS-AGE-0-1-COUNT
           ELSE
           IF WS-WORK-DAYS < 8
               ADD 1 TO WS-AGE-2-7-COUNT
           ELSE
           IF WS-WORK-DAYS < 31
               ADD 1 TO WS-AGE-8-30-COUNT
           ELSE
               ADD 1 TO WS-AGE-OVER-30-COUNT
           END-IF
           END-IF
           END-IF.

      *    The accumulator sends every pair mapped-debit leg first,
      *    so a leg's partner is the posting next to it in the same
      *    night's extract under the same reference.
       3000-PLAN-BREAK.
           IF WS-BRK-UNDECIDED (WS-BRK-IDX)
               IF WS-BRK-RESUB-STATE (WS-BRK-IDX) = "P"
                   MOVE "P" TO WS-BRK-ACTION (WS-BRK-IDX)
               ELSE
                   PERFORM 3100-FIND-PARTNER-LEG
                   IF NOT WS-PARTNER-FOUND
                       MOVE "M" TO WS-BRK-ACTION (WS-BRK-IDX)
                   ELSE
                   IF WS-BRK-RESUB-STATE (WS-PTR-IDX) = "P"
                       MOVE "P" TO WS-BRK-ACTION (WS-BRK-IDX)
                   ELSE
                   IF WS-BRK-AMOUNT (WS-PTR-IDX)
                           NOT = WS-BRK-AMOUNT (WS-BRK-IDX)
                       OR WS-BRK-DR-CR (WS-PTR-IDX)
                           = WS-BRK-DR-CR (WS-BRK-IDX)
                       MOVE "M" TO WS-BRK-ACTION (WS-BRK-IDX)
                   ELSE
                       PERFORM 3200-PLAN-PAIR
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-BRK-RESUBMIT (WS-BRK-IDX)
               ADD 1 TO WS-RESUBMIT-COUNT
           ELSE
           IF WS-BRK-AWAITING (WS-BRK-IDX)
               ADD 1 TO WS-AWAITING-COUNT
           ELSE
               ADD 1 TO WS-MANUAL-COUNT
           END-IF
           END-IF.

       3100-FIND-PARTNER-LEG.
           MOVE "N" TO WS-PARTNER-FOUND-SW
           IF WS-BRK-LEG (WS-BRK-IDX) = "D"
               COMPUTE WS-PARTNER-SEQ = WS-BRK-SEQ (WS-BRK-IDX) + 1
               MOVE "C" TO WS-PARTNER-LEG
           ELSE
               COMPUTE WS-PARTNER-SEQ = WS-BRK-SEQ (WS-BRK-IDX) - 1
               MOVE "D" TO WS-PARTNER-LEG
           END-IF
           SET WS-PTR-IDX TO 1
           PERFORM UNTIL WS-PTR-IDX > WS-BRK-COUNT
                   OR WS-PARTNER-FOUND
               IF WS-BRK-RUN-DATE (WS-PTR-IDX)
                       = WS-BRK-RUN-DATE (WS-BRK-IDX)
                   AND WS-BRK-REF (WS-PTR-IDX)
                       = WS-BRK-REF (WS-BRK-IDX)
                   AND WS-BRK-SEQ (WS-PTR-IDX) = WS-PARTNER-SEQ
                   AND WS-BRK-LEG (WS-PTR-IDX) = WS-PARTNER-LEG
                   SET WS-PARTNER-FOUND TO TRUE
               ELSE
                   SET WS-PTR-IDX UP BY 1
               END-IF
           END-PERFORM.

      *    Both legs are remapped together and marked for resending;
      *    the partner is counted when the plan reaches it.
       3200-PLAN-PAIR.
           MOVE "S" TO WS-BRK-ACTION (WS-BRK-IDX)
           MOVE "S" TO WS-BRK-ACTION (WS-PTR-IDX)
           SET WS-BRK-PARTNER (WS-BRK-IDX) TO WS-PTR-IDX
           SET WS-BRK-PARTNER (WS-PTR-IDX) TO WS-BRK-IDX
           PERFORM 3300-REMAP-LEG
           SET WS-SAVE-BRK-SUB TO WS-BRK-IDX
           SET WS-BRK-IDX TO WS-PTR-IDX
           PERFORM 3300-REMAP-LEG
           SET WS-BRK-IDX TO WS-SAVE-BRK-SUB.

       3300-REMAP-LEG.
           MOVE WS-BRK-COMPANY (WS-BRK-IDX)
               TO WS-BRK-NEW-COMPANY (WS-BRK-IDX)
           MOVE WS-BRK-ACCOUNT (WS-BRK-IDX)
               TO WS-BRK-NEW-ACCOUNT (WS-BRK-IDX)
           IF WS-GLMAP-LOADED AND WS-BRK-TYPE (WS-BRK-IDX) NOT = SPACES
               PERFORM 3310-LOOKUP-GL-MAP
               MOVE WS-POST-COMPANY TO WS-BRK-NEW-COMPANY (WS-BRK-IDX)
               IF WS-BRK-LEG (WS-BRK-IDX) = "D"
                   MOVE WS-POST-DR-ACCOUNT
                       TO WS-BRK-NEW-ACCOUNT (WS-BRK-IDX)
               ELSE
                   MOVE WS-POST-CR-ACCOUNT
                       TO WS-BRK-NEW-ACCOUNT (WS-BRK-IDX)
               END-IF
           END-IF.

       3310-LOOKUP-GL-MAP.
           MOVE WS-DEFAULT-GL-COMPANY TO WS-POST-COMPANY
           MOVE WS-DEFAULT-DR-ACCOUNT TO WS-POST-DR-ACCOUNT
           MOVE WS-DEFAULT-CR-ACCOUNT TO WS-POST-CR-ACCOUNT
           MOVE "N" TO WS-MAP-FOUND-SW
           SET WS-MAP-IDX TO 1
           PERFORM UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   OR WS-MAP-FOUND
               IF (WS-MAP-TYPE (WS-MAP-IDX) =
                           WS-BRK-TYPE (WS-BRK-IDX)
                       OR WS-MAP-TYPE (WS-MAP-IDX) = "****")
                   AND (WS-MAP-CURRENCY (WS-MAP-IDX) =
                           WS-BRK-CURRENCY (WS-BRK-IDX)
                       OR WS-MAP-CURRENCY (WS-MAP-IDX) = "***")
                   SET WS-MAP-FOUND TO TRUE
                   MOVE WS-MAP-COMPANY (WS-MAP-IDX)
                       TO WS-POST-COMPANY
                   MOVE WS-MAP-DR-ACCOUNT (WS-MAP-IDX)
                       TO WS-POST-DR-ACCOUNT
                   MOVE WS-MAP-CR-ACCOUNT (WS-MAP-IDX)
                       TO WS-POST-CR-ACCOUNT
               ELSE
                   SET WS-MAP-IDX UP BY 1
               END-IF
           END-PERFORM.

      *    Pairs go out mapped-debit leg first, as the accumulator
      *    sent them, stamped with the as-of date and the original
      *    posting reference, then the control trailer.
       4000-WRITE-RESUBMISSION.
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > WS-BRK-COUNT
               IF WS-BRK-RESUBMIT (WS-BRK-IDX)
                       AND WS-BRK-LEG (WS-BRK-IDX) = "D"
                   PERFORM 4100-WRITE-RESUB-POSTING
                   PERFORM 4200-MARK-RESUBMITTED
                   SET WS-SAVE-BRK-SUB TO WS-BRK-IDX
                   SET WS-BRK-IDX TO WS-BRK-PARTNER (WS-BRK-IDX)
                   PERFORM 4100-WRITE-RESUB-POSTING
                   PERFORM 4200-MARK-RESUBMITTED
                   SET WS-BRK-IDX TO WS-SAVE-BRK-SUB
               END-IF
           END-PERFORM
           PERFORM 4300-WRITE-GL-TRAILER.

       4100-WRITE-RESUB-POSTING.
           MOVE "D" TO GL-RECORD-TYPE
           MOVE WS-BRK-NEW-COMPANY (WS-BRK-IDX) TO GL-COMPANY-CODE
           MOVE WS-BRK-NEW-ACCOUNT (WS-BRK-IDX) TO GL-ACCOUNT-CODE
           MOVE WS-BRK-CURRENCY (WS-BRK-IDX)    TO GL-CURRENCY-CODE
           MOVE WS-BRK-DR-CR (WS-BRK-IDX)       TO GL-DR-CR-IND
           MOVE WS-BRK-AMOUNT (WS-BRK-IDX)      TO GL-AMOUNT
           MOVE WS-AS-OF-DATE                   TO GL-RUN-DATE
           MOVE WS-BRK-REF (WS-BRK-IDX)         TO GL-POSTING-REF
           WRITE GL-EXTRACT-RECORD
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERROR: Resubmission extract write failed.  "
                   "Status: " WS-GL-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF
           ADD 1 TO WS-GL-RECORD-COUNT
           ADD WS-BRK-AMOUNT (WS-BRK-IDX) TO WS-GL-HASH-TOTAL
               ON SIZE ERROR
                   DISPLAY "ERROR: GL hash total overflow."
           END-ADD
           IF WS-BRK-DR-CR (WS-BRK-IDX) = "D"
               ADD WS-BRK-AMOUNT (WS-BRK-IDX) TO WS-GL-DEBIT-TOTAL
           ELSE
               ADD WS-BRK-AMOUNT (WS-BRK-IDX) TO WS-GL-CREDIT-TOTAL
           END-IF.

      *    The break stays open until GLRECON1 sees the resent
      *    posting acknowledged; the register notes where it went.
       4200-MARK-RESUBMITTED.
           MOVE WS-BRK-KEY (WS-BRK-IDX) TO GB-BREAK-KEY
           READ BREAK-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "P" TO GB-RESUB-STATE
                   ADD 1 TO GB-RESUB-COUNT
                       ON SIZE ERROR
                           MOVE 99 TO GB-RESUB-COUNT
                   END-ADD
                   MOVE WS-AS-OF-DATE TO GB-RESUB-DATE
                   MOVE WS-BRK-NEW-COMPANY (WS-BRK-IDX)
                       TO GB-RESUB-COMPANY
                   MOVE WS-BRK-NEW-ACCOUNT (WS-BRK-IDX)
                       TO GB-RESUB-ACCOUNT
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
           END-IF.

       4300-WRITE-GL-TRAILER.
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE "T"    TO GL-RECORD-TYPE
           MOVE WS-GL-RECORD-COUNT TO GL-TRL-RECORD-COUNT
           MOVE WS-GL-HASH-TOTAL   TO GL-TRL-HASH-TOTAL
           WRITE GL-EXTRACT-RECORD
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERROR: Resubmission extract trailer write "
                   "failed.  Status: " WS-GL-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       5000-WRITE-AGED-BREAKS.
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "RUN DATE POSTING REF  ACCOUNT    S CCY"
               "         AMOUNT WHY  DAYS ACTION"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > WS-BRK-COUNT
               PERFORM 5100-WRITE-BREAK-LINE
           END-PERFORM
           IF WS-BRK-COUNT = 0
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE "  NO OPEN BREAKS" TO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           END-IF.

       5100-WRITE-BREAK-LINE.
           IF WS-BRK-REASON (WS-BRK-IDX) = "R"
               MOVE "REJ" TO WS-RPT-REASON
           ELSE
               MOVE "MIS" TO WS-RPT-REASON
           END-IF
           IF WS-BRK-RESUBMIT (WS-BRK-IDX)
               MOVE "RESUBMIT" TO WS-RPT-ACTION
           ELSE
           IF WS-BRK-AWAITING (WS-BRK-IDX)
               MOVE "AWAITACK" TO WS-RPT-ACTION
           ELSE
               MOVE "MANUAL" TO WS-RPT-ACTION
           END-IF
           END-IF
           MOVE WS-BRK-AMOUNT (WS-BRK-IDX) TO WS-RPT-AMOUNT-ED
           MOVE WS-BRK-DAYS (WS-BRK-IDX) TO WS-RPT-DAYS-ED
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING WS-BRK-RUN-DATE (WS-BRK-IDX)
               " " WS-BRK-REF (WS-BRK-IDX)
               " " WS-BRK-ACCOUNT (WS-BRK-IDX)
               " " WS-BRK-DR-CR (WS-BRK-IDX)
               " " WS-BRK-CURRENCY (WS-BRK-IDX)
               " " WS-RPT-AMOUNT-ED
               " " WS-RPT-REASON
               " " WS-RPT-DAYS-ED
               " " WS-RPT-ACTION
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           IF WS-BRK-RESUBMIT (WS-BRK-IDX)
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "         TYPE " WS-BRK-TYPE (WS-BRK-IDX)
                   " RESENT TO " WS-BRK-NEW-COMPANY (WS-BRK-IDX)
                   " " WS-BRK-NEW-ACCOUNT (WS-BRK-IDX)
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           ELSE
           IF WS-BRK-AWAITING (WS-BRK-IDX)
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "         RESENT " WS-BRK-RESUB-DATE (WS-BRK-IDX)
                   " -- AWAITING GL ACKNOWLEDGMENT"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           ELSE
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "         PARTNER LEG NOT OPEN -- POST BY "
                   "MANUAL JOURNAL"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
           END-IF
           END-IF.

       9000-TERMINATE.
           PERFORM 9300-WRITE-BREAK-SUMMARY
           IF WS-REGISTER-OPEN
               CLOSE BREAK-REGISTER-FILE
           END-IF
           IF NOT WS-REPORT-ONLY
               CLOSE GL-EXTRACT-FILE
           END-IF
           CLOSE BREAK-REPORT-FILE
           MOVE WS-RUN-SEVERITY TO RETURN-CODE
           PERFORM 9610-REGISTER-STEP-END
           DISPLAY "GLRESUB1 ending with condition code "
               WS-RUN-SEVERITY.

       9100-WRITE-REPORT-HEADING.
           MOVE SPACES TO CONTROL-REPORT-LINE
           IF WS-REPORT-ONLY
               MOVE "GLRESUB1 - AGED GL BREAKS  *** REPORT ONLY ***"
                   TO CONTROL-REPORT-LINE
           ELSE
               MOVE "GLRESUB1 - GL BREAK RESUBMISSION AND AGED BREAKS"
                   TO CONTROL-REPORT-LINE
           END-IF
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "AGED TO " WS-AS-OF-DATE
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE.

       9110-WRITE-RPT-LINE.
           WRITE CONTROL-REPORT-LINE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: Break report write failed.  "
                   "Status: " WS-RPT-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       9300-WRITE-BREAK-SUMMARY.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-OPEN-COUNT TO WS-RPT-COUNT-ED
           STRING "OPEN BREAKS. . . . . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-AGE-0-1-COUNT TO WS-RPT-COUNT-ED
           STRING "  OUTSTANDING 0-1 DAYS . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-AGE-2-7-COUNT TO WS-RPT-COUNT-ED
           STRING "  OUTSTANDING 2-7 DAYS . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-AGE-8-30-COUNT TO WS-RPT-COUNT-ED
           STRING "  OUTSTANDING 8-30 DAYS. . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-AGE-OVER-30-COUNT TO WS-RPT-COUNT-ED
           STRING "  OUTSTANDING OVER 30 DAYS : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-OLDEST-DAYS TO WS-RPT-DAYS-ED
           STRING "OLDEST BREAK (DAYS). . . . :     " WS-RPT-DAYS-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-RESUBMIT-COUNT TO WS-RPT-COUNT-ED
           IF WS-REPORT-ONLY
               STRING "WOULD BE RESUBMITTED . . . : " WS-RPT-COUNT-ED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           ELSE
               STRING "RESUBMITTED THIS RUN . . . : " WS-RPT-COUNT-ED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-IF
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-AWAITING-COUNT TO WS-RPT-COUNT-ED
           STRING "AWAITING ACKNOWLEDGMENT. . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-MANUAL-COUNT TO WS-RPT-COUNT-ED
           STRING "NEED MANUAL JOURNAL. . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           IF NOT WS-REPORT-ONLY
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE WS-GL-RECORD-COUNT TO WS-RPT-COUNT-ED
               STRING "RESUBMISSION RECORDS . . . : " WS-RPT-COUNT-ED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE WS-GL-DEBIT-TOTAL TO WS-RPT-TOTAL-ED
               STRING "RESUBMISSION DEBITS. . . . : " WS-RPT-TOTAL-ED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
               MOVE SPACES TO CONTROL-REPORT-LINE
               MOVE WS-GL-CREDIT-TOTAL TO WS-RPT-TOTAL-ED
               STRING "RESUBMISSION CREDITS . . . : " WS-RPT-TOTAL-ED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               PERFORM 9110-WRITE-RPT-LINE
               IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
                   DISPLAY "ERROR: Resubmission extract does not "
                       "balance."
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
               END-IF
           END-IF

           IF WS-MANUAL-COUNT > 0
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           ELSE
           IF WS-OPEN-COUNT > 0
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           IF WS-OPEN-COUNT = 0
               STRING "GL BREAKS. . . . . . . . . : NONE OPEN"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           ELSE
           IF WS-MANUAL-COUNT > 0
               STRING "GL BREAKS. . . . . . . . . : MANUAL JOURNALS "
                   "REQUIRED"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           ELSE
               STRING "GL BREAKS. . . . . . . . . : OPEN -- "
                   "FOLLOW UP ACKNOWLEDGMENTS"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
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
           MOVE "GLRESUB1" TO JS-PROGRAM-ID
           READ JOB-STEP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STEP-ON-FILE TO TRUE
           END-READ
           IF NOT WS-STEP-ON-FILE
               MOVE SPACES TO JOB-STEP-RECORD
               MOVE WS-STEP-BUSINESS-DATE TO JS-BUSINESS-DATE
               MOVE "GLRESUB1" TO JS-PROGRAM-ID
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
           MOVE "OPEN BREAKS" TO WS-STEP-STAT-LABEL (1)
           MOVE WS-OPEN-COUNT
               TO WS-STEP-STAT-VALUE (1)
           MOVE "RESUBMITTED" TO WS-STEP-STAT-LABEL (2)
           MOVE WS-RESUBMIT-COUNT
               TO WS-STEP-STAT-VALUE (2)
           MOVE "AWAITING ACK" TO WS-STEP-STAT-LABEL (3)
           MOVE WS-AWAITING-COUNT
               TO WS-STEP-STAT-VALUE (3)
           MOVE "MANUAL" TO WS-STEP-STAT-LABEL (4)
           MOVE WS-MANUAL-COUNT
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
           END-IF.
