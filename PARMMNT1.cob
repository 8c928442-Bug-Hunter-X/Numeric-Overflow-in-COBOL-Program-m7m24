       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMNT1.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  PARMMNT1 - Parameter master maintenance.
      *  Applies the day's add/change/expire transactions to the
      *  effective-dated parameter master (PARMMST) that holds every
      *  version of the transaction-type limits, GL mappings and
      *  exchange rates.  PARMEXT1 builds the LIMPARM, GLMAP and
      *  FXRATES files from the master each night, so this is the
      *  only way a parameter changes.
      *  An add starts an entry from its effective date, a change
      *  ends the version in force on the effective date and starts
      *  a new one from that date, and an expire ends the version in
      *  force from that date on.  A change or expire dated on the
      *  day a version starts corrects that version in place.  A
      *  version already staged for a later date is left to take
      *  effect on its own date.  Effective dates may not be in the
      *  past, so the parameters a past night ran with can always
      *  be rebuilt exactly.
      *  Entries are edited with the rules PARMVFY1 applies to the
      *  flat files: a limit or rate numeric and non-zero, GL
      *  posting accounts non-blank, no more entries in force than
      *  the accumulator's tables hold (50 limits, 50 GL rows, 20
      *  rates), and a warning for a GL row shadowed by an earlier
      *  catch-all row.  The daily rate staleness check stays with
      *  PARMVFY1, which still runs against the extracted files.
      *  Every applied transaction is appended to the change log
      *  (PARMLOG) with the operator reference and the version in
      *  force before and after, and every transaction is printed
      *  the same way, with the reason when refused.
      *  Condition code: 00 all applied, 04 transactions rejected
      *  or applied with a warning, 12 file failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-MAINT-FILE ASSIGN TO "PARMTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT PARM-MASTER-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-MASTER-KEY
               FILE STATUS IS WS-PARMMST-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO "PARMLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "PMNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT JOB-STEP-FILE ASSIGN TO "JOBSTEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JS-STEP-KEY
               FILE STATUS IS WS-JOBSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-MAINT-FILE
           RECORD CONTAINS 53 CHARACTERS.
           COPY PMTNREC.

       FD  PARM-MASTER-FILE
           RECORD CONTAINS 75 CHARACTERS.
           COPY PMSTREC.

       FD  CHANGE-LOG-FILE
           RECORD CONTAINS 193 CHARACTERS.
           COPY PLOGREC.

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
           05  WS-PARMMST-EOF-SW       PIC X(01) VALUE "N".
               88  WS-PARMMST-EOF      VALUE "Y".
           05  WS-REJECTED-SW          PIC X(01) VALUE "N".
               88  WS-TRANS-REJECTED   VALUE "Y".
           05  WS-IN-FORCE-SW          PIC X(01) VALUE "N".
               88  WS-IN-FORCE-FOUND   VALUE "Y".
           05  WS-LATER-SW             PIC X(01) VALUE "N".
               88  WS-LATER-FOUND      VALUE "Y".
           05  WS-SHADOWED-SW          PIC X(01) VALUE "N".
               88  WS-SHADOWED         VALUE "Y".
           05  WS-WITHDRAWN-SW         PIC X(01) VALUE "N".
               88  WS-WITHDRAWN-FOUND  VALUE "Y".

       01  WS-MAINT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PARMMST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-LOG-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.

       01  WS-MAINT-READ-COUNT         PIC 9(07) VALUE 0.
       01  WS-ADDED-COUNT              PIC 9(07) VALUE 0.
       01  WS-CHANGED-COUNT            PIC 9(07) VALUE 0.
       01  WS-EXPIRED-COUNT            PIC 9(07) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
       01  WS-WARNING-COUNT            PIC 9(07) VALUE 0.
       01  WS-LOGGED-COUNT             PIC 9(07) VALUE 0.

       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-RUN-TIME                 PIC X(06) VALUE SPACES.
       01  WS-ACTION-NAME              PIC X(06) VALUE SPACES.
       01  WS-SET-NAME                 PIC X(07) VALUE SPACES.
       01  WS-REJECT-TEXT              PIC X(50) VALUE SPACES.
       01  WS-WARNING-TEXT             PIC X(60) VALUE SPACES.

      *    The transaction's effective date (today when none is
      *    given) and the entry's key within its set, built as the
      *    master keys it.
       01  WS-EFFECTIVE-DATE           PIC X(08) VALUE SPACES.
       01  WS-ENTRY-KEY                PIC X(11) VALUE SPACES.

      *    What the scan of the set found on the effective date: the
      *    entry's version in force (kept as the before image), the
      *    start of the entry's next staged version, and how many
      *    other entries of the set are in force -- the count the
      *    accumulator's table has to hold.
       01  WS-LATER-FROM               PIC X(08) VALUE SPACES.
       01  WS-SET-IN-FORCE-COUNT       PIC 9(05) VALUE 0.
       01  WS-SET-TABLE-SIZE           PIC 9(05) VALUE 0.
       01  WS-SHADOW-SEQUENCE          PIC X(04) VALUE SPACES.
       01  WS-SAVE-EFFECTIVE-TO        PIC X(08) VALUE SPACES.
       01  WS-NEW-PARM-DATA            PIC X(31) VALUE SPACES.

      *    The master versions in force before and after the
      *    transaction, for the change log and report.
       01  WS-BEFORE-IMAGE             PIC X(75) VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(75) VALUE SPACES.
       01  WS-IMAGE-LABEL              PIC X(08) VALUE SPACES.

      *    The image being printed, in the master's own layout.
       01  WS-PRINT-IMAGE.
           05  WS-IMG-PARM-SET         PIC X(01).
           05  WS-IMG-PARM-KEY         PIC X(11).
           05  WS-IMG-GL-KEY REDEFINES WS-IMG-PARM-KEY.
               10  WS-IMG-GL-SEQUENCE  PIC X(04).
               10  FILLER              PIC X(07).
           05  WS-IMG-EFFECTIVE-FROM   PIC X(08).
           05  WS-IMG-EFFECTIVE-TO     PIC X(08).
           05  WS-IMG-PARM-DATA        PIC X(31).
           05  WS-IMG-LIMIT-DATA REDEFINES WS-IMG-PARM-DATA.
               10  WS-IMG-LM-TRANS-TYPE
                                       PIC X(04).
               10  WS-IMG-LM-MAX-LIMIT PIC 9(09)V99.
               10  FILLER              PIC X(16).
           05  WS-IMG-GLMAP-DATA REDEFINES WS-IMG-PARM-DATA.
               10  WS-IMG-GM-TRANS-TYPE
                                       PIC X(04).
               10  WS-IMG-GM-CURRENCY-CODE
                                       PIC X(03).
               10  WS-IMG-GM-COMPANY-CODE
                                       PIC X(04).
               10  WS-IMG-GM-DR-ACCOUNT
                                       PIC X(10).
               10  WS-IMG-GM-CR-ACCOUNT
                                       PIC X(10).
           05  WS-IMG-RATE-DATA REDEFINES WS-IMG-PARM-DATA.
               10  WS-IMG-FX-CURR-CODE PIC X(03).
               10  WS-IMG-FX-RATE      PIC 9(03)V9(06).
               10  FILLER              PIC X(19).
           05  WS-IMG-MAINT-DATE       PIC X(08).
           05  WS-IMG-OPERATOR-REF     PIC X(08).
       01  WS-IMG-TO-PRINT             PIC X(08) VALUE SPACES.

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
           PERFORM 2000-APPLY-MAINTENANCE
               UNTIL WS-MAINT-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9600-REGISTER-STEP-START
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME
           OPEN INPUT PARM-MAINT-FILE
           IF WS-MAINT-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open parameter maintenance "
                   "file.  Status: " WS-MAINT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *    The parameter master is permanent and carried across
      *    runs; the first-ever run creates it empty.
           OPEN I-O PARM-MASTER-FILE
           IF WS-PARMMST-STATUS = "35"
               OPEN OUTPUT PARM-MASTER-FILE
               CLOSE PARM-MASTER-FILE
               OPEN I-O PARM-MASTER-FILE
           END-IF
           IF WS-PARMMST-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open parameter master file.  "
                   "Status: " WS-PARMMST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *    The change log is the permanent history of who changed
      *    what; every run adds to it.
           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open parameter change log.  "
                   "Status: " WS-LOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MAINT-REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: Cannot open maintenance report file.  "
                   "Status: " WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE "PARMMNT1 - PARAMETER MASTER MAINTENANCE REPORT"
               TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "RUN DATE . . . . . . . . . : " WS-RUN-DATE
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           PERFORM 2100-READ-MAINT-FILE.

      *    One transaction: edit its key and date, find what is in
      *    force for the entry on the effective date, then edit and
      *    apply by action.  A rejected transaction leaves the
      *    master untouched and is printed with its reason.
       2000-APPLY-MAINTENANCE.
           ADD 1 TO WS-MAINT-READ-COUNT
           MOVE "N" TO WS-REJECTED-SW
           MOVE "N" TO WS-IN-FORCE-SW
           MOVE "N" TO WS-SHADOWED-SW
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE SPACES TO WS-WARNING-TEXT
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE SPACES TO WS-ENTRY-KEY
           MOVE SPACES TO WS-SET-NAME
           IF PT-ADD-ENTRY
               MOVE "ADD" TO WS-ACTION-NAME
           ELSE
           IF PT-CHANGE-ENTRY
               MOVE "CHANGE" TO WS-ACTION-NAME
           ELSE
           IF PT-EXPIRE-ENTRY
               MOVE "EXPIRE" TO WS-ACTION-NAME
           ELSE
               MOVE "??????" TO WS-ACTION-NAME
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-TEXT
           END-IF
           END-IF
           END-IF
           IF NOT WS-TRANS-REJECTED
               PERFORM 2050-EDIT-ENTRY-KEY
           END-IF
           IF NOT WS-TRANS-REJECTED
               PERFORM 2150-SCAN-PARM-SET
           END-IF
           IF NOT WS-TRANS-REJECTED
               IF PT-ADD-ENTRY
                   PERFORM 2200-ADD-ENTRY
               ELSE
               IF PT-CHANGE-ENTRY
                   PERFORM 2300-CHANGE-ENTRY
               ELSE
                   PERFORM 2400-EXPIRE-ENTRY
               END-IF
               END-IF
           END-IF
           IF NOT WS-TRANS-REJECTED
               PERFORM 2800-WRITE-CHANGE-LOG
           END-IF
           PERFORM 9200-REPORT-TRANSACTION
           PERFORM 2100-READ-MAINT-FILE.

      *    The set decides how the entry is keyed and how many
      *    entries the accumulator's table for it can hold.  The
      *    effective date defaults to today and may not be earlier:
      *    history already run stays exactly as it was.
       2050-EDIT-ENTRY-KEY.
           IF PT-EFFECTIVE-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           ELSE
               MOVE PT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF
           IF PT-LIMIT-SET
               MOVE "LIMPARM" TO WS-SET-NAME
               MOVE 50 TO WS-SET-TABLE-SIZE
               MOVE PT-LM-TRANS-TYPE TO WS-ENTRY-KEY
           ELSE
           IF PT-GLMAP-SET
               MOVE "GLMAP" TO WS-SET-NAME
               MOVE 50 TO WS-SET-TABLE-SIZE
               STRING PT-GL-SEQUENCE PT-GM-TRANS-TYPE
                   PT-GM-CURRENCY-CODE
                   DELIMITED BY SIZE INTO WS-ENTRY-KEY
           ELSE
           IF PT-RATE-SET
               MOVE "FXRATES" TO WS-SET-NAME
               MOVE 20 TO WS-SET-TABLE-SIZE
               MOVE PT-FX-CURR-CODE TO WS-ENTRY-KEY
           ELSE
               MOVE "???????" TO WS-SET-NAME
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "UNKNOWN PARAMETER SET" TO WS-REJECT-TEXT
           END-IF
           END-IF
           END-IF
           IF WS-TRANS-REJECTED
               CONTINUE
           ELSE
           IF WS-EFFECTIVE-DATE IS NOT NUMERIC
                   OR WS-EFFECTIVE-DATE (1:4) NOT > "1600"
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "EFFECTIVE DATE IS NOT A DATE" TO WS-REJECT-TEXT
           ELSE
           IF WS-EFFECTIVE-DATE < WS-RUN-DATE
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "EFFECTIVE DATE IS IN THE PAST" TO WS-REJECT-TEXT
           ELSE
           IF PT-LIMIT-SET AND PT-LM-TRANS-TYPE = SPACES
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "TRANSACTION TYPE IS BLANK" TO WS-REJECT-TEXT
           ELSE
           IF PT-RATE-SET AND PT-FX-CURR-CODE = SPACES
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "CURRENCY CODE IS BLANK" TO WS-REJECT-TEXT
           ELSE
           IF PT-GLMAP-SET
                   AND (PT-GL-SEQUENCE IS NOT NUMERIC
                       OR PT-GL-SEQUENCE = "0000")
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "LOOKUP SEQUENCE MUST BE 0001-9999"
                   TO WS-REJECT-TEXT
           ELSE
           IF PT-GLMAP-SET
                   AND (PT-GM-TRANS-TYPE = SPACES
                       OR PT-GM-CURRENCY-CODE = SPACES)
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "TYPE AND CURRENCY REQUIRED (**** / *** FOR ANY)"
                   TO WS-REJECT-TEXT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       2100-READ-MAINT-FILE.
           READ PARM-MAINT-FILE
               AT END
                   SET WS-MAINT-EOF TO TRUE
           END-READ.

      *    Walks every version of the set (they sit together under
      *    the set-first key) and judges each against the effective
      *    date.  A GL row in force at an earlier lookup sequence
      *    that matches every type and currency this row could
      *    match shadows it, exactly as PARMVFY1 judges the file.
      *    A version ending on the day it starts was withdrawn
      *    before it took effect and counts for nothing, except
      *    that its key is reused if the entry is added again on
      *    that date.
       2150-SCAN-PARM-SET.
           MOVE "N" TO WS-LATER-SW
           MOVE "N" TO WS-WITHDRAWN-SW
           MOVE "N" TO WS-PARMMST-EOF-SW
           MOVE SPACES TO WS-LATER-FROM
           MOVE SPACES TO WS-SHADOW-SEQUENCE
           MOVE 0 TO WS-SET-IN-FORCE-COUNT
           MOVE PT-PARM-SET TO PR-PARM-SET
           MOVE LOW-VALUES  TO PR-PARM-KEY
           MOVE LOW-VALUES  TO PR-EFFECTIVE-FROM
           START PARM-MASTER-FILE KEY >= PR-MASTER-KEY
               INVALID KEY
                   SET WS-PARMMST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-PARMMST-EOF
               READ PARM-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-PARMMST-EOF TO TRUE
                   NOT AT END
                       IF PR-PARM-SET NOT = PT-PARM-SET
                           SET WS-PARMMST-EOF TO TRUE
                       ELSE
                           PERFORM 2160-JUDGE-VERSION
                       END-IF
               END-READ
           END-PERFORM.

       2160-JUDGE-VERSION.
           IF PR-PARM-KEY = WS-ENTRY-KEY
               IF PR-EFFECTIVE-FROM NOT > WS-EFFECTIVE-DATE
                       AND (PR-EFFECTIVE-TO = SPACES
                           OR PR-EFFECTIVE-TO > WS-EFFECTIVE-DATE)
                   SET WS-IN-FORCE-FOUND TO TRUE
                   MOVE PARM-MASTER-RECORD TO WS-BEFORE-IMAGE
               ELSE
               IF PR-EFFECTIVE-TO = PR-EFFECTIVE-FROM
                   IF PR-EFFECTIVE-FROM = WS-EFFECTIVE-DATE
                       SET WS-WITHDRAWN-FOUND TO TRUE
                   END-IF
               ELSE
               IF PR-EFFECTIVE-FROM > WS-EFFECTIVE-DATE
                       AND NOT WS-LATER-FOUND
                   SET WS-LATER-FOUND TO TRUE
                   MOVE PR-EFFECTIVE-FROM TO WS-LATER-FROM
               END-IF
               END-IF
               END-IF
           ELSE
               IF PR-EFFECTIVE-FROM NOT > WS-EFFECTIVE-DATE
                       AND (PR-EFFECTIVE-TO = SPACES
                           OR PR-EFFECTIVE-TO > WS-EFFECTIVE-DATE)
                   ADD 1 TO WS-SET-IN-FORCE-COUNT
                   IF PT-GLMAP-SET
                           AND PR-PARM-KEY (1:4) < PT-GL-SEQUENCE
                           AND NOT WS-SHADOWED
                       IF (PR-GM-TRANS-TYPE = PT-GM-TRANS-TYPE
                               OR PR-GM-TRANS-TYPE = "****")
                           AND (PR-GM-CURRENCY-CODE
                                   = PT-GM-CURRENCY-CODE
                               OR PR-GM-CURRENCY-CODE = "***")
                           SET WS-SHADOWED TO TRUE
                           MOVE PR-PARM-KEY (1:4)
                               TO WS-SHADOW-SEQUENCE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    A new entry may not overlap a version already in force;
      *    when a later version is already staged the new one runs
      *    up to it.  A version withdrawn on the same date is
      *    replaced rather than duplicated.
       2200-ADD-ENTRY.
           IF WS-IN-FORCE-FOUND
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "ALREADY IN FORCE ON THAT DATE -- USE CHANGE"
                   TO WS-REJECT-TEXT
           ELSE
           IF WS-SET-IN-FORCE-COUNT NOT < WS-SET-TABLE-SIZE
               SET WS-TRANS-REJECTED TO TRUE
               MOVE WS-SET-TABLE-SIZE TO WS-RPT-SIZE-ED
               STRING "WOULD EXCEED THE ACCUMULATOR'S TABLE OF "
                   WS-RPT-SIZE-ED
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
           ELSE
               PERFORM 2550-TAKE-PARM-DATA
               PERFORM 2500-EDIT-PARM-DATA
           END-IF
           END-IF
           IF NOT WS-TRANS-REJECTED
               MOVE SPACES TO PARM-MASTER-RECORD
               MOVE PT-PARM-SET       TO PR-PARM-SET
               MOVE WS-ENTRY-KEY      TO PR-PARM-KEY
               MOVE WS-EFFECTIVE-DATE TO PR-EFFECTIVE-FROM
               IF WS-LATER-FOUND
                   MOVE WS-LATER-FROM TO PR-EFFECTIVE-TO
               END-IF
               MOVE WS-NEW-PARM-DATA  TO PR-PARM-DATA
               MOVE WS-RUN-DATE       TO PR-LAST-MAINT-DATE
               MOVE PT-OPERATOR-REF   TO PR-LAST-OPERATOR-REF
               MOVE PARM-MASTER-RECORD TO WS-AFTER-IMAGE
               IF WS-WITHDRAWN-FOUND
                   REWRITE PARM-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   WRITE PARM-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               IF WS-PARMMST-STATUS = "00"
                   ADD 1 TO WS-ADDED-COUNT
                   PERFORM 2600-NOTE-SHADOWED-ROW
               ELSE
                   PERFORM 2900-MASTER-WRITE-FAILED
               END-IF
           END-IF.

      *    The version in force is closed off at the effective date
      *    and the changed entry starts there, running to wherever
      *    the old version ran; on the version's own start date it
      *    is simply corrected.
       2300-CHANGE-ENTRY.
           IF NOT WS-IN-FORCE-FOUND
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "NOT IN FORCE ON THAT DATE -- USE ADD"
                   TO WS-REJECT-TEXT
           ELSE
               MOVE WS-BEFORE-IMAGE TO PARM-MASTER-RECORD
               MOVE PR-PARM-DATA TO WS-NEW-PARM-DATA
               IF PT-GLMAP-SET
                   IF PT-GM-COMPANY-CODE = SPACES
                           AND PT-GM-DR-ACCOUNT = SPACES
                           AND PT-GM-CR-ACCOUNT = SPACES
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE "NOTHING TO CHANGE" TO WS-REJECT-TEXT
                   ELSE
                       IF PT-GM-COMPANY-CODE NOT = SPACES
                           MOVE PT-GM-COMPANY-CODE
                               TO WS-NEW-PARM-DATA (8:4)
                       END-IF
                       IF PT-GM-DR-ACCOUNT NOT = SPACES
                           MOVE PT-GM-DR-ACCOUNT
                               TO WS-NEW-PARM-DATA (12:10)
                       END-IF
                       IF PT-GM-CR-ACCOUNT NOT = SPACES
                           MOVE PT-GM-CR-ACCOUNT
                               TO WS-NEW-PARM-DATA (22:10)
                       END-IF
                   END-IF
               ELSE
                   PERFORM 2550-TAKE-PARM-DATA
               END-IF
               IF NOT WS-TRANS-REJECTED
                   PERFORM 2500-EDIT-PARM-DATA
               END-IF
               IF NOT WS-TRANS-REJECTED
                       AND WS-NEW-PARM-DATA = PR-PARM-DATA
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE "NOTHING TO CHANGE -- ALREADY IN FORCE"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF NOT WS-TRANS-REJECTED
               IF PR-EFFECTIVE-FROM = WS-EFFECTIVE-DATE
                   MOVE WS-NEW-PARM-DATA TO PR-PARM-DATA
                   MOVE WS-RUN-DATE      TO PR-LAST-MAINT-DATE
                   MOVE PT-OPERATOR-REF  TO PR-LAST-OPERATOR-REF
                   MOVE PARM-MASTER-RECORD TO WS-AFTER-IMAGE
                   REWRITE PARM-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   MOVE PR-EFFECTIVE-TO TO WS-SAVE-EFFECTIVE-TO
                   MOVE WS-EFFECTIVE-DATE TO PR-EFFECTIVE-TO
                   MOVE WS-RUN-DATE      TO PR-LAST-MAINT-DATE
                   MOVE PT-OPERATOR-REF  TO PR-LAST-OPERATOR-REF
                   REWRITE PARM-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF WS-PARMMST-STATUS = "00"
                       MOVE WS-EFFECTIVE-DATE TO PR-EFFECTIVE-FROM
                       MOVE WS-SAVE-EFFECTIVE-TO TO PR-EFFECTIVE-TO
                       MOVE WS-NEW-PARM-DATA TO PR-PARM-DATA
                       MOVE PARM-MASTER-RECORD TO WS-AFTER-IMAGE
                       WRITE PARM-MASTER-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
               END-IF
               IF WS-PARMMST-STATUS = "00"
                   ADD 1 TO WS-CHANGED-COUNT
               ELSE
                   PERFORM 2900-MASTER-WRITE-FAILED
               END-IF
           END-IF.

      *    The version in force ends at the effective date and the
      *    entry drops out of the file from then on.  Expired on its
      *    own start date a staged version never takes effect at
      *    all; to withdraw a staged change and keep the entry, the
      *    change is instead corrected back to the old values.
       2400-EXPIRE-ENTRY.
           IF NOT WS-IN-FORCE-FOUND
               SET WS-TRANS-REJECTED TO TRUE
               MOVE "NOT IN FORCE ON THAT DATE" TO WS-REJECT-TEXT
           ELSE
               MOVE WS-BEFORE-IMAGE   TO PARM-MASTER-RECORD
               MOVE WS-EFFECTIVE-DATE TO PR-EFFECTIVE-TO
               MOVE WS-RUN-DATE       TO PR-LAST-MAINT-DATE
               MOVE PT-OPERATOR-REF   TO PR-LAST-OPERATOR-REF
               MOVE PARM-MASTER-RECORD TO WS-AFTER-IMAGE
               REWRITE PARM-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-PARMMST-STATUS = "00"
                   ADD 1 TO WS-EXPIRED-COUNT
               ELSE
                   PERFORM 2900-MASTER-WRITE-FAILED
               END-IF
           END-IF.

      *    The entry as it will go to the flat file, edited with the
      *    rules PARMVFY1 applies to that file.
       2500-EDIT-PARM-DATA.
           MOVE WS-NEW-PARM-DATA TO WS-IMG-PARM-DATA
           IF PT-LIMIT-SET
               IF WS-IMG-LM-MAX-LIMIT IS NOT NUMERIC
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE "LIMIT IS NOT NUMERIC" TO WS-REJECT-TEXT
               ELSE
               IF WS-IMG-LM-MAX-LIMIT = 0
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE "LIMIT IS ZERO -- WOULD REJECT EVERYTHING"
                       TO WS-REJECT-TEXT
               END-IF
               END-IF
           ELSE
           IF PT-GLMAP-SET
               IF WS-IMG-GM-DR-ACCOUNT = SPACES
                       OR WS-IMG-GM-CR-ACCOUNT = SPACES
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE "BLANK POSTING ACCOUNT" TO WS-REJECT-TEXT
               END-IF
           ELSE
               IF WS-IMG-FX-RATE IS NOT NUMERIC
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE "RATE IS NOT NUMERIC" TO WS-REJECT-TEXT
               ELSE
               IF WS-IMG-FX-RATE = 0
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE "RATE IS ZERO" TO WS-REJECT-TEXT
               END-IF
               END-IF
           END-IF
           END-IF.

      *    Only the part of the transaction the flat record holds is
      *    carried, so the master never picks up stray filler.
       2550-TAKE-PARM-DATA.
           MOVE SPACES TO WS-NEW-PARM-DATA
           IF PT-LIMIT-SET
               MOVE PT-PARM-DATA (1:15) TO WS-NEW-PARM-DATA
           ELSE
           IF PT-RATE-SET
               MOVE PT-PARM-DATA (1:12) TO WS-NEW-PARM-DATA
           ELSE
               MOVE PT-PARM-DATA TO WS-NEW-PARM-DATA
           END-IF
           END-IF.

      *    A shadowed row is still applied -- PARMVFY1 only warns of
      *    one -- but the operator is told it will never be reached.
       2600-NOTE-SHADOWED-ROW.
           IF WS-SHADOWED
               ADD 1 TO WS-WARNING-COUNT
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               STRING "SHADOWED BY THE ROW AT SEQUENCE "
                   WS-SHADOW-SEQUENCE " -- NEVER REACHED"
                   DELIMITED BY SIZE INTO WS-WARNING-TEXT
           END-IF.

       2800-WRITE-CHANGE-LOG.
           MOVE WS-RUN-DATE       TO PL-LOG-DATE
           MOVE WS-RUN-TIME       TO PL-LOG-TIME
           MOVE PT-OPERATOR-REF   TO PL-OPERATOR-REF
           MOVE PT-ACTION-CODE    TO PL-ACTION-CODE
           MOVE PT-PARM-SET       TO PL-PARM-SET
           MOVE WS-ENTRY-KEY      TO PL-PARM-KEY
           MOVE WS-EFFECTIVE-DATE TO PL-EFFECTIVE-DATE
           MOVE WS-BEFORE-IMAGE   TO PL-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE    TO PL-AFTER-IMAGE
           WRITE PARM-CHANGE-LOG-RECORD
           IF WS-LOG-STATUS = "00"
               ADD 1 TO WS-LOGGED-COUNT
           ELSE
               DISPLAY "ERROR: Parameter change log write failed.  "
                   "Status: " WS-LOG-STATUS "  Key: " WS-ENTRY-KEY
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       2900-MASTER-WRITE-FAILED.
           DISPLAY "ERROR: Parameter master write failed.  Status: "
               WS-PARMMST-STATUS "  Key: " PT-PARM-SET WS-ENTRY-KEY
           SET WS-TRANS-REJECTED TO TRUE
           MOVE SPACES TO WS-REJECT-TEXT
           STRING "MASTER WRITE FAILED -- STATUS " WS-PARMMST-STATUS
               DELIMITED BY SIZE INTO WS-REJECT-TEXT
           MOVE 12 TO WS-NEW-SEVERITY
           PERFORM 9900-RAISE-SEVERITY.

       9000-TERMINATE.
           PERFORM 9300-WRITE-MAINT-SUMMARY
           CLOSE PARM-MAINT-FILE
           CLOSE PARM-MASTER-FILE
           CLOSE CHANGE-LOG-FILE
           CLOSE MAINT-REPORT-FILE
           MOVE WS-RUN-SEVERITY TO RETURN-CODE
           PERFORM 9610-REGISTER-STEP-END
           DISPLAY "PARMMNT1 ending with condition code "
               WS-RUN-SEVERITY.

      *    Each transaction prints a heading line, then the version
      *    in force before and after -- or, when refused, the before
      *    image and the reason it was refused.
       9200-REPORT-TRANSACTION.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           IF WS-TRANS-REJECTED
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               STRING WS-ACTION-NAME " " WS-SET-NAME " " WS-ENTRY-KEY
                   "  FROM " WS-EFFECTIVE-DATE
                   "  REF " PT-OPERATOR-REF "  ** REJECTED **"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           ELSE
               STRING WS-ACTION-NAME " " WS-SET-NAME " " WS-ENTRY-KEY
                   "  FROM " WS-EFFECTIVE-DATE
                   "  REF " PT-OPERATOR-REF "  APPLIED"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-IF
           PERFORM 9110-WRITE-RPT-LINE
           MOVE "BEFORE" TO WS-IMAGE-LABEL
           IF WS-BEFORE-IMAGE = SPACES
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "  " WS-IMAGE-LABEL "(NOT IN FORCE)"
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
               MOVE WS-AFTER-IMAGE TO WS-PRINT-IMAGE
               PERFORM 9210-REPORT-IMAGE
               IF WS-WARNING-TEXT NOT = SPACES
                   MOVE SPACES TO CONTROL-REPORT-LINE
                   STRING "  WARNING " WS-WARNING-TEXT
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
                   PERFORM 9110-WRITE-RPT-LINE
               END-IF
           END-IF.

       9210-REPORT-IMAGE.
           MOVE SPACES TO CONTROL-REPORT-LINE
           IF WS-IMG-PARM-SET = "L"
               MOVE WS-IMG-LM-MAX-LIMIT TO WS-RPT-LIMIT-ED
               STRING "  " WS-IMAGE-LABEL "TYPE " WS-IMG-LM-TRANS-TYPE
                   "  LIMIT " WS-RPT-LIMIT-ED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           ELSE
           IF WS-IMG-PARM-SET = "G"
               STRING "  " WS-IMAGE-LABEL "SEQ " WS-IMG-GL-SEQUENCE
                   " TYPE " WS-IMG-GM-TRANS-TYPE
                   " CCY " WS-IMG-GM-CURRENCY-CODE
                   " CO " WS-IMG-GM-COMPANY-CODE
                   " DR " WS-IMG-GM-DR-ACCOUNT
                   " CR " WS-IMG-GM-CR-ACCOUNT
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           ELSE
               MOVE WS-IMG-FX-RATE TO WS-RPT-RATE-ED
               STRING "  " WS-IMAGE-LABEL "CCY " WS-IMG-FX-CURR-CODE
                   "  RATE " WS-RPT-RATE-ED
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-IF
           END-IF
           PERFORM 9110-WRITE-RPT-LINE
           IF WS-IMG-EFFECTIVE-TO = SPACES
               MOVE "(OPEN)" TO WS-IMG-TO-PRINT
           ELSE
               MOVE WS-IMG-EFFECTIVE-TO TO WS-IMG-TO-PRINT
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "          IN FORCE " WS-IMG-EFFECTIVE-FROM
               " TO " WS-IMG-TO-PRINT
               "  MAINTAINED " WS-IMG-MAINT-DATE
               " BY " WS-IMG-OPERATOR-REF
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
           STRING "ENTRIES ADDED. . . . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-CHANGED-COUNT TO WS-RPT-COUNT-ED
           STRING "ENTRIES CHANGED. . . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-EXPIRED-COUNT TO WS-RPT-COUNT-ED
           STRING "ENTRIES EXPIRED. . . . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT-ED
           STRING "TRANSACTIONS REJECTED. . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-WARNING-COUNT TO WS-RPT-COUNT-ED
           STRING "APPLIED WITH WARNING . . . : " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           PERFORM 9110-WRITE-RPT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-LOGGED-COUNT TO WS-RPT-COUNT-ED
           STRING "CHANGES LOGGED . . . . . . : " WS-RPT-COUNT-ED
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
           MOVE "PARMMNT1" TO JS-PROGRAM-ID
           READ JOB-STEP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STEP-ON-FILE TO TRUE
           END-READ
           IF NOT WS-STEP-ON-FILE
               MOVE SPACES TO JOB-STEP-RECORD
               MOVE WS-STEP-BUSINESS-DATE TO JS-BUSINESS-DATE
               MOVE "PARMMNT1" TO JS-PROGRAM-ID
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
           MOVE "EXPIRED" TO WS-STEP-STAT-LABEL (4)
           MOVE WS-EXPIRED-COUNT
               TO WS-STEP-STAT-VALUE (4)
           MOVE "REJECTED" TO WS-STEP-STAT-LABEL (5)
           MOVE WS-REJECTED-COUNT
               TO WS-STEP-STAT-VALUE (5)
           MOVE "WARNINGS" TO WS-STEP-STAT-LABEL (6)
           MOVE WS-WARNING-COUNT
               TO WS-STEP-STAT-VALUE (6).

       9900-RAISE-SEVERITY.
           IF WS-NEW-SEVERITY > WS-RUN-SEVERITY
               MOVE WS-NEW-SEVERITY TO WS-RUN-SEVERITY
           END-IF.
