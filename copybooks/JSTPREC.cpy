      *****************************************************************
      *  JSTPREC.CPY
      *  Job-step register record, keyed on business date and
      *  program.  Every program in the nightly stream writes its
      *  record in flight as it starts and completes it as it ends
      *  with the end timestamp, the condition code it is handing
      *  the scheduler and up to six labelled key counts and control
      *  totals of its own, so one file shows how every step of the
      *  night went.  A step that starts but never completes (an
      *  abend or a fatal stop) stays in flight.  A rerun on the
      *  same business date replaces the earlier outcome and adds
      *  one to the run count.  JOBSGN1 reads it for the nightly
      *  sign-off.
      *****************************************************************
       01  JOB-STEP-RECORD.
           05  JS-STEP-KEY.
               10  JS-BUSINESS-DATE    PIC X(08).
               10  JS-PROGRAM-ID       PIC X(08).
           05  JS-STEP-STATUS          PIC X(01).
               88  JS-STEP-IN-FLIGHT   VALUE "I".
               88  JS-STEP-COMPLETED   VALUE "C".
           05  JS-RUN-COUNT            PIC 9(02).
           05  JS-START-TIMESTAMP      PIC X(26).
           05  JS-END-TIMESTAMP        PIC X(26).
           05  JS-CONDITION-CODE       PIC 9(02).
           05  JS-STEP-STATISTICS.
               10  JS-STEP-STAT OCCURS 6 TIMES.
                   15  JS-STAT-LABEL   PIC X(12).
                   15  JS-STAT-VALUE   PIC S9(13)V99.
