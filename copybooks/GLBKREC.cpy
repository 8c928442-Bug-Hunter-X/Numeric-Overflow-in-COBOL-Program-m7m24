      *****************************************************************
      *  GLBKREC.CPY
      *  GL break register record.  One per extract posting the GL
      *  rejected or never acknowledged, keyed by the posting's run
      *  date, posting reference, account and its position in that
      *  night's extract (identical postings are legitimate, so the
      *  position keeps them apart).  GLRECON1 raises breaks and
      *  clears them when a later acknowledgment accepts the
      *  posting; GLRESUB1 rebuilds open breaks through the
      *  corrected GL map and records what it resubmitted, so the
      *  acknowledgment for the resubmission can be matched back.
      *  Cleared breaks stay on the register as the audit trail.
      *****************************************************************
       01  GL-BREAK-RECORD.
           05  GB-BREAK-KEY.
               10  GB-RUN-DATE         PIC X(08).
               10  GB-POSTING-REF      PIC X(12).
               10  GB-ACCOUNT-CODE     PIC X(10).
               10  GB-POSTING-SEQ      PIC 9(07).
           05  GB-COMPANY-CODE         PIC X(04).
           05  GB-CURRENCY-CODE        PIC X(03).
           05  GB-DR-CR-IND            PIC X(01).
           05  GB-AMOUNT               PIC 9(09)V99.
           05  GB-TRANS-TYPE           PIC X(04).
           05  GB-MAP-LEG              PIC X(01).
               88  GB-MAP-DEBIT-LEG    VALUE "D".
               88  GB-MAP-CREDIT-LEG   VALUE "C".
           05  GB-BREAK-REASON         PIC X(01).
               88  GB-REJECTED-BY-GL   VALUE "R".
               88  GB-NOT-ACKNOWLEDGED VALUE "M".
           05  GB-BREAK-STATUS         PIC X(01).
               88  GB-BREAK-OPEN       VALUE "O".
               88  GB-BREAK-CLEARED    VALUE "C".
           05  GB-RAISED-DATE          PIC X(08).
           05  GB-CLEARED-DATE         PIC X(08).
      *    Resubmission state: blank never resubmitted, 'P' sent and
      *    awaiting acknowledgment, 'R' the resubmission was itself
      *    rejected and the break may be sent again.
           05  GB-RESUB-STATE          PIC X(01).
               88  GB-NOT-RESUBMITTED  VALUE " ".
               88  GB-RESUB-PENDING    VALUE "P".
               88  GB-RESUB-REJECTED   VALUE "R".
           05  GB-RESUB-COUNT          PIC 9(02).
           05  GB-RESUB-DATE           PIC X(08).
           05  GB-RESUB-COMPANY        PIC X(04).
           05  GB-RESUB-ACCOUNT        PIC X(10).
