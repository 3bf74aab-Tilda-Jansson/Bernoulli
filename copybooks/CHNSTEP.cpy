      *>    STANDING AUDIT TRAIL, ONE LINE PER STEP PER SUBMISSION.
      *>    CST-STATUS IS COMPLETE, WARNING (A NONZERO RETURN CODE
      *>    WITHIN THE STEP'S TOLERANCE), FAILED, SKIPPED (A PRIOR
      *>    STEP FAILED), NOT DUE (THE STEP'S CHC-FREQ DID NOT
      *>    FALL ON THE SCHEDULE DATE - NOT A DEPENDENCY SKIP), OR
      *>    NOT RUN.
      *>
      *>    MODIFICATION HISTORY
      *>    2026-09-01  RJH  INITIAL VERSION.
      *>    2026-10-15  RJH  NOT DUE STATUS AND CST-SCHED-DATE - THE
      *>                     BUSINESS DATE THE SUBMISSION JUDGED STEP
      *>                     FREQUENCIES AGAINST. A RESTART CARRIES IT
      *>                     FORWARD, SO A CHAIN THAT FAILED ON THE
      *>                     LAST NIGHT OF THE MONTH AND IS RESUBMITTED
      *>                     AFTER MIDNIGHT STILL RUNS ITS MONTH-END
      *>                     STEPS. NOT DUE IS KEPT TO EIGHT
      *>                     CHARACTERS SO CST-STATUS, CHNSTATE AND
      *>                     THE CHNLOG LINE KEEP THEIR LAYOUT.
      *>
       01  CHN-STEP-RECORD.
           05  CST-STEP            PIC 9(02).
           05  CST-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  CST-RUN-TIME        PIC 9(06).
           05  FILLER              PIC X(01).
           05  CST-SCHED-DATE      PIC 9(08).
           05  FILLER              PIC X(30).
