      *>
      *>    ALRTESC.CPY
      *>    ESCALATION LINE FOR THE NIGHTLY POST-RUN HEALTH CHECK
      *>    (BERNCHK). ONE 120-CHARACTER LINE PER ALERT REGISTER
      *>    FINDING (SEE ALRTREG COPYBOOK) STILL OPEN - NOT EVEN
      *>    ACKNOWLEDGED - AFTER THE ESCALATION LIMIT IN NIGHTS.
      *>    THE DATASET IS REWRITTEN EVERY NIGHT, SO AN EMPTY
      *>    ALRTESC MEANS NOTHING IS OVERDUE. THE WORKING-STORAGE
      *>    LAYOUT OF THE LINE LIVES IN THE CHECK PROGRAM AND IS
      *>    MOVED IN HERE BEFORE EACH WRITE, THE SAME WAY
      *>    BERNALRT.CPY IS USED.
      *>
      *>    MODIFICATION HISTORY
      *>    2026-10-15  RJH  INITIAL VERSION.
      *>
       01  ESC-LINE                PIC X(120).
