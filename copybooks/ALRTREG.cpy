      *>
      *>    ALRTREG.CPY
      *>    ALERT REGISTER RECORD (ALRTREG, ORGANIZATION INDEXED,
      *>    KEYED ON ARG-KEY). ONE RECORD PER DISTINCT BERNCHK
      *>    FINDING, SO A FINDING THAT COMES BACK NIGHT AFTER NIGHT
      *>    IS ONE ENTRY WITH A HISTORY RATHER THAN A FRESH ALERT
      *>    EACH MORNING. THE KEY IS THE PROBE'S FINDING CODE PLUS
      *>    A QUALIFIER (THE GENERATION FOR THE BERNGCAT FINDINGS,
      *>    OTHERWISE BLANK); ARG-TEXT IS THE LATEST ALERT TEXT.
      *>        ARG-STATUS    O  OPEN - NOBODY HAS TAKEN IT ON
      *>                      A  ACKNOWLEDGED - AN ANALYST OWNS IT
      *>                      R  RESOLVED - CLOSED WITH A NOTE
      *>        ARG-COUNT     NIGHTS THE FINDING HAS BEEN SEEN (A
      *>                      RERUN OF THE CHECK THE SAME NIGHT
      *>                      DOES NOT COUNT TWICE)
      *>        ARG-OPEN-DATE START OF THE CURRENT OPEN SPELL - THE
      *>                      FIRST-SEEN DATE, OR THE NIGHT A
      *>                      RESOLVED FINDING CAME BACK. THE
      *>                      ESCALATION AGE RUNS FROM HERE.
      *>        ARG-ESC-DATE  NIGHT THE SPELL WAS FIRST ESCALATED TO
      *>                      ALRTESC, ZERO IF IT NEVER WAS
      *>    BERNCHK ADDS AND UPDATES ENTRIES; ONLY BERNACK MOVES AN
      *>    ENTRY TO ACKNOWLEDGED OR RESOLVED. A RESOLVED FINDING
      *>    THAT RECURS IS REOPENED WITH ITS ACKNOWLEDGEMENT
      *>    CLEARED; THE LAST RESOLUTION IS KEPT FOR REFERENCE.
      *>
      *>    MODIFICATION HISTORY
      *>    2026-10-15  RJH  INITIAL VERSION.
      *>
       01  ARG-RECORD.
           05  ARG-KEY.
               10  ARG-CODE        PIC X(08).
               10  ARG-QUAL        PIC X(04).
           05  ARG-STATUS          PIC X(01).
               88  ARG-OPEN            VALUE "O".
               88  ARG-ACKNOWLEDGED    VALUE "A".
               88  ARG-RESOLVED        VALUE "R".
           05  ARG-FIRST-SEEN      PIC 9(08).
           05  ARG-LAST-SEEN       PIC 9(08).
           05  ARG-OPEN-DATE       PIC 9(08).
           05  ARG-COUNT           PIC 9(05).
           05  ARG-ESC-DATE        PIC 9(08).
           05  ARG-TEXT            PIC X(60).
           05  ARG-ACK-BY          PIC X(08).
           05  ARG-ACK-DATE        PIC 9(08).
           05  ARG-ACK-TIME        PIC 9(06).
           05  ARG-ACK-NOTE        PIC X(40).
           05  ARG-RES-BY          PIC X(08).
           05  ARG-RES-DATE        PIC 9(08).
           05  ARG-RES-TIME        PIC 9(06).
           05  ARG-RES-NOTE        PIC X(40).
           05  FILLER              PIC X(16).
