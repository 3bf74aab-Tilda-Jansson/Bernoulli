      *>
      *>    BERNSEC.CPY
      *>    SECURITY TRAIL RECORD (BERNSEC, LINE SEQUENTIAL, 100
      *>    CHARACTERS, APPENDED - NEVER REWRITTEN). ONE LINE FOR
      *>    EVERY OPERATOR ID REFUSED BY BERNACC, BERNACK, BERNCRT,
      *>    BERNINQ OR BERNOPR (SEE BERNAUTH COPYBOOK), AND ONE FOR
      *>    EVERY ENTRY BERNOPR ADDS, CHANGES OR REVOKES, SO AUDIT
      *>    CAN SEE BOTH WHO WAS TURNED AWAY AND WHO GRANTED WHAT.
      *>        SEC-EVENT     REFUSED, ADDED, CHANGED OR REVOKED
      *>        SEC-FUNCTION  WHAT WAS ATTEMPTED - ACCEPT, ALERT,
      *>                      CERTIFY, INQUIRY OR ADMIN
      *>        SEC-SUBJECT   THE TABLE INDEX (ACCEPT, CERTIFY), THE
      *>                      FINDING CODE (ALERT), THE H REQUEST
      *>                      (INQUIRY) OR THE OPERATOR ID MAINTAINED
      *>                      (ADMIN)
      *>
      *>    MODIFICATION HISTORY
      *>    2026-10-15  RJH  INITIAL VERSION.
      *>    2026-10-15  RJH  BERNACK ALERT REFUSALS.
      *>
       01  SEC-RECORD.
           05  SEC-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  SEC-RUN-TIME        PIC 9(06).
           05  FILLER              PIC X(01).
           05  SEC-PROGRAM         PIC X(08).
           05  FILLER              PIC X(01).
           05  SEC-OPERATOR        PIC X(08).
           05  FILLER              PIC X(01).
           05  SEC-EVENT           PIC X(08).
           05  FILLER              PIC X(01).
           05  SEC-FUNCTION        PIC X(08).
           05  FILLER              PIC X(01).
           05  SEC-SUBJECT         PIC X(08).
           05  FILLER              PIC X(01).
           05  SEC-REASON          PIC X(30).
           05  FILLER              PIC X(09).
