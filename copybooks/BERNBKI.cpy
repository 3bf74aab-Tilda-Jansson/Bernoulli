      *>
      *>    BERNBKI.CPY
      *>    BACKUP IMAGE OF THE KEYED BERNMST MASTER (BERNBKI, LINE
      *>    SEQUENTIAL, 160 CHARACTERS), WRITTEN BY BERNBKP AND
      *>    READ BACK BY BERNRCV FOR A FORWARD RECOVERY. THE FIRST
      *>    RECORD IS A HEADER CARRYING THE DATE AND TIME THE IMAGE
      *>    WAS TAKEN - THE POINT FROM WHICH BERNHST ACTIONS ARE
      *>    ROLLED FORWARD. THEN ONE RECORD PER MASTER TERM IN KEY
      *>    ORDER, BYTE FOR BYTE THE BERN-MST-RECORD (SEE BERNMST
      *>    COPYBOOK). THE LAST RECORD IS A CONTROL TRAILER WITH
      *>    THE TERM COUNT AND A HASH TOTAL OF THE INDICES, THE
      *>    SAME PROOF BERNOUT CARRIES (SEE BERNREC COPYBOOK), SO
      *>    AN IMAGE CUT SHORT IS NEVER RESTORED AS IF IT WERE
      *>    WHOLE.
      *>
      *>    MODIFICATION HISTORY
      *>    2026-10-15  RJH  INITIAL VERSION.
      *>
       01  BKI-RECORD.
           05  BKI-INDEX           PIC 9(04).
           05  FILLER              PIC X(156).
      *>
      *>    HEADER VIEW - FIRST RECORD OF THE IMAGE.
      *>
       01  BKI-HEADER.
           05  BKH-MARKER          PIC X(04).
               88  BKH-IS-HEADER   VALUE "BKHD".
           05  FILLER              PIC X(01).
           05  BKH-BACKUP-DATE     PIC 9(08).
           05  FILLER              PIC X(01).
           05  BKH-BACKUP-TIME     PIC 9(06).
           05  FILLER              PIC X(140).
      *>
      *>    CONTROL TRAILER VIEW - LAST RECORD OF THE IMAGE.
      *>
       01  BKI-TRAILER.
           05  BKT-MARKER          PIC X(04).
               88  BKT-IS-TRAILER  VALUE "BKTR".
           05  FILLER              PIC X(01).
           05  BKT-TERM-COUNT      PIC 9(09).
           05  FILLER              PIC X(01).
           05  BKT-INDEX-HASH      PIC 9(09).
           05  FILLER              PIC X(01).
           05  BKT-BACKUP-DATE     PIC 9(08).
           05  FILLER              PIC X(01).
           05  BKT-BACKUP-TIME     PIC 9(06).
           05  FILLER              PIC X(120).
