      *>                     INTEGER DIGITS TO MATCH. RECORD LENGTH
      *>                     80 TO 120. A TERM NARROW ENOUGH FOR THE
      *>                     OLD FIELDS HAS ZEROS IN BOTH HIGH WORDS.
      *>    2026-10-15  RJH  CONTROL TRAILER - BERN-OUT-TRAILER BELOW
      *>                     IS THE LAST RECORD OF EVERY BERNOUT: THE
      *>                     TERM-RECORD COUNT, A HASH TOTAL OF
      *>                     BOR-INDEX, AND THE SUMS OF THE HIGH AND
      *>                     LOW NUMERATOR WORDS OVER EVERY TERM
      *>                     RECORD. "TRLR" IN THE INDEX POSITION
      *>                     KEEPS IT FROM EVER LOOKING LIKE A TERM
      *>                     (OR A "****" SECTION DIVIDER). READERS
      *>                     TALLY THE TERM RECORDS AS THEY GO AND
      *>                     STOP RC=12 WHEN THE TRAILER IS MISSING
      *>                     OR DOES NOT AGREE WITH THEIR TALLY.
      *>
       01  BERN-OUT-RECORD.
           05  BOR-INDEX           PIC 9(04).
               10  BOR-DEN-HI      PIC 9(18).
               10  BOR-DEN-LO      PIC 9(18).
           05  FILLER              PIC X(04).
      *>
      *>    CONTROL TRAILER VIEW OF THE SAME RECORD AREA.
      *>
       01  BERN-OUT-TRAILER.
           05  BOT-MARKER          PIC X(04).
               88  BOT-IS-TRAILER  VALUE "TRLR".
           05  FILLER              PIC X(01).
           05  BOT-TERM-COUNT      PIC 9(09).
           05  FILLER              PIC X(01).
           05  BOT-INDEX-HASH      PIC 9(09).
           05  FILLER              PIC X(01).
           05  BOT-NUM-HI-SUM      PIC 9(22).
           05  FILLER              PIC X(01).
           05  BOT-NUM-LO-SUM      PIC 9(22).
           05  FILLER              PIC X(01).
           05  BOT-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(41).
