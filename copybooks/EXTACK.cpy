      *>
      *>    EXTACK.CPY
      *>    BERNEXT RECEIPT ACKNOWLEDGEMENT (EXTACK, LINE SEQUENTIAL,
      *>    80 CHARACTERS), WRITTEN BY THE ACTUARIAL SYSTEM ONE
      *>    RECORD PER FEED IT LOADS AND TAKEN IN BY BERNXRC. THE
      *>    RUN DATE IS THE ONE ON THE BERNEXT TRAILER; THE ROW
      *>    COUNT AND INDEX HASH TOTAL ARE WHAT THE RECEIVING SIDE
      *>    COMPUTED FROM THE ROWS IT ACTUALLY LOADED, NOT COPIED
      *>    OFF THE TRAILER. NUMBERS ARE ZERO-FILLED. THE FILE MAY
      *>    ACCUMULATE - AN ACKNOWLEDGEMENT ALREADY TAKEN IN IS
      *>    RECOGNISED AND PASSED OVER, INCLUDING ONE THAT MATCHED
      *>    NO FEED (KEPT ON XTRREG AS AN UNMATCHED ENTRY - SEE
      *>    XTRREG COPYBOOK).
      *>
      *>    MODIFICATION HISTORY
      *>    2026-10-15  RJH  INITIAL VERSION.
      *>
       01  EXT-ACK-RECORD.
           05  EXA-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  EXA-ROW-COUNT       PIC 9(09).
           05  FILLER              PIC X(01).
           05  EXA-INDEX-HASH      PIC 9(09).
           05  FILLER              PIC X(52).
