      *>
      *>    XTRREG.CPY
      *>    SENT-FEED REGISTER RECORD (XTRREG, ORGANIZATION INDEXED,
      *>    KEYED ON XRG-KEY - THE RUN DATE AND TIME OF THE
      *>    EXTRACT). BERNXTR ADDS ONE RECORD EVERY TIME IT WRITES
      *>    A BERNEXT FEED, CARRYING THE SAME ROW COUNT AND INDEX
      *>    HASH TOTAL IT PUT ON THE FEED'S TRAILER; BERNXRC FILLS
      *>    IN THE ACKNOWLEDGEMENT FROM THE EXTACK RETURN FILE (SEE
      *>    EXTACK COPYBOOK).
      *>        XRG-STATUS    S  SENT - NOT YET ACKNOWLEDGED
      *>                      A  ACKNOWLEDGED, TOTALS AGREE
      *>                      M  ACKNOWLEDGED, TOTALS DISAGREE
      *>                      L  LAPSED - NEVER ACKNOWLEDGED, AND A
      *>                         LATER FEED HAS SINCE BEEN
      *>                         ACKNOWLEDGED IN ITS PLACE
      *>                      U  NOT A FEED - AN ACKNOWLEDGEMENT
      *>                         THAT MATCHED NO FEED SENT, KEPT SO
      *>                         A REPEAT OF IT IS PASSED OVER.
      *>                         KEYED ON THE RUN DATE IT NAMED WITH
      *>                         RUN TIME 999999, WHICH NO FEED CAN
      *>                         CARRY; ONLY THE XRG-ACK FIELDS ARE
      *>                         FILLED IN
      *>        XRG-ACK-DATE  WHEN BERNXRC TOOK THE ACKNOWLEDGEMENT
      *>        XRG-ACK-TIME  IN, WITH THE ROW COUNT AND HASH TOTAL
      *>        XRG-ACK-ROWS  THE RECEIVING SIDE REPORTED
      *>        XRG-ACK-HASH
      *>
      *>    MODIFICATION HISTORY
      *>    2026-10-15  RJH  INITIAL VERSION.
      *>
       01  XRG-RECORD.
           05  XRG-KEY.
               10  XRG-RUN-DATE    PIC 9(08).
               10  XRG-RUN-TIME    PIC 9(06).
           05  XRG-SOURCE          PIC X(17).
           05  XRG-ROW-COUNT       PIC 9(09).
           05  XRG-INDEX-HASH      PIC 9(09).
           05  XRG-STATUS          PIC X(01).
               88  XRG-SENT            VALUE "S".
               88  XRG-ACKNOWLEDGED    VALUE "A".
               88  XRG-MISMATCH        VALUE "M".
               88  XRG-LAPSED          VALUE "L".
               88  XRG-UNMATCHED       VALUE "U".
           05  XRG-ACK-DATE        PIC 9(08).
           05  XRG-ACK-TIME        PIC 9(06).
           05  XRG-ACK-ROWS        PIC 9(09).
           05  XRG-ACK-HASH        PIC 9(09).
           05  FILLER              PIC X(38).
