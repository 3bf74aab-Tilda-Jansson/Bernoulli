      *>
      *>    CHNCAL.CPY
      *>    BUSINESS-DAY CALENDAR FOR THE NIGHTLY CHAIN DRIVER
      *>    (BERNCHN, LINE SEQUENTIAL, 80 CHARACTERS). MONDAY TO
      *>    FRIDAY ARE BUSINESS DAYS AND SATURDAY AND SUNDAY ARE NOT,
      *>    UNLESS A RECORD HERE SAYS OTHERWISE: ONE RECORD PER
      *>    EXCEPTION DATE, ANY ORDER.
      *>        CCL-DAY-TYPE  H  HOLIDAY - NOT A BUSINESS DAY
      *>                      B  BUSINESS DAY (A WORKING WEEKEND)
      *>    THE DRIVER ONLY NEEDS THE CALENDAR WHEN THE DECK CARRIES
      *>    A B, M, Q OR W STEP (SEE CHC-FREQ ON THE CHNCARD
      *>    COPYBOOK).
      *>
      *>    MODIFICATION HISTORY
      *>    2026-10-15  RJH  INITIAL VERSION.
      *>
       01  CHN-CAL-RECORD.
           05  CCL-DATE            PIC 9(08).
           05  FILLER              PIC X(01).
           05  CCL-DAY-TYPE        PIC X(01).
               88  CCL-HOLIDAY         VALUE "H".
               88  CCL-BUSINESS-DAY    VALUE "B".
           05  FILLER              PIC X(01).
           05  CCL-DESC            PIC X(30).
           05  FILLER              PIC X(39).
