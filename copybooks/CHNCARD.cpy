      *>
      *>    MODIFICATION HISTORY
      *>    2026-09-01  RJH  INITIAL VERSION.
      *>    2026-10-15  RJH  CHC-TRLR-ACTION (COLUMN 57) - WHAT THE
      *>                     CHAIN DOES WHEN THE STEP ENDS RC=12, THE
      *>                     CODE EVERY BERNOUT READER GIVES FOR A
      *>                     MISSING OR OUT-OF-BALANCE CONTROL
      *>                     TRAILER: H HALTS THE CHAIN WHATEVER THE
      *>                     MAX RC, T TOLERATES IT AS A WARNING,
      *>                     BLANK JUDGES IT AGAINST CHC-MAX-RC LIKE
      *>                     ANY OTHER CODE.
      *>    2026-10-15  RJH  CHC-FREQ (COLUMN 58) AND CHC-FREQ-DAY
      *>                     (COLUMNS 59-61) - HOW OFTEN THE STEP IS
      *>                     DUE, JUDGED AGAINST THE CHNCAL BUSINESS-
      *>                     DAY CALENDAR (SEE CHNCAL COPYBOOK):
      *>                       D OR BLANK  EVERY NIGHT
      *>                       B  BUSINESS DAYS ONLY
      *>                       M  LAST BUSINESS DAY OF THE MONTH
      *>                       Q  LAST BUSINESS DAY OF MARCH, JUNE,
      *>                          SEPTEMBER AND DECEMBER
      *>                       W  THE WEEKDAY NAMED IN CHC-FREQ-DAY
      *>                          (MON ... FRI), WHEN IT IS A BUSINESS
      *>                          DAY. SAT AND SUN DO NOT EDIT - A
      *>                          WEEKEND IS NEVER A BUSINESS DAY
      *>                          UNLESS CHNCAL SAYS SO, SO SUCH A
      *>                          STEP WOULD NEVER COME DUE
      *>                     A STEP THAT IS NOT DUE IS RECORDED AS NOT
      *>                     DUE AND THE CHAIN RUNS ON PAST IT.
      *>
       01  CHN-CARD-RECORD.
           05  CHC-STEP            PIC 9(02).
           05  CHC-MAX-RC          PIC 9(02).
           05  FILLER              PIC X(01).
           05  CHC-COMMAND         PIC X(40).
           05  CHC-TRLR-ACTION     PIC X(01).
               88  CHC-TRLR-HALT       VALUE "H".
               88  CHC-TRLR-TOLERATE   VALUE "T".
               88  CHC-TRLR-BY-MAX-RC  VALUE " ".
           05  CHC-FREQ            PIC X(01).
               88  CHC-FREQ-DAILY      VALUE "D" " ".
               88  CHC-FREQ-BUSINESS   VALUE "B".
               88  CHC-FREQ-MONTH-END  VALUE "M".
               88  CHC-FREQ-QTR-END    VALUE "Q".
               88  CHC-FREQ-WEEKDAY    VALUE "W".
               88  CHC-FREQ-VALID      VALUE "D" " " "B" "M" "Q" "W".
           05  CHC-FREQ-DAY        PIC X(03).
               88  CHC-FREQ-DAY-VALID  VALUE "MON" "TUE" "WED" "THU"
                                             "FRI".
           05  FILLER              PIC X(19).
