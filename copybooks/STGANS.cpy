      *>
      *>    STGANS.CPY
      *>    ANSWER RECORD LAYOUT FOR THE STIRLING-SERIES LOG-GAMMA
      *>    JOB (BERNSTG). ONE RECORD PER SATISFIED REQUEST CARD -
      *>    THE CARD'S FUNCTION, ARGUMENT AND TERM COUNT, THE VALUE
      *>    (LN GAMMA(X), OR LN N! FOR AN F CARD) TO 18 DECIMAL
      *>    PLACES, AND THE REMAINDER BOUND - THE MAGNITUDE OF THE
      *>    FIRST OMITTED CORRECTION TERM, WHICH THE TRUE VALUE IS
      *>    NEVER FURTHER AWAY THAN.
      *>
      *>    MODIFICATION HISTORY
      *>    2026-10-15  RJH  INITIAL VERSION.
      *>
       01  STG-ANS-RECORD.
           05  SGA-FUNC            PIC X(1).
           05  SGA-ARG             PIC 9(8)V9(6).
           05  SGA-K               PIC 9(2).
           05  SGA-VALUE           PIC S9(12)V9(18)
                                    SIGN LEADING SEPARATE CHARACTER.
           05  SGA-BOUND           PIC 9(1)V9(18).
           05  FILLER              PIC X(13).
