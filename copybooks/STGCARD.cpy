      *>
      *>    STGCARD.CPY
      *>    REQUEST-CARD RECORD LAYOUT FOR THE STIRLING-SERIES
      *>    LOG-GAMMA JOB (BERNSTG). ONE CARD PER REQUEST:
      *>    STC-FUNC PICKS THE FUNCTION - G FOR LN GAMMA(X), F FOR
      *>    LN N! (EVALUATED AS LN GAMMA(N+1), SO THE ARGUMENT MUST
      *>    BE A WHOLE NUMBER). STC-ARG IS X OR N WITH SIX IMPLIED
      *>    DECIMAL PLACES. STC-K IS HOW MANY CORRECTION TERMS
      *>    B(2K)/(2K(2K-1)X**(2K-1)) TO ADD; THE JOB COMPUTES ONE
      *>    MORE THAN ASKED SO THE ANSWER CAN CARRY THE MAGNITUDE OF
      *>    THE FIRST OMITTED TERM AS ITS REMAINDER BOUND.
      *>    STC-PLACES IS THE NUMBER OF DECIMAL PLACES THE ANSWER
      *>    MUST BE GOOD TO (01-18, BLANK MEANS 10); A CARD WHOSE
      *>    BOUND DOES NOT MEET IT - THE ARGUMENT TOO SMALL FOR THE
      *>    SERIES TO GET THAT CLOSE IN K TERMS - IS REJECTED.
      *>
      *>    MODIFICATION HISTORY
      *>    2026-10-15  RJH  INITIAL VERSION.
      *>
       01  STG-CARD-RECORD.
           05  STC-FUNC            PIC X(1).
           05  STC-ARG             PIC 9(8)V9(6).
           05  STC-K               PIC 9(2).
           05  STC-PLACES-X        PIC X(2).
           05  STC-PLACES REDEFINES STC-PLACES-X
                                   PIC 9(2).
           05  FILLER              PIC X(61).
