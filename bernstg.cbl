        *> cobc -x -o bernstg bernstg.cbl
        *> ./bernstg

        IDENTIFICATION DIVISION.
        PROGRAM-ID. BERNSTG.
        AUTHOR. R-HOLLIS.
        INSTALLATION. ACTUARIAL-BATCH.
        DATE-WRITTEN. 2026-10-15.
        DATE-COMPILED.

       *>
       *>    MODIFICATION HISTORY
       *>    2026-10-15  RJH  INITIAL VERSION - STIRLING-SERIES
       *>                     LOG-GAMMA JOB, CARD-DRIVEN LIKE BERNPOW
       *>                     AND BERNEMC. EACH STGCARDS CARD (SEE
       *>                     STGCARD COPYBOOK) ASKS FOR LN GAMMA(X),
       *>                     OR LN N! AS LN GAMMA(N+1), SUMMED TO K
       *>                     CORRECTION TERMS AND GOOD TO A STATED
       *>                     NUMBER OF DECIMAL PLACES. THE
       *>                     COEFFICIENTS B(2K)/(2K(2K-1)) ARE BUILT
       *>                     EXACTLY FROM THE REDUCED FRACTIONS ON
       *>                     BERNOUT - NO MORE HARD-TYPED STIRLING
       *>                     COEFFICIENTS IN THE SPREADSHEET - AND
       *>                     EACH TERM IS LONG-DIVIDED BY X**(2K-1)
       *>                     TO 36 PLACES IN THE SAME FOUR-WORD
       *>                     MULTI-WORD MAGNITUDES AS BERNEMC. THE
       *>                     LEADING PART (X-1/2)LN X - X +
       *>                     LN(2 PI)/2 USES AN ATANH-SERIES LOGARITHM
       *>                     CARRIED TO 36 PLACES. EVERY ANSWER GOES
       *>                     TO THE STGANS DATASET (SEE STGANS
       *>                     COPYBOOK) AND TO THE PAGE-HEADED STGRPT
       *>                     REPORT, WHICH SHOWS EACH COEFFICIENT AND
       *>                     CORRECTION TERM WITH THE REMAINDER BOUND
       *>                     - THE MAGNITUDE OF THE FIRST OMITTED
       *>                     TERM, WHICH IS WHY ONE TERM MORE THAN
       *>                     ASKED IS COMPUTED. A CARD WHOSE
       *>                     ARGUMENT IS TOO SMALL - THE TERMS STOP
       *>                     SHRINKING WITHIN K, OR THE BOUND DOES
       *>                     NOT MEET THE PLACES ASKED - IS REJECTED
       *>                     WITH A MESSAGE AND NO FIGURE. THE TERM
       *>                     SOURCE, THE BERNOUT CONTROL-TRAILER
       *>                     PROOF (RC=12) AND THE CERT PARM ARE THE
       *>                     SAME AS BERNEMC'S.
       *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BERN-OUT-FILE ASSIGN TO "BERNOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BERN-OUT-STATUS.

            SELECT MST-FILE ASSIGN TO "BERNMST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BMR-INDEX
                FILE STATUS IS MST-FILE-STATUS.

            SELECT STG-CARD-FILE ASSIGN TO "STGCARDS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STG-CARD-STATUS.

            SELECT STG-ANS-FILE ASSIGN TO "STGANS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STG-ANS-STATUS.

            SELECT RPT-FILE ASSIGN TO "STGRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  BERN-OUT-FILE
            RECORD CONTAINS 120 CHARACTERS.
            COPY BERNREC.

        FD  MST-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY BERNMST.

        FD  STG-CARD-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY STGCARD.

        FD  STG-ANS-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY STGANS.

        FD  RPT-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY BERNRPT.

          WORKING-STORAGE SECTION.
          01 BERN-OUT-STATUS PIC X(02) VALUE "00".
          01 STG-CARD-STATUS PIC X(02) VALUE "00".
          01 STG-ANS-STATUS PIC X(02) VALUE "00".
          01 RPT-FILE-STATUS PIC X(02) VALUE "00".
          01 BERN-OUT-EOF-SW PIC X(01) VALUE "N".
              88 BERN-OUT-EOF VALUE "Y".
          01 STG-CARD-EOF-SW PIC X(01) VALUE "N".
              88 STG-CARD-EOF VALUE "Y".
          01 MST-FILE-STATUS PIC X(02) VALUE "00".
          01 MST-EOF-SW PIC X(01) VALUE "N".
              88 MST-EOF VALUE "Y".

       *>
       *>    TERM SOURCE - BERNOUT BY DEFAULT, OR THE CERTIFIED
       *>    TERMS ON BERNMST WHEN THE PARM IS CERT.
       *>
          01 PARM-TEXT PIC X(20) VALUE SPACES.
          01 STG-SOURCE-SW PIC X(01) VALUE "B".
              88 STG-SRC-BERNOUT VALUE "B".
              88 STG-SRC-MASTER VALUE "M".
          01 STG-SOURCE-NAME PIC X(17) VALUE "BERNOUT".
          01 STG-UNCERT-COUNT PIC 9(4) VALUE 0.

       *>
       *>    BERNOULLI FRACTIONS OFF BERNOUT, HELD IN THE SAME
       *>    FOUR-WORD MAGNITUDE FORM THE MAIN PROGRAM COMPUTES IN -
       *>    EB-ENTRY(I) HOLDS B(I-1), THE ELEM INDEXING CONVENTION.
       *>    ONLY THE EVEN TERMS (ODD TABLE INDICES FROM 3 UP) ARE
       *>    EVER CONSUMED HERE.
       *>
          01 EB-TERMS PIC 9(4) VALUE 0.
          01 EB-TABLE.
              02 EB-ENTRY OCCURS 56 TIMES.
                  03 EB-LOADED-SW PIC X(01).
                      88 EB-LOADED VALUE "Y".
                      88 EB-UNCERT VALUE "U".
                  03 EB-NUM-SIGN PIC X(01).
                  03 EB-NUM-MAG.
                      04 EB-NUM-W PIC 9(18) OCCURS 4 TIMES.
                  03 EB-DEN-MAG.
                      04 EB-DEN-W PIC 9(18) OCCURS 4 TIMES.
          01 EB-SUB PIC 9(4) VALUE 0.

       *>
       *>    CURRENT-CARD WORK AREA. STG-X IS THE GAMMA ARGUMENT -
       *>    THE CARD'S X, OR N+1 FOR AN F CARD - AND STG-X-SCALED
       *>    THE SAME DIGITS AS A WHOLE NUMBER OF MILLIONTHS, THE
       *>    DIVISOR THE TERM ARITHMETIC USES. STG-K-MAX IS THE
       *>    LARGEST TERM COUNT A CARD MAY ASK FOR - THE BOUND TERM
       *>    K+1 CONSUMES B(2K+2), AND B(54) IS THE LAST TERM THE
       *>    SERIES CARRIES.
       *>
          01 STG-FUNC PIC X(1) VALUE SPACE.
              88 STG-FUNC-GAMMA VALUE "G".
              88 STG-FUNC-FACT VALUE "F".
          01 STG-ARG PIC 9(8)V9(6) VALUE 0.
          01 STG-ARG-PARTS REDEFINES STG-ARG.
              02 STG-ARG-INT PIC 9(8).
              02 STG-ARG-DEC PIC 9(6).
          01 STG-X PIC 9(9)V9(6) VALUE 0.
          01 STG-X-SCALED REDEFINES STG-X PIC 9(15).
          01 STG-K PIC 9(2) VALUE 0.
          01 STG-K-MAX PIC 9(2) VALUE 26.
          01 STG-PLACES PIC 9(2) VALUE 0.
          01 STG-REJECT-SW PIC X(01) VALUE "N".
              88 STG-REJECTED VALUE "Y".
          01 STG-REJECT-TEXT PIC X(40) VALUE SPACES.

          01 STG-CARDS-READ PIC 9(4) VALUE 0.
          01 STG-CARDS-ANSWERED PIC 9(4) VALUE 0.
          01 STG-CARDS-REJECTED PIC 9(4) VALUE 0.

       *>
       *>    PER-TERM WORK. STG-M IS THE 2K(2K-1) FACTOR AND STG-G
       *>    ITS COMMON FACTOR WITH THE B(2K) NUMERATOR; STG-T IS
       *>    THE TERM BEING SCALED, A FOUR-WORD MAGNITUDE.
       *>
          01 STG-TK PIC 9(2) VALUE 0.
          01 STG-2K PIC 9(4) VALUE 0.
          01 STG-IDX PIC 9(4) VALUE 0.
          01 STG-M PIC 9(4) VALUE 0.
          01 STG-G PIC 9(4) VALUE 0.
          01 STG-M-LEFT PIC 9(4) VALUE 0.
          01 STG-DIV-COUNT PIC 9(4) VALUE 0.
          01 STG-GCD-A PIC 9(18) VALUE 0.
          01 STG-GCD-B PIC 9(18) VALUE 0.
          01 STG-GCD-Q PIC 9(18) VALUE 0.
          01 STG-GCD-R PIC 9(18) VALUE 0.
          01 STG-T-MAG.
              02 STG-T-W PIC 9(18) OCCURS 4 TIMES.
          01 STG-LIMIT-MAG.
              02 STG-LIMIT-W PIC 9(18) OCCURS 4 TIMES.

       *>
       *>    COMPUTED TERMS 1 THRU K+1 - SIGN, THE REDUCED EXACT
       *>    COEFFICIENT B(2K)/(2K(2K-1)), AND THE MAGNITUDE OF
       *>    COEFFICIENT / X**(2K-1) AS A WHOLE NUMBER OF 10**-36THS
       *>    (WORD 3 THE INTEGER PART, WORD 2 THE FIRST 18 PLACES,
       *>    WORD 1 THE NEXT 18). TERM K+1 IS ONLY EVER USED AS THE
       *>    REMAINDER BOUND OF TERM K.
       *>
          01 STG-TERM-TABLE.
              02 STG-TERM-ENTRY OCCURS 27 TIMES.
                  03 STG-TERM-SIGN PIC X(1).
                  03 STG-COEF-NUM-MAG.
                      04 STG-COEF-NUM-W PIC 9(18) OCCURS 4 TIMES.
                  03 STG-COEF-DEN-MAG.
                      04 STG-COEF-DEN-W PIC 9(18) OCCURS 4 TIMES.
                  03 STG-TERM-MAG.
                      04 STG-TERM-W PIC 9(18) OCCURS 4 TIMES.

       *>
       *>    LEADING PART (X-1/2)LN X - X + LN(2 PI)/2. LN X IS
       *>    TAKEN AS J LN 2 + LN M, M = X/2**J IN [1,2), AND LN M
       *>    AS 2 ATANH(S) = 2(S + S**3/3 + S**5/5 + ...) WITH
       *>    S = (M-1)/(M+1) < 1/3, SUMMED UNTIL A TERM ROUNDS AWAY
       *>    IN THE 36TH PLACE. THE TWO CONSTANTS ARE CARRIED TO 36
       *>    PLACES.
       *>
          01 STG-LN2 PIC V9(36)
              VALUE .693147180559945309417232121458176568.
          01 STG-HALF-LN-2PI PIC V9(36)
              VALUE .918938533204672741780329736405617640.
          01 STG-LN-M PIC 9(9)V9(28) VALUE 0.
          01 STG-LN-J PIC S9(3) VALUE 0.
          01 STG-LN-S PIC V9(36) VALUE 0.
          01 STG-LN-S2 PIC V9(36) VALUE 0.
          01 STG-LN-P PIC V9(36) VALUE 0.
          01 STG-LN-Q PIC V9(36) VALUE 0.
          01 STG-LN-SUM PIC V9(36) VALUE 0.
          01 STG-LN-N PIC 9(3) VALUE 0.
          01 STG-LN-X PIC S9(3)V9(33) VALUE 0.
          01 STG-LN-ABS PIC 9(3)V9(33) VALUE 0.
          01 STG-LN-ABS-WORDS REDEFINES STG-LN-ABS.
              02 STG-LN-HI-DIG PIC 9(18).
              02 STG-LN-LO-DIG PIC 9(18).
          01 STG-LN-HI PIC 9(3)V9(15) VALUE 0.
          01 STG-LN-HI-ALIGN REDEFINES STG-LN-HI PIC 9(18).
          01 STG-HALF-OFF PIC S9(9)V9(6) VALUE 0.
          01 STG-HALF-OFF-ABS PIC 9(9)V9(6) VALUE 0.
          01 STG-PROD PIC 9(11)V9(26) VALUE 0.
          01 STG-PROD-LO PIC 9(27)V9(6) VALUE 0.
          01 STG-PROD-LO-WORD PIC 9(33) VALUE 0.
          01 STG-PROD-LO-FRAC REDEFINES STG-PROD-LO-WORD
                                   PIC V9(33).
          01 STG-LEAD PIC S9(11)V9(26) VALUE 0.
          01 STG-SERIES PIC S9(11)V9(26) VALUE 0.
          01 STG-TERM-VAL PIC 9(6)V9(30) VALUE 0.
          01 STG-FRAC-WORDS.
              02 STG-FRAC-HI PIC 9(18).
              02 STG-FRAC-LO PIC 9(18).
          01 STG-FRAC REDEFINES STG-FRAC-WORDS PIC V9(36).
          01 STG-VALUE PIC S9(12)V9(18) VALUE 0.

       *>
       *>    PRINT WORK - A SIGNED VALUE SPLIT INTO ITS SIGN, WHOLE
       *>    PART AND 18 PLACES, AND A BOUND BUILT STRAIGHT FROM THE
       *>    INTEGER WORD AND THE FIRST DECIMAL WORD OF A TERM.
       *>
          01 STG-PRINT-VALUE PIC S9(12)V9(18) VALUE 0.
          01 STG-ABS-VALUE PIC 9(12)V9(18) VALUE 0.
          01 STG-ABS-PARTS REDEFINES STG-ABS-VALUE.
              02 STG-ABS-INT PIC 9(12).
              02 STG-ABS-DEC PIC 9(18).
          01 STG-BND-WORDS.
              02 STG-BND-INT PIC 9(2).
              02 STG-BND-DEC PIC 9(18).
          01 STG-BND-VAL REDEFINES STG-BND-WORDS PIC 9(2)V9(18).
          01 STG-NUM-EDIT.
              02 STG-NUM-EDIT-HI PIC Z(18).
              02 STG-NUM-EDIT-LO PIC Z(17)9.
              02 STG-NUM-EDIT-LO-FULL REDEFINES STG-NUM-EDIT-LO
                                  PIC 9(18).
          01 STG-NUM-LEAD PIC 9(2) VALUE 0.
          01 STG-DEN-EDIT PIC Z(17)9.
          01 STG-DEN-LEAD PIC 9(2) VALUE 0.

       *>
       *>    PAGE-HEADED REPORT CONTROL, SAME DISCIPLINE AS THE
       *>    BERNOULLI REPORTS.
       *>
          01 RPT-RUN-DATE PIC 9(8) VALUE 0.
          01 RPT-PAGE-NO PIC 9(4) VALUE 0.
          01 RPT-LINE-COUNT PIC 9(4) VALUE 0.
          01 RPT-LINES-PER-PAGE PIC 9(4) VALUE 20.
          01 RPT-PAGE-BREAK-LINE PIC X(80) VALUE ALL "-".
          01 RPT-HOLD-LINE PIC X(80) VALUE SPACES.

          01 RPT-HEADER-1.
              05 FILLER           PIC X(29)
                  VALUE "STIRLING LOG-GAMMA REPORT".
              05 FILLER           PIC X(30) VALUE SPACES.
              05 FILLER           PIC X(05) VALUE "PAGE ".
              05 RPTH1-PAGE-NO    PIC ZZZ9.
              05 FILLER           PIC X(12) VALUE SPACES.

          01 RPT-HEADER-2.
              05 FILLER           PIC X(10) VALUE "RUN DATE: ".
              05 RPTH2-MONTH      PIC 9(02).
              05 FILLER           PIC X(01) VALUE "/".
              05 RPTH2-DAY        PIC 9(02).
              05 FILLER           PIC X(01) VALUE "/".
              05 RPTH2-YEAR       PIC 9(04).
              05 FILLER           PIC X(07) VALUE SPACES.
              05 FILLER           PIC X(15) VALUE "SOURCE TERMS = ".
              05 RPTH2-TERMS      PIC ZZZ9.
              05 FILLER           PIC X(04) VALUE " IN ".
              05 RPTH2-SOURCE     PIC X(17).
              05 FILLER           PIC X(13) VALUE SPACES.

          01 RPT-HEADER-3.
              05 FILLER           PIC X(80) VALUE SPACES.

          01 RPT-CARD-LINE.
              05 FILLER           PIC X(04) VALUE SPACES.
              05 FILLER           PIC X(05) VALUE "FUNC ".
              05 RPTC-FUNC        PIC X(1).
              05 FILLER           PIC X(02) VALUE SPACES.
              05 RPTC-ARG-NAME    PIC X(02).
              05 RPTC-ARG         PIC Z(7)9.9(6).
              05 FILLER           PIC X(04) VALUE "  K=".
              05 RPTC-K           PIC Z9.
              05 FILLER           PIC X(09) VALUE "  PLACES=".
              05 RPTC-PLACES      PIC Z9.
              05 FILLER           PIC X(34) VALUE SPACES.

       *>
       *>    ONE COEFFICIENT LINE AND ONE TERM LINE PER CORRECTION -
       *>    THE EXACT REDUCED COEFFICIENT, THEN THE SIGNED TERM TO
       *>    18 PLACES AND THE REMAINDER BOUND (MAGNITUDE OF THE
       *>    FIRST OMITTED TERM; A BOUND PAST THE PRINT FIELD SHOWS
       *>    AS ASTERISKS, NOT TRUNCATED DIGITS).
       *>
          01 RPT-COEF-LINE.
              05 FILLER           PIC X(04) VALUE SPACES.
              05 FILLER           PIC X(02) VALUE "K=".
              05 RPTX-K           PIC Z9.
              05 FILLER           PIC X(08) VALUE "  COEF= ".
              05 RPTX-SIGN        PIC X(1).
              05 RPTX-FRACTION    PIC X(55).
              05 FILLER           PIC X(08) VALUE SPACES.

          01 RPT-TERM-LINE.
              05 FILLER           PIC X(10) VALUE SPACES.
              05 FILLER           PIC X(06) VALUE "TERM= ".
              05 RPTT-SIGN        PIC X(1).
              05 RPTT-INT         PIC Z(5)9.
              05 FILLER           PIC X(01) VALUE ".".
              05 RPTT-DEC         PIC 9(18).
              05 FILLER           PIC X(07) VALUE "  BND= ".
              05 RPTT-BOUND       PIC Z9.9(18).
              05 RPTT-BOUND-X REDEFINES RPTT-BOUND
                                  PIC X(21).
              05 FILLER           PIC X(10) VALUE SPACES.

          01 RPT-VALUE-LINE.
              05 FILLER           PIC X(04) VALUE SPACES.
              05 RPTV-LABEL       PIC X(30).
              05 RPTV-SIGN        PIC X(1).
              05 RPTV-INT         PIC Z(11)9.
              05 FILLER           PIC X(01) VALUE ".".
              05 RPTV-DEC         PIC 9(18).
              05 FILLER           PIC X(14) VALUE SPACES.

          01 RPT-REJECT-LINE.
              05 FILLER           PIC X(04) VALUE SPACES.
              05 FILLER           PIC X(10) VALUE "REJECTED: ".
              05 RPTR-REASON      PIC X(40).
              05 FILLER           PIC X(26) VALUE SPACES.

       *>
       *>    MULTI-WORD ARITHMETIC SUBSET WORK AREA - SAME FOUR-WORD
       *>    BASE 10**18 REGISTERS AS THE MAIN PROGRAM'S MP-
       *>    PACKAGE, CUT DOWN TO WHAT THE TERM ARITHMETIC NEEDS
       *>    (SCALAR MULTIPLY, SUBTRACT, COMPARE AND DIVIDE).
       *>
          01 MP-E18 PIC 9(19) VALUE 1000000000000000000.
          01 MP-OVERFLOW-SW PIC X(01) VALUE "N".
              88 MP-OVERFLOW VALUE "Y".
          01 MP-CMP-RESULT PIC X(01) VALUE "=".
          01 MP-I PIC 9(2) VALUE 0.
          01 MP-CARRY PIC 9(20) VALUE 0.
          01 MP-BORROW PIC 9(1) VALUE 0.
          01 MP-WORK-20 PIC 9(20) VALUE 0.
          01 MP-WORK-37 PIC 9(37) VALUE 0.
          01 MP-SMALL PIC 9(18) VALUE 0.
          01 MP-LOW18 PIC 9(18) VALUE 0.
          01 MP-DBL-CARRY PIC 9(1) VALUE 0.
          01 MP-HLV-CARRY PIC 9(1) VALUE 0.
          01 MP-A-MAG.
              02 MP-A-W PIC 9(18) OCCURS 4 TIMES.
          01 MP-B-MAG.
              02 MP-B-W PIC 9(18) OCCURS 4 TIMES.
          01 MP-R-MAG.
              02 MP-R-W PIC 9(18) OCCURS 4 TIMES.
          01 MP-DVD-MAG.
              02 MP-DVD-W PIC 9(18) OCCURS 4 TIMES.
          01 MP-DVS-MAG.
              02 MP-DVS-W PIC 9(18) OCCURS 4 TIMES.
          01 MP-QUO-MAG.
              02 MP-QUO-W PIC 9(18) OCCURS 4 TIMES.
          01 MP-REM-MAG.
              02 MP-REM-W PIC 9(18) OCCURS 4 TIMES.
          01 MP-SH-MAG.
              02 MP-SH-W PIC 9(18) OCCURS 4 TIMES.
          01 MP-SHIFT-COUNT PIC 9(4) VALUE 0.
          01 MP-DIV-I PIC 9(4) VALUE 0.
          01 MP-DBL-STOP-SW PIC X(01) VALUE "N".
              88 MP-DBL-STOPPED VALUE "Y".

       *>
       *>    BERNOUT CONTROL-TRAILER CHECK (SEE BERNREC COPYBOOK) -
       *>    RUNNING TALLY OF THE TERM RECORDS READ, AND THE TOTALS
       *>    THE TRAILER SAYS THERE SHOULD HAVE BEEN. A TERM RECORD
       *>    AFTER THE TRAILER, OR A SECOND TRAILER, MEANS TWO FILES
       *>    RAN TOGETHER AND COUNTS AS OUT OF BALANCE.
       *>
          01 TRL-SEEN-SW PIC X(01) VALUE "N".
              88 TRL-SEEN VALUE "Y".
          01 TRL-ORDER-SW PIC X(01) VALUE "N".
              88 TRL-OUT-OF-ORDER VALUE "Y".
          01 TRL-FAIL-SW PIC X(01) VALUE "N".
              88 TRL-FAILED VALUE "Y".
          01 TRL-TERM-COUNT PIC 9(09) VALUE 0.
          01 TRL-INDEX-HASH PIC 9(09) VALUE 0.
          01 TRL-NUM-HI-SUM PIC 9(22) VALUE 0.
          01 TRL-NUM-LO-SUM PIC 9(22) VALUE 0.
          01 TRL-EXP-TERM-COUNT PIC 9(09) VALUE 0.
          01 TRL-EXP-INDEX-HASH PIC 9(09) VALUE 0.
          01 TRL-EXP-NUM-HI-SUM PIC 9(22) VALUE 0.
          01 TRL-EXP-NUM-LO-SUM PIC 9(22) VALUE 0.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD
            PERFORM 0500-SET-TERM-SOURCE.
            PERFORM 1000-OPEN-FILES.
            PERFORM 1100-LOAD-BERNOUT.
            PERFORM 2000-READ-CARD.
            PERFORM 3000-PROCESS-CARD UNTIL STG-CARD-EOF.
            PERFORM 1900-CLOSE-SOURCE
            CLOSE STG-CARD-FILE
            CLOSE STG-ANS-FILE
            CLOSE RPT-FILE
            DISPLAY "BERNSTG: TERM SOURCE    " STG-SOURCE-NAME
            DISPLAY "BERNSTG: CARDS READ     " STG-CARDS-READ
            DISPLAY "BERNSTG: CARDS ANSWERED " STG-CARDS-ANSWERED
            DISPLAY "BERNSTG: CARDS REJECTED " STG-CARDS-REJECTED
            IF STG-CARDS-REJECTED > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       *>
       *>    0500-SET-TERM-SOURCE - CERT IN THE PARM TAKES THE
       *>    TERMS FROM THE CERTIFIED MASTER. AN UNRECOGNISED PARM
       *>    STOPS THE JOB RATHER THAN GUESS WHICH SOURCE WAS MEANT.
       *>
        0500-SET-TERM-SOURCE.
            ACCEPT PARM-TEXT FROM COMMAND-LINE
            EVALUATE PARM-TEXT
                WHEN SPACES
                    MOVE "B" TO STG-SOURCE-SW
                    MOVE "BERNOUT" TO STG-SOURCE-NAME
                WHEN "CERT"
                    MOVE "M" TO STG-SOURCE-SW
                    MOVE "CERTIFIED BERNMST" TO STG-SOURCE-NAME
                WHEN OTHER
                    DISPLAY "BERNSTG: PARM '" PARM-TEXT "' IS NOT "
                        "VALID - OMIT IT FOR BERNOUT OR KEY CERT"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.

        1000-OPEN-FILES.
            IF STG-SRC-MASTER
                OPEN INPUT MST-FILE
                IF MST-FILE-STATUS NOT = "00"
                    DISPLAY "BERNSTG: UNABLE TO OPEN BERNMST - FILE "
                        "STATUS " MST-FILE-STATUS
                    DISPLAY "BERNSTG: JOB TERMINATED - RUN BERNMSTU "
                        "FIRST"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            ELSE
                OPEN INPUT BERN-OUT-FILE
                IF BERN-OUT-STATUS NOT = "00"
                    DISPLAY "BERNSTG: UNABLE TO OPEN BERNOUT - FILE "
                        "STATUS " BERN-OUT-STATUS
                    DISPLAY "BERNSTG: JOB TERMINATED - RUN BERNOULLI "
                        "FIRST"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
            OPEN INPUT STG-CARD-FILE
            IF STG-CARD-STATUS NOT = "00"
                DISPLAY "BERNSTG: UNABLE TO OPEN STGCARDS - FILE "
                    "STATUS " STG-CARD-STATUS
                DISPLAY "BERNSTG: JOB TERMINATED - NO REQUEST CARDS"
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-CLOSE-SOURCE
                STOP RUN
            END-IF
            OPEN OUTPUT STG-ANS-FILE
            IF STG-ANS-STATUS NOT = "00"
                DISPLAY "BERNSTG: UNABLE TO OPEN STGANS - FILE "
                    "STATUS " STG-ANS-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-CLOSE-SOURCE
                CLOSE STG-CARD-FILE
                STOP RUN
            END-IF
            OPEN OUTPUT RPT-FILE
            IF RPT-FILE-STATUS NOT = "00"
                DISPLAY "BERNSTG: UNABLE TO OPEN STGRPT - FILE "
                    "STATUS " RPT-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-CLOSE-SOURCE
                CLOSE STG-CARD-FILE
                CLOSE STG-ANS-FILE
                STOP RUN
            END-IF.

       *>
       *>    1100-LOAD-BERNOUT - LOAD THE FRACTIONS INTO THE
       *>    FOUR-WORD TABLE, SKIPPING SECTION-HEADER DIVIDERS
       *>    (BOR-INDEX NOT NUMERIC) THE WAY EVERY OTHER READER OF
       *>    THE DATASET DOES.
       *>
        1100-LOAD-BERNOUT.
            PERFORM 1120-CLEAR-EB-ENTRY
                VARYING EB-SUB FROM 1 BY 1 UNTIL EB-SUB > 56
            IF STG-SRC-MASTER
                PERFORM 1200-LOAD-MASTER
            ELSE
                PERFORM 1150-READ-BERNOUT
                PERFORM 1160-LOAD-TERM UNTIL BERN-OUT-EOF
                PERFORM 1180-CHECK-BERNOUT-TRAILER
            END-IF
            IF EB-TERMS = 0
                DISPLAY "BERNSTG: " STG-SOURCE-NAME " CARRIED NO "
                    "TERMS - JOB TERMINATED"
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-CLOSE-SOURCE
                CLOSE STG-CARD-FILE
                CLOSE STG-ANS-FILE
                CLOSE RPT-FILE
                STOP RUN
            END-IF.

        1120-CLEAR-EB-ENTRY.
            MOVE "N" TO EB-LOADED-SW(EB-SUB)
            MOVE "+" TO EB-NUM-SIGN(EB-SUB)
            MOVE ZEROS TO EB-NUM-MAG(EB-SUB)
            MOVE ZEROS TO EB-DEN-MAG(EB-SUB)
            MOVE 1 TO EB-DEN-W(EB-SUB, 1).

        1150-READ-BERNOUT.
            READ BERN-OUT-FILE
                AT END
                    MOVE "Y" TO BERN-OUT-EOF-SW
            END-READ.

        1160-LOAD-TERM.
            PERFORM 1170-TALLY-BERNOUT-RECORD
            IF BOR-INDEX IS NUMERIC
                    AND BOR-INDEX >= 1 AND BOR-INDEX <= 56
                MOVE BOR-NUM-SIGN TO EB-NUM-SIGN(BOR-INDEX)
                MOVE ZEROS TO EB-NUM-MAG(BOR-INDEX)
                MOVE BOR-NUM-HI TO EB-NUM-W(BOR-INDEX, 2)
                MOVE BOR-NUM-LO TO EB-NUM-W(BOR-INDEX, 1)
                MOVE ZEROS TO EB-DEN-MAG(BOR-INDEX)
                MOVE BOR-DEN-HI TO EB-DEN-W(BOR-INDEX, 2)
                MOVE BOR-DEN-LO TO EB-DEN-W(BOR-INDEX, 1)
                MOVE "Y" TO EB-LOADED-SW(BOR-INDEX)
                IF BOR-INDEX > EB-TERMS
                    MOVE BOR-INDEX TO EB-TERMS
                END-IF
            END-IF
            PERFORM 1150-READ-BERNOUT.

       *>
       *>    1170-TALLY-BERNOUT-RECORD - CALLED FOR EVERY BERNOUT RECORD
       *>    READ: THE TRAILER'S TOTALS ARE SAVED, A TERM RECORD IS
       *>    ADDED INTO THE RUNNING TALLY, AND A SECTION DIVIDER IS
       *>    PASSED OVER.
       *>
        1170-TALLY-BERNOUT-RECORD.
            IF BOT-IS-TRAILER
                IF TRL-SEEN
                    MOVE "Y" TO TRL-ORDER-SW
                END-IF
                MOVE "Y" TO TRL-SEEN-SW
                IF BOT-TERM-COUNT IS NUMERIC
                        AND BOT-INDEX-HASH IS NUMERIC
                        AND BOT-NUM-HI-SUM IS NUMERIC
                        AND BOT-NUM-LO-SUM IS NUMERIC
                    MOVE BOT-TERM-COUNT TO TRL-EXP-TERM-COUNT
                    MOVE BOT-INDEX-HASH TO TRL-EXP-INDEX-HASH
                    MOVE BOT-NUM-HI-SUM TO TRL-EXP-NUM-HI-SUM
                    MOVE BOT-NUM-LO-SUM TO TRL-EXP-NUM-LO-SUM
                ELSE
                    MOVE "Y" TO TRL-ORDER-SW
                END-IF
            ELSE
                IF BOR-INDEX IS NUMERIC
                    IF TRL-SEEN
                        MOVE "Y" TO TRL-ORDER-SW
                    END-IF
                    ADD 1 TO TRL-TERM-COUNT
                    ADD BOR-INDEX TO TRL-INDEX-HASH
                    ADD BOR-NUM-HI TO TRL-NUM-HI-SUM
                    ADD BOR-NUM-LO TO TRL-NUM-LO-SUM
                END-IF
            END-IF.

       *>
       *>    1180-CHECK-BERNOUT-TRAILER - BERNOUT IS TRUSTED ONLY
       *>    WHEN ITS CONTROL TRAILER IS PRESENT AND AGREES WITH THE
       *>    TALLY OF THE TERM RECORDS ACTUALLY READ. EITHER FAILURE
       *>    STOPS THE STEP WITH RC=12, WHICH NOTHING ELSE IN THE
       *>    STEP USES, SO BERNCHN CAN TELL IT FROM AN ORDINARY
       *>    FAILURE.
       *>
        1180-CHECK-BERNOUT-TRAILER.
            IF NOT TRL-SEEN
                DISPLAY "BERNSTG: BERNOUT HAS NO CONTROL TRAILER - "
                    "DATASET IS INCOMPLETE"
                MOVE "Y" TO TRL-FAIL-SW
            ELSE
                IF TRL-OUT-OF-ORDER
                        OR TRL-TERM-COUNT NOT = TRL-EXP-TERM-COUNT
                        OR TRL-INDEX-HASH NOT = TRL-EXP-INDEX-HASH
                        OR TRL-NUM-HI-SUM NOT = TRL-EXP-NUM-HI-SUM
                        OR TRL-NUM-LO-SUM NOT = TRL-EXP-NUM-LO-SUM
                    DISPLAY "BERNSTG: BERNOUT CONTROL TRAILER OUT OF "
                        "BALANCE"
                    DISPLAY "BERNSTG: TRAILER TERMS "
                        TRL-EXP-TERM-COUNT " HASH " TRL-EXP-INDEX-HASH
                    DISPLAY "BERNSTG: READ    TERMS "
                        TRL-TERM-COUNT " HASH " TRL-INDEX-HASH
                    MOVE "Y" TO TRL-FAIL-SW
                END-IF
            END-IF
            IF TRL-FAILED
                DISPLAY "BERNSTG: JOB TERMINATED - BERNOUT NOT "
                    "TRUSTED"
                MOVE 12 TO RETURN-CODE
                CLOSE BERN-OUT-FILE
                CLOSE STG-CARD-FILE
                CLOSE STG-ANS-FILE
                CLOSE RPT-FILE
                STOP RUN
            END-IF.

       *>
       *>    1200-LOAD-MASTER - CERT SOURCE: THE MASTER IN KEY ORDER.
       *>    ONLY A CERTIFIED TERM IS LOADED; A PROVISIONAL ONE IS
       *>    MARKED U SO A CARD THAT NEEDS IT CAN SAY WHY IT WAS
       *>    REJECTED.
       *>
        1200-LOAD-MASTER.
            PERFORM 1250-READ-MASTER
            PERFORM 1260-LOAD-MASTER-TERM UNTIL MST-EOF
            IF STG-UNCERT-COUNT > 0
                DISPLAY "BERNSTG: " STG-UNCERT-COUNT " MASTER TERM(S) "
                    "NOT YET CERTIFIED - NOT LOADED"
            END-IF.

        1250-READ-MASTER.
            READ MST-FILE NEXT
                AT END
                    MOVE "Y" TO MST-EOF-SW
            END-READ.

        1260-LOAD-MASTER-TERM.
            IF BMR-INDEX >= 1 AND BMR-INDEX <= 56
                IF BMR-CERTIFIED
                    MOVE BMR-NUM-SIGN TO EB-NUM-SIGN(BMR-INDEX)
                    MOVE ZEROS TO EB-NUM-MAG(BMR-INDEX)
                    MOVE BMR-NUM-HI TO EB-NUM-W(BMR-INDEX, 2)
                    MOVE BMR-NUM-LO TO EB-NUM-W(BMR-INDEX, 1)
                    MOVE ZEROS TO EB-DEN-MAG(BMR-INDEX)
                    MOVE BMR-DEN-HI TO EB-DEN-W(BMR-INDEX, 2)
                    MOVE BMR-DEN-LO TO EB-DEN-W(BMR-INDEX, 1)
                    MOVE "Y" TO EB-LOADED-SW(BMR-INDEX)
                ELSE
                    MOVE "U" TO EB-LOADED-SW(BMR-INDEX)
                    ADD 1 TO STG-UNCERT-COUNT
                END-IF
                IF BMR-INDEX > EB-TERMS
                    MOVE BMR-INDEX TO EB-TERMS
                END-IF
            END-IF
            PERFORM 1250-READ-MASTER.

        1900-CLOSE-SOURCE.
            IF STG-SRC-MASTER
                CLOSE MST-FILE
            ELSE
                CLOSE BERN-OUT-FILE
            END-IF.

        2000-READ-CARD.
            READ STG-CARD-FILE
                AT END
                    MOVE "Y" TO STG-CARD-EOF-SW
            END-READ.

       *>
       *>    3000-PROCESS-CARD - VALIDATE AND EVALUATE ONE REQUEST
       *>    CARD. A BAD CARD, OR ONE THE SERIES CANNOT ANSWER TO
       *>    THE PLACES ASKED, IS REJECTED WITH A REPORT LINE AND A
       *>    CONSOLE MESSAGE WHILE THE REST OF THE DECK STILL RUNS.
       *>
        3000-PROCESS-CARD.
            ADD 1 TO STG-CARDS-READ
            MOVE "N" TO STG-REJECT-SW
            MOVE "N" TO MP-OVERFLOW-SW
            MOVE SPACES TO STG-REJECT-TEXT
            PERFORM 3100-VALIDATE-CARD
            IF NOT STG-REJECTED
                PERFORM 3300-COMPUTE-ALL-TERMS
                IF MP-OVERFLOW
                    MOVE "ARGUMENT TOO SMALL FOR K TERMS" TO
                        STG-REJECT-TEXT
                    MOVE "Y" TO STG-REJECT-SW
                    DISPLAY "BERNSTG: A TERM OUTGREW THE 72-DIGIT "
                        "FIELDS - THE SERIES HAS ALREADY DIVERGED"
                ELSE
                    PERFORM 3600-CHECK-ACCURACY
                END-IF
            END-IF
            PERFORM 5150-WRITE-CARD-LINE
            IF STG-REJECTED
                ADD 1 TO STG-CARDS-REJECTED
                DISPLAY "BERNSTG: CARD " STG-CARDS-READ
                    " REJECTED - " STG-REJECT-TEXT
                MOVE STG-REJECT-TEXT TO RPTR-REASON
                MOVE RPT-REJECT-LINE TO RPT-LINE
                PERFORM 5700-WRITE-RPT-LINE
            ELSE
                PERFORM 3700-COMPUTE-LEADING-PART
                PERFORM 3800-WRITE-RESULTS
            END-IF
            PERFORM 2000-READ-CARD.

       *>
       *>    3100-VALIDATE-CARD - A BLANK PLACES FIELD TAKES THE
       *>    DEFAULT OF 10; AN F CARD'S N MUST BE WHOLE, SINCE LN N!
       *>    IS ONLY DEFINED THERE.
       *>
        3100-VALIDATE-CARD.
            IF STC-ARG IS NOT NUMERIC OR STC-K IS NOT NUMERIC
                MOVE SPACE TO STG-FUNC
                MOVE 0 TO STG-ARG
                MOVE 0 TO STG-K
                MOVE 0 TO STG-PLACES
                MOVE "CARD NOT NUMERIC IN COLS 2-17" TO
                    STG-REJECT-TEXT
                MOVE "Y" TO STG-REJECT-SW
            ELSE
                MOVE STC-FUNC TO STG-FUNC
                MOVE STC-ARG TO STG-ARG
                MOVE STC-K TO STG-K
                EVALUATE TRUE
                    WHEN STC-PLACES-X = SPACES
                        MOVE 10 TO STG-PLACES
                    WHEN STC-PLACES IS NUMERIC
                        MOVE STC-PLACES TO STG-PLACES
                    WHEN OTHER
                        MOVE 0 TO STG-PLACES
                END-EVALUATE
                EVALUATE TRUE
                    WHEN NOT STG-FUNC-GAMMA AND NOT STG-FUNC-FACT
                        MOVE "FUNCTION MUST BE G OR F" TO
                            STG-REJECT-TEXT
                        MOVE "Y" TO STG-REJECT-SW
                    WHEN STG-FUNC-GAMMA AND STG-ARG = 0
                        MOVE "X MUST BE GREATER THAN ZERO" TO
                            STG-REJECT-TEXT
                        MOVE "Y" TO STG-REJECT-SW
                    WHEN STG-FUNC-FACT AND STG-ARG-DEC NOT = 0
                        MOVE "N MUST BE A WHOLE NUMBER" TO
                            STG-REJECT-TEXT
                        MOVE "Y" TO STG-REJECT-SW
                    WHEN STG-K < 1 OR STG-K > STG-K-MAX
                        MOVE "K MUST BE 1 THRU 26" TO
                            STG-REJECT-TEXT
                        MOVE "Y" TO STG-REJECT-SW
                    WHEN STG-PLACES < 1 OR STG-PLACES > 18
                        MOVE "PLACES MUST BE 01 THRU 18 OR BLANK"
                            TO STG-REJECT-TEXT
                        MOVE "Y" TO STG-REJECT-SW
                END-EVALUATE
                IF NOT STG-REJECTED
                    IF STG-FUNC-FACT
                        COMPUTE STG-X = STG-ARG + 1
                    ELSE
                        MOVE STG-ARG TO STG-X
                    END-IF
                    PERFORM 3200-CHECK-TERMS-PRESENT
                END-IF
            END-IF.

       *>
       *>    3200-CHECK-TERMS-PRESENT - TERMS 1 THRU K+1 CONSUME
       *>    B(2) THRU B(2K+2), TABLE INDICES 3, 5, ... 2K+3.
       *>
        3200-CHECK-TERMS-PRESENT.
            PERFORM 3250-CHECK-ONE-TERM
                VARYING STG-TK FROM 1 BY 1
                UNTIL STG-TK > STG-K + 1 OR STG-REJECTED.

        3250-CHECK-ONE-TERM.
            COMPUTE STG-IDX = 2 * STG-TK + 1
            EVALUATE TRUE
                WHEN EB-LOADED(STG-IDX)
                    CONTINUE
                WHEN EB-UNCERT(STG-IDX)
                    MOVE "A NEEDED B TERM IS NOT YET CERTIFIED" TO
                        STG-REJECT-TEXT
                    MOVE "Y" TO STG-REJECT-SW
                    DISPLAY "BERNSTG: TERM AT INDEX " STG-IDX
                        " IS NOT CERTIFIED - SIGN IT OFF WITH BERNCRT"
                WHEN STG-SRC-MASTER
                    MOVE "BERNMST LACKS A NEEDED B TERM" TO
                        STG-REJECT-TEXT
                    MOVE "Y" TO STG-REJECT-SW
                    DISPLAY "BERNSTG: BERNMST HAS NO TERM AT INDEX "
                        STG-IDX " - MERGE A RUN THAT COMPUTED IT"
                WHEN OTHER
                    MOVE "BERNOUT LACKS A NEEDED B TERM" TO
                        STG-REJECT-TEXT
                    MOVE "Y" TO STG-REJECT-SW
                    DISPLAY "BERNSTG: BERNOUT HAS NO TERM AT INDEX "
                        STG-IDX " - RERUN BERNOULLI WITH THE FULL "
                        "RANGE"
            END-EVALUATE.

        3300-COMPUTE-ALL-TERMS.
            PERFORM 3400-COMPUTE-ONE-TERM
                VARYING STG-TK FROM 1 BY 1
                UNTIL STG-TK > STG-K + 1 OR MP-OVERFLOW.

        3400-COMPUTE-ONE-TERM.
            COMPUTE STG-2K = 2 * STG-TK
            COMPUTE STG-IDX = STG-2K + 1
            COMPUTE STG-M = STG-2K * (STG-2K - 1)
            PERFORM 3410-BUILD-COEFFICIENT
            PERFORM 3450-SCALE-TERM.

       *>
       *>    3410-BUILD-COEFFICIENT - B(2K)/(2K(2K-1)) IN LOWEST
       *>    TERMS. B(2K) ARRIVES REDUCED, SO THE ONLY FACTOR THE
       *>    NEW DENOMINATOR FACTOR M = 2K(2K-1) CAN SHARE WITH THE
       *>    NUMERATOR IS GCD(NUMERATOR MOD M, M) - A SMALL EUCLID
       *>    ON THE REMAINDER OF ONE MULTI-WORD DIVIDE.
       *>
        3410-BUILD-COEFFICIENT.
            MOVE EB-NUM-SIGN(STG-IDX) TO STG-TERM-SIGN(STG-TK)
            MOVE EB-NUM-MAG(STG-IDX) TO MP-DVD-MAG
            MOVE ZEROS TO MP-DVS-MAG
            MOVE STG-M TO MP-DVS-W(1)
            PERFORM MP-DIV
            MOVE STG-M TO STG-GCD-A
            MOVE MP-REM-W(1) TO STG-GCD-B
            PERFORM 3420-GCD-STEP UNTIL STG-GCD-B = 0
            MOVE STG-GCD-A TO STG-G
            IF STG-G > 1
                MOVE EB-NUM-MAG(STG-IDX) TO MP-DVD-MAG
                MOVE ZEROS TO MP-DVS-MAG
                MOVE STG-G TO MP-DVS-W(1)
                PERFORM MP-DIV
                MOVE MP-QUO-MAG TO STG-COEF-NUM-MAG(STG-TK)
            ELSE
                MOVE EB-NUM-MAG(STG-IDX) TO STG-COEF-NUM-MAG(STG-TK)
            END-IF
            DIVIDE STG-M BY STG-G GIVING STG-M-LEFT
            MOVE EB-DEN-MAG(STG-IDX) TO MP-A-MAG
            MOVE STG-M-LEFT TO MP-SMALL
            PERFORM MP-MUL-SMALL
            MOVE MP-R-MAG TO STG-COEF-DEN-MAG(STG-TK).

        3420-GCD-STEP.
            DIVIDE STG-GCD-A BY STG-GCD-B
                GIVING STG-GCD-Q REMAINDER STG-GCD-R
            MOVE STG-GCD-B TO STG-GCD-A
            MOVE STG-GCD-R TO STG-GCD-B.

       *>
       *>    3450-SCALE-TERM - THE COEFFICIENT LONG-DIVIDED TO 36
       *>    PLACES (NUMERATOR TIMES 10**36 OVER DENOMINATOR), THEN
       *>    DIVIDED BY X 2K-1 TIMES. X IS STG-X-SCALED MILLIONTHS,
       *>    SO EACH DIVISION IS A MULTIPLY BY 10**6 AND A DIVIDE BY
       *>    THE SCALED ARGUMENT, TRUNCATING BY LESS THAN ONE UNIT
       *>    IN THE 36TH PLACE EACH TIME.
       *>
        3450-SCALE-TERM.
            MOVE STG-COEF-NUM-MAG(STG-TK) TO STG-T-MAG
            PERFORM 3460-SCALE-UP-E12 3 TIMES
            MOVE STG-T-MAG TO MP-DVD-MAG
            MOVE STG-COEF-DEN-MAG(STG-TK) TO MP-DVS-MAG
            PERFORM MP-DIV
            MOVE MP-QUO-MAG TO STG-T-MAG
            COMPUTE STG-DIV-COUNT = STG-2K - 1
            PERFORM 3470-DIVIDE-BY-X STG-DIV-COUNT TIMES
            MOVE STG-T-MAG TO STG-TERM-MAG(STG-TK).

        3460-SCALE-UP-E12.
            MOVE STG-T-MAG TO MP-A-MAG
            MOVE 1000000000000 TO MP-SMALL
            PERFORM MP-MUL-SMALL
            MOVE MP-R-MAG TO STG-T-MAG.

        3470-DIVIDE-BY-X.
            MOVE STG-T-MAG TO MP-A-MAG
            MOVE 1000000 TO MP-SMALL
            PERFORM MP-MUL-SMALL
            MOVE MP-R-MAG TO MP-DVD-MAG
            MOVE ZEROS TO MP-DVS-MAG
            MOVE STG-X-SCALED TO MP-DVS-W(1)
            PERFORM MP-DIV
            MOVE MP-QUO-MAG TO STG-T-MAG.

       *>
       *>    3600-CHECK-ACCURACY - THE STIRLING SERIES IS ASYMPTOTIC:
       *>    ITS TERMS SHRINK ONLY UNTIL K IS NEAR PI TIMES X, THEN
       *>    GROW WITHOUT LIMIT, AND THE ERROR OF A TRUNCATED SUM IS
       *>    BOUNDED BY THE FIRST OMITTED TERM ONLY WHILE THEY ARE
       *>    STILL SHRINKING. SO A CARD IS ANSWERED ONLY WHEN TERMS
       *>    1 THRU K+1 SHRINK THROUGHOUT AND TERM K+1 IS BELOW ONE
       *>    UNIT IN THE LAST PLACE ASKED FOR; OTHERWISE THE
       *>    ARGUMENT IS TOO SMALL AND NO FIGURE IS GIVEN.
       *>
        3600-CHECK-ACCURACY.
            PERFORM 3610-CHECK-SHRINKING
                VARYING STG-TK FROM 1 BY 1
                UNTIL STG-TK > STG-K OR STG-REJECTED
            IF NOT STG-REJECTED
                MOVE ZEROS TO STG-LIMIT-MAG
                COMPUTE STG-LIMIT-W(2) = 10 ** (18 - STG-PLACES)
                MOVE STG-TERM-MAG(STG-K + 1) TO MP-A-MAG
                MOVE STG-LIMIT-MAG TO MP-B-MAG
                PERFORM MP-CMP
                IF MP-CMP-RESULT NOT = "<"
                    MOVE "ARGUMENT TOO SMALL FOR THE PLACES ASKED"
                        TO STG-REJECT-TEXT
                    MOVE "Y" TO STG-REJECT-SW
                    DISPLAY "BERNSTG: FIRST OMITTED TERM IS NOT "
                        "BELOW 10**-" STG-PLACES " - RAISE X OR ASK "
                        "FEWER PLACES"
                END-IF
            END-IF
            IF NOT STG-REJECTED
                PERFORM 3620-CHECK-DISPLAY
                    VARYING STG-TK FROM 1 BY 1
                    UNTIL STG-TK > STG-K OR STG-REJECTED
            END-IF.

        3610-CHECK-SHRINKING.
            MOVE STG-TERM-MAG(STG-TK + 1) TO MP-A-MAG
            MOVE STG-TERM-MAG(STG-TK) TO MP-B-MAG
            PERFORM MP-CMP
            IF MP-CMP-RESULT = ">"
                MOVE "ARGUMENT TOO SMALL FOR K TERMS" TO
                    STG-REJECT-TEXT
                MOVE "Y" TO STG-REJECT-SW
                DISPLAY "BERNSTG: TERMS STOP SHRINKING AFTER TERM "
                    STG-TK " - RAISE X OR ASK FEWER TERMS"
            END-IF.

       *>
       *>    3620-CHECK-DISPLAY - EVERY PRINTED TERM AND COEFFICIENT
       *>    MUST FIT ITS REPORT FIELDS.
       *>
        3620-CHECK-DISPLAY.
            IF STG-TERM-W(STG-TK, 4) NOT = 0
                    OR STG-TERM-W(STG-TK, 3) > 999999
                    OR STG-COEF-NUM-W(STG-TK, 3) NOT = 0
                    OR STG-COEF-NUM-W(STG-TK, 4) NOT = 0
                    OR STG-COEF-DEN-W(STG-TK, 2) NOT = 0
                    OR STG-COEF-DEN-W(STG-TK, 3) NOT = 0
                    OR STG-COEF-DEN-W(STG-TK, 4) NOT = 0
                MOVE "CORRECTION EXCEEDS THE DISPLAY FIELDS" TO
                    STG-REJECT-TEXT
                MOVE "Y" TO STG-REJECT-SW
            END-IF.

       *>
       *>    3700-COMPUTE-LEADING-PART - (X-1/2)LN X - X +
       *>    LN(2 PI)/2. THE ARGUMENT IS HALVED (OR DOUBLED) INTO
       *>    [1,2) FIRST SO THE ATANH SERIES ALWAYS CONVERGES FAST.
       *>
        3700-COMPUTE-LEADING-PART.
            MOVE STG-X TO STG-LN-M
            MOVE 0 TO STG-LN-J
            PERFORM 3710-HALVE-M UNTIL STG-LN-M < 2
            PERFORM 3720-DOUBLE-M UNTIL STG-LN-M NOT < 1
            COMPUTE STG-LN-S ROUNDED =
                (STG-LN-M - 1) / (STG-LN-M + 1)
            COMPUTE STG-LN-S2 ROUNDED = STG-LN-S * STG-LN-S
            MOVE STG-LN-S TO STG-LN-P
            MOVE 0 TO STG-LN-SUM
            MOVE 1 TO STG-LN-N
            PERFORM 3730-ADD-ATANH-TERM UNTIL STG-LN-P = 0
            COMPUTE STG-LN-X ROUNDED =
                2 * STG-LN-SUM + STG-LN-J * STG-LN2
            PERFORM 3740-MULTIPLY-HALF-OFF
            SUBTRACT STG-X FROM STG-LEAD
            ADD STG-HALF-LN-2PI TO STG-LEAD ROUNDED.

        3710-HALVE-M.
            COMPUTE STG-LN-M ROUNDED = STG-LN-M / 2
            ADD 1 TO STG-LN-J.

        3720-DOUBLE-M.
            COMPUTE STG-LN-M = STG-LN-M * 2
            SUBTRACT 1 FROM STG-LN-J.

        3730-ADD-ATANH-TERM.
            COMPUTE STG-LN-Q ROUNDED = STG-LN-P / STG-LN-N
            ADD STG-LN-Q TO STG-LN-SUM
            COMPUTE STG-LN-P ROUNDED = STG-LN-P * STG-LN-S2
            ADD 2 TO STG-LN-N.

       *>
       *>    3740-MULTIPLY-HALF-OFF - (X-1/2) TIMES LN X INTO
       *>    STG-LEAD WITHOUT LOSING THE LOW PLACES OF THE LOGARITHM:
       *>    THE MAGNITUDES ARE MULTIPLIED IN TWO HALVES - LN X TO 15
       *>    PLACES, THEN ITS NEXT 18 PLACES AS A WHOLE NUMBER
       *>    SCALED BACK BY 10**-33 - SO NEITHER PRODUCT OUTRUNS THE
       *>    DIGITS AN INTERMEDIATE RESULT CAN CARRY, AND THE SIGN
       *>    IS PUT BACK AFTERWARDS.
       *>
        3740-MULTIPLY-HALF-OFF.
            COMPUTE STG-HALF-OFF = STG-X - 0.5
            IF STG-HALF-OFF < 0
                COMPUTE STG-HALF-OFF-ABS = 0 - STG-HALF-OFF
            ELSE
                MOVE STG-HALF-OFF TO STG-HALF-OFF-ABS
            END-IF
            IF STG-LN-X < 0
                COMPUTE STG-LN-ABS = 0 - STG-LN-X
            ELSE
                MOVE STG-LN-X TO STG-LN-ABS
            END-IF
            MOVE STG-LN-HI-DIG TO STG-LN-HI-ALIGN
            COMPUTE STG-PROD ROUNDED = STG-HALF-OFF-ABS * STG-LN-HI
            COMPUTE STG-PROD-LO = STG-HALF-OFF-ABS * STG-LN-LO-DIG
            MOVE STG-PROD-LO TO STG-PROD-LO-WORD
            ADD STG-PROD-LO-FRAC TO STG-PROD ROUNDED
            IF (STG-HALF-OFF < 0 AND STG-LN-X NOT < 0)
                    OR (STG-HALF-OFF NOT < 0 AND STG-LN-X < 0)
                COMPUTE STG-LEAD = 0 - STG-PROD
            ELSE
                MOVE STG-PROD TO STG-LEAD
            END-IF.

       *>
       *>    3800-WRITE-RESULTS - THE COEFFICIENT AND TERM LINES,
       *>    THE LEADING PART, THE ANSWER AND ITS BOUND ON THE
       *>    REPORT, AND ONE ANSWER RECORD PER CARD.
       *>
        3800-WRITE-RESULTS.
            ADD 1 TO STG-CARDS-ANSWERED
            MOVE 0 TO STG-SERIES
            PERFORM 3850-WRITE-ONE-TERM
                VARYING STG-TK FROM 1 BY 1 UNTIL STG-TK > STG-K
            COMPUTE STG-VALUE ROUNDED = STG-LEAD + STG-SERIES
            MOVE STG-TERM-W(STG-K + 1, 3) TO STG-BND-INT
            MOVE STG-TERM-W(STG-K + 1, 2) TO STG-BND-DEC
            MOVE SPACES TO STG-ANS-RECORD
            MOVE STG-FUNC TO SGA-FUNC
            MOVE STG-ARG TO SGA-ARG
            MOVE STG-K TO SGA-K
            MOVE STG-VALUE TO SGA-VALUE
            MOVE STG-BND-VAL TO SGA-BOUND
            WRITE STG-ANS-RECORD
            MOVE "(X-1/2)LN X - X + LN(2PI)/2 =" TO RPTV-LABEL
            COMPUTE STG-PRINT-VALUE ROUNDED = STG-LEAD
            PERFORM 5300-WRITE-VALUE-LINE
            MOVE "SUM OF CORRECTION TERMS     =" TO RPTV-LABEL
            COMPUTE STG-PRINT-VALUE ROUNDED = STG-SERIES
            PERFORM 5300-WRITE-VALUE-LINE
            IF STG-FUNC-FACT
                MOVE "LN N!                       =" TO RPTV-LABEL
            ELSE
                MOVE "LN GAMMA(X)                 =" TO RPTV-LABEL
            END-IF
            MOVE STG-VALUE TO STG-PRINT-VALUE
            PERFORM 5300-WRITE-VALUE-LINE
            MOVE "REMAINDER BOUND             =" TO RPTV-LABEL
            MOVE SPACE TO RPTV-SIGN
            MOVE STG-BND-INT TO RPTV-INT
            MOVE STG-BND-DEC TO RPTV-DEC
            MOVE RPT-VALUE-LINE TO RPT-LINE
            PERFORM 5700-WRITE-RPT-LINE.

        3850-WRITE-ONE-TERM.
            MOVE STG-TK TO RPTX-K
            MOVE STG-TERM-SIGN(STG-TK) TO RPTX-SIGN
            IF STG-COEF-NUM-W(STG-TK, 2) = 0
                MOVE 0 TO STG-NUM-EDIT-HI
                MOVE STG-COEF-NUM-W(STG-TK, 1) TO STG-NUM-EDIT-LO
            ELSE
                MOVE STG-COEF-NUM-W(STG-TK, 2) TO STG-NUM-EDIT-HI
                MOVE STG-COEF-NUM-W(STG-TK, 1)
                    TO STG-NUM-EDIT-LO-FULL
            END-IF
            MOVE 0 TO STG-NUM-LEAD
            INSPECT STG-NUM-EDIT TALLYING STG-NUM-LEAD
                FOR LEADING SPACES
            MOVE STG-COEF-DEN-W(STG-TK, 1) TO STG-DEN-EDIT
            MOVE 0 TO STG-DEN-LEAD
            INSPECT STG-DEN-EDIT TALLYING STG-DEN-LEAD
                FOR LEADING SPACES
            MOVE SPACES TO RPTX-FRACTION
            STRING STG-NUM-EDIT(STG-NUM-LEAD + 1:) "/"
                STG-DEN-EDIT(STG-DEN-LEAD + 1:)
                DELIMITED BY SIZE INTO RPTX-FRACTION
            MOVE RPT-COEF-LINE TO RPT-LINE
            PERFORM 5700-WRITE-RPT-LINE
            MOVE STG-TERM-SIGN(STG-TK) TO RPTT-SIGN
            MOVE STG-TERM-W(STG-TK, 3) TO RPTT-INT
            MOVE STG-TERM-W(STG-TK, 2) TO RPTT-DEC
            IF STG-TERM-W(STG-TK + 1, 4) NOT = 0
                    OR STG-TERM-W(STG-TK + 1, 3) > 99
                MOVE ALL "*" TO RPTT-BOUND-X
            ELSE
                MOVE STG-TERM-W(STG-TK + 1, 3) TO STG-BND-INT
                MOVE STG-TERM-W(STG-TK + 1, 2) TO STG-BND-DEC
                MOVE STG-BND-VAL TO RPTT-BOUND
            END-IF
            MOVE RPT-TERM-LINE TO RPT-LINE
            PERFORM 5700-WRITE-RPT-LINE
            MOVE STG-TERM-W(STG-TK, 2) TO STG-FRAC-HI
            MOVE STG-TERM-W(STG-TK, 1) TO STG-FRAC-LO
            COMPUTE STG-TERM-VAL = STG-TERM-W(STG-TK, 3) + STG-FRAC
            IF STG-TERM-SIGN(STG-TK) = "-"
                SUBTRACT STG-TERM-VAL FROM STG-SERIES
            ELSE
                ADD STG-TERM-VAL TO STG-SERIES
            END-IF.

        5050-WRITE-REPORT-HEADERS.
            ADD 1 TO RPT-PAGE-NO
            MOVE RPT-PAGE-NO TO RPTH1-PAGE-NO
            IF RPT-PAGE-NO > 1
                MOVE RPT-PAGE-BREAK-LINE TO RPT-LINE
                WRITE RPT-LINE
            END-IF
            MOVE RPT-HEADER-1 TO RPT-LINE
            WRITE RPT-LINE
            MOVE RPT-RUN-DATE(5:2) TO RPTH2-MONTH
            MOVE RPT-RUN-DATE(7:2) TO RPTH2-DAY
            MOVE RPT-RUN-DATE(1:4) TO RPTH2-YEAR
            MOVE EB-TERMS TO RPTH2-TERMS
            MOVE STG-SOURCE-NAME TO RPTH2-SOURCE
            MOVE RPT-HEADER-2 TO RPT-LINE
            WRITE RPT-LINE
            MOVE RPT-HEADER-3 TO RPT-LINE
            WRITE RPT-LINE
            MOVE 0 TO RPT-LINE-COUNT.

        5150-WRITE-CARD-LINE.
            MOVE STG-FUNC TO RPTC-FUNC
            IF STG-FUNC-FACT
                MOVE "N=" TO RPTC-ARG-NAME
            ELSE
                MOVE "X=" TO RPTC-ARG-NAME
            END-IF
            MOVE STG-ARG TO RPTC-ARG
            MOVE STG-K TO RPTC-K
            MOVE STG-PLACES TO RPTC-PLACES
            MOVE RPT-CARD-LINE TO RPT-LINE
            PERFORM 5700-WRITE-RPT-LINE.

        5300-WRITE-VALUE-LINE.
            IF STG-PRINT-VALUE < 0
                MOVE "-" TO RPTV-SIGN
                COMPUTE STG-ABS-VALUE = 0 - STG-PRINT-VALUE
            ELSE
                MOVE "+" TO RPTV-SIGN
                MOVE STG-PRINT-VALUE TO STG-ABS-VALUE
            END-IF
            MOVE STG-ABS-INT TO RPTV-INT
            MOVE STG-ABS-DEC TO RPTV-DEC
            MOVE RPT-VALUE-LINE TO RPT-LINE
            PERFORM 5700-WRITE-RPT-LINE.

       *>
       *>    5700-WRITE-RPT-LINE - COMMON DETAIL WRITE. THE PENDING
       *>    LINE IS PARKED FIRST BECAUSE A PAGE BREAK RUNS THE
       *>    HEADER BLOCK THROUGH THE SAME RPT-LINE RECORD.
       *>
        5700-WRITE-RPT-LINE.
            MOVE RPT-LINE TO RPT-HOLD-LINE
            IF RPT-LINE-COUNT = 0
                    OR RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
                PERFORM 5050-WRITE-REPORT-HEADERS
            END-IF
            MOVE RPT-HOLD-LINE TO RPT-LINE
            WRITE RPT-LINE
            ADD 1 TO RPT-LINE-COUNT.

       *>
       *>    MULTI-WORD ARITHMETIC SUBSET - SAME SCHEME AS THE MAIN
       *>    PROGRAM'S MP- PACKAGE: FOUR-WORD (72-DIGIT) UNSIGNED
       *>    MAGNITUDES IN BASE 10**18, WORD 1 LEAST SIGNIFICANT.
       *>
        MP-SUB.
            MOVE 0 TO MP-BORROW
            PERFORM MP-SUB-WORD
                VARYING MP-I FROM 1 BY 1 UNTIL MP-I > 4
            IF MP-BORROW > 0
                MOVE "Y" TO MP-OVERFLOW-SW
            END-IF.

        MP-SUB-WORD.
            IF MP-A-W(MP-I) >= MP-B-W(MP-I) + MP-BORROW
                COMPUTE MP-R-W(MP-I) =
                    MP-A-W(MP-I) - MP-B-W(MP-I) - MP-BORROW
                MOVE 0 TO MP-BORROW
            ELSE
                COMPUTE MP-R-W(MP-I) = MP-A-W(MP-I) + MP-E18
                    - MP-B-W(MP-I) - MP-BORROW
                MOVE 1 TO MP-BORROW
            END-IF.

        MP-CMP.
            MOVE "=" TO MP-CMP-RESULT
            PERFORM MP-CMP-WORD
                VARYING MP-I FROM 4 BY -1
                UNTIL MP-I < 1 OR MP-CMP-RESULT NOT = "=".

        MP-CMP-WORD.
            IF MP-A-W(MP-I) > MP-B-W(MP-I)
                MOVE ">" TO MP-CMP-RESULT
            ELSE
                IF MP-A-W(MP-I) < MP-B-W(MP-I)
                    MOVE "<" TO MP-CMP-RESULT
                END-IF
            END-IF.

        MP-MUL-SMALL.
            MOVE 0 TO MP-CARRY
            PERFORM MP-MUL-SMALL-WORD
                VARYING MP-I FROM 1 BY 1 UNTIL MP-I > 4
            IF MP-CARRY > 0
                MOVE "Y" TO MP-OVERFLOW-SW
            END-IF.

        MP-MUL-SMALL-WORD.
            COMPUTE MP-WORK-37 =
                MP-A-W(MP-I) * MP-SMALL + MP-CARRY
            DIVIDE MP-WORK-37 BY MP-E18
                GIVING MP-CARRY REMAINDER MP-LOW18
            MOVE MP-LOW18 TO MP-R-W(MP-I).

        MP-DIV.
            MOVE MP-DVD-MAG TO MP-REM-MAG
            MOVE ZEROS TO MP-QUO-MAG
            MOVE MP-DVS-MAG TO MP-A-MAG
            MOVE MP-REM-MAG TO MP-B-MAG
            PERFORM MP-CMP
            IF MP-CMP-RESULT NOT = ">"
                MOVE MP-DVS-MAG TO MP-SH-MAG
                MOVE 0 TO MP-SHIFT-COUNT
                MOVE "N" TO MP-DBL-STOP-SW
                PERFORM MP-DIV-TRY-DOUBLE UNTIL MP-DBL-STOPPED
                PERFORM MP-DIV-STEP
                    VARYING MP-DIV-I FROM 0 BY 1
                    UNTIL MP-DIV-I > MP-SHIFT-COUNT
            END-IF.

        MP-DIV-TRY-DOUBLE.
            MOVE MP-SH-MAG TO MP-A-MAG
            PERFORM MP-DBL-A
            IF MP-DBL-CARRY > 0
                MOVE "Y" TO MP-DBL-STOP-SW
            ELSE
                MOVE MP-R-MAG TO MP-A-MAG
                MOVE MP-REM-MAG TO MP-B-MAG
                PERFORM MP-CMP
                IF MP-CMP-RESULT = ">"
                    MOVE "Y" TO MP-DBL-STOP-SW
                ELSE
                    MOVE MP-A-MAG TO MP-SH-MAG
                    ADD 1 TO MP-SHIFT-COUNT
                END-IF
            END-IF.

        MP-DIV-STEP.
            MOVE MP-QUO-MAG TO MP-A-MAG
            PERFORM MP-DBL-A
            MOVE MP-R-MAG TO MP-QUO-MAG
            MOVE MP-SH-MAG TO MP-A-MAG
            MOVE MP-REM-MAG TO MP-B-MAG
            PERFORM MP-CMP
            IF MP-CMP-RESULT NOT = ">"
                MOVE MP-REM-MAG TO MP-A-MAG
                MOVE MP-SH-MAG TO MP-B-MAG
                PERFORM MP-SUB
                MOVE MP-R-MAG TO MP-REM-MAG
                ADD 1 TO MP-QUO-W(1)
            END-IF
            PERFORM MP-HLV-SH.

        MP-DBL-A.
            MOVE 0 TO MP-DBL-CARRY
            PERFORM MP-DBL-WORD
                VARYING MP-I FROM 1 BY 1 UNTIL MP-I > 4.

        MP-DBL-WORD.
            COMPUTE MP-WORK-20 = MP-A-W(MP-I) * 2 + MP-DBL-CARRY
            IF MP-WORK-20 >= MP-E18
                SUBTRACT MP-E18 FROM MP-WORK-20
                MOVE 1 TO MP-DBL-CARRY
            ELSE
                MOVE 0 TO MP-DBL-CARRY
            END-IF
            MOVE MP-WORK-20 TO MP-R-W(MP-I).

        MP-HLV-SH.
            MOVE 0 TO MP-HLV-CARRY
            PERFORM MP-HLV-WORD
                VARYING MP-I FROM 4 BY -1 UNTIL MP-I < 1.

        MP-HLV-WORD.
            COMPUTE MP-WORK-20 =
                MP-HLV-CARRY * MP-E18 + MP-SH-W(MP-I)
            DIVIDE MP-WORK-20 BY 2
                GIVING MP-LOW18 REMAINDER MP-HLV-CARRY
            MOVE MP-LOW18 TO MP-SH-W(MP-I).
