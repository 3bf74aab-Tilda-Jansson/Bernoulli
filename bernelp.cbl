        *> cobc -x -o bernelp bernelp.cbl
        *> ./bernelp "202610 0120 050"

        IDENTIFICATION DIVISION.
        PROGRAM-ID. BERNELP.
        AUTHOR. R-HOLLIS.
        INSTALLATION. ACTUARIAL-BATCH.
        DATE-WRITTEN. 2026-10-15.
        DATE-COMPILED.

       *>
       *>    MODIFICATION HISTORY
       *>    2026-10-15  RJH  INITIAL VERSION - READS THE ACCUMULATED
       *>                     CHNLOG CHAIN LOG (THE LOG-DETAIL-LINE
       *>                     LAYOUT BERNCHN APPENDS, WITH EACH
       *>                     SUBMITTED STEP'S START AND END TIMES)
       *>                     AND REPORTS, FOR ONE MONTH OF SCHEDULE
       *>                     NIGHTS: EACH STEP'S AVERAGE AND WORST
       *>                     ELAPSED TIME; EACH NIGHT'S TOTAL CHAIN
       *>                     TIME, FLAGGING ANY NIGHT OVER THE
       *>                     LIMIT; AND EVERY STEP RUN MORE THAN A
       *>                     SET PERCENTAGE OVER ITS TRAILING
       *>                     AVERAGE. THE PARM IS POSITIONAL:
       *>                       COLUMNS 1-6    REPORT MONTH, YYYYMM
       *>                                      (DEFAULT THIS MONTH)
       *>                       COLUMNS 8-11   NIGHT LIMIT, MINUTES
       *>                                      (DEFAULT 0120)
       *>                       COLUMNS 13-15  PERCENT OVER THE
       *>                                      TRAILING AVERAGE THAT
       *>                                      FLAGS A STEP (DEFAULT
       *>                                      050)
       *>                     ENDS RC=4 WHEN ANYTHING IS FLAGGED.
       *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LOG-FILE ASSIGN TO "CHNLOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOG-FILE-STATUS.

            SELECT RPT-FILE ASSIGN TO "ELPRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  LOG-FILE
            RECORD CONTAINS 130 CHARACTERS.
        01  CHN-LOG-RECORD          PIC X(130).

        FD  RPT-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY BERNRPT.

          WORKING-STORAGE SECTION.
          01 LOG-FILE-STATUS PIC X(02) VALUE "00".
          01 RPT-FILE-STATUS PIC X(02) VALUE "00".
          01 LOG-EOF-SW PIC X(01) VALUE "N".
              88 LOG-EOF VALUE "Y".

       *>
       *>    PARSED COPY OF ONE CHNLOG LINE - SAME COLUMN LAYOUT AS
       *>    LOG-DETAIL-LINE IN BERNCHN. A LINE WRITTEN BEFORE THE
       *>    TIMES WERE ADDED, OR FOR A STEP THAT WAS NOT SUBMITTED,
       *>    HAS A BLANK START AND IS COUNTED AS UNTIMED; A LINE
       *>    WHOSE TIMES DO NOT PARSE IS COUNTED AS UNREADABLE.
       *>
          01 ELP-LOG-LINE.
              05 FILLER           PIC X(37).
              05 ELL-STEP         PIC X(02).
              05 FILLER           PIC X(01).
              05 ELL-PGM          PIC X(09).
              05 FILLER           PIC X(01).
              05 ELL-STATUS       PIC X(08).
              05 FILLER           PIC X(04).
              05 ELL-RC           PIC X(03).
              05 FILLER           PIC X(07).
              05 ELL-SCHED-DATE   PIC X(08).
              05 FILLER           PIC X(07).
              05 ELL-START-DATE   PIC X(08).
              05 ELL-START-TIME.
                  10 ELL-START-HH PIC 9(02).
                  10 ELL-START-MI PIC 9(02).
                  10 ELL-START-SS PIC 9(02).
              05 FILLER           PIC X(05).
              05 ELL-END-DATE     PIC X(08).
              05 ELL-END-TIME.
                  10 ELL-END-HH   PIC 9(02).
                  10 ELL-END-MI   PIC 9(02).
                  10 ELL-END-SS   PIC 9(02).
              05 FILLER           PIC X(10).

       *>
       *>    REPORT PERIOD AND LIMITS - FROM THE PARM, OR DEFAULTED.
       *>
          01 ELP-RUN-DATE PIC 9(8) VALUE 0.
          01 PARM-TEXT PIC X(20) VALUE SPACES.
          01 ELP-PERIOD.
              05 ELP-PERIOD-YEAR  PIC X(04).
              05 ELP-PERIOD-MONTH PIC X(02).
          01 ELP-NIGHT-LIMIT-MIN PIC 9(4) VALUE 120.
          01 ELP-NIGHT-LIMIT-SECS PIC 9(7) VALUE 0.
          01 ELP-OVER-PCT PIC 9(3) VALUE 50.

       *>
       *>    ELAPSED WORK - SECONDS OF THE DAY AT START AND END. A
       *>    STEP THAT ENDS ON A LATER DATE THAN IT STARTED RAN
       *>    ACROSS MIDNIGHT (NO STEP OF THIS CHAIN RUNS A DAY); AN
       *>    END BEFORE THE START IS A CLOCK CHANGE AND TIMES AS
       *>    ZERO.
       *>
          01 ELP-START-SECS PIC 9(6) VALUE 0.
          01 ELP-END-SECS PIC 9(6) VALUE 0.
          01 ELP-ELAPSED PIC 9(6) VALUE 0.
          01 ELP-TRAIL-SUM PIC 9(7) VALUE 0.
          01 ELP-TRAIL-AVG PIC 9(6) VALUE 0.
          01 ELP-TRAIL-LIMIT PIC 9(7) VALUE 0.
          01 ELP-PCT-OVER PIC 9(8) VALUE 0.
          01 ELP-TRAIL-SUB PIC 9(1) VALUE 0.

       *>
       *>    STEP TABLE - ONE ENTRY PER PROGRAM NAME SEEN ON THE LOG
       *>    (LINEAR SEARCH, THE DECK NEVER CARRIES MORE THAN TEN
       *>    STEPS). PERIOD FIGURES ARE KEPT FOR THE REPORT MONTH;
       *>    THE TRAILING RING HOLDS THE STEP'S LAST FIVE TIMED RUNS
       *>    WHEREVER THEY FALL, SO THE FIRST NIGHTS OF A MONTH ARE
       *>    JUDGED AGAINST THE END OF THE MONTH BEFORE. A RUN IS
       *>    ONLY JUDGED ONCE THE RING HOLDS THREE.
       *>
          01 ELP-STEP-MAX PIC 9(2) VALUE 30.
          01 ELP-STEP-COUNT PIC 9(2) VALUE 0.
          01 ELP-STEP-SUB PIC 9(2) VALUE 0.
          01 ELP-STEP-FOUND-SW PIC X(01) VALUE "N".
              88 ELP-STEP-FOUND VALUE "Y".
          01 ELP-TRAIL-MIN PIC 9(1) VALUE 3.
          01 ELP-STEP-TABLE.
              02 ELP-STEP-ENTRY OCCURS 30 TIMES.
                  03 ESE-PGM PIC X(9).
                  03 ESE-RUNS PIC 9(5).
                  03 ESE-TOTAL-SECS PIC 9(9).
                  03 ESE-WORST-SECS PIC 9(6).
                  03 ESE-WORST-NIGHT PIC 9(8).
                  03 ESE-TRAIL-COUNT PIC 9(1).
                  03 ESE-TRAIL-NEXT PIC 9(1).
                  03 ESE-TRAIL-SECS PIC 9(6) OCCURS 5 TIMES.

       *>
       *>    NIGHT TABLE - ONE ENTRY PER SCHEDULE NIGHT IN THE
       *>    PERIOD. A RESTART ADDS ITS STEPS TO THE NIGHT IT RAN
       *>    FOR, SO THE TOTAL IS THE TIME THE STEPS TOOK, NOT THE
       *>    GAP BEFORE THE RESUBMISSION.
       *>
          01 ELP-NIGHT-MAX PIC 9(2) VALUE 62.
          01 ELP-NIGHT-COUNT PIC 9(2) VALUE 0.
          01 ELP-NIGHT-SUB PIC 9(2) VALUE 0.
          01 ELP-NIGHT-FOUND-SW PIC X(01) VALUE "N".
              88 ELP-NIGHT-FOUND VALUE "Y".
          01 ELP-NIGHT-TABLE.
              02 ELP-NIGHT-ENTRY OCCURS 62 TIMES.
                  03 ENE-NIGHT PIC 9(8).
                  03 ENE-SECS PIC 9(7).
                  03 ENE-STEPS PIC 9(3).

          01 ELP-LINES-READ PIC 9(9) VALUE 0.
          01 ELP-TIMED-IN-PERIOD PIC 9(9) VALUE 0.
          01 ELP-LINES-OUTSIDE PIC 9(9) VALUE 0.
          01 ELP-UNTIMED-LINES PIC 9(9) VALUE 0.
          01 ELP-BAD-LINES PIC 9(9) VALUE 0.
          01 ELP-UNTRACKED PIC 9(9) VALUE 0.
          01 ELP-NIGHTS-OVER PIC 9(9) VALUE 0.
          01 ELP-STEPS-OVER PIC 9(9) VALUE 0.

          01 ELP-OVER-COUNT PIC 9(4) VALUE 0.
          01 ELP-OVER-MAX PIC 9(4) VALUE 100.
          01 ELP-OVER-SUB PIC 9(4) VALUE 0.
          01 ELP-OVER-DROPPED PIC 9(4) VALUE 0.
          01 ELP-OVER-TABLE.
              02 ELP-OVER-LINE PIC X(80) OCCURS 100 TIMES.

       *>
       *>    EDIT WORK - SECONDS AS HH:MM:SS, YYYYMMDD AS MM/DD/YYYY.
       *>
          01 ELP-EDIT-SECS PIC 9(7) VALUE 0.
          01 ELP-EDIT-REM PIC 9(4) VALUE 0.
          01 ELP-HMS.
              05 ELP-HMS-HH       PIC 9(02).
              05 FILLER           PIC X(01) VALUE ":".
              05 ELP-HMS-MI       PIC 9(02).
              05 FILLER           PIC X(01) VALUE ":".
              05 ELP-HMS-SS       PIC 9(02).
          01 ELP-EDIT-DATE PIC 9(8) VALUE 0.
          01 ELP-MDY.
              05 ELP-MDY-MONTH    PIC X(02).
              05 FILLER           PIC X(01) VALUE "/".
              05 ELP-MDY-DAY      PIC X(02).
              05 FILLER           PIC X(01) VALUE "/".
              05 ELP-MDY-YEAR     PIC X(04).

       *>
       *>    PAGE-HEADED REPORT CONTROL, SAME DISCIPLINE AS THE
       *>    BERNOULLI REPORTS.
       *>
          01 RPT-PAGE-NO PIC 9(4) VALUE 0.
          01 RPT-LINE-COUNT PIC 9(4) VALUE 0.
          01 RPT-LINES-PER-PAGE PIC 9(4) VALUE 20.
          01 RPT-PAGE-BREAK-LINE PIC X(80) VALUE ALL "-".
          01 RPT-HOLD-LINE PIC X(80) VALUE SPACES.

          01 RPT-HEADER-1.
              05 FILLER           PIC X(29)
                  VALUE "BERNCHN ELAPSED-TIME REPORT".
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
              05 FILLER           PIC X(08) VALUE "PERIOD: ".
              05 RPTH2-PER-MONTH  PIC X(02).
              05 FILLER           PIC X(01) VALUE "/".
              05 RPTH2-PER-YEAR   PIC X(04).
              05 FILLER           PIC X(38) VALUE SPACES.

          01 RPT-HEADER-3.
              05 FILLER           PIC X(80) VALUE SPACES.

          01 RPT-SECTION-LINE.
              05 FILLER           PIC X(02) VALUE SPACES.
              05 RPTS-TITLE       PIC X(40).
              05 FILLER           PIC X(38) VALUE SPACES.

          01 RPT-STEP-LINE.
              05 FILLER           PIC X(04) VALUE SPACES.
              05 RPTST-PGM        PIC X(09).
              05 FILLER           PIC X(07) VALUE "  RUNS ".
              05 RPTST-RUNS       PIC ZZZ9.
              05 FILLER           PIC X(10) VALUE "  AVERAGE ".
              05 RPTST-AVERAGE    PIC X(08).
              05 FILLER           PIC X(08) VALUE "  WORST ".
              05 RPTST-WORST      PIC X(08).
              05 FILLER           PIC X(04) VALUE " ON ".
              05 RPTST-WORST-NIGHT PIC X(10).
              05 FILLER           PIC X(08) VALUE SPACES.

          01 RPT-NIGHT-LINE.
              05 FILLER           PIC X(10) VALUE "    NIGHT ".
              05 RPTNT-NIGHT      PIC X(10).
              05 FILLER           PIC X(08) VALUE "  STEPS ".
              05 RPTNT-STEPS      PIC ZZ9.
              05 FILLER           PIC X(13) VALUE "  CHAIN TIME ".
              05 RPTNT-TIME       PIC X(08).
              05 RPTNT-FLAG       PIC X(15).
              05 FILLER           PIC X(13) VALUE SPACES.

          01 RPT-OVER-LINE.
              05 FILLER           PIC X(04) VALUE SPACES.
              05 RPTOV-NIGHT      PIC X(10).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 RPTOV-PGM        PIC X(09).
              05 FILLER           PIC X(07) VALUE "  TOOK ".
              05 RPTOV-TIME       PIC X(08).
              05 FILLER           PIC X(15) VALUE "  TRAILING AVG ".
              05 RPTOV-AVERAGE    PIC X(08).
              05 FILLER           PIC X(02) VALUE " +".
              05 RPTOV-PCT        PIC Z(7)9.
              05 FILLER           PIC X(01) VALUE "%".
              05 FILLER           PIC X(07) VALUE SPACES.

          01 RPT-TOTAL-LINE.
              05 FILLER           PIC X(04) VALUE SPACES.
              05 RPTT-LABEL       PIC X(28).
              05 RPTT-VALUE       PIC ZZZZZZZZ9.
              05 FILLER           PIC X(39) VALUE SPACES.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            ACCEPT ELP-RUN-DATE FROM DATE YYYYMMDD
            PERFORM 1000-SET-PARMS.
            PERFORM 1100-OPEN-FILES.
            PERFORM 2000-READ-LOG-LINE.
            PERFORM 3000-TALLY-LOG-LINE UNTIL LOG-EOF.
            PERFORM 5000-WRITE-ELAPSED-REPORT.
            CLOSE LOG-FILE
            CLOSE RPT-FILE
            DISPLAY "BERNELP: LINES READ      " ELP-LINES-READ
            DISPLAY "BERNELP: TIMED IN PERIOD " ELP-TIMED-IN-PERIOD
            DISPLAY "BERNELP: NIGHTS OVER     " ELP-NIGHTS-OVER
            DISPLAY "BERNELP: STEPS OVER AVG  " ELP-STEPS-OVER
            DISPLAY "BERNELP: UNREADABLE      " ELP-BAD-LINES
            IF ELP-NIGHTS-OVER > 0 OR ELP-STEPS-OVER > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       *>
       *>    1000-SET-PARMS - EACH PARM FIELD IS TAKEN WHEN IT IS
       *>    NUMERIC; A BLANK FIELD TAKES ITS DEFAULT, AND ANY OTHER
       *>    VALUE TAKES ITS DEFAULT WITH A NOTE THAT IT WAS IGNORED.
       *>
        1000-SET-PARMS.
            ACCEPT PARM-TEXT FROM COMMAND-LINE
            IF PARM-TEXT(1:6) IS NUMERIC
                MOVE PARM-TEXT(1:4) TO ELP-PERIOD-YEAR
                MOVE PARM-TEXT(5:2) TO ELP-PERIOD-MONTH
            ELSE
                IF PARM-TEXT(1:6) NOT = SPACES
                    DISPLAY "BERNELP: PERIOD '" PARM-TEXT(1:6)
                        "' IS NOT YYYYMM - CURRENT MONTH ASSUMED"
                END-IF
                MOVE ELP-RUN-DATE(1:4) TO ELP-PERIOD-YEAR
                MOVE ELP-RUN-DATE(5:2) TO ELP-PERIOD-MONTH
            END-IF
            EVALUATE TRUE
                WHEN PARM-TEXT(8:4) IS NUMERIC
                    MOVE PARM-TEXT(8:4) TO ELP-NIGHT-LIMIT-MIN
                WHEN PARM-TEXT(8:4) NOT = SPACES
                    DISPLAY "BERNELP: NIGHT LIMIT '" PARM-TEXT(8:4)
                        "' IS NOT MINUTES - " ELP-NIGHT-LIMIT-MIN
                        " ASSUMED"
            END-EVALUATE
            EVALUATE TRUE
                WHEN PARM-TEXT(13:3) IS NUMERIC
                    MOVE PARM-TEXT(13:3) TO ELP-OVER-PCT
                WHEN PARM-TEXT(13:3) NOT = SPACES
                    DISPLAY "BERNELP: PERCENT '" PARM-TEXT(13:3)
                        "' IS NOT NUMERIC - " ELP-OVER-PCT
                        " ASSUMED"
            END-EVALUATE
            COMPUTE ELP-NIGHT-LIMIT-SECS = ELP-NIGHT-LIMIT-MIN * 60.

        1100-OPEN-FILES.
            OPEN INPUT LOG-FILE
            IF LOG-FILE-STATUS NOT = "00"
                DISPLAY "BERNELP: UNABLE TO OPEN CHNLOG - FILE "
                    "STATUS " LOG-FILE-STATUS
                DISPLAY "BERNELP: JOB TERMINATED - NO CHAIN HISTORY"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT RPT-FILE
            IF RPT-FILE-STATUS NOT = "00"
                DISPLAY "BERNELP: UNABLE TO OPEN ELPRPT - FILE "
                    "STATUS " RPT-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                CLOSE LOG-FILE
                STOP RUN
            END-IF.

        2000-READ-LOG-LINE.
            READ LOG-FILE
                AT END
                    MOVE "Y" TO LOG-EOF-SW
            END-READ.

       *>
       *>    3000-TALLY-LOG-LINE - PARSE ONE LOG LINE. ONLY A LINE
       *>    WITH A START TIME WAS A SUBMITTED STEP; ITS DATES AND
       *>    TIMES MUST ALL BE NUMERIC BEFORE IT IS TIMED.
       *>
        3000-TALLY-LOG-LINE.
            ADD 1 TO ELP-LINES-READ
            MOVE CHN-LOG-RECORD TO ELP-LOG-LINE
            EVALUATE TRUE
                WHEN ELL-START-DATE = SPACES
                    ADD 1 TO ELP-UNTIMED-LINES
                WHEN ELL-SCHED-DATE IS NOT NUMERIC
                        OR ELL-START-DATE IS NOT NUMERIC
                        OR ELL-START-TIME IS NOT NUMERIC
                        OR ELL-END-DATE IS NOT NUMERIC
                        OR ELL-END-TIME IS NOT NUMERIC
                    ADD 1 TO ELP-BAD-LINES
                WHEN OTHER
                    PERFORM 3100-TIME-ONE-STEP
            END-EVALUATE
            PERFORM 2000-READ-LOG-LINE.

        3100-TIME-ONE-STEP.
            PERFORM 3200-COMPUTE-ELAPSED
            PERFORM 3300-FIND-STEP
            EVALUATE TRUE
                WHEN NOT ELP-STEP-FOUND
                    ADD 1 TO ELP-UNTRACKED
                WHEN ELL-SCHED-DATE(1:6) = ELP-PERIOD
                    ADD 1 TO ELP-TIMED-IN-PERIOD
                    PERFORM 3400-TALLY-PERIOD-STEP
                    PERFORM 3500-CHECK-TRAILING-AVERAGE
                    PERFORM 3700-TALLY-NIGHT
                    PERFORM 3600-PUSH-TRAILING-RUN
                WHEN OTHER
                    ADD 1 TO ELP-LINES-OUTSIDE
                    PERFORM 3600-PUSH-TRAILING-RUN
            END-EVALUATE.

        3200-COMPUTE-ELAPSED.
            COMPUTE ELP-START-SECS = ELL-START-HH * 3600
                + ELL-START-MI * 60 + ELL-START-SS
            COMPUTE ELP-END-SECS = ELL-END-HH * 3600
                + ELL-END-MI * 60 + ELL-END-SS
            IF ELL-END-DATE NOT = ELL-START-DATE
                ADD 86400 TO ELP-END-SECS
            END-IF
            IF ELP-END-SECS < ELP-START-SECS
                MOVE 0 TO ELP-ELAPSED
            ELSE
                SUBTRACT ELP-START-SECS FROM ELP-END-SECS
                    GIVING ELP-ELAPSED
            END-IF.

       *>
       *>    3300-FIND-STEP - LOCATE THE PROGRAM'S ENTRY, ADDING IT
       *>    ON FIRST SIGHT WHILE THE TABLE HAS ROOM.
       *>
        3300-FIND-STEP.
            MOVE "N" TO ELP-STEP-FOUND-SW
            PERFORM 3350-MATCH-STEP-ENTRY
                VARYING ELP-STEP-SUB FROM 1 BY 1
                UNTIL ELP-STEP-SUB > ELP-STEP-COUNT
                    OR ELP-STEP-FOUND
            IF ELP-STEP-FOUND
                SUBTRACT 1 FROM ELP-STEP-SUB
            ELSE
                IF ELP-STEP-COUNT < ELP-STEP-MAX
                    ADD 1 TO ELP-STEP-COUNT
                    MOVE ELP-STEP-COUNT TO ELP-STEP-SUB
                    MOVE ELL-PGM TO ESE-PGM(ELP-STEP-SUB)
                    MOVE 0 TO ESE-RUNS(ELP-STEP-SUB)
                    MOVE 0 TO ESE-TOTAL-SECS(ELP-STEP-SUB)
                    MOVE 0 TO ESE-WORST-SECS(ELP-STEP-SUB)
                    MOVE 0 TO ESE-WORST-NIGHT(ELP-STEP-SUB)
                    MOVE 0 TO ESE-TRAIL-COUNT(ELP-STEP-SUB)
                    MOVE 1 TO ESE-TRAIL-NEXT(ELP-STEP-SUB)
                    MOVE "Y" TO ELP-STEP-FOUND-SW
                END-IF
            END-IF.

        3350-MATCH-STEP-ENTRY.
            IF ESE-PGM(ELP-STEP-SUB) = ELL-PGM
                MOVE "Y" TO ELP-STEP-FOUND-SW
            END-IF.

        3400-TALLY-PERIOD-STEP.
            ADD 1 TO ESE-RUNS(ELP-STEP-SUB)
            ADD ELP-ELAPSED TO ESE-TOTAL-SECS(ELP-STEP-SUB)
            IF ESE-RUNS(ELP-STEP-SUB) = 1
                    OR ELP-ELAPSED > ESE-WORST-SECS(ELP-STEP-SUB)
                MOVE ELP-ELAPSED TO ESE-WORST-SECS(ELP-STEP-SUB)
                MOVE ELL-SCHED-DATE TO ESE-WORST-NIGHT(ELP-STEP-SUB)
            END-IF.

       *>
       *>    3500-CHECK-TRAILING-AVERAGE - JUDGE THIS RUN AGAINST
       *>    THE AVERAGE OF THE STEP'S TIMED RUNS BEFORE IT. A STEP
       *>    WHOSE TRAILING AVERAGE IS UNDER A SECOND IS NOT JUDGED.
       *>
        3500-CHECK-TRAILING-AVERAGE.
            IF ESE-TRAIL-COUNT(ELP-STEP-SUB) >= ELP-TRAIL-MIN
                MOVE 0 TO ELP-TRAIL-SUM
                PERFORM 3550-ADD-TRAILING-RUN
                    VARYING ELP-TRAIL-SUB FROM 1 BY 1
                    UNTIL ELP-TRAIL-SUB > ESE-TRAIL-COUNT(ELP-STEP-SUB)
                DIVIDE ELP-TRAIL-SUM BY ESE-TRAIL-COUNT(ELP-STEP-SUB)
                    GIVING ELP-TRAIL-AVG
                COMPUTE ELP-TRAIL-LIMIT =
                    ELP-TRAIL-AVG * (100 + ELP-OVER-PCT) / 100
                IF ELP-TRAIL-AVG > 0
                        AND ELP-ELAPSED > ELP-TRAIL-LIMIT
                    PERFORM 3580-STORE-OVER-LINE
                END-IF
            END-IF.

        3550-ADD-TRAILING-RUN.
            ADD ESE-TRAIL-SECS(ELP-STEP-SUB, ELP-TRAIL-SUB)
                TO ELP-TRAIL-SUM.

        3580-STORE-OVER-LINE.
            ADD 1 TO ELP-STEPS-OVER
            COMPUTE ELP-PCT-OVER =
                (ELP-ELAPSED - ELP-TRAIL-AVG) * 100 / ELP-TRAIL-AVG
            MOVE ELL-SCHED-DATE TO ELP-EDIT-DATE
            PERFORM 5850-EDIT-MDY
            MOVE ELP-MDY TO RPTOV-NIGHT
            MOVE ELL-PGM TO RPTOV-PGM
            MOVE ELP-ELAPSED TO ELP-EDIT-SECS
            PERFORM 5800-EDIT-HMS
            MOVE ELP-HMS TO RPTOV-TIME
            MOVE ELP-TRAIL-AVG TO ELP-EDIT-SECS
            PERFORM 5800-EDIT-HMS
            MOVE ELP-HMS TO RPTOV-AVERAGE
            MOVE ELP-PCT-OVER TO RPTOV-PCT
            IF ELP-OVER-COUNT < ELP-OVER-MAX
                ADD 1 TO ELP-OVER-COUNT
                MOVE RPT-OVER-LINE TO ELP-OVER-LINE(ELP-OVER-COUNT)
            ELSE
                ADD 1 TO ELP-OVER-DROPPED
            END-IF.

       *>
       *>    3600-PUSH-TRAILING-RUN - THIS RUN JOINS THE STEP'S
       *>    RING OF ITS LAST FIVE, OVERWRITING THE OLDEST.
       *>
        3600-PUSH-TRAILING-RUN.
            MOVE ESE-TRAIL-NEXT(ELP-STEP-SUB) TO ELP-TRAIL-SUB
            MOVE ELP-ELAPSED TO
                ESE-TRAIL-SECS(ELP-STEP-SUB, ELP-TRAIL-SUB)
            IF ESE-TRAIL-NEXT(ELP-STEP-SUB) = 5
                MOVE 1 TO ESE-TRAIL-NEXT(ELP-STEP-SUB)
            ELSE
                ADD 1 TO ESE-TRAIL-NEXT(ELP-STEP-SUB)
            END-IF
            IF ESE-TRAIL-COUNT(ELP-STEP-SUB) < 5
                ADD 1 TO ESE-TRAIL-COUNT(ELP-STEP-SUB)
            END-IF.

        3700-TALLY-NIGHT.
            MOVE "N" TO ELP-NIGHT-FOUND-SW
            PERFORM 3750-MATCH-NIGHT-ENTRY
                VARYING ELP-NIGHT-SUB FROM 1 BY 1
                UNTIL ELP-NIGHT-SUB > ELP-NIGHT-COUNT
                    OR ELP-NIGHT-FOUND
            IF NOT ELP-NIGHT-FOUND
                IF ELP-NIGHT-COUNT < ELP-NIGHT-MAX
                    ADD 1 TO ELP-NIGHT-COUNT
                    MOVE ELL-SCHED-DATE TO ENE-NIGHT(ELP-NIGHT-COUNT)
                    MOVE ELP-ELAPSED TO ENE-SECS(ELP-NIGHT-COUNT)
                    MOVE 1 TO ENE-STEPS(ELP-NIGHT-COUNT)
                END-IF
            END-IF.

        3750-MATCH-NIGHT-ENTRY.
            IF ENE-NIGHT(ELP-NIGHT-SUB) = ELL-SCHED-DATE
                ADD ELP-ELAPSED TO ENE-SECS(ELP-NIGHT-SUB)
                ADD 1 TO ENE-STEPS(ELP-NIGHT-SUB)
                MOVE "Y" TO ELP-NIGHT-FOUND-SW
            END-IF.

       *>
       *>    5000-WRITE-ELAPSED-REPORT - THE FOUR SECTIONS: STEP
       *>    TIMES, NIGHTLY CHAIN TIME, STEPS OVER THEIR TRAILING
       *>    AVERAGE, PERIOD TOTALS.
       *>
        5000-WRITE-ELAPSED-REPORT.
            MOVE "STEP ELAPSED TIMES - AVERAGE AND WORST" TO
                RPTS-TITLE
            PERFORM 5200-WRITE-SECTION-TITLE
            PERFORM 5300-WRITE-STEP-LINE
                VARYING ELP-STEP-SUB FROM 1 BY 1
                UNTIL ELP-STEP-SUB > ELP-STEP-COUNT
            MOVE ELP-NIGHT-LIMIT-SECS TO ELP-EDIT-SECS
            PERFORM 5800-EDIT-HMS
            MOVE SPACES TO RPTS-TITLE
            STRING "NIGHTLY CHAIN TIME - LIMIT " DELIMITED BY SIZE
                ELP-HMS DELIMITED BY SIZE
                INTO RPTS-TITLE
            PERFORM 5200-WRITE-SECTION-TITLE
            IF ELP-NIGHT-COUNT = 0
                MOVE "    NO TIMED NIGHTS THIS PERIOD" TO RPT-LINE
                PERFORM 5700-WRITE-RPT-LINE
            ELSE
                PERFORM 5400-WRITE-NIGHT-LINE
                    VARYING ELP-NIGHT-SUB FROM 1 BY 1
                    UNTIL ELP-NIGHT-SUB > ELP-NIGHT-COUNT
            END-IF
            MOVE SPACES TO RPTS-TITLE
            STRING "STEPS OVER TRAILING AVERAGE BY " DELIMITED BY SIZE
                ELP-OVER-PCT DELIMITED BY SIZE
                "%" DELIMITED BY SIZE
                INTO RPTS-TITLE
            PERFORM 5200-WRITE-SECTION-TITLE
            IF ELP-OVER-COUNT = 0
                MOVE "    NO STEP RAN OVER ITS TRAILING AVERAGE" TO
                    RPT-LINE
                PERFORM 5700-WRITE-RPT-LINE
            ELSE
                PERFORM 5600-WRITE-OVER-LINE
                    VARYING ELP-OVER-SUB FROM 1 BY 1
                    UNTIL ELP-OVER-SUB > ELP-OVER-COUNT
                IF ELP-OVER-DROPPED > 0
                    MOVE "FURTHER RUNS NOT LISTED" TO RPTT-LABEL
                    MOVE ELP-OVER-DROPPED TO RPTT-VALUE
                    PERFORM 5500-WRITE-TOTAL-LINE
                END-IF
            END-IF
            MOVE "PERIOD TOTALS" TO RPTS-TITLE
            PERFORM 5200-WRITE-SECTION-TITLE
            MOVE "TIMED STEPS IN PERIOD" TO RPTT-LABEL
            MOVE ELP-TIMED-IN-PERIOD TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "NIGHTS IN PERIOD" TO RPTT-LABEL
            MOVE ELP-NIGHT-COUNT TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "NIGHTS OVER LIMIT" TO RPTT-LABEL
            MOVE ELP-NIGHTS-OVER TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "STEP RUNS OVER AVERAGE" TO RPTT-LABEL
            MOVE ELP-STEPS-OVER TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "TIMED STEPS OUTSIDE PERIOD" TO RPTT-LABEL
            MOVE ELP-LINES-OUTSIDE TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "UNTIMED LOG LINES" TO RPTT-LABEL
            MOVE ELP-UNTIMED-LINES TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "UNREADABLE LOG LINES" TO RPTT-LABEL
            MOVE ELP-BAD-LINES TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            IF ELP-UNTRACKED > 0
                MOVE "STEPS PAST TABLE LIMIT" TO RPTT-LABEL
                MOVE ELP-UNTRACKED TO RPTT-VALUE
                PERFORM 5500-WRITE-TOTAL-LINE
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
            MOVE ELP-RUN-DATE(5:2) TO RPTH2-MONTH
            MOVE ELP-RUN-DATE(7:2) TO RPTH2-DAY
            MOVE ELP-RUN-DATE(1:4) TO RPTH2-YEAR
            MOVE ELP-PERIOD-MONTH TO RPTH2-PER-MONTH
            MOVE ELP-PERIOD-YEAR TO RPTH2-PER-YEAR
            MOVE RPT-HEADER-2 TO RPT-LINE
            WRITE RPT-LINE
            MOVE RPT-HEADER-3 TO RPT-LINE
            WRITE RPT-LINE
            MOVE 0 TO RPT-LINE-COUNT.

        5200-WRITE-SECTION-TITLE.
            MOVE RPT-SECTION-LINE TO RPT-LINE
            PERFORM 5700-WRITE-RPT-LINE.

        5300-WRITE-STEP-LINE.
            IF ESE-RUNS(ELP-STEP-SUB) > 0
                MOVE ESE-PGM(ELP-STEP-SUB) TO RPTST-PGM
                MOVE ESE-RUNS(ELP-STEP-SUB) TO RPTST-RUNS
                DIVIDE ESE-TOTAL-SECS(ELP-STEP-SUB)
                    BY ESE-RUNS(ELP-STEP-SUB) GIVING ELP-EDIT-SECS
                PERFORM 5800-EDIT-HMS
                MOVE ELP-HMS TO RPTST-AVERAGE
                MOVE ESE-WORST-SECS(ELP-STEP-SUB) TO ELP-EDIT-SECS
                PERFORM 5800-EDIT-HMS
                MOVE ELP-HMS TO RPTST-WORST
                MOVE ESE-WORST-NIGHT(ELP-STEP-SUB) TO ELP-EDIT-DATE
                PERFORM 5850-EDIT-MDY
                MOVE ELP-MDY TO RPTST-WORST-NIGHT
                MOVE RPT-STEP-LINE TO RPT-LINE
                PERFORM 5700-WRITE-RPT-LINE
            END-IF.

        5400-WRITE-NIGHT-LINE.
            MOVE ENE-NIGHT(ELP-NIGHT-SUB) TO ELP-EDIT-DATE
            PERFORM 5850-EDIT-MDY
            MOVE ELP-MDY TO RPTNT-NIGHT
            MOVE ENE-STEPS(ELP-NIGHT-SUB) TO RPTNT-STEPS
            MOVE ENE-SECS(ELP-NIGHT-SUB) TO ELP-EDIT-SECS
            PERFORM 5800-EDIT-HMS
            MOVE ELP-HMS TO RPTNT-TIME
            IF ENE-SECS(ELP-NIGHT-SUB) > ELP-NIGHT-LIMIT-SECS
                MOVE "  ** OVER LIMIT" TO RPTNT-FLAG
                ADD 1 TO ELP-NIGHTS-OVER
            ELSE
                MOVE SPACES TO RPTNT-FLAG
            END-IF
            MOVE RPT-NIGHT-LINE TO RPT-LINE
            PERFORM 5700-WRITE-RPT-LINE.

        5500-WRITE-TOTAL-LINE.
            MOVE RPT-TOTAL-LINE TO RPT-LINE
            PERFORM 5700-WRITE-RPT-LINE.

        5600-WRITE-OVER-LINE.
            MOVE ELP-OVER-LINE(ELP-OVER-SUB) TO RPT-LINE
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

        5800-EDIT-HMS.
            DIVIDE ELP-EDIT-SECS BY 3600 GIVING ELP-HMS-HH
                REMAINDER ELP-EDIT-REM
            DIVIDE ELP-EDIT-REM BY 60 GIVING ELP-HMS-MI
                REMAINDER ELP-HMS-SS.

        5850-EDIT-MDY.
            MOVE ELP-EDIT-DATE(5:2) TO ELP-MDY-MONTH
            MOVE ELP-EDIT-DATE(7:2) TO ELP-MDY-DAY
            MOVE ELP-EDIT-DATE(1:4) TO ELP-MDY-YEAR.
