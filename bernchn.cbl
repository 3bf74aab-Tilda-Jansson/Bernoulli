       *>                     STEP, SO A BERNXTR HICCUP NO LONGER
       *>                     RERUNS THE COMPUTE AND BURNS A BERNOUT
       *>                     GENERATION FOR NOTHING.
       *>    2026-10-15  RJH  BERNOUT CONTROL TRAILER - RC=12 FROM A
       *>                     STEP MEANS BERNOUT FAILED ITS TRAILER
       *>                     CHECK (MISSING OR OUT OF BALANCE). THE
       *>                     NEW CHC-TRLR-ACTION BYTE ON THE STEP
       *>                     CARD SAYS WHETHER THAT HALTS THE CHAIN
       *>                     (H) REGARDLESS OF THE CARD'S MAX RC, IS
       *>                     TOLERATED AS A WARNING (T), OR IS JUDGED
       *>                     AGAINST THE MAX RC AS BEFORE (BLANK).
       *>    2026-10-15  RJH  RUN CALENDAR - EACH STEP CARD NOW
       *>                     CARRIES A FREQUENCY (EVERY NIGHT,
       *>                     BUSINESS DAYS, MONTH-END, QUARTER-END OR
       *>                     A NAMED WEEKDAY), JUDGED AGAINST THE NEW
       *>                     CHNCAL BUSINESS-DAY CALENDAR (SEE CHNCAL
       *>                     COPYBOOK). A STEP THAT IS NOT DUE IS
       *>                     RECORDED AS NOT DUE ON CHNSTATE AND
       *>                     CHNLOG - NOT SKIPPED, WHICH STILL MEANS
       *>                     A PRIOR STEP FAILED - AND THE CHAIN RUNS
       *>                     ON PAST IT. THE SCHEDULE DATE IS KEPT ON
       *>                     CHNSTATE SO A RESTART JUDGES DUE STEPS
       *>                     AGAINST THE NIGHT THAT FAILED, NOT THE
       *>                     DATE OF THE RESUBMISSION.
       *>    2026-10-15  RJH  ELAPSED-TIME CAPTURE - EVERY SUBMITTED
       *>                     STEP'S START AND END DATE AND TIME ARE
       *>                     TAKEN AROUND THE SUBMISSION AND CARRIED
       *>                     ON ITS CHNLOG LINE, ALONG WITH THE
       *>                     SCHEDULE DATE THE SUBMISSION RAN FOR, SO
       *>                     BERNELP CAN REPORT STEP AND NIGHT RUN
       *>                     TIMES OFF THE ACCUMULATED LOG. THE LINE
       *>                     IS WIDENED 80 TO 130; LINES WRITTEN
       *>                     BEFORE THE CHANGE READ BACK SPACE-PADDED
       *>                     AND CARRY NO TIMES. A STEP THAT WAS NOT
       *>                     SUBMITTED (NOT DUE, SKIPPED, OR CARRIED
       *>                     ON A RESTART) LOGS BLANK TIMES.
       *>

        ENVIRONMENT DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOG-FILE-STATUS.

            SELECT CAL-FILE ASSIGN TO "CHNCAL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CAL-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CHN-CARD-FILE
            COPY CHNSTEP.

        FD  LOG-FILE
            RECORD CONTAINS 130 CHARACTERS.
        01  CHN-LOG-RECORD          PIC X(130).

        FD  CAL-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY CHNCAL.

          WORKING-STORAGE SECTION.
          01 CHN-CARD-STATUS PIC X(02) VALUE "00".
          01 STATE-FILE-STATUS PIC X(02) VALUE "00".
          01 LOG-FILE-STATUS PIC X(02) VALUE "00".
          01 CAL-FILE-STATUS PIC X(02) VALUE "00".
          01 CARD-EOF-SW PIC X(01) VALUE "N".
              88 CARD-EOF VALUE "Y".
          01 STATE-EOF-SW PIC X(01) VALUE "N".
              88 STATE-EOF VALUE "Y".
          01 CAL-EOF-SW PIC X(01) VALUE "N".
              88 CAL-EOF VALUE "Y".

          01 CHN-RUN-DATE PIC 9(8) VALUE 0.
          01 CHN-RUN-TIME PIC 9(8) VALUE 0.
                  03 STEP-PGM PIC X(9).
                  03 STEP-MAX-RC PIC 9(2).
                  03 STEP-COMMAND PIC X(40).
                  03 STEP-TRLR-ACTION PIC X(1).
                      88 STEP-TRLR-HALT VALUE "H".
                      88 STEP-TRLR-TOLERATE VALUE "T".
                  03 STEP-FREQ PIC X(1).
                      88 STEP-FREQ-DAILY VALUE "D" " ".
                      88 STEP-FREQ-BUSINESS VALUE "B".
                      88 STEP-FREQ-MONTH-END VALUE "M".
                      88 STEP-FREQ-QTR-END VALUE "Q".
                      88 STEP-FREQ-WEEKDAY VALUE "W".
                  03 STEP-FREQ-DAY PIC X(3).
                  03 STEP-STATUS PIC X(8).
                  03 STEP-RC PIC 9(3).
                  03 STEP-PRIOR-SW PIC X(1).
                      88 STEP-PRIOR-COMPLETE VALUE "Y".
                  03 STEP-START-DATE PIC 9(8).
                  03 STEP-START-TIME PIC 9(6).
                  03 STEP-END-DATE PIC 9(8).
                  03 STEP-END-TIME PIC 9(6).

       *>
       *>    PRIOR-SUBMISSION STATE - LOADED OFF CHNSTATE BEFORE THE
                  03 PRIOR-PGM PIC X(9).
                  03 PRIOR-STATUS PIC X(8).
          01 PRIOR-FAIL-SUB PIC 9(2) VALUE 0.
          01 PRIOR-SCHED-DATE PIC 9(8) VALUE 0.
          01 PRIOR-MATCH-SW PIC X(01) VALUE "Y".
              88 PRIOR-MATCHES VALUE "Y".
          01 RESTART-SW PIC X(01) VALUE "N".
          01 CHAIN-STOP-SW PIC X(01) VALUE "N".
              88 CHAIN-STOPPED VALUE "Y".

       *>
       *>    BUSINESS-DAY CALENDAR - THE CHNCAL EXCEPTION DATES,
       *>    LOADED ONLY WHEN SOME CARD IN THE DECK HAS A FREQUENCY
       *>    OTHER THAN EVERY NIGHT.
       *>
          01 CAL-NEEDED-SW PIC X(01) VALUE "N".
              88 CAL-NEEDED VALUE "Y".
          01 CAL-MAX PIC 9(3) VALUE 400.
          01 CAL-COUNT PIC 9(3) VALUE 0.
          01 CAL-SUB PIC 9(3) VALUE 0.
          01 CAL-TABLE.
              02 CAL-ENTRY OCCURS 400 TIMES.
                  03 CAL-DATE PIC 9(8).
                  03 CAL-DAY-TYPE PIC X(1).

       *>
       *>    SCHEDULE DATE - THE BUSINESS DATE EVERY STEP FREQUENCY
       *>    IS JUDGED AGAINST, AND WHAT KIND OF DAY IT IS. SET ONCE
       *>    PER SUBMISSION BY 2500-SET-SCHEDULE-DAY.
       *>
          01 CHN-SCHED-DATE PIC 9(8) VALUE 0.
          01 CHN-SCHED-DOW PIC X(3) VALUE SPACES.
          01 CHN-SCHED-BUSINESS-SW PIC X(01) VALUE "N".
              88 CHN-SCHED-BUSINESS VALUE "Y".
          01 CHN-SCHED-MONTH-END-SW PIC X(01) VALUE "N".
              88 CHN-SCHED-MONTH-END VALUE "Y".
          01 CHN-SCHED-QTR-END-SW PIC X(01) VALUE "N".
              88 CHN-SCHED-QTR-END VALUE "Y".
          01 CHN-DUE-SW PIC X(01) VALUE "Y".
              88 CHN-STEP-DUE VALUE "Y".

       *>
       *>    DAY TESTS - ANY ONE DATE, PUT THROUGH 2600-TEST-
       *>    BUSINESS-DAY. THE WEEKDAY COMES FROM A DAY NUMBER
       *>    (365 DAYS A YEAR PLUS THE GREGORIAN LEAP DAYS, COUNTED
       *>    FROM A MARCH YEAR SO FEBRUARY FALLS LAST) MOD 7, WHERE
       *>    REMAINDER 0 IS A TUESDAY.
       *>
          01 CHN-TEST-DATE PIC 9(8) VALUE 0.
          01 CHN-TEST-DATE-PARTS REDEFINES CHN-TEST-DATE.
              05 CHN-TEST-YEAR PIC 9(4).
              05 CHN-TEST-MONTH PIC 9(2).
              05 CHN-TEST-DAY PIC 9(2).
          01 CHN-TEST-DOW PIC X(3) VALUE SPACES.
          01 CHN-TEST-BUSINESS-SW PIC X(01) VALUE "N".
              88 CHN-TEST-BUSINESS VALUE "Y".
          01 CHN-DN-Y PIC 9(5) VALUE 0.
          01 CHN-DN-M PIC 9(2) VALUE 0.
          01 CHN-DN-Q4 PIC 9(5) VALUE 0.
          01 CHN-DN-Q100 PIC 9(5) VALUE 0.
          01 CHN-DN-Q400 PIC 9(5) VALUE 0.
          01 CHN-DN-W PIC 9(5) VALUE 0.
          01 CHN-DN-MD PIC 9(4) VALUE 0.
          01 CHN-DAY-NO PIC 9(7) VALUE 0.
          01 CHN-DN-QUOT PIC 9(7) VALUE 0.
          01 CHN-DOW-REM PIC 9(1) VALUE 0.
          01 CHN-DOW-NAMES PIC X(21) VALUE "TUEWEDTHUFRISATSUNMON".
          01 CHN-DOW-TABLE REDEFINES CHN-DOW-NAMES.
              05 CHN-DOW-NAME PIC X(3) OCCURS 7 TIMES.
          01 CHN-MONTH-DAY-VALUES PIC X(24)
              VALUE "312831303130313130313031".
          01 CHN-MONTH-DAY-TABLE REDEFINES CHN-MONTH-DAY-VALUES.
              05 CHN-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
          01 CHN-MONTH-LEN PIC 9(2) VALUE 0.
          01 CHN-LEAP-REM PIC 9(3) VALUE 0.
          01 CHN-FIRST-LATER PIC 9(2) VALUE 0.
          01 CHN-LATER-DAY PIC 9(2) VALUE 0.
          01 CHN-LATER-BUSINESS-SW PIC X(01) VALUE "N".
              88 CHN-LATER-BUSINESS VALUE "Y".

       *>
       *>    CHN-RC-RAW HOLDS WHAT THE COMMAND SUBMISSION HANDS BACK
       *>    IN RETURN-CODE. ON THIS HOST THAT IS THE WAIT STATUS -
       *>    AFTER EVERY CAPTURE AND SET ONCE, AT END OF CHAIN.
       *>
          01 CHN-RC-RAW PIC 9(9) VALUE 0.
          01 CHN-CLOCK-TIME PIC 9(8) VALUE 0.
          01 CHN-STEP-RC PIC 9(3) VALUE 0.
          01 CHN-FINAL-RC PIC 9(3) VALUE 0.
          01 CHN-WARN-COUNT PIC 9(2) VALUE 0.
          01 CHN-FAIL-COUNT PIC 9(2) VALUE 0.
          01 CHN-SKIP-COUNT PIC 9(2) VALUE 0.
          01 CHN-NOTDUE-COUNT PIC 9(2) VALUE 0.
          01 CHN-RUN-COUNT PIC 9(2) VALUE 0.

       *>
       *>    CHNLOG AUDIT LINE - ONE LINE APPENDED PER STEP PER
       *>    SUBMISSION, SAME DATE/TIME DISCIPLINE AS THE BERNLOG
       *>    LINE THE MAIN PROGRAM APPENDS. THE DATE AND TIME UP
       *>    FRONT ARE THE SUBMISSION'S; START AND END ARE THE
       *>    STEP'S OWN, YYYYMMDDHHMMSS, BLANK WHEN IT WAS NOT
       *>    SUBMITTED. BERNELP READS THIS LAYOUT BACK.
       *>
          01 LOG-DETAIL-LINE.
              05 FILLER           PIC X(10) VALUE "RUN DATE: ".
              05 LOGD-STATUS      PIC X(08).
              05 FILLER           PIC X(04) VALUE " RC=".
              05 LOGD-RC          PIC 9(03).
              05 FILLER           PIC X(07) VALUE " SCHED=".
              05 LOGD-SCHED-DATE  PIC 9(08).
              05 FILLER           PIC X(07) VALUE " START=".
              05 LOGD-START-DATE  PIC X(08).
              05 LOGD-START-TIME  PIC X(06).
              05 FILLER           PIC X(05) VALUE " END=".
              05 LOGD-END-DATE    PIC X(08).
              05 LOGD-END-TIME    PIC X(06).
              05 FILLER           PIC X(10) VALUE SPACES.

        PROCEDURE DIVISION.

            ACCEPT CHN-RUN-TIME FROM TIME
            PERFORM 1000-LOAD-STEP-DECK.
            PERFORM 1500-LOAD-PRIOR-STATE.
            PERFORM 2000-LOAD-CALENDAR.
            PERFORM 2500-SET-SCHEDULE-DAY.
            PERFORM 3000-RUN-ONE-STEP
                VARYING STEP-SUB FROM 1 BY 1
                UNTIL STEP-SUB > STEP-COUNT.
            DISPLAY "BERNCHN: WARNINGS       " CHN-WARN-COUNT
            DISPLAY "BERNCHN: FAILURES       " CHN-FAIL-COUNT
            DISPLAY "BERNCHN: STEPS SKIPPED  " CHN-SKIP-COUNT
            DISPLAY "BERNCHN: STEPS NOT DUE  " CHN-NOTDUE-COUNT
            MOVE CHN-FINAL-RC TO RETURN-CODE
            STOP RUN.

                    OR CHC-MAX-RC IS NOT NUMERIC
                    OR CHC-PGM = SPACES
                    OR CHC-COMMAND = SPACES
                    OR NOT (CHC-TRLR-HALT OR CHC-TRLR-TOLERATE
                        OR CHC-TRLR-BY-MAX-RC)
                    OR NOT CHC-FREQ-VALID
                    OR (CHC-FREQ-WEEKDAY AND NOT CHC-FREQ-DAY-VALID)
                DISPLAY "BERNCHN: STEP CARD " CHN-CARD-RECORD(1:30)
                    " DOES NOT EDIT - JOB TERMINATED"
                DISPLAY "BERNCHN: CORRECT CHNCARDS AND RESUBMIT"
            MOVE CHC-PGM TO STEP-PGM(STEP-COUNT)
            MOVE CHC-MAX-RC TO STEP-MAX-RC(STEP-COUNT)
            MOVE CHC-COMMAND TO STEP-COMMAND(STEP-COUNT)
            MOVE CHC-TRLR-ACTION TO STEP-TRLR-ACTION(STEP-COUNT)
            MOVE CHC-FREQ TO STEP-FREQ(STEP-COUNT)
            MOVE CHC-FREQ-DAY TO STEP-FREQ-DAY(STEP-COUNT)
            IF NOT CHC-FREQ-DAILY
                MOVE "Y" TO CAL-NEEDED-SW
            END-IF
            MOVE "NOT RUN" TO STEP-STATUS(STEP-COUNT)
            MOVE 0 TO STEP-RC(STEP-COUNT)
            MOVE "N" TO STEP-PRIOR-SW(STEP-COUNT)
            MOVE 0 TO STEP-START-DATE(STEP-COUNT)
            MOVE 0 TO STEP-START-TIME(STEP-COUNT)
            MOVE 0 TO STEP-END-DATE(STEP-COUNT)
            MOVE 0 TO STEP-END-TIME(STEP-COUNT)
            PERFORM 1100-READ-ONE-CARD.

       *>
                    IF CST-STEP IS NUMERIC
                            AND PRIOR-COUNT < STEP-MAX
                        ADD 1 TO PRIOR-COUNT
                        PERFORM 1650-KEEP-PRIOR-SCHED-DATE
                        MOVE CST-STEP TO PRIOR-STEP(PRIOR-COUNT)
                        MOVE CST-PGM TO PRIOR-PGM(PRIOR-COUNT)
                        MOVE CST-STATUS TO PRIOR-STATUS(PRIOR-COUNT)
                    END-IF
            END-READ.

       *>
       *>    1650-KEEP-PRIOR-SCHED-DATE - THE PRIOR SUBMISSION'S
       *>    SCHEDULE DATE, OFF ITS FIRST RECORD. A STATE WRITTEN
       *>    BEFORE CST-SCHED-DATE EXISTED FALLS BACK TO ITS RUN DATE.
       *>
        1650-KEEP-PRIOR-SCHED-DATE.
            IF PRIOR-COUNT = 1
                EVALUATE TRUE
                    WHEN CST-SCHED-DATE IS NUMERIC
                            AND CST-SCHED-DATE > 0
                        MOVE CST-SCHED-DATE TO PRIOR-SCHED-DATE
                    WHEN CST-RUN-DATE IS NUMERIC
                        MOVE CST-RUN-DATE TO PRIOR-SCHED-DATE
                    WHEN OTHER
                        MOVE 0 TO PRIOR-SCHED-DATE
                END-EVALUATE
            END-IF.

        1700-SCAN-FOR-FAILURE.
            IF PRIOR-STATUS(PRIOR-SUB) = "FAILED"
                MOVE PRIOR-SUB TO PRIOR-FAIL-SUB
                MOVE "Y" TO STEP-PRIOR-SW(PRIOR-SUB)
            END-IF.

       *>
       *>    2000-LOAD-CALENDAR - LOAD THE CHNCAL EXCEPTION DATES.
       *>    A DECK OF EVERY-NIGHT STEPS NEVER OPENS THE CALENDAR;
       *>    ONE THAT NEEDS IT RUNS NOTHING OFF A MISSING OR BAD ONE.
       *>
        2000-LOAD-CALENDAR.
            IF CAL-NEEDED
                OPEN INPUT CAL-FILE
                IF CAL-FILE-STATUS NOT = "00"
                    DISPLAY "BERNCHN: UNABLE TO OPEN CHNCAL - FILE "
                        "STATUS " CAL-FILE-STATUS
                    DISPLAY "BERNCHN: JOB TERMINATED - THE DECK HAS "
                        "STEPS THAT NEED THE RUN CALENDAR"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM 2100-READ-CALENDAR
                PERFORM 2200-STORE-CALENDAR-DAY UNTIL CAL-EOF
                CLOSE CAL-FILE
            END-IF.

        2100-READ-CALENDAR.
            READ CAL-FILE
                AT END
                    MOVE "Y" TO CAL-EOF-SW
            END-READ.

        2200-STORE-CALENDAR-DAY.
            IF CAL-COUNT >= CAL-MAX
                DISPLAY "BERNCHN: CHNCAL EXCEEDS " CAL-MAX
                    " DATES - JOB TERMINATED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF CCL-DATE IS NOT NUMERIC
                    OR NOT (CCL-HOLIDAY OR CCL-BUSINESS-DAY)
                DISPLAY "BERNCHN: CALENDAR RECORD "
                    CHN-CAL-RECORD(1:30) " DOES NOT EDIT - JOB "
                    "TERMINATED"
                DISPLAY "BERNCHN: CORRECT CHNCAL AND RESUBMIT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO CAL-COUNT
            MOVE CCL-DATE TO CAL-DATE(CAL-COUNT)
            MOVE CCL-DAY-TYPE TO CAL-DAY-TYPE(CAL-COUNT)
            PERFORM 2100-READ-CALENDAR.

       *>
       *>    2500-SET-SCHEDULE-DAY - FIX THE SCHEDULE DATE (TODAY,
       *>    OR THE FAILED NIGHT ON A RESTART) AND WORK OUT ONCE
       *>    WHETHER IT IS A BUSINESS DAY, THE LAST BUSINESS DAY OF
       *>    ITS MONTH, AND THE LAST OF A QUARTER.
       *>
        2500-SET-SCHEDULE-DAY.
            IF RESTART-RUN AND PRIOR-SCHED-DATE > 0
                MOVE PRIOR-SCHED-DATE TO CHN-SCHED-DATE
            ELSE
                MOVE CHN-RUN-DATE TO CHN-SCHED-DATE
            END-IF
            MOVE CHN-SCHED-DATE TO CHN-TEST-DATE
            PERFORM 2600-TEST-BUSINESS-DAY
            MOVE CHN-TEST-DOW TO CHN-SCHED-DOW
            MOVE CHN-TEST-BUSINESS-SW TO CHN-SCHED-BUSINESS-SW
            MOVE "N" TO CHN-SCHED-MONTH-END-SW
            MOVE "N" TO CHN-SCHED-QTR-END-SW
            IF CHN-SCHED-BUSINESS
                PERFORM 2800-SET-MONTH-LENGTH
                MOVE "N" TO CHN-LATER-BUSINESS-SW
                COMPUTE CHN-FIRST-LATER = CHN-TEST-DAY + 1
                PERFORM 2700-TEST-LATER-DAY
                    VARYING CHN-LATER-DAY FROM CHN-FIRST-LATER BY 1
                    UNTIL CHN-LATER-DAY > CHN-MONTH-LEN
                        OR CHN-LATER-BUSINESS
                IF NOT CHN-LATER-BUSINESS
                    MOVE "Y" TO CHN-SCHED-MONTH-END-SW
                    IF CHN-TEST-MONTH = 3 OR 6 OR 9 OR 12
                        MOVE "Y" TO CHN-SCHED-QTR-END-SW
                    END-IF
                END-IF
            END-IF
            DISPLAY "BERNCHN: SCHEDULE DATE  " CHN-SCHED-DATE " "
                CHN-SCHED-DOW
            EVALUATE TRUE
                WHEN CHN-SCHED-QTR-END
                    DISPLAY "BERNCHN: LAST BUSINESS DAY OF THE "
                        "QUARTER"
                WHEN CHN-SCHED-MONTH-END
                    DISPLAY "BERNCHN: LAST BUSINESS DAY OF THE MONTH"
                WHEN NOT CHN-SCHED-BUSINESS
                    DISPLAY "BERNCHN: NOT A BUSINESS DAY"
            END-EVALUATE.

       *>
       *>    2600-TEST-BUSINESS-DAY - IS CHN-TEST-DATE A BUSINESS
       *>    DAY? MONDAY TO FRIDAY ARE, WEEKENDS ARE NOT, AND A
       *>    CHNCAL RECORD FOR THE DATE OVERRIDES EITHER WAY.
       *>
        2600-TEST-BUSINESS-DAY.
            PERFORM 2650-COMPUTE-WEEKDAY
            IF CHN-TEST-DOW = "SAT" OR CHN-TEST-DOW = "SUN"
                MOVE "N" TO CHN-TEST-BUSINESS-SW
            ELSE
                MOVE "Y" TO CHN-TEST-BUSINESS-SW
            END-IF
            PERFORM 2680-APPLY-CALENDAR
                VARYING CAL-SUB FROM 1 BY 1
                UNTIL CAL-SUB > CAL-COUNT.

        2650-COMPUTE-WEEKDAY.
            MOVE CHN-TEST-YEAR TO CHN-DN-Y
            MOVE CHN-TEST-MONTH TO CHN-DN-M
            IF CHN-DN-M < 3
                SUBTRACT 1 FROM CHN-DN-Y
                ADD 12 TO CHN-DN-M
            END-IF
            DIVIDE CHN-DN-Y BY 4 GIVING CHN-DN-Q4
            DIVIDE CHN-DN-Y BY 100 GIVING CHN-DN-Q100
            DIVIDE CHN-DN-Y BY 400 GIVING CHN-DN-Q400
            COMPUTE CHN-DN-W = 153 * (CHN-DN-M - 3) + 2
            DIVIDE CHN-DN-W BY 5 GIVING CHN-DN-MD
            COMPUTE CHN-DAY-NO = 365 * CHN-DN-Y + CHN-DN-Q4
                - CHN-DN-Q100 + CHN-DN-Q400 + CHN-DN-MD
                + CHN-TEST-DAY
            DIVIDE CHN-DAY-NO BY 7 GIVING CHN-DN-QUOT
                REMAINDER CHN-DOW-REM
            MOVE CHN-DOW-NAME(CHN-DOW-REM + 1) TO CHN-TEST-DOW.

        2680-APPLY-CALENDAR.
            IF CAL-DATE(CAL-SUB) = CHN-TEST-DATE
                IF CAL-DAY-TYPE(CAL-SUB) = "H"
                    MOVE "N" TO CHN-TEST-BUSINESS-SW
                ELSE
                    MOVE "Y" TO CHN-TEST-BUSINESS-SW
                END-IF
            END-IF.

        2700-TEST-LATER-DAY.
            MOVE CHN-LATER-DAY TO CHN-TEST-DAY
            PERFORM 2600-TEST-BUSINESS-DAY
            IF CHN-TEST-BUSINESS
                MOVE "Y" TO CHN-LATER-BUSINESS-SW
            END-IF.

        2800-SET-MONTH-LENGTH.
            MOVE CHN-MONTH-DAYS(CHN-TEST-MONTH) TO CHN-MONTH-LEN
            IF CHN-TEST-MONTH = 2
                DIVIDE CHN-TEST-YEAR BY 4 GIVING CHN-DN-QUOT
                    REMAINDER CHN-LEAP-REM
                IF CHN-LEAP-REM = 0
                    MOVE 29 TO CHN-MONTH-LEN
                    DIVIDE CHN-TEST-YEAR BY 100 GIVING CHN-DN-QUOT
                        REMAINDER CHN-LEAP-REM
                    IF CHN-LEAP-REM = 0
                        DIVIDE CHN-TEST-YEAR BY 400 GIVING CHN-DN-QUOT
                            REMAINDER CHN-LEAP-REM
                        IF CHN-LEAP-REM NOT = 0
                            MOVE 28 TO CHN-MONTH-LEN
                        END-IF
                    END-IF
                END-IF
            END-IF.

       *>
       *>    3000-RUN-ONE-STEP - SUBMIT ONE STEP AND JUDGE ITS
       *>    RETURN CODE AGAINST THE CARD'S TOLERANCE. A STEP PAST
       *>    TOLERANCE FAILS THE CHAIN AND EVERY LATER STEP IS
       *>    RECORDED AS SKIPPED; A NONZERO CODE WITHIN TOLERANCE IS
       *>    A WARNING AND THE CHAIN RUNS ON. RC=12 (A BERNOUT
       *>    CONTROL-TRAILER FAILURE) IS FIRST JUDGED BY THE CARD'S
       *>    TRAILER ACTION WHEN ONE IS PUNCHED. A STEP THE PRIOR,
       *>    FAILED SUBMISSION ALREADY COMPLETED IS CARRIED AS
       *>    COMPLETE WITHOUT BEING RESUBMITTED. A STEP WHOSE
       *>    FREQUENCY DOES NOT FALL ON THE SCHEDULE DATE IS NOT DUE
       *>    - IT IS NOT SUBMITTED AND DOES NOT STOP THE CHAIN.
       *>
        3000-RUN-ONE-STEP.
            PERFORM 3050-CHECK-STEP-DUE
            EVALUATE TRUE
                WHEN NOT CHN-STEP-DUE
                    MOVE "NOT DUE" TO STEP-STATUS(STEP-SUB)
                    MOVE 0 TO STEP-RC(STEP-SUB)
                    ADD 1 TO CHN-NOTDUE-COUNT
                    DISPLAY "BERNCHN: STEP " STEP-NO(STEP-SUB) " ("
                        STEP-PGM(STEP-SUB) ") NOT DUE ON "
                        CHN-SCHED-DATE " - NOT SUBMITTED"
                WHEN CHAIN-STOPPED
                    MOVE "SKIPPED" TO STEP-STATUS(STEP-SUB)
                    MOVE 0 TO STEP-RC(STEP-SUB)
            END-EVALUATE
            PERFORM 7000-WRITE-CHAIN-LOG.

        3050-CHECK-STEP-DUE.
            EVALUATE TRUE
                WHEN STEP-FREQ-DAILY(STEP-SUB)
                    MOVE "Y" TO CHN-DUE-SW
                WHEN STEP-FREQ-BUSINESS(STEP-SUB)
                    MOVE CHN-SCHED-BUSINESS-SW TO CHN-DUE-SW
                WHEN STEP-FREQ-MONTH-END(STEP-SUB)
                    MOVE CHN-SCHED-MONTH-END-SW TO CHN-DUE-SW
                WHEN STEP-FREQ-QTR-END(STEP-SUB)
                    MOVE CHN-SCHED-QTR-END-SW TO CHN-DUE-SW
                WHEN STEP-FREQ-WEEKDAY(STEP-SUB)
                        AND CHN-SCHED-BUSINESS
                        AND STEP-FREQ-DAY(STEP-SUB) = CHN-SCHED-DOW
                    MOVE "Y" TO CHN-DUE-SW
                WHEN OTHER
                    MOVE "N" TO CHN-DUE-SW
            END-EVALUATE.

        3100-SUBMIT-STEP.
            ADD 1 TO CHN-RUN-COUNT
            DISPLAY "BERNCHN: STEP " STEP-NO(STEP-SUB) " ("
                STEP-PGM(STEP-SUB) ") SUBMITTED"
            ACCEPT STEP-START-DATE(STEP-SUB) FROM DATE YYYYMMDD
            ACCEPT CHN-CLOCK-TIME FROM TIME
            MOVE CHN-CLOCK-TIME(1:6) TO STEP-START-TIME(STEP-SUB)
            MOVE 0 TO RETURN-CODE
            CALL "SYSTEM" USING STEP-COMMAND(STEP-SUB)
            MOVE RETURN-CODE TO CHN-RC-RAW
            MOVE 0 TO RETURN-CODE
            ACCEPT STEP-END-DATE(STEP-SUB) FROM DATE YYYYMMDD
            ACCEPT CHN-CLOCK-TIME FROM TIME
            MOVE CHN-CLOCK-TIME(1:6) TO STEP-END-TIME(STEP-SUB)
            IF CHN-RC-RAW >= 256
                DIVIDE CHN-RC-RAW BY 256 GIVING CHN-STEP-RC
            ELSE
            END-IF
            MOVE CHN-STEP-RC TO STEP-RC(STEP-SUB)
            EVALUATE TRUE
                WHEN CHN-STEP-RC = 12 AND STEP-TRLR-HALT(STEP-SUB)
                    MOVE "FAILED" TO STEP-STATUS(STEP-SUB)
                    ADD 1 TO CHN-FAIL-COUNT
                    MOVE "Y" TO CHAIN-STOP-SW
                    MOVE 16 TO CHN-FINAL-RC
                    DISPLAY "BERNCHN: STEP " STEP-NO(STEP-SUB) " ("
                        STEP-PGM(STEP-SUB) ") FAILED - RC 012 "
                        "BERNOUT CONTROL TRAILER CHECK"
                    DISPLAY "BERNCHN: DEPENDENT STEPS SKIPPED - "
                        "RERUN BERNOULLI, THEN RESUBMIT"
                WHEN CHN-STEP-RC = 12
                        AND STEP-TRLR-TOLERATE(STEP-SUB)
                    MOVE "WARNING" TO STEP-STATUS(STEP-SUB)
                    ADD 1 TO CHN-WARN-COUNT
                    IF CHN-FINAL-RC < 4
                        MOVE 4 TO CHN-FINAL-RC
                    END-IF
                    DISPLAY "BERNCHN: STEP " STEP-NO(STEP-SUB) " ("
                        STEP-PGM(STEP-SUB) ") ENDED RC 012 - "
                        "BERNOUT TRAILER CHECK TOLERATED, CHAIN "
                        "CONTINUES"
                WHEN CHN-STEP-RC > STEP-MAX-RC(STEP-SUB)
                    MOVE "FAILED" TO STEP-STATUS(STEP-SUB)
                    ADD 1 TO CHN-FAIL-COUNT
            MOVE STEP-RC(STEP-SUB) TO CST-RC
            MOVE CHN-RUN-DATE TO CST-RUN-DATE
            MOVE CHN-RUN-TIME(1:6) TO CST-RUN-TIME
            MOVE CHN-SCHED-DATE TO CST-SCHED-DATE
            WRITE CHN-STEP-RECORD.

       *>
            MOVE STEP-PGM(STEP-SUB) TO LOGD-PGM
            MOVE STEP-STATUS(STEP-SUB) TO LOGD-STATUS
            MOVE STEP-RC(STEP-SUB) TO LOGD-RC
            MOVE CHN-SCHED-DATE TO LOGD-SCHED-DATE
            IF STEP-START-DATE(STEP-SUB) > 0
                MOVE STEP-START-DATE(STEP-SUB) TO LOGD-START-DATE
                MOVE STEP-START-TIME(STEP-SUB) TO LOGD-START-TIME
                MOVE STEP-END-DATE(STEP-SUB) TO LOGD-END-DATE
                MOVE STEP-END-TIME(STEP-SUB) TO LOGD-END-TIME
            ELSE
                MOVE SPACES TO LOGD-START-DATE
                MOVE SPACES TO LOGD-START-TIME
                MOVE SPACES TO LOGD-END-DATE
                MOVE SPACES TO LOGD-END-TIME
            END-IF
            MOVE LOG-DETAIL-LINE TO CHN-LOG-RECORD
            OPEN EXTEND LOG-FILE
            IF LOG-FILE-STATUS = "35"
