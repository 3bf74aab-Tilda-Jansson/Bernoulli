       *>                     ITS PACKAGE). A MISMATCHED FRACTION IS
       *>                     PRINTED AS FULL-WIDTH NUMERATOR AND
       *>                     DENOMINATOR LINES PER SIDE.
       *>    2026-10-15  RJH  BERNOUT CONTROL TRAILER - WHEN BERNOUT
       *>                     IS PRESENT ITS TERM RECORDS ARE TALLIED
       *>                     AND PROVED AGAINST THE TRAILER BERNOULLI
       *>                     WRITES LAST (SEE BERNREC). A MISSING OR
       *>                     OUT-OF-BALANCE TRAILER STOPS THE AUDIT
       *>                     RC=12 - A PARTIAL DATASET WOULD EXCEPT
       *>                     EVERY TERM IT LOST AS A FALSE ORPHAN.
       *>                     AN ABSENT BERNOUT IS STILL NOTED ONCE.
       *>

        ENVIRONMENT DIVISION.
              05 RPTT-VALUE       PIC ZZZZZZZZ9.
              05 FILLER           PIC X(39) VALUE SPACES.

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
            IF BERN-OUT-STATUS = "00"
                PERFORM 1250-READ-BERNOUT
                PERFORM 1260-LOAD-BO-TERM UNTIL BERN-OUT-EOF
                PERFORM 1280-CHECK-BERNOUT-TRAILER
                CLOSE BERN-OUT-FILE
            END-IF
            IF AUD-BO-TERMS = 0
            END-READ.

        1260-LOAD-BO-TERM.
            PERFORM 1270-TALLY-BERNOUT-RECORD
            IF BOR-INDEX IS NUMERIC
                    AND BOR-INDEX >= 1 AND BOR-INDEX <= 56
                MOVE BOR-NUMERATOR TO AUD-BO-NUM(BOR-INDEX)
            END-IF
            PERFORM 1250-READ-BERNOUT.

       *>
       *>    1270-TALLY-BERNOUT-RECORD - CALLED FOR EVERY BERNOUT RECORD
       *>    READ: THE TRAILER'S TOTALS ARE SAVED, A TERM RECORD IS
       *>    ADDED INTO THE RUNNING TALLY, AND A SECTION DIVIDER IS
       *>    PASSED OVER.
       *>
        1270-TALLY-BERNOUT-RECORD.
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
       *>    1280-CHECK-BERNOUT-TRAILER - BERNOUT IS TRUSTED ONLY
       *>    WHEN ITS CONTROL TRAILER IS PRESENT AND AGREES WITH THE
       *>    TALLY OF THE TERM RECORDS ACTUALLY READ. EITHER FAILURE
       *>    STOPS THE STEP WITH RC=12, WHICH NOTHING ELSE IN THE
       *>    STEP USES, SO BERNCHN CAN TELL IT FROM AN ORDINARY
       *>    FAILURE.
       *>
        1280-CHECK-BERNOUT-TRAILER.
            IF NOT TRL-SEEN
                DISPLAY "BERNAUD: BERNOUT HAS NO CONTROL TRAILER - "
                    "DATASET IS INCOMPLETE"
                MOVE "Y" TO TRL-FAIL-SW
            ELSE
                IF TRL-OUT-OF-ORDER
                        OR TRL-TERM-COUNT NOT = TRL-EXP-TERM-COUNT
                        OR TRL-INDEX-HASH NOT = TRL-EXP-INDEX-HASH
                        OR TRL-NUM-HI-SUM NOT = TRL-EXP-NUM-HI-SUM
                        OR TRL-NUM-LO-SUM NOT = TRL-EXP-NUM-LO-SUM
                    DISPLAY "BERNAUD: BERNOUT CONTROL TRAILER OUT OF "
                        "BALANCE"
                    DISPLAY "BERNAUD: TRAILER TERMS "
                        TRL-EXP-TERM-COUNT " HASH " TRL-EXP-INDEX-HASH
                    DISPLAY "BERNAUD: READ    TERMS "
                        TRL-TERM-COUNT " HASH " TRL-INDEX-HASH
                    MOVE "Y" TO TRL-FAIL-SW
                END-IF
            END-IF
            IF TRL-FAILED
                DISPLAY "BERNAUD: JOB TERMINATED - BERNOUT NOT "
                    "TRUSTED"
                MOVE 12 TO RETURN-CODE
                CLOSE BERN-OUT-FILE
                CLOSE MST-FILE
                CLOSE RPT-FILE
                STOP RUN
            END-IF.

       *>
       *>    1300-LOAD-BERNXPD - SAME TREATMENT FOR THE EXTENDED-
       *>    PRECISION DATASET. A RUN WITHOUT CTL-PLACES WRITES NO
