       *>                     SUPERVISED ACCEPT OF A FLAGGED CHANGE
       *>                     IS THE NEW BERNACC JOB; BERNINQ PULLS
       *>                     A TERM'S LINEAGE WITH ITS H COMMAND.
       *>    2026-10-15  RJH  BERNOUT CONTROL TRAILER - BEFORE THE
       *>                     MASTER IS OPENED, A VERIFY PASS TALLIES
       *>                     EVERY TERM RECORD ON BERNOUT AND PROVES
       *>                     IT AGAINST THE TRAILER BERNOULLI WRITES
       *>                     LAST (SEE BERNREC). A MISSING OR
       *>                     OUT-OF-BALANCE TRAILER STOPS THE JOB
       *>                     RC=12 WITH THE MASTER AND BERNHST
       *>                     UNTOUCHED, SO A PARTIAL RUN IS NEVER
       *>                     HALF-MERGED.
       *>    2026-10-15  RJH  CERTIFIED-TERM STATUS (SEE BERNMST) - A
       *>                     TERM THIS JOB ADDS GOES ON THE MASTER
       *>                     PROVISIONAL, LAST CHANGED BY BERNMSTU,
       *>                     AND STAYS SO UNTIL BERNCRT CERTIFIES
       *>                     IT. A MATCH REFRESH DOES NOT MOVE THE
       *>                     FRACTION AND LEAVES THE STATUS ALONE.
       *>

        ENVIRONMENT DIVISION.
          01 MST-TERMS-FLAGGED PIC 9(9) VALUE 0.
          01 MST-HIST-WRITTEN PIC 9(9) VALUE 0.

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
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM 1200-VERIFY-BERNOUT
            OPEN I-O MST-FILE
            IF MST-FILE-STATUS = "35"
                OPEN OUTPUT MST-FILE
                STOP RUN
            END-IF.

       *>
       *>    1200-VERIFY-BERNOUT - ONE FULL PASS OF BERNOUT TO PROVE
       *>    THE CONTROL TRAILER BEFORE A SINGLE TERM IS MERGED, THEN
       *>    THE DATASET IS REOPENED FOR THE MERGE PASS PROPER.
       *>
        1200-VERIFY-BERNOUT.
            PERFORM 2000-READ-BERNOUT
            PERFORM 1250-VERIFY-ONE-RECORD UNTIL BERN-OUT-EOF
            PERFORM 1280-CHECK-BERNOUT-TRAILER
            CLOSE BERN-OUT-FILE
            MOVE "N" TO BERN-OUT-EOF-SW
            OPEN INPUT BERN-OUT-FILE
            IF BERN-OUT-STATUS NOT = "00"
                DISPLAY "BERNMSTU: UNABLE TO REOPEN BERNOUT - FILE "
                    "STATUS " BERN-OUT-STATUS
                DISPLAY "BERNMSTU: JOB TERMINATED - NOTHING MERGED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        1250-VERIFY-ONE-RECORD.
            PERFORM 1270-TALLY-BERNOUT-RECORD
            PERFORM 2000-READ-BERNOUT.

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
                DISPLAY "BERNMSTU: BERNOUT HAS NO CONTROL TRAILER - "
                    "DATASET IS INCOMPLETE"
                MOVE "Y" TO TRL-FAIL-SW
            ELSE
                IF TRL-OUT-OF-ORDER
                        OR TRL-TERM-COUNT NOT = TRL-EXP-TERM-COUNT
                        OR TRL-INDEX-HASH NOT = TRL-EXP-INDEX-HASH
                        OR TRL-NUM-HI-SUM NOT = TRL-EXP-NUM-HI-SUM
                        OR TRL-NUM-LO-SUM NOT = TRL-EXP-NUM-LO-SUM
                    DISPLAY "BERNMSTU: BERNOUT CONTROL TRAILER OUT OF "
                        "BALANCE"
                    DISPLAY "BERNMSTU: TRAILER TERMS "
                        TRL-EXP-TERM-COUNT " HASH " TRL-EXP-INDEX-HASH
                    DISPLAY "BERNMSTU: READ    TERMS "
                        TRL-TERM-COUNT " HASH " TRL-INDEX-HASH
                    MOVE "Y" TO TRL-FAIL-SW
                END-IF
            END-IF
            IF TRL-FAILED
                DISPLAY "BERNMSTU: JOB TERMINATED - BERNOUT NOT "
                    "TRUSTED"
                MOVE 12 TO RETURN-CODE
                CLOSE BERN-OUT-FILE
                STOP RUN
            END-IF.

       *>
       *>    2000-READ-BERNOUT - READ THE NEXT TERM RECORD OFF THE
       *>    CURRENT RUN'S BERNOUT.
            MOVE BOR-NUMERATOR TO BMR-NUMERATOR
            MOVE BOR-DENOMINATOR TO BMR-DENOMINATOR
            MOVE MST-RUN-DATE TO BMR-RUN-DATE
            MOVE "P" TO BMR-CERT-STATUS
            MOVE "BERNMSTU" TO BMR-CHANGED-BY
            MOVE ZEROS TO BMR-CERT-DATE
            WRITE BERN-MST-RECORD
            IF MST-FILE-STATUS = "00"
                ADD 1 TO MST-TERMS-ADDED
