       *>                     DENOMINATOR LINES PER SIDE - THE OLD
       *>                     ONE-LINE EDITED PICTURE COULD NOT HOLD
       *>                     36 DIGITS.
       *>    2026-10-15  RJH  BERNOUT CONTROL TRAILER (SEE BERNREC) -
       *>                     A VERIFY PASS PROVES THE CURRENT
       *>                     BERNOUT AGAINST ITS TRAILER BEFORE THE
       *>                     COMPARE; A MISSING OR OUT-OF-BALANCE
       *>                     TRAILER STOPS THE JOB RC=12. ON THE
       *>                     GENERATION SIDE THE TRAILER IS A
       *>                     CONTROL RECORD, NEVER A TERM: IT IS
       *>                     PROVED AGAINST THE GENERATION'S OWN
       *>                     TERMS AND THE RESULT PRINTED UNDER THE
       *>                     TOTALS. AN OUT-OF-BALANCE GENERATION
       *>                     LEAVES RC=4; ONE RETAINED BEFORE
       *>                     TRAILERS WERE WRITTEN CARRIES NONE AND
       *>                     IS ONLY NOTED.
       *>

        ENVIRONMENT DIVISION.
                  10 GWR-DEN-HI   PIC 9(18).
                  10 GWR-DEN-LO   PIC 9(18).
              05 FILLER           PIC X(04).
          01 GEN-WORK-TRAILER REDEFINES GEN-WORK-RECORD.
              05 GWT-MARKER       PIC X(04).
                  88 GWT-IS-TRAILER VALUE "TRLR".
              05 FILLER           PIC X(01).
              05 GWT-TERM-COUNT   PIC 9(09).
              05 FILLER           PIC X(01).
              05 GWT-INDEX-HASH   PIC 9(09).
              05 FILLER           PIC X(01).
              05 GWT-NUM-HI-SUM   PIC 9(22).
              05 FILLER           PIC X(01).
              05 GWT-NUM-LO-SUM   PIC 9(22).
              05 FILLER           PIC X(01).
              05 GWT-RUN-DATE     PIC 9(08).
              05 FILLER           PIC X(41).

       *>
       *>    GENERATION-SIDE TRAILER PROOF - THE SAME TALLY AS THE
       *>    CURRENT SIDE, KEPT APART SO THE RESULT CAN BE REPORTED
       *>    RATHER THAN STOPPING THE JOB.
       *>
          01 CMP-GEN-TRL-SW PIC X(01) VALUE "N".
              88 CMP-GEN-TRL-SEEN VALUE "Y".
          01 CMP-GEN-TRL-BAD-SW PIC X(01) VALUE "N".
              88 CMP-GEN-TRL-BAD VALUE "Y".
          01 CMP-GEN-TERM-COUNT PIC 9(09) VALUE 0.
          01 CMP-GEN-INDEX-HASH PIC 9(09) VALUE 0.
          01 CMP-GEN-NUM-HI-SUM PIC 9(22) VALUE 0.
          01 CMP-GEN-NUM-LO-SUM PIC 9(22) VALUE 0.
          01 CMP-GEN-EXP-TERM-COUNT PIC 9(09) VALUE 0.
          01 CMP-GEN-EXP-INDEX-HASH PIC 9(09) VALUE 0.
          01 CMP-GEN-EXP-NUM-HI-SUM PIC 9(22) VALUE 0.
          01 CMP-GEN-EXP-NUM-LO-SUM PIC 9(22) VALUE 0.

       *>
       *>    COMPARE CONTROL TOTALS.
              05 RPTF-LO          PIC 9(18).
              05 FILLER           PIC X(24) VALUE SPACES.

          01 RPT-GEN-TRL-LINE.
              05 FILLER           PIC X(11) VALUE "    BERNGEN".
              05 RPTG-GEN         PIC 9(01).
              05 FILLER           PIC X(18) VALUE " CONTROL TRAILER: ".
              05 RPTG-TEXT        PIC X(50).

          01 RPT-TOTAL-LINE.
              05 FILLER           PIC X(04) VALUE SPACES.
              05 RPTT-LABEL       PIC X(28).
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
            DISPLAY "BERNCMP: ONLY IN BERNGEN" CMP-GEN " "
                CMP-ONLY-GENERATION
            IF CMP-DIFFERENCES > 0 OR CMP-ONLY-CURRENT > 0
                    OR CMP-ONLY-GENERATION > 0 OR CMP-GEN-TRL-BAD
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM 1300-VERIFY-BERNOUT
            EVALUATE CMP-GEN
                WHEN 1
                    OPEN INPUT GEN1-FILE
                STOP RUN
            END-IF.

       *>
       *>    1300-VERIFY-BERNOUT - ONE FULL PASS OF THE CURRENT
       *>    BERNOUT TO PROVE ITS CONTROL TRAILER BEFORE ANYTHING IS
       *>    COMPARED, THEN THE DATASET IS REOPENED FOR THE COMPARE.
       *>
        1300-VERIFY-BERNOUT.
            PERFORM 2050-READ-CURRENT
            PERFORM 1350-VERIFY-ONE-RECORD UNTIL CUR-EOF
            PERFORM 1380-CHECK-BERNOUT-TRAILER
            CLOSE BERN-OUT-FILE
            MOVE "N" TO CUR-EOF-SW
            MOVE "N" TO CUR-TERM-SW
            OPEN INPUT BERN-OUT-FILE
            IF BERN-OUT-STATUS NOT = "00"
                DISPLAY "BERNCMP: UNABLE TO REOPEN BERNOUT - FILE "
                    "STATUS " BERN-OUT-STATUS
                DISPLAY "BERNCMP: JOB TERMINATED - NOTHING COMPARED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        1350-VERIFY-ONE-RECORD.
            PERFORM 1370-TALLY-BERNOUT-RECORD
            PERFORM 2050-READ-CURRENT.

       *>
       *>    1370-TALLY-BERNOUT-RECORD - CALLED FOR EVERY BERNOUT RECORD
       *>    READ: THE TRAILER'S TOTALS ARE SAVED, A TERM RECORD IS
       *>    ADDED INTO THE RUNNING TALLY, AND A SECTION DIVIDER IS
       *>    PASSED OVER.
       *>
        1370-TALLY-BERNOUT-RECORD.
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
       *>    1380-CHECK-BERNOUT-TRAILER - BERNOUT IS TRUSTED ONLY
       *>    WHEN ITS CONTROL TRAILER IS PRESENT AND AGREES WITH THE
       *>    TALLY OF THE TERM RECORDS ACTUALLY READ. EITHER FAILURE
       *>    STOPS THE STEP WITH RC=12, WHICH NOTHING ELSE IN THE
       *>    STEP USES, SO BERNCHN CAN TELL IT FROM AN ORDINARY
       *>    FAILURE.
       *>
        1380-CHECK-BERNOUT-TRAILER.
            IF NOT TRL-SEEN
                DISPLAY "BERNCMP: BERNOUT HAS NO CONTROL TRAILER - "
                    "DATASET IS INCOMPLETE"
                MOVE "Y" TO TRL-FAIL-SW
            ELSE
                IF TRL-OUT-OF-ORDER
                        OR TRL-TERM-COUNT NOT = TRL-EXP-TERM-COUNT
                        OR TRL-INDEX-HASH NOT = TRL-EXP-INDEX-HASH
                        OR TRL-NUM-HI-SUM NOT = TRL-EXP-NUM-HI-SUM
                        OR TRL-NUM-LO-SUM NOT = TRL-EXP-NUM-LO-SUM
                    DISPLAY "BERNCMP: BERNOUT CONTROL TRAILER OUT OF "
                        "BALANCE"
                    DISPLAY "BERNCMP: TRAILER TERMS " TRL-EXP-TERM-COUNT
                        " HASH " TRL-EXP-INDEX-HASH
                    DISPLAY "BERNCMP: READ    TERMS " TRL-TERM-COUNT
                        " HASH " TRL-INDEX-HASH
                    MOVE "Y" TO TRL-FAIL-SW
                END-IF
            END-IF
            IF TRL-FAILED
                DISPLAY "BERNCMP: JOB TERMINATED - BERNOUT NOT "
                    "TRUSTED"
                MOVE 12 TO RETURN-CODE
                CLOSE BERN-OUT-FILE
                STOP RUN
            END-IF.

       *>
       *>    2000-NEXT-CURRENT-TERM - ADVANCE THE CURRENT SIDE TO ITS
       *>    NEXT TERM RECORD, PASSING OVER SECTION-HEADER DIVIDERS
                    END-READ
            END-EVALUATE
            IF NOT GEN-EOF
                IF GWT-IS-TRAILER
                    PERFORM 2170-NOTE-GEN-TRAILER
                ELSE
                    IF GWR-INDEX IS NUMERIC
                            AND GWR-DEN-LO IS NUMERIC
                        MOVE "Y" TO GEN-TERM-SW
                        PERFORM 2160-TALLY-GEN-TERM
                    END-IF
                END-IF
            END-IF.

       *>
       *>    2160-TALLY-GEN-TERM / 2170-NOTE-GEN-TRAILER - THE
       *>    GENERATION'S OWN TRAILER PROOF. THE TRAILER IS A CONTROL
       *>    RECORD AND NEVER REACHES THE COMPARE; A TERM AFTER IT,
       *>    A SECOND TRAILER, OR UNREADABLE TOTALS COUNT AS OUT OF
       *>    BALANCE.
       *>
        2160-TALLY-GEN-TERM.
            IF CMP-GEN-TRL-SEEN
                MOVE "Y" TO CMP-GEN-TRL-BAD-SW
            END-IF
            ADD 1 TO CMP-GEN-TERM-COUNT
            ADD GWR-INDEX TO CMP-GEN-INDEX-HASH
            IF GWR-NUM-HI IS NUMERIC AND GWR-NUM-LO IS NUMERIC
                ADD GWR-NUM-HI TO CMP-GEN-NUM-HI-SUM
                ADD GWR-NUM-LO TO CMP-GEN-NUM-LO-SUM
            ELSE
                MOVE "Y" TO CMP-GEN-TRL-BAD-SW
            END-IF.

        2170-NOTE-GEN-TRAILER.
            IF CMP-GEN-TRL-SEEN
                MOVE "Y" TO CMP-GEN-TRL-BAD-SW
            END-IF
            MOVE "Y" TO CMP-GEN-TRL-SW
            IF GWT-TERM-COUNT IS NUMERIC
                    AND GWT-INDEX-HASH IS NUMERIC
                    AND GWT-NUM-HI-SUM IS NUMERIC
                    AND GWT-NUM-LO-SUM IS NUMERIC
                MOVE GWT-TERM-COUNT TO CMP-GEN-EXP-TERM-COUNT
                MOVE GWT-INDEX-HASH TO CMP-GEN-EXP-INDEX-HASH
                MOVE GWT-NUM-HI-SUM TO CMP-GEN-EXP-NUM-HI-SUM
                MOVE GWT-NUM-LO-SUM TO CMP-GEN-EXP-NUM-LO-SUM
            ELSE
                MOVE "Y" TO CMP-GEN-TRL-BAD-SW
            END-IF.

       *>
       *>    3000-COMPARE-TERMS - THE TWO TERM STREAMS ADVANCE
       *>    TOGETHER IN THE ORDER WRITTEN. A TERM PAIR ON THE SAME
                MOVE "    TABLES TIE OUT - NO DIFFERENCES" TO
                    RPT-LINE
                PERFORM 5700-WRITE-RPT-LINE
            END-IF
            PERFORM 5550-WRITE-GEN-TRAILER-LINE.

       *>
       *>    5550-WRITE-GEN-TRAILER-LINE - RESULT OF THE GENERATION
       *>    SIDE'S TRAILER PROOF. ONLY AN OUT-OF-BALANCE TRAILER
       *>    RAISES THE RETURN CODE.
       *>
        5550-WRITE-GEN-TRAILER-LINE.
            MOVE CMP-GEN TO RPTG-GEN
            IF CMP-GEN-TRL-SEEN
                IF CMP-GEN-TERM-COUNT NOT = CMP-GEN-EXP-TERM-COUNT
                        OR CMP-GEN-INDEX-HASH
                            NOT = CMP-GEN-EXP-INDEX-HASH
                        OR CMP-GEN-NUM-HI-SUM
                            NOT = CMP-GEN-EXP-NUM-HI-SUM
                        OR CMP-GEN-NUM-LO-SUM
                            NOT = CMP-GEN-EXP-NUM-LO-SUM
                    MOVE "Y" TO CMP-GEN-TRL-BAD-SW
                END-IF
                IF CMP-GEN-TRL-BAD
                    MOVE "OUT OF BALANCE - GENERATION IS SUSPECT"
                        TO RPTG-TEXT
                    DISPLAY "BERNCMP: BERNGEN" CMP-GEN " CONTROL "
                        "TRAILER OUT OF BALANCE"
                ELSE
                    MOVE "IN BALANCE" TO RPTG-TEXT
                END-IF
            ELSE
                MOVE "NONE - RETAINED BEFORE TRAILERS WERE WRITTEN"
                    TO RPTG-TEXT
            END-IF
            MOVE RPT-GEN-TRL-LINE TO RPT-LINE
            PERFORM 5700-WRITE-RPT-LINE.

        5600-WRITE-TOTAL-LINE.
            MOVE RPT-TOTAL-LINE TO RPT-LINE
