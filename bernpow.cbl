       *>                     18-DIGIT FIELDS (HIGH P ONLY) IS
       *>                     REPORTED AND SKIPPED WITH RC=4 RATHER
       *>                     THAN WRAPPED.
       *>    2026-10-15  RJH  BERNOUT CONTROL TRAILER - THE LOAD NOW
       *>                     TALLIES EVERY TERM RECORD AND PROVES IT
       *>                     AGAINST THE TRAILER BERNOULLI WRITES
       *>                     LAST (SEE BERNREC). A MISSING OR
       *>                     OUT-OF-BALANCE TRAILER STOPS THE JOB
       *>                     RC=12 BEFORE ANY CARD IS ANSWERED.
       *>    2026-10-15  RJH  CERTIFIED-TERM SOURCE - A PARM OF CERT
       *>                     LOADS THE FRACTIONS FROM THE CERTIFIED
       *>                     TERMS ON THE KEYED BERNMST MASTER (SEE
       *>                     BMR-CERT-STATUS) INSTEAD OF FROM
       *>                     BERNOUT. A PROVISIONAL TERM IS NOT
       *>                     LOADED, AND A CARD WHOSE FORMULA NEEDS
       *>                     ONE IS REJECTED WITH ITS OWN MESSAGE.
       *>                     NO PARM READS BERNOUT AS BEFORE; ANY
       *>                     OTHER PARM STOPS THE JOB RC=16.
       *>

        ENVIRONMENT DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BERN-OUT-STATUS.

            SELECT MST-FILE ASSIGN TO "BERNMST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BMR-INDEX
                FILE STATUS IS MST-FILE-STATUS.

            SELECT POW-CARD-FILE ASSIGN TO "POWCARDS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS POW-CARD-STATUS.
            RECORD CONTAINS 120 CHARACTERS.
            COPY BERNREC.

        FD  MST-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY BERNMST.

        FD  POW-CARD-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY POWCARD.
              88 BERN-OUT-EOF VALUE "Y".
          01 POW-CARD-EOF-SW PIC X(01) VALUE "N".
              88 POW-CARD-EOF VALUE "Y".
          01 MST-FILE-STATUS PIC X(02) VALUE "00".
          01 MST-EOF-SW PIC X(01) VALUE "N".
              88 MST-EOF VALUE "Y".

       *>
       *>    TERM SOURCE - BERNOUT BY DEFAULT, OR THE CERTIFIED
       *>    TERMS ON BERNMST WHEN THE PARM IS CERT.
       *>
          01 PARM-TEXT PIC X(20) VALUE SPACES.
          01 POW-SOURCE-SW PIC X(01) VALUE "B".
              88 POW-SRC-BERNOUT VALUE "B".
              88 POW-SRC-MASTER VALUE "M".
          01 POW-SOURCE-NAME PIC X(17) VALUE "BERNOUT".
          01 POW-UNCERT-COUNT PIC 9(4) VALUE 0.

       *>
       *>    BERNOULLI FRACTION TABLE LOADED OFF BERNOUT - BP-NUM(I)/
          01 BP-WIDE-HIT-SW PIC X(01) VALUE "N".
              88 BP-WIDE-FOUND VALUE "Y".

       *>
       *>    BP-UNCERT FLAGS A TERM THE MASTER CARRIES BUT NOBODY
       *>    HAS CERTIFIED YET (CERT SOURCE ONLY) - IT IS NOT
       *>    LOADED, AND A CARD NEEDING IT IS REJECTED.
       *>
          01 BP-UNCERT-FLAGS VALUE ALL "N".
              02 BP-UNCERT-SW PIC X(01) OCCURS 56 TIMES.
                  88 BP-UNCERT VALUE "Y".
          01 BP-UNCERT-HIT-SW PIC X(01) VALUE "N".
              88 BP-UNCERT-FOUND VALUE "Y".

       *>
       *>    PASCAL'S-TRIANGLE TABLE OF BINOMIAL COEFFICIENTS, BUILT
       *>    ONCE BEFORE THE CARD LOOP THE SAME WAY THE MAIN PROGRAM
              05 FILLER           PIC X(07) VALUE SPACES.
              05 FILLER           PIC X(15) VALUE "SOURCE TERMS = ".
              05 RPTH2-TERMS      PIC ZZZ9.
              05 FILLER           PIC X(04) VALUE " IN ".
              05 RPTH2-SOURCE     PIC X(17).
              05 FILLER           PIC X(13) VALUE SPACES.

          01 RPT-HEADER-3.
              05 FILLER           PIC X(80) VALUE SPACES.
              05 RPTC-DEN         PIC Z(17)9.
              05 FILLER           PIC X(20) VALUE SPACES.

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
            PERFORM 1400-BUILD-PASCAL-TABLE.
            PERFORM 2000-READ-CARD.
            PERFORM 3000-PROCESS-CARD UNTIL POW-CARD-EOF.
            PERFORM 1900-CLOSE-SOURCE
            CLOSE POW-CARD-FILE
            CLOSE POW-ANS-FILE
            CLOSE RPT-FILE
            CLOSE POW-COEF-FILE
            DISPLAY "BERNPOW: TERM SOURCE    " POW-SOURCE-NAME
            DISPLAY "BERNPOW: CARDS READ     " POW-CARDS-READ
            DISPLAY "BERNPOW: CARDS ANSWERED " POW-CARDS-ANSWERED
            DISPLAY "BERNPOW: CARDS REJECTED " POW-CARDS-REJECTED
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
                    MOVE "B" TO POW-SOURCE-SW
                    MOVE "BERNOUT" TO POW-SOURCE-NAME
                WHEN "CERT"
                    MOVE "M" TO POW-SOURCE-SW
                    MOVE "CERTIFIED BERNMST" TO POW-SOURCE-NAME
                WHEN OTHER
                    DISPLAY "BERNPOW: PARM '" PARM-TEXT "' IS NOT "
                        "VALID - OMIT IT FOR BERNOUT OR KEY CERT"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.

        1000-OPEN-FILES.
            IF POW-SRC-MASTER
                OPEN INPUT MST-FILE
                IF MST-FILE-STATUS NOT = "00"
                    DISPLAY "BERNPOW: UNABLE TO OPEN BERNMST - FILE "
                        "STATUS " MST-FILE-STATUS
                    DISPLAY "BERNPOW: JOB TERMINATED - RUN BERNMSTU "
                        "FIRST"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            ELSE
                OPEN INPUT BERN-OUT-FILE
                IF BERN-OUT-STATUS NOT = "00"
                    DISPLAY "BERNPOW: UNABLE TO OPEN BERNOUT - FILE "
                        "STATUS " BERN-OUT-STATUS
                    DISPLAY "BERNPOW: JOB TERMINATED - RUN BERNOULLI "
                        "FIRST"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
            OPEN INPUT POW-CARD-FILE
            IF POW-CARD-STATUS NOT = "00"
                    "STATUS " POW-CARD-STATUS
                DISPLAY "BERNPOW: JOB TERMINATED - NO REQUEST CARDS"
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-CLOSE-SOURCE
                STOP RUN
            END-IF
            OPEN OUTPUT POW-ANS-FILE
                DISPLAY "BERNPOW: UNABLE TO OPEN POWANS - FILE "
                    "STATUS " POW-ANS-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-CLOSE-SOURCE
                CLOSE POW-CARD-FILE
                STOP RUN
            END-IF
                DISPLAY "BERNPOW: UNABLE TO OPEN POWRPT - FILE "
                    "STATUS " RPT-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-CLOSE-SOURCE
                CLOSE POW-CARD-FILE
                CLOSE POW-ANS-FILE
                STOP RUN
                DISPLAY "BERNPOW: UNABLE TO OPEN POWCOEF - FILE "
                    "STATUS " POW-COEF-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-CLOSE-SOURCE
                CLOSE POW-CARD-FILE
                CLOSE POW-ANS-FILE
                CLOSE RPT-FILE
       *>    JOB'S ARITHMETIC IS STILL 18-DIGIT FIELDS.
       *>
        1100-LOAD-BERNOUT.
            IF POW-SRC-MASTER
                PERFORM 1200-LOAD-MASTER
            ELSE
                PERFORM 1150-READ-BERNOUT
                PERFORM 1160-LOAD-TERM UNTIL BERN-OUT-EOF
                PERFORM 1180-CHECK-BERNOUT-TRAILER
            END-IF
            IF BP-TERMS = 0
                DISPLAY "BERNPOW: " POW-SOURCE-NAME " CARRIED NO "
                    "TERMS - JOB TERMINATED"
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-CLOSE-SOURCE
                CLOSE POW-CARD-FILE
                CLOSE POW-ANS-FILE
                CLOSE RPT-FILE
            END-READ.

        1160-LOAD-TERM.
            PERFORM 1170-TALLY-BERNOUT-RECORD
            IF BOR-INDEX IS NUMERIC
                    AND BOR-INDEX >= 1 AND BOR-INDEX <= 56
                IF BOR-NUM-HI = 0 AND BOR-DEN-HI = 0
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
                DISPLAY "BERNPOW: BERNOUT HAS NO CONTROL TRAILER - "
                    "DATASET IS INCOMPLETE"
                MOVE "Y" TO TRL-FAIL-SW
            ELSE
                IF TRL-OUT-OF-ORDER
                        OR TRL-TERM-COUNT NOT = TRL-EXP-TERM-COUNT
                        OR TRL-INDEX-HASH NOT = TRL-EXP-INDEX-HASH
                        OR TRL-NUM-HI-SUM NOT = TRL-EXP-NUM-HI-SUM
                        OR TRL-NUM-LO-SUM NOT = TRL-EXP-NUM-LO-SUM
                    DISPLAY "BERNPOW: BERNOUT CONTROL TRAILER OUT OF "
                        "BALANCE"
                    DISPLAY "BERNPOW: TRAILER TERMS "
                        TRL-EXP-TERM-COUNT " HASH " TRL-EXP-INDEX-HASH
                    DISPLAY "BERNPOW: READ    TERMS "
                        TRL-TERM-COUNT " HASH " TRL-INDEX-HASH
                    MOVE "Y" TO TRL-FAIL-SW
                END-IF
            END-IF
            IF TRL-FAILED
                DISPLAY "BERNPOW: JOB TERMINATED - BERNOUT NOT "
                    "TRUSTED"
                MOVE 12 TO RETURN-CODE
                CLOSE BERN-OUT-FILE
                CLOSE POW-CARD-FILE
                CLOSE POW-ANS-FILE
                CLOSE RPT-FILE
                CLOSE POW-COEF-FILE
                STOP RUN
            END-IF.

       *>
       *>    1200-LOAD-MASTER - CERT SOURCE: THE MASTER IN KEY ORDER.
       *>    ONLY A CERTIFIED TERM IS LOADED; A PROVISIONAL ONE IS
       *>    FLAGGED SO A CARD THAT NEEDS IT CAN SAY WHY IT WAS
       *>    REJECTED. THE 18-DIGIT WIDTH RULE IS THE SAME AS FOR
       *>    BERNOUT.
       *>
        1200-LOAD-MASTER.
            PERFORM 1250-READ-MASTER
            PERFORM 1260-LOAD-MASTER-TERM UNTIL MST-EOF
            IF POW-UNCERT-COUNT > 0
                DISPLAY "BERNPOW: " POW-UNCERT-COUNT " MASTER TERM(S) "
                    "NOT YET CERTIFIED - NOT LOADED"
            END-IF.

        1250-READ-MASTER.
            READ MST-FILE NEXT
                AT END
                    MOVE "Y" TO MST-EOF-SW
            END-READ.

        1260-LOAD-MASTER-TERM.
            IF BMR-INDEX >= 1 AND BMR-INDEX <= 56
                IF NOT BMR-CERTIFIED
                    MOVE "Y" TO BP-UNCERT-SW(BMR-INDEX)
                    ADD 1 TO POW-UNCERT-COUNT
                ELSE
                    IF BMR-NUM-HI = 0 AND BMR-DEN-HI = 0
                        MOVE BMR-NUM-LO TO BP-NUM(BMR-INDEX)
                        IF BMR-NUM-SIGN = "-"
                            COMPUTE BP-NUM(BMR-INDEX) =
                                0 - BP-NUM(BMR-INDEX)
                        END-IF
                        MOVE BMR-DEN-LO TO BP-DEN(BMR-INDEX)
                        MOVE "Y" TO BP-LOADED-SW(BMR-INDEX)
                    ELSE
                        MOVE "Y" TO BP-WIDE-SW(BMR-INDEX)
                    END-IF
                END-IF
                IF BMR-INDEX > BP-TERMS
                    MOVE BMR-INDEX TO BP-TERMS
                END-IF
            END-IF
            PERFORM 1250-READ-MASTER.

        1900-CLOSE-SOURCE.
            IF POW-SRC-MASTER
                CLOSE MST-FILE
            ELSE
                CLOSE BERN-OUT-FILE
            END-IF.

       *>
       *>    1400-BUILD-PASCAL-TABLE - FULL 37-ROW TRIANGLE, BUILT THE
       *>    SAME WAY AS THE MAIN PROGRAM'S TABLE. ROWS THE DECK
                    ELSE
                        ADD 1 POW-P GIVING POW-BSUB
                        IF POW-BSUB > BP-TERMS
                            IF POW-SRC-MASTER
                                MOVE
                               "P NEEDS MORE TERMS THAN BERNMST HAS"
                                    TO POW-REJECT-TEXT
                            ELSE
                                MOVE
                               "P NEEDS MORE TERMS THAN BERNOUT HAS"
                                    TO POW-REJECT-TEXT
                            END-IF
                            MOVE "Y" TO POW-REJECT-SW
                        ELSE
                            PERFORM 3200-CHECK-TERMS-PRESENT
                            EVALUATE TRUE
                                WHEN BP-UNCERT-FOUND
                                    MOVE
                                  "A NEEDED TERM IS NOT YET CERTIFIED"
                                        TO POW-REJECT-TEXT
                                    MOVE "Y" TO POW-REJECT-SW
                                WHEN BP-WIDE-FOUND
                                    MOVE
                                  "A NEEDED TERM EXCEEDS 18 DIGITS"
                                        TO POW-REJECT-TEXT
                                    MOVE "Y" TO POW-REJECT-SW
                                WHEN BP-GAP-FOUND AND POW-SRC-MASTER
                                    MOVE
                                  "BERNMST IS MISSING A NEEDED TERM"
                                        TO POW-REJECT-TEXT
                                    MOVE "Y" TO POW-REJECT-SW
                                WHEN BP-GAP-FOUND
                                    MOVE
                                  "BERNOUT IS MISSING A NEEDED TERM"
        3200-CHECK-TERMS-PRESENT.
            MOVE "N" TO BP-GAP-SW
            MOVE "N" TO BP-WIDE-HIT-SW
            MOVE "N" TO BP-UNCERT-HIT-SW
            PERFORM 3250-CHECK-ONE-TERM
                VARYING BP-CHECK-SUB FROM 1 BY 1
                UNTIL BP-CHECK-SUB > POW-BSUB
                    OR BP-GAP-FOUND OR BP-WIDE-FOUND
                    OR BP-UNCERT-FOUND.

        3250-CHECK-ONE-TERM.
            IF NOT BP-LOADED(BP-CHECK-SUB)
                EVALUATE TRUE
                    WHEN BP-UNCERT(BP-CHECK-SUB)
                        MOVE "Y" TO BP-UNCERT-HIT-SW
                        DISPLAY "BERNPOW: TERM AT INDEX " BP-CHECK-SUB
                            " IS NOT CERTIFIED - SIGN IT OFF WITH "
                            "BERNCRT"
                    WHEN BP-WIDE(BP-CHECK-SUB)
                        MOVE "Y" TO BP-WIDE-HIT-SW
                        DISPLAY "BERNPOW: TERM AT INDEX " BP-CHECK-SUB
                            " EXCEEDS THIS JOB'S 18-DIGIT FIELDS"
                    WHEN POW-SRC-MASTER
                        MOVE "Y" TO BP-GAP-SW
                        DISPLAY "BERNPOW: BERNMST HAS NO TERM AT INDEX "
                            BP-CHECK-SUB " - MERGE A RUN THAT "
                            "COMPUTED IT WITH BERNMSTU"
                    WHEN OTHER
                        MOVE "Y" TO BP-GAP-SW
                        DISPLAY "BERNPOW: BERNOUT HAS NO TERM AT INDEX "
                            BP-CHECK-SUB " - RERUN BERNOULLI WITH THE "
                            "FULL RANGE"
                END-EVALUATE
            END-IF.

       *>
            MOVE RPT-RUN-DATE(7:2) TO RPTH2-DAY
            MOVE RPT-RUN-DATE(1:4) TO RPTH2-YEAR
            MOVE BP-TERMS TO RPTH2-TERMS
            MOVE POW-SOURCE-NAME TO RPTH2-SOURCE
            MOVE RPT-HEADER-2 TO RPT-LINE
            WRITE RPT-LINE
            MOVE RPT-HEADER-3 TO RPT-LINE
