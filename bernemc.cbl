       *>                     MESSAGE RATHER THAN WRAPPED, THE SAME
       *>                     TREATMENT BERNPOW GIVES AN OVERSIZED
       *>                     SUM.
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
       *>                     BERNOUT, THE SAME SWITCH BERNPOW TAKES.
       *>                     A PROVISIONAL TERM IS NOT LOADED, AND A
       *>                     CARD THAT NEEDS ONE IS REJECTED WITH
       *>                     ITS OWN MESSAGE. NO PARM READS BERNOUT
       *>                     AS BEFORE; ANY OTHER PARM IS RC=16.
       *>

        ENVIRONMENT DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BERN-OUT-STATUS.

            SELECT MST-FILE ASSIGN TO "BERNMST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BMR-INDEX
                FILE STATUS IS MST-FILE-STATUS.

            SELECT EMC-CARD-FILE ASSIGN TO "EMCCARDS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EMC-CARD-STATUS.
            RECORD CONTAINS 120 CHARACTERS.
            COPY BERNREC.

        FD  MST-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY BERNMST.

        FD  EMC-CARD-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY EMCCARD.
              88 BERN-OUT-EOF VALUE "Y".
          01 EMC-CARD-EOF-SW PIC X(01) VALUE "N".
              88 EMC-CARD-EOF VALUE "Y".
          01 MST-FILE-STATUS PIC X(02) VALUE "00".
          01 MST-EOF-SW PIC X(01) VALUE "N".
              88 MST-EOF VALUE "Y".

       *>
       *>    TERM SOURCE - BERNOUT BY DEFAULT, OR THE CERTIFIED
       *>    TERMS ON BERNMST WHEN THE PARM IS CERT.
       *>
          01 PARM-TEXT PIC X(20) VALUE SPACES.
          01 EMC-SOURCE-SW PIC X(01) VALUE "B".
              88 EMC-SRC-BERNOUT VALUE "B".
              88 EMC-SRC-MASTER VALUE "M".
          01 EMC-SOURCE-NAME PIC X(17) VALUE "BERNOUT".
          01 EMC-UNCERT-COUNT PIC 9(4) VALUE 0.

       *>
       *>    BERNOULLI FRACTIONS OFF BERNOUT, HELD IN THE SAME
              02 EB-ENTRY OCCURS 56 TIMES.
                  03 EB-LOADED-SW PIC X(01).
                      88 EB-LOADED VALUE "Y".
                      88 EB-UNCERT VALUE "U".
                  03 EB-NUM-SIGN PIC X(01).
                  03 EB-NUM-MAG.
                      04 EB-NUM-W PIC 9(18) OCCURS 4 TIMES.
              05 FILLER           PIC X(07) VALUE SPACES.
              05 FILLER           PIC X(15) VALUE "SOURCE TERMS = ".
              05 RPTH2-TERMS      PIC ZZZ9.
              05 FILLER           PIC X(04) VALUE " IN ".
              05 RPTH2-SOURCE     PIC X(17).
              05 FILLER           PIC X(13) VALUE SPACES.

          01 RPT-HEADER-3.
              05 FILLER           PIC X(80) VALUE SPACES.
              02 MPDEC-DEN-W PIC 9(18) OCCURS 4 TIMES.
          01 MPDEC-DIGIT PIC 9(1) VALUE 0.

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
            PERFORM 3000-PROCESS-CARD UNTIL EMC-CARD-EOF.
            PERFORM 1900-CLOSE-SOURCE
            CLOSE EMC-CARD-FILE
            CLOSE EMC-ANS-FILE
            CLOSE RPT-FILE
            DISPLAY "BERNEMC: TERM SOURCE    " EMC-SOURCE-NAME
            DISPLAY "BERNEMC: CARDS READ     " EMC-CARDS-READ
            DISPLAY "BERNEMC: CARDS ANSWERED " EMC-CARDS-ANSWERED
            DISPLAY "BERNEMC: CARDS REJECTED " EMC-CARDS-REJECTED
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
                    MOVE "B" TO EMC-SOURCE-SW
                    MOVE "BERNOUT" TO EMC-SOURCE-NAME
                WHEN "CERT"
                    MOVE "M" TO EMC-SOURCE-SW
                    MOVE "CERTIFIED BERNMST" TO EMC-SOURCE-NAME
                WHEN OTHER
                    DISPLAY "BERNEMC: PARM '" PARM-TEXT "' IS NOT "
                        "VALID - OMIT IT FOR BERNOUT OR KEY CERT"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.

        1000-OPEN-FILES.
            IF EMC-SRC-MASTER
                OPEN INPUT MST-FILE
                IF MST-FILE-STATUS NOT = "00"
                    DISPLAY "BERNEMC: UNABLE TO OPEN BERNMST - FILE "
                        "STATUS " MST-FILE-STATUS
                    DISPLAY "BERNEMC: JOB TERMINATED - RUN BERNMSTU "
                        "FIRST"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            ELSE
                OPEN INPUT BERN-OUT-FILE
                IF BERN-OUT-STATUS NOT = "00"
                    DISPLAY "BERNEMC: UNABLE TO OPEN BERNOUT - FILE "
                        "STATUS " BERN-OUT-STATUS
                    DISPLAY "BERNEMC: JOB TERMINATED - RUN BERNOULLI "
                        "FIRST"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
            OPEN INPUT EMC-CARD-FILE
            IF EMC-CARD-STATUS NOT = "00"
                    "STATUS " EMC-CARD-STATUS
                DISPLAY "BERNEMC: JOB TERMINATED - NO REQUEST CARDS"
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-CLOSE-SOURCE
                STOP RUN
            END-IF
            OPEN OUTPUT EMC-ANS-FILE
                DISPLAY "BERNEMC: UNABLE TO OPEN EMCANS - FILE "
                    "STATUS " EMC-ANS-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-CLOSE-SOURCE
                CLOSE EMC-CARD-FILE
                STOP RUN
            END-IF
                DISPLAY "BERNEMC: UNABLE TO OPEN EMCRPT - FILE "
                    "STATUS " RPT-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-CLOSE-SOURCE
                CLOSE EMC-CARD-FILE
                CLOSE EMC-ANS-FILE
                STOP RUN
        1100-LOAD-BERNOUT.
            PERFORM 1120-CLEAR-EB-ENTRY
                VARYING EB-SUB FROM 1 BY 1 UNTIL EB-SUB > 56
            IF EMC-SRC-MASTER
                PERFORM 1200-LOAD-MASTER
            ELSE
                PERFORM 1150-READ-BERNOUT
                PERFORM 1160-LOAD-TERM UNTIL BERN-OUT-EOF
                PERFORM 1180-CHECK-BERNOUT-TRAILER
            END-IF
            IF EB-TERMS = 0
                DISPLAY "BERNEMC: " EMC-SOURCE-NAME " CARRIED NO "
                    "TERMS - JOB TERMINATED"
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-CLOSE-SOURCE
                CLOSE EMC-CARD-FILE
                CLOSE EMC-ANS-FILE
                CLOSE RPT-FILE
            END-READ.

        1160-LOAD-TERM.
            PERFORM 1170-TALLY-BERNOUT-RECORD
            IF BOR-INDEX IS NUMERIC
                    AND BOR-INDEX >= 1 AND BOR-INDEX <= 56
                MOVE BOR-NUM-SIGN TO EB-NUM-SIGN(BOR-INDEX)
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
                DISPLAY "BERNEMC: BERNOUT HAS NO CONTROL TRAILER - "
                    "DATASET IS INCOMPLETE"
                MOVE "Y" TO TRL-FAIL-SW
            ELSE
                IF TRL-OUT-OF-ORDER
                        OR TRL-TERM-COUNT NOT = TRL-EXP-TERM-COUNT
                        OR TRL-INDEX-HASH NOT = TRL-EXP-INDEX-HASH
                        OR TRL-NUM-HI-SUM NOT = TRL-EXP-NUM-HI-SUM
                        OR TRL-NUM-LO-SUM NOT = TRL-EXP-NUM-LO-SUM
                    DISPLAY "BERNEMC: BERNOUT CONTROL TRAILER OUT OF "
                        "BALANCE"
                    DISPLAY "BERNEMC: TRAILER TERMS "
                        TRL-EXP-TERM-COUNT " HASH " TRL-EXP-INDEX-HASH
                    DISPLAY "BERNEMC: READ    TERMS "
                        TRL-TERM-COUNT " HASH " TRL-INDEX-HASH
                    MOVE "Y" TO TRL-FAIL-SW
                END-IF
            END-IF
            IF TRL-FAILED
                DISPLAY "BERNEMC: JOB TERMINATED - BERNOUT NOT "
                    "TRUSTED"
                MOVE 12 TO RETURN-CODE
                CLOSE BERN-OUT-FILE
                CLOSE EMC-CARD-FILE
                CLOSE EMC-ANS-FILE
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
            IF EMC-UNCERT-COUNT > 0
                DISPLAY "BERNEMC: " EMC-UNCERT-COUNT " MASTER TERM(S) "
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
                    ADD 1 TO EMC-UNCERT-COUNT
                END-IF
                IF BMR-INDEX > EB-TERMS
                    MOVE BMR-INDEX TO EB-TERMS
                END-IF
            END-IF
            PERFORM 1250-READ-MASTER.

        1900-CLOSE-SOURCE.
            IF EMC-SRC-MASTER
                CLOSE MST-FILE
            ELSE
                CLOSE BERN-OUT-FILE
            END-IF.

        2000-READ-CARD.
            READ EMC-CARD-FILE
                AT END

        3250-CHECK-ONE-TERM.
            COMPUTE EMC-IDX = 2 * EMC-TK + 1
            EVALUATE TRUE
                WHEN EB-LOADED(EMC-IDX)
                    CONTINUE
                WHEN EB-UNCERT(EMC-IDX)
                    MOVE "A NEEDED B TERM IS NOT YET CERTIFIED" TO
                        EMC-REJECT-TEXT
                    MOVE "Y" TO EMC-REJECT-SW
                    DISPLAY "BERNEMC: TERM AT INDEX " EMC-IDX
                        " IS NOT CERTIFIED - SIGN IT OFF WITH BERNCRT"
                WHEN EMC-SRC-MASTER
                    MOVE "BERNMST LACKS A NEEDED B TERM" TO
                        EMC-REJECT-TEXT
                    MOVE "Y" TO EMC-REJECT-SW
                    DISPLAY "BERNEMC: BERNMST HAS NO TERM AT INDEX "
                        EMC-IDX " - MERGE A RUN THAT COMPUTED IT"
                WHEN OTHER
                    MOVE "BERNOUT LACKS A NEEDED B TERM" TO
                        EMC-REJECT-TEXT
                    MOVE "Y" TO EMC-REJECT-SW
                    DISPLAY "BERNEMC: BERNOUT HAS NO TERM AT INDEX "
                        EMC-IDX " - RERUN BERNOULLI WITH THE FULL "
                        "RANGE"
            END-EVALUATE.

        3300-COMPUTE-ALL-TERMS.
            PERFORM 3400-COMPUTE-ONE-TERM
            MOVE RPT-RUN-DATE(7:2) TO RPTH2-DAY
            MOVE RPT-RUN-DATE(1:4) TO RPTH2-YEAR
            MOVE EB-TERMS TO RPTH2-TERMS
            MOVE EMC-SOURCE-NAME TO RPTH2-SOURCE
            MOVE RPT-HEADER-2 TO RPT-LINE
            WRITE RPT-LINE
            MOVE RPT-HEADER-3 TO RPT-LINE
