       *>                     SPREADSHEET STILL SEES ONE PLAIN
       *>                     NUMBER. THE EXTRACT ROW GROWS TO 160
       *>                     CHARACTERS TO CARRY THE WIDER COLUMNS.
       *>    2026-10-15  RJH  BERNOUT CONTROL TRAILER - BEFORE BERNEXT
       *>                     IS OPENED, A VERIFY PASS TALLIES EVERY
       *>                     TERM RECORD ON BERNOUT AND PROVES IT
       *>                     AGAINST THE TRAILER BERNOULLI WRITES
       *>                     LAST (SEE BERNREC). A MISSING OR
       *>                     OUT-OF-BALANCE TRAILER STOPS THE JOB
       *>                     RC=12 WITH THE PRIOR EXTRACT UNTOUCHED,
       *>                     SO A PARTIAL FILE IS NEVER FED. THE
       *>                     TRAILER ITSELF IS NOT A TERM AND NEVER
       *>                     BECOMES A ROW.
       *>    2026-10-15  RJH  CERTIFIED-TERM SOURCE - A PARM OF CERT
       *>                     BUILDS THE EXTRACT FROM THE KEYED
       *>                     BERNMST MASTER IN KEY ORDER INSTEAD OF
       *>                     FROM BERNOUT, AND ONLY FROM TERMS A
       *>                     SECOND OPERATOR HAS SIGNED OFF WITH
       *>                     BERNCRT. A PROVISIONAL TERM IS LEFT OFF
       *>                     THE FEED WITH A CONSOLE MESSAGE AND THE
       *>                     STEP ENDS RC=4, SO NOTHING UNVOUCHED
       *>                     REACHES THE SPREADSHEET. THE ROW LAYOUT
       *>                     AND TRAILER ARE THE SAME IN BOTH MODES.
       *>                     NO PARM READS BERNOUT AS BEFORE; ANY
       *>                     OTHER PARM STOPS THE JOB RC=16.
       *>    2026-10-15  RJH  SENT-FEED REGISTER - THE TRAILER NOW
       *>                     ENDS WITH A FOURTH FIELD, THE EXTRACT'S
       *>                     RUN DATE (YYYYMMDD), WHICH THE
       *>                     ACTUARIAL SYSTEM ECHOES BACK ON ITS
       *>                     EXTACK ACKNOWLEDGEMENT. EVERY FEED
       *>                     WRITTEN IS ALSO RECORDED ON THE KEYED
       *>                     XTRREG REGISTER (SEE XTRREG COPYBOOK) -
       *>                     RUN DATE AND TIME, SOURCE, ROW COUNT
       *>                     AND INDEX HASH - FOR BERNXRC TO
       *>                     RECONCILE THE ACKNOWLEDGEMENTS AGAINST.
       *>                     A REGISTER THAT CANNOT BE WRITTEN
       *>                     LEAVES THE FEED IN PLACE AND ENDS RC=4.
       *>

        ENVIRONMENT DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BERN-OUT-STATUS.

            SELECT MST-FILE ASSIGN TO "BERNMST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BMR-INDEX
                FILE STATUS IS MST-FILE-STATUS.

            SELECT EXT-FILE ASSIGN TO "BERNEXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EXT-FILE-STATUS.

            SELECT REG-FILE ASSIGN TO "XTRREG"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS XRG-KEY
                FILE STATUS IS REG-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  BERN-OUT-FILE
            RECORD CONTAINS 120 CHARACTERS.
            COPY BERNREC.

        FD  MST-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY BERNMST.

        FD  EXT-FILE
            RECORD CONTAINS 160 CHARACTERS.
        01  EXT-RECORD              PIC X(160).

        FD  REG-FILE
            RECORD CONTAINS 120 CHARACTERS.
            COPY XTRREG.

          WORKING-STORAGE SECTION.
          01 BERN-OUT-STATUS PIC X(02) VALUE "00".
          01 EXT-FILE-STATUS PIC X(02) VALUE "00".
          01 BERN-OUT-EOF-SW PIC X(01) VALUE "N".
              88 BERN-OUT-EOF VALUE "Y".
          01 MST-FILE-STATUS PIC X(02) VALUE "00".
          01 MST-EOF-SW PIC X(01) VALUE "N".
              88 MST-EOF VALUE "Y".
          01 REG-FILE-STATUS PIC X(02) VALUE "00".

          01 XTR-RUN-DATE PIC 9(8) VALUE 0.
          01 XTR-RUN-TIME PIC 9(8) VALUE 0.
          01 XTR-REG-FAIL-SW PIC X(01) VALUE "N".
              88 XTR-REG-FAILED VALUE "Y".

       *>
       *>    TERM SOURCE - BERNOUT BY DEFAULT, OR THE CERTIFIED
       *>    TERMS ON BERNMST WHEN THE PARM IS CERT.
       *>
          01 PARM-TEXT PIC X(20) VALUE SPACES.
          01 XTR-SOURCE-SW PIC X(01) VALUE "B".
              88 XTR-SRC-BERNOUT VALUE "B".
              88 XTR-SRC-MASTER VALUE "M".
          01 XTR-SOURCE-NAME PIC X(17) VALUE "BERNOUT".
          01 XTR-UNCERT-COUNT PIC 9(9) VALUE 0.

       *>
       *>    THE TERM BEING EXTRACTED, COPIED FROM WHICHEVER SOURCE
       *>    IS IN USE SO ONE SET OF ROW-BUILDING PARAGRAPHS SERVES
       *>    BOTH.
       *>
          01 XTR-TERM.
              05 XTT-INDEX PIC 9(04).
              05 XTT-VALUE PIC S9(29)V9(9).
              05 XTT-NUM-SIGN PIC X(01).
              05 XTT-NUM-HI PIC 9(18).
              05 XTT-NUM-LO PIC 9(18).
              05 XTT-DEN-HI PIC 9(18).
              05 XTT-DEN-LO PIC 9(18).

          01 XTR-HEADER-ROW PIC X(34)
              VALUE "INDEX,VALUE,NUMERATOR,DENOMINATOR".
          01 XTR-ROW-COUNT PIC 9(9) VALUE 0.
          01 XTR-INDEX-HASH PIC 9(9) VALUE 0.

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
            ACCEPT XTR-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT XTR-RUN-TIME FROM TIME
            PERFORM 0500-SET-TERM-SOURCE.
            PERFORM 1000-OPEN-FILES.
            PERFORM 2000-WRITE-HEADER.
            IF XTR-SRC-MASTER
                PERFORM 2200-READ-MASTER
                PERFORM 3500-WRITE-MASTER-ROW UNTIL MST-EOF
            ELSE
                PERFORM 2100-READ-BERNOUT
                PERFORM 3000-WRITE-DETAIL-ROW UNTIL BERN-OUT-EOF
            END-IF
            PERFORM 5000-WRITE-TRAILER.
            PERFORM 1900-CLOSE-SOURCE
            CLOSE EXT-FILE
            PERFORM 6000-REGISTER-SENT-FEED.
            DISPLAY "BERNXTR: TERM SOURCE    " XTR-SOURCE-NAME
            DISPLAY "BERNXTR: ROWS EXTRACTED " XTR-ROW-COUNT
            DISPLAY "BERNXTR: INDEX HASH     " XTR-INDEX-HASH
            DISPLAY "BERNXTR: RUN DATE       " XTR-RUN-DATE
            IF XTR-UNCERT-COUNT > 0
                DISPLAY "BERNXTR: NOT CERTIFIED  " XTR-UNCERT-COUNT
                MOVE 4 TO RETURN-CODE
            END-IF
            IF XTR-REG-FAILED
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
                    MOVE "B" TO XTR-SOURCE-SW
                    MOVE "BERNOUT" TO XTR-SOURCE-NAME
                WHEN "CERT"
                    MOVE "M" TO XTR-SOURCE-SW
                    MOVE "CERTIFIED BERNMST" TO XTR-SOURCE-NAME
                WHEN OTHER
                    DISPLAY "BERNXTR: PARM '" PARM-TEXT "' IS NOT "
                        "VALID - OMIT IT FOR BERNOUT OR KEY CERT"
                    DISPLAY "BERNXTR: JOB TERMINATED - NOTHING "
                        "EXTRACTED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.

       *>
       *>    1000-OPEN-FILES - THE KEYED MASTER CARRIES NO CONTROL
       *>    TRAILER, SO ONLY A BERNOUT SOURCE GOES THROUGH THE
       *>    VERIFY PASS.
       *>
        1000-OPEN-FILES.
            IF XTR-SRC-MASTER
                OPEN INPUT MST-FILE
                IF MST-FILE-STATUS NOT = "00"
                    DISPLAY "BERNXTR: UNABLE TO OPEN BERNMST - FILE "
                        "STATUS " MST-FILE-STATUS
                    DISPLAY "BERNXTR: JOB TERMINATED - NOTHING "
                        "EXTRACTED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            ELSE
                OPEN INPUT BERN-OUT-FILE
                IF BERN-OUT-STATUS NOT = "00"
                    DISPLAY "BERNXTR: UNABLE TO OPEN BERNOUT - FILE "
                        "STATUS " BERN-OUT-STATUS
                    DISPLAY "BERNXTR: JOB TERMINATED - NOTHING "
                        "EXTRACTED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM 1200-VERIFY-BERNOUT
            END-IF
            OPEN OUTPUT EXT-FILE
            IF EXT-FILE-STATUS NOT = "00"
                    "STATUS " EXT-FILE-STATUS
                DISPLAY "BERNXTR: JOB TERMINATED - NOTHING EXTRACTED"
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-CLOSE-SOURCE
                STOP RUN
            END-IF.

       *>
       *>    1200-VERIFY-BERNOUT - ONE FULL PASS OF BERNOUT TO PROVE
       *>    THE CONTROL TRAILER BEFORE A SINGLE ROW IS WRITTEN, THEN
       *>    THE DATASET IS REOPENED FOR THE EXTRACT PASS PROPER.
       *>
        1200-VERIFY-BERNOUT.
            PERFORM 2100-READ-BERNOUT
            PERFORM 1250-VERIFY-ONE-RECORD UNTIL BERN-OUT-EOF
            PERFORM 1280-CHECK-BERNOUT-TRAILER
            CLOSE BERN-OUT-FILE
            MOVE "N" TO BERN-OUT-EOF-SW
            OPEN INPUT BERN-OUT-FILE
            IF BERN-OUT-STATUS NOT = "00"
                DISPLAY "BERNXTR: UNABLE TO REOPEN BERNOUT - FILE "
                    "STATUS " BERN-OUT-STATUS
                DISPLAY "BERNXTR: JOB TERMINATED - NOTHING EXTRACTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        1250-VERIFY-ONE-RECORD.
            PERFORM 1270-TALLY-BERNOUT-RECORD
            PERFORM 2100-READ-BERNOUT.

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
                DISPLAY "BERNXTR: BERNOUT HAS NO CONTROL TRAILER - "
                    "DATASET IS INCOMPLETE"
                MOVE "Y" TO TRL-FAIL-SW
            ELSE
                IF TRL-OUT-OF-ORDER
                        OR TRL-TERM-COUNT NOT = TRL-EXP-TERM-COUNT
                        OR TRL-INDEX-HASH NOT = TRL-EXP-INDEX-HASH
                        OR TRL-NUM-HI-SUM NOT = TRL-EXP-NUM-HI-SUM
                        OR TRL-NUM-LO-SUM NOT = TRL-EXP-NUM-LO-SUM
                    DISPLAY "BERNXTR: BERNOUT CONTROL TRAILER OUT OF "
                        "BALANCE"
                    DISPLAY "BERNXTR: TRAILER TERMS "
                        TRL-EXP-TERM-COUNT " HASH " TRL-EXP-INDEX-HASH
                    DISPLAY "BERNXTR: READ    TERMS "
                        TRL-TERM-COUNT " HASH " TRL-INDEX-HASH
                    MOVE "Y" TO TRL-FAIL-SW
                END-IF
            END-IF
            IF TRL-FAILED
                DISPLAY "BERNXTR: JOB TERMINATED - BERNOUT NOT "
                    "TRUSTED"
                MOVE 12 TO RETURN-CODE
                CLOSE BERN-OUT-FILE
                STOP RUN
            END-IF.

        1900-CLOSE-SOURCE.
            IF XTR-SRC-MASTER
                CLOSE MST-FILE
            ELSE
                CLOSE BERN-OUT-FILE
            END-IF.

        2000-WRITE-HEADER.
            MOVE SPACES TO EXT-RECORD
            MOVE XTR-HEADER-ROW TO EXT-RECORD
                    MOVE "Y" TO BERN-OUT-EOF-SW
            END-READ.

        2200-READ-MASTER.
            READ MST-FILE NEXT
                AT END
                    MOVE "Y" TO MST-EOF-SW
            END-READ.

       *>
       *>    3000-WRITE-DETAIL-ROW - ONE DELIMITED ROW PER TERM:
       *>    INDEX, DECIMAL VALUE, REDUCED NUMERATOR, DENOMINATOR.
       *>
        3000-WRITE-DETAIL-ROW.
            IF BOR-INDEX IS NUMERIC
                MOVE BOR-INDEX TO XTT-INDEX
                MOVE BOR-VALUE TO XTT-VALUE
                MOVE BOR-NUM-SIGN TO XTT-NUM-SIGN
                MOVE BOR-NUM-HI TO XTT-NUM-HI
                MOVE BOR-NUM-LO TO XTT-NUM-LO
                MOVE BOR-DEN-HI TO XTT-DEN-HI
                MOVE BOR-DEN-LO TO XTT-DEN-LO
                PERFORM 3100-BUILD-ONE-ROW
            END-IF
            PERFORM 2100-READ-BERNOUT.
            MOVE SPACES TO XTR-ROW
            MOVE 1 TO XTR-OUT-POS
            MOVE SPACES TO XTR-FIELD-TEXT
            MOVE XTT-INDEX TO XTR-COUNT-EDIT
            MOVE XTR-COUNT-EDIT TO XTR-FIELD-TEXT
            PERFORM 4000-APPEND-FIELD
            PERFORM 4100-APPEND-DELIMITER
            MOVE SPACES TO XTR-FIELD-TEXT
            MOVE XTT-VALUE TO XTR-VALUE-EDIT
            MOVE XTR-VALUE-EDIT TO XTR-FIELD-TEXT
            PERFORM 4000-APPEND-FIELD
            PERFORM 4100-APPEND-DELIMITER
            MOVE XTR-ROW TO EXT-RECORD
            WRITE EXT-RECORD
            ADD 1 TO XTR-ROW-COUNT
            ADD XTT-INDEX TO XTR-INDEX-HASH.

       *>
       *>    3200-EDIT-NUMERATOR - ONE PLAIN SIGNED NUMBER FOR THE
       *>
        3200-EDIT-NUMERATOR.
            MOVE SPACES TO XTR-FIELD-TEXT
            IF XTT-NUM-HI = 0
                MOVE XTT-NUM-LO TO XTR-NUM-S
                IF XTT-NUM-SIGN = "-"
                    COMPUTE XTR-NUM-S = 0 - XTR-NUM-S
                END-IF
                MOVE XTR-NUM-S TO XTR-NUM-EDIT
                MOVE XTR-NUM-EDIT TO XTR-FIELD-TEXT(1:19)
            ELSE
                MOVE XTT-NUM-HI TO XTR-HI-EDIT
                MOVE XTR-HI-EDIT TO XTR-FIELD-TEXT(1:18)
                PERFORM 4050-SCAN-SETUP
                MOVE XTT-NUM-LO TO XTR-LO-X
                MOVE SPACES TO XTR-FIELD-WORK
                IF XTT-NUM-SIGN = "-"
                    STRING "-" DELIMITED BY SIZE
                        XTR-FIELD-TEXT(XTR-SCAN:) DELIMITED BY SPACE
                        XTR-LO-X DELIMITED BY SIZE
       *>
        3300-EDIT-DENOMINATOR.
            MOVE SPACES TO XTR-FIELD-TEXT
            IF XTT-DEN-HI = 0
                MOVE XTT-DEN-LO TO XTR-DEN-EDIT
                MOVE XTR-DEN-EDIT TO XTR-FIELD-TEXT(1:18)
            ELSE
                MOVE XTT-DEN-HI TO XTR-HI-EDIT
                MOVE XTR-HI-EDIT TO XTR-FIELD-TEXT(1:18)
                PERFORM 4050-SCAN-SETUP
                MOVE XTT-DEN-LO TO XTR-LO-X
                MOVE SPACES TO XTR-FIELD-WORK
                STRING XTR-FIELD-TEXT(XTR-SCAN:) DELIMITED BY SPACE
                    XTR-LO-X DELIMITED BY SIZE
                MOVE XTR-FIELD-WORK TO XTR-FIELD-TEXT
            END-IF.

       *>
       *>    3500-WRITE-MASTER-ROW - CERT SOURCE: ONE ROW PER
       *>    CERTIFIED MASTER TERM. A PROVISIONAL TERM IS NAMED ON
       *>    THE CONSOLE AND LEFT OFF THE FEED.
       *>
        3500-WRITE-MASTER-ROW.
            IF BMR-CERTIFIED
                MOVE BMR-INDEX TO XTT-INDEX
                MOVE BMR-VALUE TO XTT-VALUE
                MOVE BMR-NUM-SIGN TO XTT-NUM-SIGN
                MOVE BMR-NUM-HI TO XTT-NUM-HI
                MOVE BMR-NUM-LO TO XTT-NUM-LO
                MOVE BMR-DEN-HI TO XTT-DEN-HI
                MOVE BMR-DEN-LO TO XTT-DEN-LO
                PERFORM 3100-BUILD-ONE-ROW
            ELSE
                DISPLAY "BERNXTR: TERM AT INDEX " BMR-INDEX
                    " IS NOT CERTIFIED - LEFT OFF THE EXTRACT"
                ADD 1 TO XTR-UNCERT-COUNT
            END-IF
            PERFORM 2200-READ-MASTER.

       *>
       *>    4050-SCAN-SETUP - POSITION XTR-SCAN ON THE FIRST
       *>    SIGNIFICANT CHARACTER OF XTR-FIELD-TEXT.
       *>    5000-WRITE-TRAILER - CONTROL-TOTAL TRAILER: LITERAL
       *>    "TRAILER", THE ROW COUNT, AND THE HASH TOTAL OF THE
       *>    INDICES, SO THE RECEIVING SIDE CAN PROVE IT GOT EVERY
       *>    ROW OF THE FEED, THEN THE RUN DATE THEY QUOTE BACK ON
       *>    THEIR ACKNOWLEDGEMENT.
       *>
        5000-WRITE-TRAILER.
            MOVE SPACES TO XTR-ROW
            MOVE XTR-INDEX-HASH TO XTR-COUNT-EDIT
            MOVE XTR-COUNT-EDIT TO XTR-FIELD-TEXT
            PERFORM 4000-APPEND-FIELD
            PERFORM 4100-APPEND-DELIMITER
            STRING XTR-RUN-DATE DELIMITED BY SIZE
                INTO XTR-ROW WITH POINTER XTR-OUT-POS
            MOVE XTR-ROW TO EXT-RECORD
            WRITE EXT-RECORD.

       *>
       *>    6000-REGISTER-SENT-FEED - ONE XTRREG RECORD FOR THE
       *>    FEED JUST WRITTEN, THE FIRST ONE CREATING THE REGISTER.
       *>    THE FEED IS ALREADY COMPLETE, SO A FAILURE HERE IS A
       *>    WARNING, NOT A REASON TO PULL IT - BUT WITHOUT ITS
       *>    REGISTER RECORD THE FEED CANNOT BE RECONCILED, SO THE
       *>    STEP SAYS SO.
       *>
        6000-REGISTER-SENT-FEED.
            OPEN I-O REG-FILE
            IF REG-FILE-STATUS = "35"
                OPEN OUTPUT REG-FILE
                CLOSE REG-FILE
                OPEN I-O REG-FILE
            END-IF
            IF REG-FILE-STATUS NOT = "00"
                DISPLAY "BERNXTR: UNABLE TO OPEN XTRREG - FILE "
                    "STATUS " REG-FILE-STATUS
                MOVE "Y" TO XTR-REG-FAIL-SW
            ELSE
                MOVE SPACES TO XRG-RECORD
                MOVE XTR-RUN-DATE TO XRG-RUN-DATE
                MOVE XTR-RUN-TIME(1:6) TO XRG-RUN-TIME
                MOVE XTR-SOURCE-NAME TO XRG-SOURCE
                MOVE XTR-ROW-COUNT TO XRG-ROW-COUNT
                MOVE XTR-INDEX-HASH TO XRG-INDEX-HASH
                MOVE "S" TO XRG-STATUS
                MOVE 0 TO XRG-ACK-DATE
                MOVE 0 TO XRG-ACK-TIME
                MOVE 0 TO XRG-ACK-ROWS
                MOVE 0 TO XRG-ACK-HASH
                WRITE XRG-RECORD
                IF REG-FILE-STATUS NOT = "00"
                    DISPLAY "BERNXTR: XTRREG WRITE FAILED - FILE "
                        "STATUS " REG-FILE-STATUS
                    MOVE "Y" TO XTR-REG-FAIL-SW
                END-IF
                CLOSE REG-FILE
            END-IF
            IF XTR-REG-FAILED
                DISPLAY "BERNXTR: BERNEXT WRITTEN BUT NOT REGISTERED "
                    "- IT CANNOT BE RECONCILED"
            END-IF.
