        *> cobc -x -o bernrcv bernrcv.cbl
        *> ./bernrcv

        IDENTIFICATION DIVISION.
        PROGRAM-ID. BERNRCV.
        AUTHOR. R-HOLLIS.
        INSTALLATION. ACTUARIAL-BATCH.
        DATE-WRITTEN. 2026-10-15.
        DATE-COMPILED.

       *>
       *>    MODIFICATION HISTORY
       *>    2026-10-15  RJH  INITIAL VERSION - FORWARD RECOVERY OF
       *>                     THE KEYED BERNMST MASTER. THE MASTER IS
       *>                     REBUILT FROM THE DATED BERNBKI IMAGE
       *>                     BERNBKP TOOK (SEE BERNBKI COPYBOOK),
       *>                     THEN EVERY BERNHST RECORD STAMPED AFTER
       *>                     THE IMAGE IS ROLLED FORWARD IN KEY
       *>                     ORDER - INDEX, THEN HST-SEQ, THE ORDER
       *>                     THE ACTIONS AGAINST EACH TERM HAPPENED.
       *>                     ADD, MATCH (RUN-DATE REFRESH) AND
       *>                     ACCEPT ARE REPLAYED; FLAG NEVER CHANGED
       *>                     THE MASTER AND IS ONLY COUNTED. AN
       *>                     ACTION IS APPLIED ONLY WHEN ITS BEFORE-
       *>                     IMAGE MATCHES THE TERM AS RECOVERED SO
       *>                     FAR; ONE THAT DOES NOT IS LEFT OFF AND
       *>                     PRINTED ON RCVRPT WITH BOTH FRACTIONS.
       *>                     THIS REPLACES THE OLD DELETE-AND-REMERGE
       *>                     RECOVERY, WHICH LOST THE RUN-DATE
       *>                     LINEAGE AND EVERY BERNACC ACCEPT. THE
       *>                     IMAGE IS PROVED AGAINST ITS TRAILER
       *>                     BEFORE THE MASTER IS TOUCHED (RC=16 IF
       *>                     IT FAILS); ANY MISMATCH LEAVES RC=4.
       *>    2026-10-15  RJH  CERTIFIED-TERM STATUS (SEE BERNMST) - A
       *>                     REPLAYED ADD OR ACCEPT PUTS THE TERM
       *>                     BACK PROVISIONAL WITH THE SAME LAST
       *>                     CHANGER BERNMSTU OR BERNACC RECORDED,
       *>                     AND BERNCRT'S CERTIFY ACTIONS ARE NOW
       *>                     REPLAYED AS WELL.
       *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BKI-FILE ASSIGN TO "BERNBKI"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BKI-FILE-STATUS.

            SELECT MST-FILE ASSIGN TO "BERNMST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BMR-INDEX
                FILE STATUS IS MST-FILE-STATUS.

            SELECT HST-FILE ASSIGN TO "BERNHST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HST-KEY
                FILE STATUS IS HST-FILE-STATUS.

            SELECT RPT-FILE ASSIGN TO "RCVRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  BKI-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY BERNBKI.

        FD  MST-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY BERNMST.

        FD  HST-FILE
            RECORD CONTAINS 200 CHARACTERS.
            COPY BERNHST.

        FD  RPT-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY BERNRPT.

          WORKING-STORAGE SECTION.
          01 BKI-FILE-STATUS PIC X(02) VALUE "00".
          01 MST-FILE-STATUS PIC X(02) VALUE "00".
          01 HST-FILE-STATUS PIC X(02) VALUE "00".
          01 RPT-FILE-STATUS PIC X(02) VALUE "00".
          01 BKI-EOF-SW PIC X(01) VALUE "N".
              88 BKI-EOF VALUE "Y".
          01 HST-EOF-SW PIC X(01) VALUE "N".
              88 HST-EOF VALUE "Y".
          01 RCV-MST-FOUND-SW PIC X(01) VALUE "N".
              88 RCV-MST-FOUND VALUE "Y".

       *>
       *>    THE IMAGE'S STAMP, OFF ITS HEADER RECORD. A HISTORY
       *>    RECORD IS ROLLED FORWARD ONLY WHEN ITS OWN DATE AND
       *>    TIME FALL AFTER IT; BOTH ARE HELD AS ONE 14-DIGIT
       *>    YYYYMMDDHHMMSS NUMBER SO ONE COMPARE ORDERS THEM.
       *>
          01 RCV-BACKUP-DATE PIC 9(8) VALUE 0.
          01 RCV-BACKUP-TIME PIC 9(6) VALUE 0.
          01 RCV-BACKUP-STAMP PIC 9(14) VALUE 0.
          01 RCV-HST-STAMP PIC 9(14) VALUE 0.

       *>
       *>    IMAGE PROOF - THE VERIFY PASS TALLIES THE TERM RECORDS
       *>    AND HOLDS WHAT THE TRAILER SAYS THERE SHOULD BE. A TERM
       *>    AFTER THE TRAILER, A SECOND TRAILER, OR A RECORD THAT
       *>    IS NEITHER TERM NOR CONTROL RECORD FAILS THE IMAGE.
       *>
          01 RCV-TRL-SEEN-SW PIC X(01) VALUE "N".
              88 RCV-TRL-SEEN VALUE "Y".
          01 RCV-IMG-BAD-SW PIC X(01) VALUE "N".
              88 RCV-IMG-BAD VALUE "Y".
          01 RCV-IMG-COUNT PIC 9(9) VALUE 0.
          01 RCV-IMG-HASH PIC 9(9) VALUE 0.
          01 RCV-EXP-COUNT PIC 9(9) VALUE 0.
          01 RCV-EXP-HASH PIC 9(9) VALUE 0.

       *>
       *>    RECOVERY CONTROL TOTALS - PRINTED ON RCVRPT AND
       *>    DISPLAYED AT END OF JOB.
       *>
          01 RCV-RESTORED PIC 9(9) VALUE 0.
          01 RCV-HST-READ PIC 9(9) VALUE 0.
          01 RCV-HST-IN-IMAGE PIC 9(9) VALUE 0.
          01 RCV-ADD-REPLAYED PIC 9(9) VALUE 0.
          01 RCV-MATCH-REPLAYED PIC 9(9) VALUE 0.
          01 RCV-ACCEPT-REPLAYED PIC 9(9) VALUE 0.
          01 RCV-CERTIFY-REPLAYED PIC 9(9) VALUE 0.
          01 RCV-REPLAYED PIC 9(9) VALUE 0.
          01 RCV-NO-CHANGE PIC 9(9) VALUE 0.
          01 RCV-MISMATCHES PIC 9(9) VALUE 0.

       *>
       *>    DECIMAL VALUE WORK - A REPLAYED ADD OR ACCEPT CARRIES
       *>    ONLY THE FRACTION, SO BMR-VALUE IS RE-DERIVED FROM IT
       *>    EXACTLY AS 9100-SET-ELEM-FROM-FRACTION IN THE MAIN
       *>    PROGRAM DERIVES ELEM: INTEGER PART OFF THE MULTI-WORD
       *>    DIVIDE, NINE PLACES OFF THE RUNNING REMAINDER, TRUNCATED.
       *>
          01 RCV-FRAC9 PIC 9(9) VALUE 0.
          01 RCV-D PIC 9(2) VALUE 0.

       *>
       *>    MULTI-WORD DIVIDE SUBSET - THE SAME FOUR-WORD BASE
       *>    10**18 MAGNITUDE REGISTERS AND SHIFT-AND-SUBTRACT
       *>    DIVIDE THE MAIN PROGRAM'S MP- PACKAGE CARRIES, CUT
       *>    DOWN TO WHAT THE VALUE RE-DERIVATION NEEDS.
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
          01 MP-INT29 PIC 9(29) VALUE 0.
          01 MPDEC-REM-MAG.
              02 MPDEC-REM-W PIC 9(18) OCCURS 4 TIMES.
          01 MPDEC-DEN-MAG.
              02 MPDEC-DEN-W PIC 9(18) OCCURS 4 TIMES.
          01 MPDEC-DIGIT PIC 9(1) VALUE 0.

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
                  VALUE "BERNMST FORWARD RECOVERY     ".
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
              05 FILLER           PIC X(12) VALUE "IMAGE TAKEN ".
              05 RPTH2-BKP-MONTH  PIC 9(02).
              05 FILLER           PIC X(01) VALUE "/".
              05 RPTH2-BKP-DAY    PIC 9(02).
              05 FILLER           PIC X(01) VALUE "/".
              05 RPTH2-BKP-YEAR   PIC 9(04).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 RPTH2-BKP-HOUR   PIC 9(02).
              05 FILLER           PIC X(01) VALUE ":".
              05 RPTH2-BKP-MINUTE PIC 9(02).
              05 FILLER           PIC X(01) VALUE ":".
              05 RPTH2-BKP-SECOND PIC 9(02).
              05 FILLER           PIC X(22) VALUE SPACES.

          01 RPT-HEADER-3.
              05 FILLER           PIC X(80) VALUE SPACES.

          01 RPT-MISMATCH-LINE.
              05 FILLER           PIC X(10) VALUE "    INDEX ".
              05 RPTM-INDEX       PIC ZZZ9.
              05 FILLER           PIC X(05) VALUE " SEQ ".
              05 RPTM-SEQ         PIC ZZZ9.
              05 FILLER           PIC X(01) VALUE SPACES.
              05 RPTM-ACTION      PIC X(08).
              05 RPTM-TEXT        PIC X(40).
              05 FILLER           PIC X(08) VALUE SPACES.

          01 RPT-FRAC-LINE.
              05 FILLER           PIC X(06) VALUE SPACES.
              05 RPTF-SIDE        PIC X(09).
              05 RPTF-LABEL       PIC X(04).
              05 RPTF-SIGN        PIC X(01).
              05 RPTF-HI          PIC 9(18).
              05 RPTF-LO          PIC 9(18).
              05 FILLER           PIC X(24) VALUE SPACES.

          01 RPT-TOTAL-LINE.
              05 FILLER           PIC X(04) VALUE SPACES.
              05 RPTT-LABEL       PIC X(28).
              05 RPTT-VALUE       PIC ZZZZZZZZ9.
              05 FILLER           PIC X(39) VALUE SPACES.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD
            PERFORM 1000-OPEN-IMAGE.
            PERFORM 1100-VERIFY-IMAGE.
            PERFORM 1300-OPEN-OUTPUT-FILES.
            PERFORM 2000-RESTORE-IMAGE.
            PERFORM 3000-ROLL-FORWARD.
            PERFORM 5500-WRITE-TOTALS.
            CLOSE MST-FILE
            CLOSE RPT-FILE
            DISPLAY "BERNRCV: IMAGE TAKEN        " RCV-BACKUP-DATE " "
                RCV-BACKUP-TIME
            DISPLAY "BERNRCV: RECORDS RESTORED   " RCV-RESTORED
            DISPLAY "BERNRCV: HISTORY READ       " RCV-HST-READ
            DISPLAY "BERNRCV: ACTIONS REPLAYED   " RCV-REPLAYED
            DISPLAY "BERNRCV: BEFORE-IMAGE MISMATCHES "
                RCV-MISMATCHES
            IF RCV-MISMATCHES > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

        1000-OPEN-IMAGE.
            OPEN INPUT BKI-FILE
            IF BKI-FILE-STATUS NOT = "00"
                DISPLAY "BERNRCV: UNABLE TO OPEN BERNBKI - FILE "
                    "STATUS " BKI-FILE-STATUS
                DISPLAY "BERNRCV: JOB TERMINATED - NOTHING RESTORED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       *>
       *>    1100-VERIFY-IMAGE - ONE FULL PASS OF THE IMAGE BEFORE
       *>    THE MASTER IS TOUCHED. THE FIRST RECORD MUST BE THE
       *>    HEADER (IT CARRIES THE ROLL-FORWARD STAMP); THE TERM
       *>    RECORDS MUST AGREE WITH THE TRAILER. AN IMAGE THAT
       *>    FAILS STOPS THE JOB RC=16 WITH THE OLD MASTER, WHATEVER
       *>    STATE IT IS IN, LEFT ALONE.
       *>
        1100-VERIFY-IMAGE.
            PERFORM 1150-READ-IMAGE
            IF BKI-EOF OR NOT BKH-IS-HEADER
                    OR BKH-BACKUP-DATE IS NOT NUMERIC
                    OR BKH-BACKUP-TIME IS NOT NUMERIC
                DISPLAY "BERNRCV: BERNBKI DOES NOT START WITH A "
                    "BACKUP HEADER - NOT A BERNBKP IMAGE"
                DISPLAY "BERNRCV: JOB TERMINATED - NOTHING RESTORED"
                MOVE 16 TO RETURN-CODE
                CLOSE BKI-FILE
                STOP RUN
            END-IF
            MOVE BKH-BACKUP-DATE TO RCV-BACKUP-DATE
            MOVE BKH-BACKUP-TIME TO RCV-BACKUP-TIME
            COMPUTE RCV-BACKUP-STAMP =
                RCV-BACKUP-DATE * 1000000 + RCV-BACKUP-TIME
            PERFORM 1150-READ-IMAGE
            PERFORM 1200-TALLY-IMAGE-RECORD UNTIL BKI-EOF
            IF NOT RCV-TRL-SEEN
                DISPLAY "BERNRCV: BERNBKI HAS NO CONTROL TRAILER - "
                    "IMAGE IS INCOMPLETE"
                MOVE "Y" TO RCV-IMG-BAD-SW
            ELSE
                IF RCV-IMG-COUNT NOT = RCV-EXP-COUNT
                        OR RCV-IMG-HASH NOT = RCV-EXP-HASH
                    MOVE "Y" TO RCV-IMG-BAD-SW
                END-IF
                IF RCV-IMG-BAD
                    DISPLAY "BERNRCV: BERNBKI CONTROL TRAILER OUT OF "
                        "BALANCE"
                    DISPLAY "BERNRCV: TRAILER TERMS " RCV-EXP-COUNT
                        " HASH " RCV-EXP-HASH
                    DISPLAY "BERNRCV: READ    TERMS " RCV-IMG-COUNT
                        " HASH " RCV-IMG-HASH
                END-IF
            END-IF
            CLOSE BKI-FILE
            IF RCV-IMG-BAD
                DISPLAY "BERNRCV: JOB TERMINATED - IMAGE NOT "
                    "TRUSTED, NOTHING RESTORED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE "N" TO BKI-EOF-SW
            OPEN INPUT BKI-FILE
            IF BKI-FILE-STATUS NOT = "00"
                DISPLAY "BERNRCV: UNABLE TO REOPEN BERNBKI - FILE "
                    "STATUS " BKI-FILE-STATUS
                DISPLAY "BERNRCV: JOB TERMINATED - NOTHING RESTORED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        1150-READ-IMAGE.
            READ BKI-FILE
                AT END
                    MOVE "Y" TO BKI-EOF-SW
            END-READ.

        1200-TALLY-IMAGE-RECORD.
            EVALUATE TRUE
                WHEN BKT-IS-TRAILER
                    IF RCV-TRL-SEEN
                            OR BKT-TERM-COUNT IS NOT NUMERIC
                            OR BKT-INDEX-HASH IS NOT NUMERIC
                        MOVE "Y" TO RCV-IMG-BAD-SW
                    ELSE
                        MOVE BKT-TERM-COUNT TO RCV-EXP-COUNT
                        MOVE BKT-INDEX-HASH TO RCV-EXP-HASH
                    END-IF
                    MOVE "Y" TO RCV-TRL-SEEN-SW
                WHEN BKI-INDEX IS NUMERIC
                    IF RCV-TRL-SEEN
                        MOVE "Y" TO RCV-IMG-BAD-SW
                    END-IF
                    ADD 1 TO RCV-IMG-COUNT
                    ADD BKI-INDEX TO RCV-IMG-HASH
                WHEN OTHER
                    MOVE "Y" TO RCV-IMG-BAD-SW
            END-EVALUATE
            PERFORM 1150-READ-IMAGE.

       *>
       *>    1300-OPEN-OUTPUT-FILES - THE IMAGE IS GOOD, SO THE
       *>    MASTER IS NOW CREATED AFRESH AND THE REPORT OPENED.
       *>
        1300-OPEN-OUTPUT-FILES.
            OPEN OUTPUT MST-FILE
            IF MST-FILE-STATUS NOT = "00"
                DISPLAY "BERNRCV: UNABLE TO CREATE BERNMST - FILE "
                    "STATUS " MST-FILE-STATUS
                DISPLAY "BERNRCV: JOB TERMINATED - NOTHING RESTORED"
                MOVE 16 TO RETURN-CODE
                CLOSE BKI-FILE
                STOP RUN
            END-IF
            OPEN OUTPUT RPT-FILE
            IF RPT-FILE-STATUS NOT = "00"
                DISPLAY "BERNRCV: UNABLE TO OPEN RCVRPT - FILE "
                    "STATUS " RPT-FILE-STATUS
                DISPLAY "BERNRCV: JOB TERMINATED - NOTHING RESTORED"
                MOVE 16 TO RETURN-CODE
                CLOSE BKI-FILE
                CLOSE MST-FILE
                STOP RUN
            END-IF.

       *>
       *>    2000-RESTORE-IMAGE - EVERY TERM RECORD ON THE IMAGE
       *>    GOES BACK ONTO THE NEW MASTER UNCHANGED. THE HEADER AND
       *>    TRAILER ARE CONTROL RECORDS AND ARE PASSED OVER. THE
       *>    MASTER IS THEN REOPENED I-O FOR THE ROLL FORWARD.
       *>
        2000-RESTORE-IMAGE.
            PERFORM 1150-READ-IMAGE
            PERFORM 2100-RESTORE-ONE-RECORD UNTIL BKI-EOF
            CLOSE BKI-FILE
            CLOSE MST-FILE
            OPEN I-O MST-FILE
            IF MST-FILE-STATUS NOT = "00"
                DISPLAY "BERNRCV: UNABLE TO REOPEN BERNMST - FILE "
                    "STATUS " MST-FILE-STATUS
                DISPLAY "BERNRCV: IMAGE RESTORED, HISTORY NOT "
                    "ROLLED FORWARD - RESUBMIT"
                MOVE 16 TO RETURN-CODE
                CLOSE RPT-FILE
                STOP RUN
            END-IF.

        2100-RESTORE-ONE-RECORD.
            IF BKI-INDEX IS NUMERIC
                MOVE BKI-RECORD TO BERN-MST-RECORD
                WRITE BERN-MST-RECORD
                IF MST-FILE-STATUS NOT = "00"
                    DISPLAY "BERNRCV: BERNMST WRITE FAILED AT INDEX "
                        BMR-INDEX " - FILE STATUS " MST-FILE-STATUS
                    DISPLAY "BERNRCV: JOB TERMINATED - MASTER IS "
                        "INCOMPLETE, RESUBMIT"
                    MOVE 16 TO RETURN-CODE
                    CLOSE BKI-FILE
                    CLOSE MST-FILE
                    CLOSE RPT-FILE
                    STOP RUN
                END-IF
                ADD 1 TO RCV-RESTORED
            END-IF
            PERFORM 1150-READ-IMAGE.

       *>
       *>    3000-ROLL-FORWARD - READ BERNHST FROM THE TOP IN KEY
       *>    ORDER. A MISSING HISTORY FILE MEANS NOTHING HAS
       *>    HAPPENED TO ROLL FORWARD; IT IS NOTED, NOT FATAL.
       *>
        3000-ROLL-FORWARD.
            OPEN INPUT HST-FILE
            IF HST-FILE-STATUS NOT = "00"
                DISPLAY "BERNRCV: BERNHST NOT AVAILABLE - FILE "
                    "STATUS " HST-FILE-STATUS
                DISPLAY "BERNRCV: MASTER STANDS AS OF THE IMAGE"
                MOVE "    BERNHST NOT AVAILABLE - MASTER AS OF IMAGE"
                    TO RPT-LINE
                PERFORM 5700-WRITE-RPT-LINE
            ELSE
                PERFORM 3050-READ-HISTORY
                PERFORM 3100-APPLY-ONE-HISTORY UNTIL HST-EOF
                CLOSE HST-FILE
            END-IF.

        3050-READ-HISTORY.
            READ HST-FILE NEXT
                AT END
                    MOVE "Y" TO HST-EOF-SW
            END-READ.

       *>
       *>    3100-APPLY-ONE-HISTORY - A RECORD STAMPED AT OR BEFORE
       *>    THE IMAGE IS ALREADY REFLECTED IN IT. ONE STAMPED AFTER
       *>    IS REPLAYED BY ACTION.
       *>
        3100-APPLY-ONE-HISTORY.
            ADD 1 TO RCV-HST-READ
            MOVE "N" TO RCV-MST-FOUND-SW
            IF HST-RUN-DATE IS NOT NUMERIC
                    OR HST-RUN-TIME IS NOT NUMERIC
                MOVE "RUN DATE/TIME UNREADABLE - NOT APPLIED"
                    TO RPTM-TEXT
                PERFORM 3900-REPORT-MISMATCH
            ELSE
                COMPUTE RCV-HST-STAMP =
                    HST-RUN-DATE * 1000000 + HST-RUN-TIME
                IF RCV-HST-STAMP NOT > RCV-BACKUP-STAMP
                    ADD 1 TO RCV-HST-IN-IMAGE
                ELSE
                    EVALUATE HST-ACTION
                        WHEN "ADD"
                            PERFORM 3200-REPLAY-ADD
                        WHEN "MATCH"
                            PERFORM 3300-REPLAY-MATCH
                        WHEN "ACCEPT"
                            PERFORM 3400-REPLAY-ACCEPT
                        WHEN "CERTIFY"
                            PERFORM 3500-REPLAY-CERTIFY
                        WHEN OTHER
                            ADD 1 TO RCV-NO-CHANGE
                    END-EVALUATE
                END-IF
            END-IF
            PERFORM 3050-READ-HISTORY.

       *>
       *>    3200-REPLAY-ADD - THE BEFORE-IMAGE OF AN ADD IS "NO
       *>    TERM", SO THE INDEX MUST NOT YET BE ON THE MASTER.
       *>
        3200-REPLAY-ADD.
            MOVE HST-INDEX TO BMR-INDEX
            READ MST-FILE
            IF MST-FILE-STATUS = "00"
                MOVE "Y" TO RCV-MST-FOUND-SW
            END-IF
            EVALUATE MST-FILE-STATUS
                WHEN "23"
                    MOVE SPACES TO BERN-MST-RECORD
                    MOVE HST-INDEX TO BMR-INDEX
                    MOVE HST-NEW-NUM TO BMR-NUMERATOR
                    MOVE HST-NEW-DEN TO BMR-DENOMINATOR
                    PERFORM 3600-DERIVE-VALUE
                    MOVE HST-RUN-DATE TO BMR-RUN-DATE
                    MOVE "P" TO BMR-CERT-STATUS
                    MOVE "BERNMSTU" TO BMR-CHANGED-BY
                    MOVE ZEROS TO BMR-CERT-DATE
                    WRITE BERN-MST-RECORD
                    PERFORM 3800-CHECK-MASTER-WRITE
                    ADD 1 TO RCV-ADD-REPLAYED
                    ADD 1 TO RCV-REPLAYED
                WHEN "00"
                    MOVE "ADD OF A TERM ALREADY ON THE MASTER"
                        TO RPTM-TEXT
                    PERFORM 3900-REPORT-MISMATCH
                WHEN OTHER
                    PERFORM 3850-MASTER-READ-FAILED
            END-EVALUATE.

       *>
       *>    3300-REPLAY-MATCH - A MATCH ONLY REFRESHED THE RUN
       *>    DATE; THE FRACTION IT SAW MUST BE THE ONE ON THE MASTER.
       *>
        3300-REPLAY-MATCH.
            MOVE HST-INDEX TO BMR-INDEX
            READ MST-FILE
            IF MST-FILE-STATUS = "00"
                MOVE "Y" TO RCV-MST-FOUND-SW
            END-IF
            EVALUATE MST-FILE-STATUS
                WHEN "00"
                    IF BMR-NUMERATOR = HST-OLD-NUM
                            AND BMR-DENOMINATOR = HST-OLD-DEN
                        MOVE HST-RUN-DATE TO BMR-RUN-DATE
                        REWRITE BERN-MST-RECORD
                        PERFORM 3800-CHECK-MASTER-WRITE
                        ADD 1 TO RCV-MATCH-REPLAYED
                        ADD 1 TO RCV-REPLAYED
                    ELSE
                        MOVE "BEFORE-IMAGE DOES NOT MATCH THE MASTER"
                            TO RPTM-TEXT
                        PERFORM 3900-REPORT-MISMATCH
                    END-IF
                WHEN "23"
                    MOVE "TERM IS NOT ON THE MASTER" TO RPTM-TEXT
                    PERFORM 3900-REPORT-MISMATCH
                WHEN OTHER
                    PERFORM 3850-MASTER-READ-FAILED
            END-EVALUATE.

       *>
       *>    3400-REPLAY-ACCEPT - THE SUPERVISED CHANGE BERNACC
       *>    APPLIED: NEW FRACTION, RE-DERIVED VALUE, ACCEPT DATE.
       *>
        3400-REPLAY-ACCEPT.
            MOVE HST-INDEX TO BMR-INDEX
            READ MST-FILE
            IF MST-FILE-STATUS = "00"
                MOVE "Y" TO RCV-MST-FOUND-SW
            END-IF
            EVALUATE MST-FILE-STATUS
                WHEN "00"
                    IF BMR-NUMERATOR = HST-OLD-NUM
                            AND BMR-DENOMINATOR = HST-OLD-DEN
                        MOVE HST-NEW-NUM TO BMR-NUMERATOR
                        MOVE HST-NEW-DEN TO BMR-DENOMINATOR
                        PERFORM 3600-DERIVE-VALUE
                        MOVE HST-RUN-DATE TO BMR-RUN-DATE
                        MOVE "P" TO BMR-CERT-STATUS
                        MOVE HST-OPERATOR TO BMR-CHANGED-BY
                        MOVE SPACES TO BMR-CERT-BY
                        MOVE ZEROS TO BMR-CERT-DATE
                        REWRITE BERN-MST-RECORD
                        PERFORM 3800-CHECK-MASTER-WRITE
                        ADD 1 TO RCV-ACCEPT-REPLAYED
                        ADD 1 TO RCV-REPLAYED
                    ELSE
                        MOVE "BEFORE-IMAGE DOES NOT MATCH THE MASTER"
                            TO RPTM-TEXT
                        PERFORM 3900-REPORT-MISMATCH
                    END-IF
                WHEN "23"
                    MOVE "TERM IS NOT ON THE MASTER" TO RPTM-TEXT
                    PERFORM 3900-REPORT-MISMATCH
                WHEN OTHER
                    PERFORM 3850-MASTER-READ-FAILED
            END-EVALUATE.

       *>
       *>    3500-REPLAY-CERTIFY - THE SIGN-OFF BERNCRT RECORDED. THE
       *>    FRACTION IT CERTIFIED MUST BE THE ONE ON THE MASTER.
       *>
        3500-REPLAY-CERTIFY.
            MOVE HST-INDEX TO BMR-INDEX
            READ MST-FILE
            IF MST-FILE-STATUS = "00"
                MOVE "Y" TO RCV-MST-FOUND-SW
            END-IF
            EVALUATE MST-FILE-STATUS
                WHEN "00"
                    IF BMR-NUMERATOR = HST-OLD-NUM
                            AND BMR-DENOMINATOR = HST-OLD-DEN
                        MOVE "C" TO BMR-CERT-STATUS
                        MOVE HST-OPERATOR TO BMR-CERT-BY
                        MOVE HST-RUN-DATE TO BMR-CERT-DATE
                        REWRITE BERN-MST-RECORD
                        PERFORM 3800-CHECK-MASTER-WRITE
                        ADD 1 TO RCV-CERTIFY-REPLAYED
                        ADD 1 TO RCV-REPLAYED
                    ELSE
                        MOVE "BEFORE-IMAGE DOES NOT MATCH THE MASTER"
                            TO RPTM-TEXT
                        PERFORM 3900-REPORT-MISMATCH
                    END-IF
                WHEN "23"
                    MOVE "TERM IS NOT ON THE MASTER" TO RPTM-TEXT
                    PERFORM 3900-REPORT-MISMATCH
                WHEN OTHER
                    PERFORM 3850-MASTER-READ-FAILED
            END-EVALUATE.

       *>
       *>    3600-DERIVE-VALUE - BMR-VALUE FROM THE FRACTION NOW IN
       *>    THE MASTER RECORD AREA (SEE THE WORK-AREA NOTE ABOVE).
       *>    A ZERO DENOMINATOR CANNOT COME FROM A TRUE TERM AND
       *>    LEAVES THE VALUE ZERO RATHER THAN DIVIDING BY IT.
       *>
        3600-DERIVE-VALUE.
            MOVE 0 TO BMR-VALUE
            IF BMR-DEN-HI IS NUMERIC AND BMR-DEN-LO IS NUMERIC
                    AND BMR-NUM-HI IS NUMERIC
                    AND BMR-NUM-LO IS NUMERIC
                    AND (BMR-DEN-HI NOT = 0 OR BMR-DEN-LO NOT = 0)
                MOVE ZEROS TO MP-DVD-MAG
                MOVE BMR-NUM-HI TO MP-DVD-W(2)
                MOVE BMR-NUM-LO TO MP-DVD-W(1)
                MOVE ZEROS TO MP-DVS-MAG
                MOVE BMR-DEN-HI TO MP-DVS-W(2)
                MOVE BMR-DEN-LO TO MP-DVS-W(1)
                MOVE MP-DVS-MAG TO MPDEC-DEN-MAG
                PERFORM MP-DIV
                PERFORM MP-QUO-TO-INT29
                MOVE MP-REM-MAG TO MPDEC-REM-MAG
                MOVE 0 TO RCV-FRAC9
                PERFORM 3650-COLLECT-VALUE-DIGIT
                    VARYING RCV-D FROM 1 BY 1 UNTIL RCV-D > 9
                COMPUTE BMR-VALUE = MP-INT29 + RCV-FRAC9 / 1000000000
                IF BMR-NUM-SIGN = "-"
                    COMPUTE BMR-VALUE = 0 - BMR-VALUE
                END-IF
            END-IF.

        3650-COLLECT-VALUE-DIGIT.
            PERFORM MPDEC-ONE-PLACE
            COMPUTE RCV-FRAC9 = RCV-FRAC9 * 10 + MPDEC-DIGIT.

        3800-CHECK-MASTER-WRITE.
            IF MST-FILE-STATUS NOT = "00"
                DISPLAY "BERNRCV: BERNMST WRITE FAILED AT INDEX "
                    HST-INDEX " SEQ " HST-SEQ " - FILE STATUS "
                    MST-FILE-STATUS
                DISPLAY "BERNRCV: JOB TERMINATED - ROLL FORWARD "
                    "INCOMPLETE, RESUBMIT"
                MOVE 16 TO RETURN-CODE
                CLOSE MST-FILE
                CLOSE HST-FILE
                CLOSE RPT-FILE
                STOP RUN
            END-IF.

        3850-MASTER-READ-FAILED.
            DISPLAY "BERNRCV: BERNMST READ FAILED AT INDEX "
                HST-INDEX " - FILE STATUS " MST-FILE-STATUS
            DISPLAY "BERNRCV: JOB TERMINATED - ROLL FORWARD "
                "INCOMPLETE, RESUBMIT"
            MOVE 16 TO RETURN-CODE
            CLOSE MST-FILE
            CLOSE HST-FILE
            CLOSE RPT-FILE
            STOP RUN.

       *>
       *>    3900-REPORT-MISMATCH - THE ACTION IS LEFT OFF THE
       *>    MASTER AND PRINTED WITH THE TERM AS RECOVERED SO FAR
       *>    (WHEN THERE IS ONE) AND THE HISTORY'S BEFORE-IMAGE, SO
       *>    THE ANALYST CAN SEE WHICH SIDE WENT WRONG.
       *>
        3900-REPORT-MISMATCH.
            ADD 1 TO RCV-MISMATCHES
            MOVE HST-INDEX TO RPTM-INDEX
            MOVE HST-SEQ TO RPTM-SEQ
            MOVE HST-ACTION TO RPTM-ACTION
            MOVE RPT-MISMATCH-LINE TO RPT-LINE
            PERFORM 5700-WRITE-RPT-LINE
            IF RCV-MST-FOUND
                MOVE "MASTER   " TO RPTF-SIDE
                MOVE "NUM " TO RPTF-LABEL
                MOVE BMR-NUM-SIGN TO RPTF-SIGN
                MOVE BMR-NUM-HI TO RPTF-HI
                MOVE BMR-NUM-LO TO RPTF-LO
                PERFORM 5300-WRITE-FRAC-LINE
                MOVE "DEN " TO RPTF-LABEL
                MOVE SPACE TO RPTF-SIGN
                MOVE BMR-DEN-HI TO RPTF-HI
                MOVE BMR-DEN-LO TO RPTF-LO
                PERFORM 5300-WRITE-FRAC-LINE
            END-IF
            IF HST-OLD-NUM-HI IS NUMERIC AND HST-OLD-NUM-LO IS NUMERIC
                    AND HST-OLD-DEN-HI IS NUMERIC
                    AND HST-OLD-DEN-LO IS NUMERIC
                MOVE "HISTORY  " TO RPTF-SIDE
                MOVE "NUM " TO RPTF-LABEL
                MOVE HST-OLD-NUM-SIGN TO RPTF-SIGN
                MOVE HST-OLD-NUM-HI TO RPTF-HI
                MOVE HST-OLD-NUM-LO TO RPTF-LO
                PERFORM 5300-WRITE-FRAC-LINE
                MOVE "DEN " TO RPTF-LABEL
                MOVE SPACE TO RPTF-SIGN
                MOVE HST-OLD-DEN-HI TO RPTF-HI
                MOVE HST-OLD-DEN-LO TO RPTF-LO
                PERFORM 5300-WRITE-FRAC-LINE
            END-IF
            MOVE "00" TO MST-FILE-STATUS
            DISPLAY "BERNRCV: INDEX " HST-INDEX " SEQ " HST-SEQ " "
                HST-ACTION " NOT APPLIED - " RPTM-TEXT.

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
            MOVE RCV-BACKUP-DATE(5:2) TO RPTH2-BKP-MONTH
            MOVE RCV-BACKUP-DATE(7:2) TO RPTH2-BKP-DAY
            MOVE RCV-BACKUP-DATE(1:4) TO RPTH2-BKP-YEAR
            MOVE RCV-BACKUP-TIME(1:2) TO RPTH2-BKP-HOUR
            MOVE RCV-BACKUP-TIME(3:2) TO RPTH2-BKP-MINUTE
            MOVE RCV-BACKUP-TIME(5:2) TO RPTH2-BKP-SECOND
            MOVE RPT-HEADER-2 TO RPT-LINE
            WRITE RPT-LINE
            MOVE RPT-HEADER-3 TO RPT-LINE
            WRITE RPT-LINE
            MOVE 0 TO RPT-LINE-COUNT.

        5300-WRITE-FRAC-LINE.
            MOVE RPT-FRAC-LINE TO RPT-LINE
            PERFORM 5700-WRITE-RPT-LINE.

        5500-WRITE-TOTALS.
            MOVE "RECORDS RESTORED FROM IMAGE" TO RPTT-LABEL
            MOVE RCV-RESTORED TO RPTT-VALUE
            PERFORM 5600-WRITE-TOTAL-LINE
            MOVE "HISTORY RECORDS READ" TO RPTT-LABEL
            MOVE RCV-HST-READ TO RPTT-VALUE
            PERFORM 5600-WRITE-TOTAL-LINE
            MOVE "  ALREADY IN THE IMAGE" TO RPTT-LABEL
            MOVE RCV-HST-IN-IMAGE TO RPTT-VALUE
            PERFORM 5600-WRITE-TOTAL-LINE
            MOVE "  ADDS REPLAYED" TO RPTT-LABEL
            MOVE RCV-ADD-REPLAYED TO RPTT-VALUE
            PERFORM 5600-WRITE-TOTAL-LINE
            MOVE "  MATCH REFRESHES REPLAYED" TO RPTT-LABEL
            MOVE RCV-MATCH-REPLAYED TO RPTT-VALUE
            PERFORM 5600-WRITE-TOTAL-LINE
            MOVE "  ACCEPTS REPLAYED" TO RPTT-LABEL
            MOVE RCV-ACCEPT-REPLAYED TO RPTT-VALUE
            PERFORM 5600-WRITE-TOTAL-LINE
            MOVE "  CERTIFICATIONS REPLAYED" TO RPTT-LABEL
            MOVE RCV-CERTIFY-REPLAYED TO RPTT-VALUE
            PERFORM 5600-WRITE-TOTAL-LINE
            MOVE "  NO MASTER CHANGE (FLAG)" TO RPTT-LABEL
            MOVE RCV-NO-CHANGE TO RPTT-VALUE
            PERFORM 5600-WRITE-TOTAL-LINE
            MOVE "  BEFORE-IMAGE MISMATCHES" TO RPTT-LABEL
            MOVE RCV-MISMATCHES TO RPTT-VALUE
            PERFORM 5600-WRITE-TOTAL-LINE
            MOVE "HISTORY ACTIONS REPLAYED" TO RPTT-LABEL
            MOVE RCV-REPLAYED TO RPTT-VALUE
            PERFORM 5600-WRITE-TOTAL-LINE
            IF RCV-MISMATCHES = 0
                MOVE "    MASTER RECOVERED - NO MISMATCHES" TO
                    RPT-LINE
                PERFORM 5700-WRITE-RPT-LINE
            END-IF.

        5600-WRITE-TOTAL-LINE.
            MOVE RPT-TOTAL-LINE TO RPT-LINE
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
       *>    MULTI-WORD DIVIDE SUBSET - SAME SCHEME AS THE MAIN
       *>    PROGRAM'S MP- PACKAGE: FOUR-WORD (72-DIGIT) UNSIGNED
       *>    MAGNITUDES IN BASE 10**18, WORD 1 LEAST SIGNIFICANT.
       *>    ONLY THE PIECES THE VALUE RE-DERIVATION NEEDS ARE
       *>    CARRIED HERE.
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

        MP-QUO-TO-INT29.
            IF MP-QUO-W(3) NOT = 0 OR MP-QUO-W(4) NOT = 0
                    OR MP-QUO-W(2) >= 100000000000
                MOVE "Y" TO MP-OVERFLOW-SW
                MOVE 0 TO MP-INT29
            ELSE
                COMPUTE MP-INT29 =
                    MP-QUO-W(2) * MP-E18 + MP-QUO-W(1)
            END-IF.

        MPDEC-ONE-PLACE.
            MOVE MPDEC-REM-MAG TO MP-A-MAG
            MOVE 10 TO MP-SMALL
            PERFORM MP-MUL-SMALL
            MOVE MP-R-MAG TO MP-DVD-MAG
            MOVE MPDEC-DEN-MAG TO MP-DVS-MAG
            PERFORM MP-DIV
            MOVE MP-QUO-W(1) TO MPDEC-DIGIT
            MOVE MP-REM-MAG TO MPDEC-REM-MAG.
