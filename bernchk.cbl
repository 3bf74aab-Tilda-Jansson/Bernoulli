        *> cobc -x -o bernchk bernchk.cbl
        *> ./bernchk 3

        IDENTIFICATION DIVISION.
        PROGRAM-ID. BERNCHK.
       *>                     RC=8 SO THE SCHEDULER CAN TRIP ON IT;
       *>                     A CLEAN NIGHT LEAVES AN EMPTY ALERTS
       *>                     DATASET AND RC=0.
       *>    2026-10-15  RJH  ALERT REGISTER - EVERY FINDING IS ALSO
       *>                     POSTED, UNDER A FINDING CODE, TO THE
       *>                     KEYED ALRTREG REGISTER (SEE ALRTREG
       *>                     COPYBOOK): A NEW FINDING IS ADDED OPEN,
       *>                     A REPEAT HAS ITS LAST-SEEN DATE AND
       *>                     NIGHT COUNT BUMPED, AND A RESOLVED ONE
       *>                     THAT COMES BACK IS REOPENED. AFTER THE
       *>                     PROBES THE REGISTER IS SWEPT: EVERY
       *>                     FINDING STILL OPEN (NOT ACKNOWLEDGED
       *>                     THROUGH BERNACK) FOR AT LEAST THE
       *>                     ESCALATION LIMIT IN NIGHTS - THE PARM,
       *>                     DEFAULT 3 - GOES TO THE ALRTESC
       *>                     ESCALATION DATASET (SEE ALRTESC
       *>                     COPYBOOK), AND EVERY FINDING NOT YET
       *>                     RESOLVED IS LISTED ON THE PAGE-HEADED
       *>                     OPENRPT OPEN-ITEMS REPORT THAT BERNBND
       *>                     BUNDLES INTO THE MORNING PRINT. AN
       *>                     ESCALATION ALSO ENDS THE JOB RC=8. A
       *>                     REGISTER THAT CANNOT BE OPENED IS
       *>                     ITSELF A FINDING; THE ALERTS DATASET IS
       *>                     STILL WRITTEN.
       *>

        ENVIRONMENT DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ALERT-FILE-STATUS.

            SELECT REG-FILE ASSIGN TO "ALRTREG"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARG-KEY
                FILE STATUS IS REG-FILE-STATUS.

            SELECT ESC-FILE ASSIGN TO "ALRTESC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ESC-FILE-STATUS.

            SELECT RPT-FILE ASSIGN TO "OPENRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  LOG-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY BERNALRT.

        FD  REG-FILE
            RECORD CONTAINS 250 CHARACTERS.
            COPY ALRTREG.

        FD  ESC-FILE
            RECORD CONTAINS 120 CHARACTERS.
            COPY ALRTESC.

        FD  RPT-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY BERNRPT.

          WORKING-STORAGE SECTION.
          01 LOG-FILE-STATUS PIC X(02) VALUE "00".
          01 CKPT-FILE-STATUS PIC X(02) VALUE "00".
          01 GCAT-STATUS PIC X(02) VALUE "00".
          01 ALERT-FILE-STATUS PIC X(02) VALUE "00".
          01 REG-FILE-STATUS PIC X(02) VALUE "00".
          01 ESC-FILE-STATUS PIC X(02) VALUE "00".
          01 RPT-FILE-STATUS PIC X(02) VALUE "00".
          01 LOG-EOF-SW PIC X(01) VALUE "N".
              88 LOG-EOF VALUE "Y".
          01 GCAT-EOF-SW PIC X(01) VALUE "N".
          01 CHK-RUN-TIME PIC 9(8) VALUE 0.
          01 CHK-FINDINGS PIC 9(4) VALUE 0.

       *>
       *>    ALERT REGISTER - THE FINDING CODE AND QUALIFIER EACH
       *>    PROBE SETS BEFORE 8000-WRITE-ALERT, THE ESCALATION
       *>    LIMIT FROM THE PARM (COLUMNS 1-3, NIGHTS), AND THE
       *>    COUNTS FOR THE CONSOLE AND THE OPEN-ITEMS REPORT.
       *>
          01 PARM-TEXT PIC X(20) VALUE SPACES.
          01 CHK-ESC-NIGHTS PIC 9(3) VALUE 3.
          01 CHK-PARM-NIGHTS PIC 9(3) VALUE 0.
          01 CHK-FIND-CODE PIC X(08) VALUE SPACES.
          01 CHK-FIND-QUAL PIC X(04) VALUE SPACES.
          01 CHK-GEN-DIGIT PIC 9(01) VALUE 0.
          01 CHK-REG-SW PIC X(01) VALUE "N".
              88 CHK-REG-AVAILABLE VALUE "Y".
          01 CHK-REG-EOF-SW PIC X(01) VALUE "N".
              88 CHK-REG-EOF VALUE "Y".
          01 CHK-NEW-COUNT PIC 9(4) VALUE 0.
          01 CHK-REPEAT-COUNT PIC 9(4) VALUE 0.
          01 CHK-REOPEN-COUNT PIC 9(4) VALUE 0.
          01 CHK-REG-ERRORS PIC 9(4) VALUE 0.
          01 CHK-OPEN-COUNT PIC 9(4) VALUE 0.
          01 CHK-ACK-COUNT PIC 9(4) VALUE 0.
          01 CHK-RESOLVED-COUNT PIC 9(4) VALUE 0.
          01 CHK-ESCALATED PIC 9(4) VALUE 0.
          01 CHK-NIGHTS-OPEN PIC 9(5) VALUE 0.
          01 CHK-RUN-DAY-NO PIC 9(7) VALUE 0.

       *>
       *>    DAY NUMBERS FOR THE NIGHTS-OPEN AGE - 365 DAYS A YEAR
       *>    PLUS THE GREGORIAN LEAP DAYS, COUNTED FROM A MARCH YEAR
       *>    SO FEBRUARY FALLS LAST, THE SAME RECKONING BERNCHN USES
       *>    FOR ITS WEEKDAYS.
       *>
          01 CHK-DN-DATE PIC 9(8) VALUE 0.
          01 CHK-DN-DATE-PARTS REDEFINES CHK-DN-DATE.
              05 CHK-DN-YEAR PIC 9(4).
              05 CHK-DN-MONTH PIC 9(2).
              05 CHK-DN-DAY PIC 9(2).
          01 CHK-DN-Y PIC 9(5) VALUE 0.
          01 CHK-DN-M PIC 9(2) VALUE 0.
          01 CHK-DN-Q4 PIC 9(5) VALUE 0.
          01 CHK-DN-Q100 PIC 9(5) VALUE 0.
          01 CHK-DN-Q400 PIC 9(5) VALUE 0.
          01 CHK-DN-W PIC 9(5) VALUE 0.
          01 CHK-DN-MD PIC 9(4) VALUE 0.
          01 CHK-DAY-NO PIC 9(7) VALUE 0.

       *>
       *>    EDIT WORK - YYYYMMDD AS MM/DD/YYYY.
       *>
          01 CHK-EDIT-DATE PIC 9(8) VALUE 0.
          01 CHK-MDY.
              05 CHK-MDY-MONTH    PIC X(02).
              05 FILLER           PIC X(01) VALUE "/".
              05 CHK-MDY-DAY      PIC X(02).
              05 FILLER           PIC X(01) VALUE "/".
              05 CHK-MDY-YEAR     PIC X(04).

       *>
       *>    NEWEST BERNLOG LINE - THE WHOLE LOG IS READ AND THE
       *>    LAST LINE KEPT, THEN PICKED APART WITH THE SAME COLUMN
              05 FILLER           PIC X(01) VALUE SPACES.
              05 ALD-TEXT         PIC X(60).

       *>
       *>    ESCALATION LINE LAYOUT - RUN DATE OF THE CHECK, THE
       *>    REGISTER KEY, HOW LONG THE FINDING HAS BEEN OPEN, AND
       *>    ITS LATEST TEXT.
       *>
          01 ESC-DETAIL-LINE.
              05 ESD-MONTH        PIC 9(02).
              05 FILLER           PIC X(01) VALUE "/".
              05 ESD-DAY          PIC 9(02).
              05 FILLER           PIC X(01) VALUE "/".
              05 ESD-YEAR         PIC 9(04).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 ESD-CODE         PIC X(08).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 ESD-QUAL         PIC X(04).
              05 FILLER           PIC X(06) VALUE " OPEN ".
              05 ESD-NIGHTS       PIC ZZZ9.
              05 FILLER           PIC X(14) VALUE " NIGHTS SINCE ".
              05 ESD-SINCE        PIC X(10).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 ESD-TEXT         PIC X(60).
              05 FILLER           PIC X(01) VALUE SPACES.

       *>
       *>    OPEN-ITEMS REPORT - PAGE-HEADED, SAME DISCIPLINE AND
       *>    HEADER SHAPE AS THE BERNOULLI REPORTS SO BERNBND CAN
       *>    BUNDLE IT.
       *>
          01 RPT-PAGE-NO PIC 9(4) VALUE 0.
          01 RPT-LINE-COUNT PIC 9(4) VALUE 0.
          01 RPT-LINES-PER-PAGE PIC 9(4) VALUE 20.
          01 RPT-PAGE-BREAK-LINE PIC X(80) VALUE ALL "-".
          01 RPT-HOLD-LINE PIC X(80) VALUE SPACES.

          01 RPT-HEADER-1.
              05 FILLER           PIC X(29)
                  VALUE "BERNCHK OPEN ALERT ITEMS".
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
              05 FILLER           PIC X(16) VALUE "ESCALATE AFTER ".
              05 RPTH2-NIGHTS     PIC ZZ9.
              05 FILLER           PIC X(07) VALUE " NIGHTS".
              05 FILLER           PIC X(27) VALUE SPACES.

          01 RPT-HEADER-3.
              05 FILLER           PIC X(80) VALUE SPACES.

          01 RPT-SECTION-LINE.
              05 FILLER           PIC X(02) VALUE SPACES.
              05 RPTS-TITLE       PIC X(40).
              05 FILLER           PIC X(38) VALUE SPACES.

          01 RPT-ITEM-LINE.
              05 FILLER           PIC X(04) VALUE SPACES.
              05 RPTI-CODE        PIC X(08).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 RPTI-QUAL        PIC X(04).
              05 FILLER           PIC X(02) VALUE SPACES.
              05 RPTI-STATUS      PIC X(12).
              05 FILLER           PIC X(07) VALUE " FIRST ".
              05 RPTI-FIRST       PIC X(10).
              05 FILLER           PIC X(06) VALUE " LAST ".
              05 RPTI-LAST        PIC X(10).
              05 FILLER           PIC X(06) VALUE " SEEN ".
              05 RPTI-COUNT       PIC ZZZZ9.
              05 FILLER           PIC X(05) VALUE SPACES.

          01 RPT-TEXT-LINE.
              05 FILLER           PIC X(08) VALUE SPACES.
              05 RPTX-TEXT        PIC X(60).
              05 FILLER           PIC X(12) VALUE SPACES.

          01 RPT-NOTE-LINE.
              05 FILLER           PIC X(08) VALUE SPACES.
              05 RPTN-LABEL       PIC X(12).
              05 RPTN-WHO         PIC X(09).
              05 RPTN-DATE        PIC X(10).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 RPTN-TEXT        PIC X(40).

          01 RPT-ESC-NOTE-LINE.
              05 FILLER           PIC X(08) VALUE SPACES.
              05 FILLER           PIC X(12) VALUE "** ESCALATED".
              05 FILLER           PIC X(09) VALUE SPACES.
              05 RPTE-DATE        PIC X(10).
              05 FILLER           PIC X(13) VALUE " NIGHTS OPEN ".
              05 RPTE-NIGHTS      PIC ZZZZ9.
              05 FILLER           PIC X(23) VALUE SPACES.

          01 RPT-TOTAL-LINE.
              05 FILLER           PIC X(04) VALUE SPACES.
              05 RPTT-LABEL       PIC X(28).
              05 RPTT-VALUE       PIC ZZZZZZZZ9.
              05 FILLER           PIC X(39) VALUE SPACES.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            ACCEPT CHK-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT CHK-RUN-TIME FROM TIME
            PERFORM 1000-OPEN-ALERTS.
            PERFORM 1100-SET-ESCALATION-LIMIT.
            PERFORM 1200-OPEN-REGISTER.
            PERFORM 2000-CHECK-NEWEST-LOG-LINE.
            PERFORM 3000-CHECK-PENDING-CHECKPOINT.
            PERFORM 4000-CHECK-GENERATION-CATALOG.
            IF NOT CHK-REG-AVAILABLE
                MOVE "ALRTREG" TO CHK-FIND-CODE
                MOVE "ALERT REGISTER ALRTREG UNAVAILABLE - FINDINGS "
                    TO ALD-TEXT
                MOVE "NOT POSTED" TO ALD-TEXT(47:10)
                PERFORM 8000-WRITE-ALERT
            END-IF
            PERFORM 6000-SWEEP-REGISTER.
            CLOSE ALERT-FILE
            CLOSE ESC-FILE
            CLOSE RPT-FILE
            IF CHK-REG-AVAILABLE
                CLOSE REG-FILE
            END-IF
            DISPLAY "BERNCHK: FINDINGS " CHK-FINDINGS
            DISPLAY "BERNCHK: NEW FINDINGS " CHK-NEW-COUNT
            DISPLAY "BERNCHK: REPEATS " CHK-REPEAT-COUNT
            DISPLAY "BERNCHK: REOPENED " CHK-REOPEN-COUNT
            DISPLAY "BERNCHK: OPEN ON REGISTER " CHK-OPEN-COUNT
            DISPLAY "BERNCHK: ACKNOWLEDGED " CHK-ACK-COUNT
            DISPLAY "BERNCHK: ESCALATED " CHK-ESCALATED
            IF CHK-REG-ERRORS > 0
                DISPLAY "BERNCHK: REGISTER ERRORS " CHK-REG-ERRORS
            END-IF
            IF CHK-FINDINGS > 0 OR CHK-ESCALATED > 0
                    OR CHK-REG-ERRORS > 0
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.
                DISPLAY "BERNCHK: JOB TERMINATED - NOTHING CHECKED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT ESC-FILE
            IF ESC-FILE-STATUS NOT = "00"
                DISPLAY "BERNCHK: UNABLE TO OPEN ALRTESC - FILE "
                    "STATUS " ESC-FILE-STATUS
                DISPLAY "BERNCHK: JOB TERMINATED - NOTHING CHECKED"
                MOVE 16 TO RETURN-CODE
                CLOSE ALERT-FILE
                STOP RUN
            END-IF
            OPEN OUTPUT RPT-FILE
            IF RPT-FILE-STATUS NOT = "00"
                DISPLAY "BERNCHK: UNABLE TO OPEN OPENRPT - FILE "
                    "STATUS " RPT-FILE-STATUS
                DISPLAY "BERNCHK: JOB TERMINATED - NOTHING CHECKED"
                MOVE 16 TO RETURN-CODE
                CLOSE ALERT-FILE
                CLOSE ESC-FILE
                STOP RUN
            END-IF.

       *>
       *>    1100-SET-ESCALATION-LIMIT - PARM COLUMNS 1-3, NIGHTS A
       *>    FINDING MAY STAY OPEN BEFORE IT IS ESCALATED. A BLANK
       *>    PARM TAKES THE DEFAULT; ANYTHING ELSE THAT IS NOT A
       *>    NONZERO NUMBER TAKES IT WITH A NOTE.
       *>
        1100-SET-ESCALATION-LIMIT.
            ACCEPT PARM-TEXT FROM COMMAND-LINE
            MOVE 0 TO CHK-PARM-NIGHTS
            EVALUATE TRUE
                WHEN PARM-TEXT(1:3) IS NUMERIC
                    MOVE PARM-TEXT(1:3) TO CHK-PARM-NIGHTS
                WHEN PARM-TEXT(1:2) IS NUMERIC
                        AND PARM-TEXT(3:1) = SPACE
                    MOVE PARM-TEXT(1:2) TO CHK-PARM-NIGHTS
                WHEN PARM-TEXT(1:1) IS NUMERIC
                        AND PARM-TEXT(2:2) = SPACES
                    MOVE PARM-TEXT(1:1) TO CHK-PARM-NIGHTS
            END-EVALUATE
            EVALUATE TRUE
                WHEN CHK-PARM-NIGHTS > 0
                    MOVE CHK-PARM-NIGHTS TO CHK-ESC-NIGHTS
                WHEN PARM-TEXT NOT = SPACES
                    DISPLAY "BERNCHK: ESCALATION LIMIT '"
                        PARM-TEXT(1:3) "' IS NOT A NUMBER OF "
                        "NIGHTS - " CHK-ESC-NIGHTS " ASSUMED"
            END-EVALUATE
            DISPLAY "BERNCHK: ESCALATION LIMIT " CHK-ESC-NIGHTS
                " NIGHTS"
            MOVE CHK-RUN-DATE TO CHK-DN-DATE
            PERFORM 9500-COMPUTE-DAY-NUMBER
            MOVE CHK-DAY-NO TO CHK-RUN-DAY-NO.

       *>
       *>    1200-OPEN-REGISTER - THE FIRST NIGHT CREATES THE
       *>    REGISTER. ANY OTHER FAILURE LEAVES IT UNAVAILABLE: THE
       *>    PROBES STILL RUN AND THE ALERTS DATASET IS STILL
       *>    WRITTEN, AND THE MISSING REGISTER IS ITSELF REPORTED.
       *>
        1200-OPEN-REGISTER.
            OPEN I-O REG-FILE
            IF REG-FILE-STATUS = "35"
                OPEN OUTPUT REG-FILE
                CLOSE REG-FILE
                OPEN I-O REG-FILE
            END-IF
            IF REG-FILE-STATUS = "00"
                MOVE "Y" TO CHK-REG-SW
            ELSE
                DISPLAY "BERNCHK: UNABLE TO OPEN ALRTREG - FILE "
                    "STATUS " REG-FILE-STATUS
            END-IF.

       *>
        2000-CHECK-NEWEST-LOG-LINE.
            OPEN INPUT LOG-FILE
            IF LOG-FILE-STATUS NOT = "00"
                MOVE "LOGMISS" TO CHK-FIND-CODE
                MOVE "BERNLOG IS MISSING - NO RUN HAS BEEN LOGGED"
                    TO ALD-TEXT
                PERFORM 8000-WRITE-ALERT
                PERFORM 2200-HOLD-LOG-LINE UNTIL LOG-EOF
                CLOSE LOG-FILE
                IF CHK-LOG-COUNT = 0
                    MOVE "LOGEMPTY" TO CHK-FIND-CODE
                    MOVE "BERNLOG IS EMPTY - NO RUN HAS BEEN LOGGED"
                        TO ALD-TEXT
                    PERFORM 8000-WRITE-ALERT
            IF CHK-RECON-WORK IS NUMERIC
                    AND CHK-VERIF-WORK IS NUMERIC
                IF CHK-RECON-NUM > 0
                    MOVE "RECON" TO CHK-FIND-CODE
                    MOVE SPACES TO ALD-TEXT
                    STRING "NEWEST RUN FLAGGED RECON="
                        CHK-RECON-NUM
                    PERFORM 8000-WRITE-ALERT
                END-IF
                IF CHK-VERIF-NUM > 0
                    MOVE "VERIF" TO CHK-FIND-CODE
                    MOVE SPACES TO ALD-TEXT
                    STRING "NEWEST RUN FLAGGED VERIF="
                        CHK-VERIF-NUM
                    PERFORM 8000-WRITE-ALERT
                END-IF
            ELSE
                MOVE "LOGPARSE" TO CHK-FIND-CODE
                MOVE "NEWEST BERNLOG LINE DOES NOT PARSE - REVIEW "
                    TO ALD-TEXT
                MOVE "THE LOG" TO ALD-TEXT(45:7)
                        CONTINUE
                    NOT AT END
                        IF CKPT-M IS NUMERIC AND CKPT-M > 1
                            MOVE "CKPTPEND" TO CHK-FIND-CODE
                            MOVE SPACES TO ALD-TEXT
                            STRING "PENDING CHECKPOINT - RUN FOR N="
                                CKPT-N
                VARYING GCAT-SUB FROM 1 BY 1 UNTIL GCAT-SUB > 4
            OPEN INPUT GCAT-FILE
            IF GCAT-STATUS NOT = "00"
                MOVE "GCATMISS" TO CHK-FIND-CODE
                MOVE "BERNGCAT IS MISSING - GENERATION CATALOG "
                    TO ALD-TEXT
                MOVE "NOT ON FILE" TO ALD-TEXT(42:11)
                PERFORM 4200-LOAD-CATALOG-ENTRY UNTIL GCAT-EOF
                CLOSE GCAT-FILE
                IF GCAT-LOADED-COUNT = 0
                    MOVE "GCATEMPT" TO CHK-FIND-CODE
                    MOVE "BERNGCAT CARRIES NO ENTRIES - CATALOG IS "
                        TO ALD-TEXT
                    MOVE "EMPTY" TO ALD-TEXT(42:5)
        4300-CHECK-CATALOG-ENTRY.
            IF GCAT-USED(GCAT-SUB)
                IF GCAT-DATE(GCAT-SUB) > CHK-RUN-DATE
                    MOVE "GCATFUT" TO CHK-FIND-CODE
                    PERFORM 4400-SET-GENERATION-QUAL
                    MOVE SPACES TO ALD-TEXT
                    STRING "BERNGCAT GENERATION DATED IN THE "
                        "FUTURE: " GCAT-DATE(GCAT-SUB)
                    IF GCAT-USED(GCAT-NEXT-SUB)
                            AND GCAT-N(GCAT-SUB) <
                                GCAT-N(GCAT-NEXT-SUB)
                        MOVE "GCATNDRP" TO CHK-FIND-CODE
                        PERFORM 4400-SET-GENERATION-QUAL
                        MOVE SPACES TO ALD-TEXT
                        STRING "BERNGCAT N DROPPED FROM "
                            GCAT-N(GCAT-NEXT-SUB)
                END-IF
            END-IF.

       *>
       *>    4400-SET-GENERATION-QUAL - A CATALOG FINDING IS KEYED
       *>    ON THE GENERATION IT WAS FOUND AT, GEN0 THRU GEN3.
       *>
        4400-SET-GENERATION-QUAL.
            SUBTRACT 1 FROM GCAT-SUB GIVING CHK-GEN-DIGIT
            MOVE SPACES TO CHK-FIND-QUAL
            STRING "GEN" CHK-GEN-DIGIT
                DELIMITED BY SIZE INTO CHK-FIND-QUAL.

       *>
       *>    5050-5700 - OPEN-ITEMS REPORT WRITES, THE SAME PAGE
       *>    DISCIPLINE AS THE OTHER PAGE-HEADED REPORTS.
       *>
        5050-WRITE-REPORT-HEADERS.
            ADD 1 TO RPT-PAGE-NO
            MOVE RPT-PAGE-NO TO RPTH1-PAGE-NO
            IF RPT-PAGE-NO > 1
                MOVE RPT-PAGE-BREAK-LINE TO RPT-LINE
                WRITE RPT-LINE
            END-IF
            MOVE RPT-HEADER-1 TO RPT-LINE
            WRITE RPT-LINE
            MOVE CHK-RUN-DATE(5:2) TO RPTH2-MONTH
            MOVE CHK-RUN-DATE(7:2) TO RPTH2-DAY
            MOVE CHK-RUN-DATE(1:4) TO RPTH2-YEAR
            MOVE CHK-ESC-NIGHTS TO RPTH2-NIGHTS
            MOVE RPT-HEADER-2 TO RPT-LINE
            WRITE RPT-LINE
            MOVE RPT-HEADER-3 TO RPT-LINE
            WRITE RPT-LINE
            MOVE 0 TO RPT-LINE-COUNT.

        5200-WRITE-SECTION-TITLE.
            MOVE RPT-SECTION-LINE TO RPT-LINE
            PERFORM 5700-WRITE-RPT-LINE.

        5500-WRITE-TOTAL-LINE.
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
       *>    6000-SWEEP-REGISTER - WALK THE WHOLE REGISTER IN KEY
       *>    ORDER. EVERY FINDING NOT YET RESOLVED GOES ON THE
       *>    OPEN-ITEMS REPORT; AN OPEN ONE PAST THE ESCALATION
       *>    LIMIT ALSO GOES TO ALRTESC. THE REPORT IS WRITTEN EVEN
       *>    WHEN THE REGISTER IS EMPTY OR UNAVAILABLE, SO THE
       *>    MORNING PRINT ALWAYS SAYS WHICH.
       *>
        6000-SWEEP-REGISTER.
            MOVE "OPEN AND ACKNOWLEDGED FINDINGS" TO RPTS-TITLE
            PERFORM 5200-WRITE-SECTION-TITLE
            IF CHK-REG-AVAILABLE
                MOVE LOW-VALUES TO ARG-KEY
                START REG-FILE KEY IS NOT LESS THAN ARG-KEY
                IF REG-FILE-STATUS = "00"
                    PERFORM 6100-READ-NEXT-ENTRY
                    PERFORM 6200-SWEEP-ONE-ENTRY UNTIL CHK-REG-EOF
                END-IF
                IF CHK-OPEN-COUNT = 0 AND CHK-ACK-COUNT = 0
                    MOVE "    NO OPEN FINDINGS ON THE REGISTER"
                        TO RPT-LINE
                    PERFORM 5700-WRITE-RPT-LINE
                END-IF
            ELSE
                MOVE "    ALERT REGISTER UNAVAILABLE - NO OPEN-ITEMS "
                    TO RPT-LINE
                MOVE "LIST" TO RPT-LINE(48:4)
                PERFORM 5700-WRITE-RPT-LINE
            END-IF
            MOVE "REGISTER TOTALS" TO RPTS-TITLE
            PERFORM 5200-WRITE-SECTION-TITLE
            MOVE "FINDINGS TONIGHT" TO RPTT-LABEL
            MOVE CHK-FINDINGS TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "NEW TONIGHT" TO RPTT-LABEL
            MOVE CHK-NEW-COUNT TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "REOPENED TONIGHT" TO RPTT-LABEL
            MOVE CHK-REOPEN-COUNT TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "OPEN" TO RPTT-LABEL
            MOVE CHK-OPEN-COUNT TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "ACKNOWLEDGED" TO RPTT-LABEL
            MOVE CHK-ACK-COUNT TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "ESCALATED" TO RPTT-LABEL
            MOVE CHK-ESCALATED TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "RESOLVED ON REGISTER" TO RPTT-LABEL
            MOVE CHK-RESOLVED-COUNT TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            IF CHK-REG-ERRORS > 0
                MOVE "REGISTER POSTING ERRORS" TO RPTT-LABEL
                MOVE CHK-REG-ERRORS TO RPTT-VALUE
                PERFORM 5500-WRITE-TOTAL-LINE
            END-IF.

        6100-READ-NEXT-ENTRY.
            READ REG-FILE NEXT
                AT END
                    MOVE "Y" TO CHK-REG-EOF-SW
            END-READ.

        6200-SWEEP-ONE-ENTRY.
            EVALUATE TRUE
                WHEN ARG-RESOLVED
                    ADD 1 TO CHK-RESOLVED-COUNT
                WHEN ARG-ACKNOWLEDGED
                    ADD 1 TO CHK-ACK-COUNT
                    PERFORM 6300-WRITE-ITEM-LINES
                WHEN OTHER
                    ADD 1 TO CHK-OPEN-COUNT
                    MOVE ARG-OPEN-DATE TO CHK-DN-DATE
                    PERFORM 9500-COMPUTE-DAY-NUMBER
                    MOVE 0 TO CHK-NIGHTS-OPEN
                    IF CHK-RUN-DAY-NO > CHK-DAY-NO
                        SUBTRACT CHK-DAY-NO FROM CHK-RUN-DAY-NO
                            GIVING CHK-NIGHTS-OPEN
                    END-IF
                    IF CHK-NIGHTS-OPEN >= CHK-ESC-NIGHTS
                        PERFORM 6400-ESCALATE-ENTRY
                    END-IF
                    PERFORM 6300-WRITE-ITEM-LINES
            END-EVALUATE
            PERFORM 6100-READ-NEXT-ENTRY.

       *>
       *>    6300-WRITE-ITEM-LINES - THE KEY, STATUS, DATES AND
       *>    COUNT; THE LATEST TEXT; THEN THE ACKNOWLEDGEMENT, THE
       *>    ESCALATION, OR THE EARLIER RESOLUTION OF A REOPENED
       *>    FINDING, WHICHEVER APPLY.
       *>
        6300-WRITE-ITEM-LINES.
            MOVE ARG-CODE TO RPTI-CODE
            MOVE ARG-QUAL TO RPTI-QUAL
            IF ARG-ACKNOWLEDGED
                MOVE "ACKNOWLEDGED" TO RPTI-STATUS
            ELSE
                MOVE "OPEN" TO RPTI-STATUS
            END-IF
            MOVE ARG-FIRST-SEEN TO CHK-EDIT-DATE
            PERFORM 9600-EDIT-MDY
            MOVE CHK-MDY TO RPTI-FIRST
            MOVE ARG-LAST-SEEN TO CHK-EDIT-DATE
            PERFORM 9600-EDIT-MDY
            MOVE CHK-MDY TO RPTI-LAST
            MOVE ARG-COUNT TO RPTI-COUNT
            MOVE RPT-ITEM-LINE TO RPT-LINE
            PERFORM 5700-WRITE-RPT-LINE
            MOVE ARG-TEXT TO RPTX-TEXT
            MOVE RPT-TEXT-LINE TO RPT-LINE
            PERFORM 5700-WRITE-RPT-LINE
            IF ARG-ACKNOWLEDGED
                MOVE "ACK'D BY" TO RPTN-LABEL
                MOVE ARG-ACK-BY TO RPTN-WHO
                MOVE ARG-ACK-DATE TO CHK-EDIT-DATE
                PERFORM 9600-EDIT-MDY
                MOVE CHK-MDY TO RPTN-DATE
                MOVE ARG-ACK-NOTE TO RPTN-TEXT
                MOVE RPT-NOTE-LINE TO RPT-LINE
                PERFORM 5700-WRITE-RPT-LINE
            END-IF
            IF ARG-OPEN AND ARG-ESC-DATE NOT = 0
                MOVE ARG-ESC-DATE TO CHK-EDIT-DATE
                PERFORM 9600-EDIT-MDY
                MOVE CHK-MDY TO RPTE-DATE
                MOVE CHK-NIGHTS-OPEN TO RPTE-NIGHTS
                MOVE RPT-ESC-NOTE-LINE TO RPT-LINE
                PERFORM 5700-WRITE-RPT-LINE
            END-IF
            IF ARG-RES-BY NOT = SPACES
                MOVE "LAST RES BY" TO RPTN-LABEL
                MOVE ARG-RES-BY TO RPTN-WHO
                MOVE ARG-RES-DATE TO CHK-EDIT-DATE
                PERFORM 9600-EDIT-MDY
                MOVE CHK-MDY TO RPTN-DATE
                MOVE ARG-RES-NOTE TO RPTN-TEXT
                MOVE RPT-NOTE-LINE TO RPT-LINE
                PERFORM 5700-WRITE-RPT-LINE
            END-IF.

       *>
       *>    6400-ESCALATE-ENTRY - ONE ALRTESC LINE EVERY NIGHT THE
       *>    FINDING STAYS OPEN PAST THE LIMIT. THE NIGHT IT FIRST
       *>    CROSSES IS KEPT ON THE REGISTER.
       *>
        6400-ESCALATE-ENTRY.
            IF ARG-ESC-DATE = 0
                MOVE CHK-RUN-DATE TO ARG-ESC-DATE
                REWRITE ARG-RECORD
                IF REG-FILE-STATUS NOT = "00"
                    DISPLAY "BERNCHK: ALRTREG REWRITE FAILED - FILE "
                        "STATUS " REG-FILE-STATUS
                    ADD 1 TO CHK-REG-ERRORS
                END-IF
            END-IF
            MOVE CHK-RUN-DATE(5:2) TO ESD-MONTH
            MOVE CHK-RUN-DATE(7:2) TO ESD-DAY
            MOVE CHK-RUN-DATE(1:4) TO ESD-YEAR
            MOVE ARG-CODE TO ESD-CODE
            MOVE ARG-QUAL TO ESD-QUAL
            MOVE CHK-NIGHTS-OPEN TO ESD-NIGHTS
            MOVE ARG-OPEN-DATE TO CHK-EDIT-DATE
            PERFORM 9600-EDIT-MDY
            MOVE CHK-MDY TO ESD-SINCE
            MOVE ARG-TEXT TO ESD-TEXT
            MOVE ESC-DETAIL-LINE TO ESC-LINE
            WRITE ESC-LINE
            ADD 1 TO CHK-ESCALATED
            DISPLAY "BERNCHK: ESCALATED " ARG-KEY " - OPEN "
                CHK-NIGHTS-OPEN " NIGHTS".

        8000-WRITE-ALERT.
            MOVE CHK-RUN-DATE(5:2) TO ALD-MONTH
            MOVE CHK-RUN-DATE(7:2) TO ALD-DAY
            WRITE ALERT-LINE
            ADD 1 TO CHK-FINDINGS
            DISPLAY "BERNCHK: " ALD-TEXT
            PERFORM 8100-POST-TO-REGISTER
            MOVE SPACES TO ALD-TEXT
            MOVE SPACES TO CHK-FIND-CODE
            MOVE SPACES TO CHK-FIND-QUAL.

       *>
       *>    8100-POST-TO-REGISTER - ADD THE FINDING, OR UPDATE ITS
       *>    ENTRY. THE NIGHT COUNT MOVES ONLY ONCE PER RUN DATE SO
       *>    A RERUN OF THE CHECK DOES NOT INFLATE IT.
       *>
        8100-POST-TO-REGISTER.
            IF CHK-REG-AVAILABLE
                MOVE CHK-FIND-CODE TO ARG-CODE
                MOVE CHK-FIND-QUAL TO ARG-QUAL
                READ REG-FILE
                EVALUATE TRUE
                    WHEN REG-FILE-STATUS = "23"
                        PERFORM 8200-ADD-REGISTER-ENTRY
                    WHEN REG-FILE-STATUS = "00"
                        PERFORM 8300-UPDATE-REGISTER-ENTRY
                    WHEN OTHER
                        DISPLAY "BERNCHK:   ALRTREG READ FAILED - "
                            "FILE STATUS " REG-FILE-STATUS
                        ADD 1 TO CHK-REG-ERRORS
                END-EVALUATE
            END-IF.

        8200-ADD-REGISTER-ENTRY.
            MOVE SPACES TO ARG-RECORD
            MOVE CHK-FIND-CODE TO ARG-CODE
            MOVE CHK-FIND-QUAL TO ARG-QUAL
            MOVE "O" TO ARG-STATUS
            MOVE CHK-RUN-DATE TO ARG-FIRST-SEEN
            MOVE CHK-RUN-DATE TO ARG-LAST-SEEN
            MOVE CHK-RUN-DATE TO ARG-OPEN-DATE
            MOVE 1 TO ARG-COUNT
            MOVE 0 TO ARG-ESC-DATE
            MOVE ALD-TEXT TO ARG-TEXT
            MOVE 0 TO ARG-ACK-DATE
            MOVE 0 TO ARG-ACK-TIME
            MOVE 0 TO ARG-RES-DATE
            MOVE 0 TO ARG-RES-TIME
            WRITE ARG-RECORD
            IF REG-FILE-STATUS = "00"
                ADD 1 TO CHK-NEW-COUNT
                DISPLAY "BERNCHK:   NEW FINDING " ARG-KEY
                    " - REGISTERED OPEN"
            ELSE
                DISPLAY "BERNCHK:   ALRTREG WRITE FAILED - FILE "
                    "STATUS " REG-FILE-STATUS
                ADD 1 TO CHK-REG-ERRORS
            END-IF.

       *>
       *>    8300-UPDATE-REGISTER-ENTRY - A RESOLVED FINDING THAT IS
       *>    BACK STARTS A NEW OPEN SPELL: ITS ACKNOWLEDGEMENT AND
       *>    ESCALATION ARE CLEARED, THE LAST RESOLUTION IS KEPT.
       *>
        8300-UPDATE-REGISTER-ENTRY.
            IF ARG-LAST-SEEN NOT = CHK-RUN-DATE
                ADD 1 TO ARG-COUNT
                MOVE CHK-RUN-DATE TO ARG-LAST-SEEN
            END-IF
            MOVE ALD-TEXT TO ARG-TEXT
            IF ARG-RESOLVED
                MOVE "O" TO ARG-STATUS
                MOVE CHK-RUN-DATE TO ARG-OPEN-DATE
                MOVE 0 TO ARG-ESC-DATE
                MOVE SPACES TO ARG-ACK-BY
                MOVE 0 TO ARG-ACK-DATE
                MOVE 0 TO ARG-ACK-TIME
                MOVE SPACES TO ARG-ACK-NOTE
                ADD 1 TO CHK-REOPEN-COUNT
                DISPLAY "BERNCHK:   FINDING " ARG-KEY
                    " WAS RESOLVED " ARG-RES-DATE " - REOPENED"
            ELSE
                ADD 1 TO CHK-REPEAT-COUNT
                DISPLAY "BERNCHK:   REPEAT OF " ARG-KEY " - SEEN "
                    ARG-COUNT " NIGHTS SINCE " ARG-FIRST-SEEN
            END-IF
            REWRITE ARG-RECORD
            IF REG-FILE-STATUS NOT = "00"
                DISPLAY "BERNCHK:   ALRTREG REWRITE FAILED - FILE "
                    "STATUS " REG-FILE-STATUS
                ADD 1 TO CHK-REG-ERRORS
            END-IF.

       *>
       *>    9500-COMPUTE-DAY-NUMBER - CHK-DN-DATE TO CHK-DAY-NO.
       *>
        9500-COMPUTE-DAY-NUMBER.
            MOVE CHK-DN-YEAR TO CHK-DN-Y
            MOVE CHK-DN-MONTH TO CHK-DN-M
            IF CHK-DN-M < 3
                SUBTRACT 1 FROM CHK-DN-Y
                ADD 12 TO CHK-DN-M
            END-IF
            DIVIDE CHK-DN-Y BY 4 GIVING CHK-DN-Q4
            DIVIDE CHK-DN-Y BY 100 GIVING CHK-DN-Q100
            DIVIDE CHK-DN-Y BY 400 GIVING CHK-DN-Q400
            COMPUTE CHK-DN-W = 153 * (CHK-DN-M - 3) + 2
            DIVIDE CHK-DN-W BY 5 GIVING CHK-DN-MD
            COMPUTE CHK-DAY-NO = 365 * CHK-DN-Y + CHK-DN-Q4
                - CHK-DN-Q100 + CHK-DN-Q400 + CHK-DN-MD
                + CHK-DN-DAY.

        9600-EDIT-MDY.
            MOVE CHK-EDIT-DATE(5:2) TO CHK-MDY-MONTH
            MOVE CHK-EDIT-DATE(7:2) TO CHK-MDY-DAY
            MOVE CHK-EDIT-DATE(1:4) TO CHK-MDY-YEAR.
