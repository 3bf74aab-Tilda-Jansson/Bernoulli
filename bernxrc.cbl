        *> cobc -x -o bernxrc bernxrc.cbl
        *> ./bernxrc 202610

        IDENTIFICATION DIVISION.
        PROGRAM-ID. BERNXRC.
        AUTHOR. R-HOLLIS.
        INSTALLATION. ACTUARIAL-BATCH.
        DATE-WRITTEN. 2026-10-15.
        DATE-COMPILED.

       *>
       *>    MODIFICATION HISTORY
       *>    2026-10-15  RJH  INITIAL VERSION - BERNEXT RECEIPT
       *>                     RECONCILIATION. TAKES IN THE EXTACK
       *>                     ACKNOWLEDGEMENTS THE ACTUARIAL SYSTEM
       *>                     RETURNS (SEE EXTACK COPYBOOK) AND
       *>                     MATCHES EACH ONE, BY THE RUN DATE ON
       *>                     THE BERNEXT TRAILER, TO THE LATEST FEED
       *>                     BERNXTR SENT THAT DAY ON THE XTRREG
       *>                     SENT-FEED REGISTER (SEE XTRREG
       *>                     COPYBOOK). ROW COUNT AND INDEX HASH
       *>                     MUST BOTH AGREE; AN ACKNOWLEDGED FEED
       *>                     LAPSES EVERY EARLIER FEED STILL WAITING.
       *>                     AN ALERT LINE IN THE BERNALRT LAYOUT
       *>                     GOES TO THE FEEDALRT DATASET FOR EVERY
       *>                     ACKNOWLEDGEMENT WHOSE TOTALS DISAGREE,
       *>                     EVERY ONE THAT MATCHES NO FEED SENT
       *>                     (ONCE - IT IS KEPT ON XTRREG SO A REPEAT
       *>                     IS PASSED OVER), AND - EVERY RUN UNTIL
       *>                     IT IS ANSWERED - EVERY FEED NOT
       *>                     ACKNOWLEDGED WITHIN A DAY OF BEING
       *>                     SENT. THE PAGE-HEADED
       *>                     FEEDRPT FEED-DELIVERY REPORT LISTS EVERY
       *>                     FEED SENT IN ONE MONTH - THE PARM,
       *>                     YYYYMM, DEFAULT THIS MONTH - WITH WHEN
       *>                     IT WAS ACKNOWLEDGED AND ANY MISMATCH.
       *>                     ENDS RC=8 WHEN ANY ALERT WAS RAISED.
       *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REG-FILE ASSIGN TO "XTRREG"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XRG-KEY
                FILE STATUS IS REG-FILE-STATUS.

            SELECT ACK-FILE ASSIGN TO "EXTACK"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ACK-FILE-STATUS.

            SELECT ALERT-FILE ASSIGN TO "FEEDALRT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ALERT-FILE-STATUS.

            SELECT RPT-FILE ASSIGN TO "FEEDRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  REG-FILE
            RECORD CONTAINS 120 CHARACTERS.
            COPY XTRREG.

        FD  ACK-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY EXTACK.

        FD  ALERT-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY BERNALRT.

        FD  RPT-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY BERNRPT.

          WORKING-STORAGE SECTION.
          01 REG-FILE-STATUS PIC X(02) VALUE "00".
          01 ACK-FILE-STATUS PIC X(02) VALUE "00".
          01 ALERT-FILE-STATUS PIC X(02) VALUE "00".
          01 RPT-FILE-STATUS PIC X(02) VALUE "00".
          01 ACK-EOF-SW PIC X(01) VALUE "N".
              88 ACK-EOF VALUE "Y".
          01 REG-EOF-SW PIC X(01) VALUE "N".
              88 REG-EOF VALUE "Y".
          01 ACK-OPEN-SW PIC X(01) VALUE "N".
              88 ACK-OPENED VALUE "Y".

          01 XRC-RUN-DATE PIC 9(8) VALUE 0.
          01 XRC-RUN-TIME PIC 9(8) VALUE 0.

       *>
       *>    REPORT PERIOD - FROM THE PARM, OR DEFAULTED.
       *>
          01 PARM-TEXT PIC X(20) VALUE SPACES.
          01 XRC-PERIOD.
              05 XRC-PERIOD-YEAR  PIC X(04).
              05 XRC-PERIOD-MONTH PIC X(02).

       *>
       *>    ACKNOWLEDGEMENT MATCHING - THE KEY OF THE LATEST FEED
       *>    SENT ON THE ACKNOWLEDGED RUN DATE, FOUND BY A KEYED
       *>    SCAN OF THAT DATE'S ENTRIES.
       *>
          01 XRC-MATCH-SW PIC X(01) VALUE "N".
              88 XRC-MATCH-FOUND VALUE "Y".
          01 XRC-SCAN-SW PIC X(01) VALUE "N".
              88 XRC-SCAN-DONE VALUE "Y".
          01 XRC-MATCH-KEY PIC X(14) VALUE SPACES.

       *>
       *>    COUNTS FOR THE CONSOLE AND THE REPORT TOTALS.
       *>
          01 XRC-ACKS-READ PIC 9(6) VALUE 0.
          01 XRC-ACKS-TAKEN PIC 9(6) VALUE 0.
          01 XRC-ACKS-REPEATED PIC 9(6) VALUE 0.
          01 XRC-ACKS-UNMATCHED PIC 9(6) VALUE 0.
          01 XRC-ACKS-BAD PIC 9(6) VALUE 0.
          01 XRC-LAPSED-NOW PIC 9(6) VALUE 0.
          01 XRC-OVERDUE PIC 9(6) VALUE 0.
          01 XRC-ALERTS PIC 9(6) VALUE 0.
          01 XRC-PER-SENT PIC 9(6) VALUE 0.
          01 XRC-PER-ACKED PIC 9(6) VALUE 0.
          01 XRC-PER-MISMATCH PIC 9(6) VALUE 0.
          01 XRC-PER-WAITING PIC 9(6) VALUE 0.
          01 XRC-PER-LAPSED PIC 9(6) VALUE 0.

       *>
       *>    OVERDUE TEST - SECONDS BETWEEN THE FEED AND THIS RUN,
       *>    FROM DAY NUMBERS (365 DAYS A YEAR PLUS THE GREGORIAN
       *>    LEAP DAYS, COUNTED FROM A MARCH YEAR SO FEBRUARY FALLS
       *>    LAST) AND THE TIMES OF DAY. A DAY IS 86400 SECONDS.
       *>
          01 XRC-OVERDUE-SW PIC X(01) VALUE "N".
              88 XRC-FEED-OVERDUE VALUE "Y".
          01 XRC-RUN-DAY-NO PIC 9(7) VALUE 0.
          01 XRC-RUN-SECS PIC 9(5) VALUE 0.
          01 XRC-FEED-SECS PIC 9(5) VALUE 0.
          01 XRC-WAIT-SECS PIC S9(11) VALUE 0.
          01 XRC-TIME-WORK PIC 9(6) VALUE 0.
          01 XRC-TIME-PARTS REDEFINES XRC-TIME-WORK.
              05 XRC-TIME-HH PIC 9(2).
              05 XRC-TIME-MI PIC 9(2).
              05 XRC-TIME-SS PIC 9(2).
          01 XRC-DN-DATE PIC 9(8) VALUE 0.
          01 XRC-DN-DATE-PARTS REDEFINES XRC-DN-DATE.
              05 XRC-DN-YEAR PIC 9(4).
              05 XRC-DN-MONTH PIC 9(2).
              05 XRC-DN-DAY PIC 9(2).
          01 XRC-DN-Y PIC 9(5) VALUE 0.
          01 XRC-DN-M PIC 9(2) VALUE 0.
          01 XRC-DN-Q4 PIC 9(5) VALUE 0.
          01 XRC-DN-Q100 PIC 9(5) VALUE 0.
          01 XRC-DN-Q400 PIC 9(5) VALUE 0.
          01 XRC-DN-W PIC 9(5) VALUE 0.
          01 XRC-DN-MD PIC 9(4) VALUE 0.
          01 XRC-DAY-NO PIC 9(7) VALUE 0.

       *>
       *>    EDIT WORK - YYYYMMDD AS MM/DD/YYYY, HHMMSS AS HH:MM:SS.
       *>
          01 XRC-EDIT-DATE PIC 9(8) VALUE 0.
          01 XRC-MDY.
              05 XRC-MDY-MONTH    PIC X(02).
              05 FILLER           PIC X(01) VALUE "/".
              05 XRC-MDY-DAY      PIC X(02).
              05 FILLER           PIC X(01) VALUE "/".
              05 XRC-MDY-YEAR     PIC X(04).
          01 XRC-HMS.
              05 XRC-HMS-HH       PIC X(02).
              05 FILLER           PIC X(01) VALUE ":".
              05 XRC-HMS-MI       PIC X(02).
              05 FILLER           PIC X(01) VALUE ":".
              05 XRC-HMS-SS       PIC X(02).

       *>
       *>    ALERT LINE LAYOUT - THE SAME SHAPE BERNCHK WRITES: RUN
       *>    DATE AND TIME OF THE CHECK PLUS ONE FINDING.
       *>
          01 ALERT-DETAIL-LINE.
              05 ALD-MONTH        PIC 9(02).
              05 FILLER           PIC X(01) VALUE "/".
              05 ALD-DAY          PIC 9(02).
              05 FILLER           PIC X(01) VALUE "/".
              05 ALD-YEAR         PIC 9(04).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 ALD-HOUR         PIC 9(02).
              05 FILLER           PIC X(01) VALUE ":".
              05 ALD-MINUTE       PIC 9(02).
              05 FILLER           PIC X(01) VALUE ":".
              05 ALD-SECOND       PIC 9(02).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 ALD-TEXT         PIC X(60).

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
                  VALUE "BERNEXT FEED-DELIVERY REPORT".
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

          01 RPT-COLUMN-LINE.
              05 FILLER           PIC X(04) VALUE SPACES.
              05 FILLER           PIC X(11) VALUE "SENT".
              05 FILLER           PIC X(10) VALUE "AT".
              05 FILLER           PIC X(08) VALUE "SOURCE".
              05 FILLER           PIC X(10) VALUE "     ROWS".
              05 FILLER           PIC X(11) VALUE "     HASH".
              05 FILLER           PIC X(13) VALUE "STATUS".
              05 FILLER           PIC X(13) VALUE "ACKNOWLEDGED".

          01 RPT-FEED-LINE.
              05 FILLER           PIC X(04) VALUE SPACES.
              05 RPTF-SENT-DATE   PIC X(10).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 RPTF-SENT-TIME   PIC X(08).
              05 FILLER           PIC X(02) VALUE SPACES.
              05 RPTF-SOURCE      PIC X(07).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 RPTF-ROWS        PIC ZZZZZZZZ9.
              05 FILLER           PIC X(01) VALUE SPACES.
              05 RPTF-HASH        PIC ZZZZZZZZ9.
              05 FILLER           PIC X(02) VALUE SPACES.
              05 RPTF-STATUS      PIC X(12).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 RPTF-ACK-DATE    PIC X(10).
              05 FILLER           PIC X(03) VALUE SPACES.

          01 RPT-RECEIVED-LINE.
              05 FILLER           PIC X(24) VALUE SPACES.
              05 FILLER           PIC X(09) VALUE "RECEIVED ".
              05 RPTR-ROWS        PIC ZZZZZZZZ9.
              05 FILLER           PIC X(01) VALUE SPACES.
              05 RPTR-HASH        PIC ZZZZZZZZ9.
              05 FILLER           PIC X(28)
                  VALUE "  ** TOTALS DISAGREE".

          01 RPT-TOTAL-LINE.
              05 FILLER           PIC X(04) VALUE SPACES.
              05 RPTT-LABEL       PIC X(28).
              05 RPTT-VALUE       PIC ZZZZZZZZ9.
              05 FILLER           PIC X(39) VALUE SPACES.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            ACCEPT XRC-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT XRC-RUN-TIME FROM TIME
            PERFORM 1000-SET-PARMS.
            PERFORM 1100-OPEN-FILES.
            IF ACK-OPENED
                PERFORM 2000-READ-ACK
                PERFORM 3000-TAKE-ONE-ACK UNTIL ACK-EOF
                CLOSE ACK-FILE
            END-IF
            PERFORM 4000-SWEEP-REGISTER.
            CLOSE REG-FILE
            CLOSE ALERT-FILE
            CLOSE RPT-FILE
            DISPLAY "BERNXRC: ACKS READ       " XRC-ACKS-READ
            DISPLAY "BERNXRC: ACKS TAKEN IN   " XRC-ACKS-TAKEN
            DISPLAY "BERNXRC: ACKS REPEATED   " XRC-ACKS-REPEATED
            DISPLAY "BERNXRC: ACKS UNMATCHED  " XRC-ACKS-UNMATCHED
            DISPLAY "BERNXRC: ACKS UNREADABLE " XRC-ACKS-BAD
            DISPLAY "BERNXRC: FEEDS LAPSED    " XRC-LAPSED-NOW
            DISPLAY "BERNXRC: FEEDS OVERDUE   " XRC-OVERDUE
            DISPLAY "BERNXRC: ALERTS RAISED   " XRC-ALERTS
            IF XRC-ALERTS > 0
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.

       *>
       *>    1000-SET-PARMS - THE REPORT MONTH, YYYYMM. A BLANK
       *>    PARM TAKES THIS MONTH; ANY OTHER VALUE TAKES IT WITH A
       *>    NOTE THAT THE PARM WAS IGNORED.
       *>
        1000-SET-PARMS.
            ACCEPT PARM-TEXT FROM COMMAND-LINE
            IF PARM-TEXT(1:6) IS NUMERIC
                    AND PARM-TEXT(5:2) >= "01"
                    AND PARM-TEXT(5:2) <= "12"
                MOVE PARM-TEXT(1:6) TO XRC-PERIOD
            ELSE
                IF PARM-TEXT(1:6) NOT = SPACES
                    DISPLAY "BERNXRC: PERIOD '" PARM-TEXT(1:6)
                        "' IS NOT YYYYMM - CURRENT MONTH ASSUMED"
                END-IF
                MOVE XRC-RUN-DATE(1:6) TO XRC-PERIOD
            END-IF
            MOVE XRC-RUN-DATE TO XRC-DN-DATE
            PERFORM 9500-COMPUTE-DAY-NUMBER
            MOVE XRC-DAY-NO TO XRC-RUN-DAY-NO
            MOVE XRC-RUN-TIME(1:6) TO XRC-TIME-WORK
            PERFORM 9550-COMPUTE-SECONDS
            MOVE XRC-FEED-SECS TO XRC-RUN-SECS.

       *>
       *>    1100-OPEN-FILES - NO REGISTER MEANS BERNXTR HAS NEVER
       *>    SENT A FEED, SO THERE IS NOTHING TO RECONCILE. NO
       *>    EXTACK MEANS NOTHING CAME BACK, WHICH IS EXACTLY WHAT
       *>    THE OVERDUE TEST IS FOR - THE RUN CARRIES ON.
       *>
        1100-OPEN-FILES.
            OPEN I-O REG-FILE
            IF REG-FILE-STATUS NOT = "00"
                DISPLAY "BERNXRC: UNABLE TO OPEN XTRREG - FILE "
                    "STATUS " REG-FILE-STATUS
                DISPLAY "BERNXRC: JOB TERMINATED - NO FEEDS ON "
                    "RECORD"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT ALERT-FILE
            IF ALERT-FILE-STATUS NOT = "00"
                DISPLAY "BERNXRC: UNABLE TO OPEN FEEDALRT - FILE "
                    "STATUS " ALERT-FILE-STATUS
                DISPLAY "BERNXRC: JOB TERMINATED - NOTHING "
                    "RECONCILED"
                MOVE 16 TO RETURN-CODE
                CLOSE REG-FILE
                STOP RUN
            END-IF
            OPEN OUTPUT RPT-FILE
            IF RPT-FILE-STATUS NOT = "00"
                DISPLAY "BERNXRC: UNABLE TO OPEN FEEDRPT - FILE "
                    "STATUS " RPT-FILE-STATUS
                DISPLAY "BERNXRC: JOB TERMINATED - NOTHING "
                    "RECONCILED"
                MOVE 16 TO RETURN-CODE
                CLOSE REG-FILE
                CLOSE ALERT-FILE
                STOP RUN
            END-IF
            OPEN INPUT ACK-FILE
            IF ACK-FILE-STATUS = "00"
                MOVE "Y" TO ACK-OPEN-SW
            ELSE
                DISPLAY "BERNXRC: NO EXTACK ON FILE - NO "
                    "ACKNOWLEDGEMENTS TAKEN IN"
            END-IF.

        2000-READ-ACK.
            READ ACK-FILE
                AT END
                    MOVE "Y" TO ACK-EOF-SW
            END-READ.

       *>
       *>    3000-TAKE-ONE-ACK - FIND THE FEED THE ACKNOWLEDGEMENT
       *>    ANSWERS FOR AND RECORD IT. AN ACKNOWLEDGEMENT WITH
       *>    NON-NUMERIC FIELDS IS NAMED ON THE CONSOLE AND SKIPPED.
       *>
        3000-TAKE-ONE-ACK.
            ADD 1 TO XRC-ACKS-READ
            IF EXA-RUN-DATE IS NUMERIC
                    AND EXA-ROW-COUNT IS NUMERIC
                    AND EXA-INDEX-HASH IS NUMERIC
                PERFORM 3100-FIND-SENT-FEED
                IF XRC-MATCH-FOUND
                    MOVE XRC-MATCH-KEY TO XRG-KEY
                    READ REG-FILE
                    IF REG-FILE-STATUS NOT = "00"
                        DISPLAY "BERNXRC: XTRREG READ FAILED - FILE "
                            "STATUS " REG-FILE-STATUS
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    PERFORM 3200-APPLY-ACK
                ELSE
                    PERFORM 3400-RECORD-UNMATCHED-ACK
                END-IF
            ELSE
                ADD 1 TO XRC-ACKS-BAD
                DISPLAY "BERNXRC: EXTACK RECORD " XRC-ACKS-READ
                    " DOES NOT PARSE - SKIPPED"
            END-IF
            PERFORM 2000-READ-ACK.

       *>
       *>    3100-FIND-SENT-FEED - POSITION ON THE FIRST FEED OF THE
       *>    RUN DATE AND READ FORWARD THROUGH THAT DATE; THE LAST
       *>    ONE READ IS THE FEED THE RECEIVING SIDE LOADED, SINCE
       *>    EACH EXTRACT REPLACES THE ONE BEFORE IT.
       *>
        3100-FIND-SENT-FEED.
            MOVE "N" TO XRC-MATCH-SW
            MOVE "N" TO XRC-SCAN-SW
            MOVE EXA-RUN-DATE TO XRG-RUN-DATE
            MOVE 0 TO XRG-RUN-TIME
            START REG-FILE KEY IS NOT LESS THAN XRG-KEY
            IF REG-FILE-STATUS = "00"
                PERFORM 3150-SCAN-SAME-DATE UNTIL XRC-SCAN-DONE
            END-IF.

        3150-SCAN-SAME-DATE.
            READ REG-FILE NEXT
                AT END
                    MOVE "Y" TO XRC-SCAN-SW
                NOT AT END
                    IF XRG-RUN-DATE NOT = EXA-RUN-DATE
                        MOVE "Y" TO XRC-SCAN-SW
                    ELSE
                        IF NOT XRG-UNMATCHED
                            MOVE "Y" TO XRC-MATCH-SW
                            MOVE XRG-KEY TO XRC-MATCH-KEY
                        END-IF
                    END-IF
            END-READ.

       *>
       *>    3200-APPLY-ACK - A REPEAT OF AN ACKNOWLEDGEMENT ALREADY
       *>    TAKEN IN (SAME TOTALS) IS PASSED OVER. OTHERWISE THE
       *>    TOTALS ARE COMPARED AND RECORDED, A DISAGREEMENT RAISES
       *>    AN ALERT, AND EVERY EARLIER FEED STILL WAITING LAPSES.
       *>
        3200-APPLY-ACK.
            IF (XRG-ACKNOWLEDGED OR XRG-MISMATCH)
                    AND XRG-ACK-ROWS = EXA-ROW-COUNT
                    AND XRG-ACK-HASH = EXA-INDEX-HASH
                ADD 1 TO XRC-ACKS-REPEATED
            ELSE
                ADD 1 TO XRC-ACKS-TAKEN
                MOVE XRC-RUN-DATE TO XRG-ACK-DATE
                MOVE XRC-RUN-TIME(1:6) TO XRG-ACK-TIME
                MOVE EXA-ROW-COUNT TO XRG-ACK-ROWS
                MOVE EXA-INDEX-HASH TO XRG-ACK-HASH
                IF EXA-ROW-COUNT = XRG-ROW-COUNT
                        AND EXA-INDEX-HASH = XRG-INDEX-HASH
                    MOVE "A" TO XRG-STATUS
                    DISPLAY "BERNXRC: FEED " XRG-KEY
                        " ACKNOWLEDGED - TOTALS AGREE"
                ELSE
                    MOVE "M" TO XRG-STATUS
                    DISPLAY "BERNXRC: FEED " XRG-KEY " SENT ROWS "
                        XRG-ROW-COUNT " HASH " XRG-INDEX-HASH
                    DISPLAY "BERNXRC: RECEIVED ROWS "
                        EXA-ROW-COUNT " HASH " EXA-INDEX-HASH
                    MOVE XRG-RUN-DATE TO XRC-EDIT-DATE
                    PERFORM 9600-EDIT-MDY
                    MOVE SPACES TO ALD-TEXT
                    STRING "BERNEXT " XRC-MDY
                        " ACK TOTALS DISAGREE - SEE FEEDRPT"
                        DELIMITED BY SIZE INTO ALD-TEXT
                    PERFORM 8000-WRITE-ALERT
                END-IF
                REWRITE XRG-RECORD
                IF REG-FILE-STATUS NOT = "00"
                    DISPLAY "BERNXRC: XTRREG REWRITE FAILED - FILE "
                        "STATUS " REG-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM 3300-LAPSE-EARLIER-FEEDS
            END-IF.

       *>
       *>    3300-LAPSE-EARLIER-FEEDS - ONCE A FEED IS ANSWERED FOR,
       *>    AN EARLIER ONE STILL WAITING WILL NEVER BE - THE
       *>    RECEIVING SIDE HAS MOVED ON TO THE NEWER TABLE. IT IS
       *>    MARKED LAPSED SO IT STOPS RAISING OVERDUE ALERTS; THE
       *>    ALERTS IT ALREADY RAISED STAND.
       *>
        3300-LAPSE-EARLIER-FEEDS.
            MOVE "N" TO XRC-SCAN-SW
            MOVE LOW-VALUES TO XRG-KEY
            START REG-FILE KEY IS NOT LESS THAN XRG-KEY
            IF REG-FILE-STATUS = "00"
                PERFORM 3350-LAPSE-ONE-FEED UNTIL XRC-SCAN-DONE
            END-IF.

        3350-LAPSE-ONE-FEED.
            READ REG-FILE NEXT
                AT END
                    MOVE "Y" TO XRC-SCAN-SW
                NOT AT END
                    IF XRG-KEY NOT < XRC-MATCH-KEY
                        MOVE "Y" TO XRC-SCAN-SW
                    ELSE
                        IF XRG-SENT
                            MOVE "L" TO XRG-STATUS
                            REWRITE XRG-RECORD
                            IF REG-FILE-STATUS NOT = "00"
                                DISPLAY "BERNXRC: XTRREG REWRITE "
                                    "FAILED - FILE STATUS "
                                    REG-FILE-STATUS
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO XRC-LAPSED-NOW
                            DISPLAY "BERNXRC: FEED " XRG-KEY
                                " NEVER ACKNOWLEDGED - LAPSED"
                        END-IF
                    END-IF
            END-READ.

       *>
       *>    3400-RECORD-UNMATCHED-ACK - AN ACKNOWLEDGEMENT THAT
       *>    MATCHES NO FEED SENT RAISES AN ALERT ONCE AND IS KEPT ON
       *>    THE REGISTER AS AN UNMATCHED ENTRY (RUN TIME 999999), SO
       *>    WHEN EXTACK STILL CARRIES IT ON A LATER RUN IT IS PASSED
       *>    OVER LIKE ANY OTHER REPEAT. DIFFERENT TOTALS FOR THE
       *>    SAME RUN DATE ARE A NEW ACKNOWLEDGEMENT AND ALERT AGAIN.
       *>
        3400-RECORD-UNMATCHED-ACK.
            MOVE EXA-RUN-DATE TO XRG-RUN-DATE
            MOVE 999999 TO XRG-RUN-TIME
            READ REG-FILE
            IF REG-FILE-STATUS NOT = "00" AND NOT = "23"
                DISPLAY "BERNXRC: XTRREG READ FAILED - FILE "
                    "STATUS " REG-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF REG-FILE-STATUS = "00"
                    AND XRG-ACK-ROWS = EXA-ROW-COUNT
                    AND XRG-ACK-HASH = EXA-INDEX-HASH
                ADD 1 TO XRC-ACKS-REPEATED
            ELSE
                ADD 1 TO XRC-ACKS-UNMATCHED
                IF REG-FILE-STATUS = "00"
                    PERFORM 3450-FILL-UNMATCHED-ACK
                    REWRITE XRG-RECORD
                ELSE
                    MOVE SPACES TO XRG-RECORD
                    MOVE EXA-RUN-DATE TO XRG-RUN-DATE
                    MOVE 999999 TO XRG-RUN-TIME
                    MOVE 0 TO XRG-ROW-COUNT
                    MOVE 0 TO XRG-INDEX-HASH
                    MOVE "U" TO XRG-STATUS
                    PERFORM 3450-FILL-UNMATCHED-ACK
                    WRITE XRG-RECORD
                END-IF
                IF REG-FILE-STATUS NOT = "00"
                    DISPLAY "BERNXRC: XTRREG WRITE FAILED - FILE "
                        "STATUS " REG-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE EXA-RUN-DATE TO XRC-EDIT-DATE
                PERFORM 9600-EDIT-MDY
                MOVE SPACES TO ALD-TEXT
                STRING "BERNEXT ACK FOR " XRC-MDY
                    " MATCHES NO EXTRACT SENT"
                    DELIMITED BY SIZE INTO ALD-TEXT
                PERFORM 8000-WRITE-ALERT
            END-IF.

        3450-FILL-UNMATCHED-ACK.
            MOVE XRC-RUN-DATE TO XRG-ACK-DATE
            MOVE XRC-RUN-TIME(1:6) TO XRG-ACK-TIME
            MOVE EXA-ROW-COUNT TO XRG-ACK-ROWS
            MOVE EXA-INDEX-HASH TO XRG-ACK-HASH.

       *>
       *>    4000-SWEEP-REGISTER - EVERY FEED ON THE REGISTER, IN
       *>    THE ORDER SENT. ONE STILL WAITING A DAY OR MORE AFTER
       *>    IT WAS SENT RAISES AN OVERDUE ALERT; ONE SENT IN THE
       *>    REPORT MONTH GOES ON THE FEED-DELIVERY REPORT.
       *>
        4000-SWEEP-REGISTER.
            MOVE "FEEDS SENT THIS PERIOD" TO RPTS-TITLE
            PERFORM 5200-WRITE-SECTION-TITLE
            MOVE RPT-COLUMN-LINE TO RPT-LINE
            PERFORM 5700-WRITE-RPT-LINE
            MOVE "N" TO REG-EOF-SW
            MOVE LOW-VALUES TO XRG-KEY
            START REG-FILE KEY IS NOT LESS THAN XRG-KEY
            IF REG-FILE-STATUS = "00"
                PERFORM 4100-READ-NEXT-FEED
                PERFORM 4200-SWEEP-ONE-FEED UNTIL REG-EOF
            END-IF
            IF XRC-PER-SENT = 0
                MOVE "    NO FEEDS SENT THIS PERIOD" TO RPT-LINE
                PERFORM 5700-WRITE-RPT-LINE
            END-IF
            PERFORM 5900-WRITE-TOTALS.

        4100-READ-NEXT-FEED.
            READ REG-FILE NEXT
                AT END
                    MOVE "Y" TO REG-EOF-SW
            END-READ.

        4200-SWEEP-ONE-FEED.
            MOVE "N" TO XRC-OVERDUE-SW
            IF XRG-SENT
                PERFORM 4300-TEST-OVERDUE
            END-IF
            IF XRG-RUN-DATE(1:6) = XRC-PERIOD
                    AND NOT XRG-UNMATCHED
                PERFORM 5300-WRITE-FEED-LINE
            END-IF
            PERFORM 4100-READ-NEXT-FEED.

        4300-TEST-OVERDUE.
            MOVE XRG-RUN-DATE TO XRC-DN-DATE
            PERFORM 9500-COMPUTE-DAY-NUMBER
            MOVE XRG-RUN-TIME TO XRC-TIME-WORK
            PERFORM 9550-COMPUTE-SECONDS
            COMPUTE XRC-WAIT-SECS =
                (XRC-RUN-DAY-NO - XRC-DAY-NO) * 86400
                + XRC-RUN-SECS - XRC-FEED-SECS
            IF XRC-WAIT-SECS >= 86400
                MOVE "Y" TO XRC-OVERDUE-SW
                ADD 1 TO XRC-OVERDUE
                MOVE XRG-RUN-DATE TO XRC-EDIT-DATE
                PERFORM 9600-EDIT-MDY
                MOVE XRG-RUN-TIME TO XRC-TIME-WORK
                PERFORM 9650-EDIT-HMS
                MOVE SPACES TO ALD-TEXT
                STRING "BERNEXT SENT " XRC-MDY " " XRC-HMS(1:5)
                    " NOT ACKNOWLEDGED WITHIN A DAY"
                    DELIMITED BY SIZE INTO ALD-TEXT
                PERFORM 8000-WRITE-ALERT
            END-IF.

       *>
       *>    5050-5700 - REPORT WRITES, THE SAME PAGE DISCIPLINE AS
       *>    THE OTHER PAGE-HEADED REPORTS.
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
            MOVE XRC-RUN-DATE(5:2) TO RPTH2-MONTH
            MOVE XRC-RUN-DATE(7:2) TO RPTH2-DAY
            MOVE XRC-RUN-DATE(1:4) TO RPTH2-YEAR
            MOVE XRC-PERIOD-MONTH TO RPTH2-PER-MONTH
            MOVE XRC-PERIOD-YEAR TO RPTH2-PER-YEAR
            MOVE RPT-HEADER-2 TO RPT-LINE
            WRITE RPT-LINE
            MOVE RPT-HEADER-3 TO RPT-LINE
            WRITE RPT-LINE
            MOVE 0 TO RPT-LINE-COUNT.

        5200-WRITE-SECTION-TITLE.
            MOVE RPT-SECTION-LINE TO RPT-LINE
            PERFORM 5700-WRITE-RPT-LINE.

       *>
       *>    5300-WRITE-FEED-LINE - ONE LINE PER FEED SENT IN THE
       *>    PERIOD, AND UNDER A MISMATCH THE TOTALS THE RECEIVING
       *>    SIDE REPORTED.
       *>
        5300-WRITE-FEED-LINE.
            ADD 1 TO XRC-PER-SENT
            MOVE XRG-RUN-DATE TO XRC-EDIT-DATE
            PERFORM 9600-EDIT-MDY
            MOVE XRC-MDY TO RPTF-SENT-DATE
            MOVE XRG-RUN-TIME TO XRC-TIME-WORK
            PERFORM 9650-EDIT-HMS
            MOVE XRC-HMS TO RPTF-SENT-TIME
            IF XRG-SOURCE = "BERNOUT"
                MOVE "BERNOUT" TO RPTF-SOURCE
            ELSE
                MOVE "BERNMST" TO RPTF-SOURCE
            END-IF
            MOVE XRG-ROW-COUNT TO RPTF-ROWS
            MOVE XRG-INDEX-HASH TO RPTF-HASH
            MOVE SPACES TO RPTF-ACK-DATE
            EVALUATE TRUE
                WHEN XRG-ACKNOWLEDGED
                    MOVE "ACKNOWLEDGED" TO RPTF-STATUS
                    ADD 1 TO XRC-PER-ACKED
                WHEN XRG-MISMATCH
                    MOVE "MISMATCH" TO RPTF-STATUS
                    ADD 1 TO XRC-PER-MISMATCH
                WHEN XRG-LAPSED
                    MOVE "LAPSED" TO RPTF-STATUS
                    ADD 1 TO XRC-PER-LAPSED
                WHEN XRC-FEED-OVERDUE
                    MOVE "OVERDUE" TO RPTF-STATUS
                    ADD 1 TO XRC-PER-WAITING
                WHEN OTHER
                    MOVE "AWAITING" TO RPTF-STATUS
                    ADD 1 TO XRC-PER-WAITING
            END-EVALUATE
            IF XRG-ACKNOWLEDGED OR XRG-MISMATCH
                MOVE XRG-ACK-DATE TO XRC-EDIT-DATE
                PERFORM 9600-EDIT-MDY
                MOVE XRC-MDY TO RPTF-ACK-DATE
            END-IF
            MOVE RPT-FEED-LINE TO RPT-LINE
            PERFORM 5700-WRITE-RPT-LINE
            IF XRG-MISMATCH
                MOVE XRG-ACK-ROWS TO RPTR-ROWS
                MOVE XRG-ACK-HASH TO RPTR-HASH
                MOVE RPT-RECEIVED-LINE TO RPT-LINE
                PERFORM 5700-WRITE-RPT-LINE
            END-IF.

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

        5900-WRITE-TOTALS.
            MOVE "PERIOD TOTALS" TO RPTS-TITLE
            PERFORM 5200-WRITE-SECTION-TITLE
            MOVE "FEEDS SENT" TO RPTT-LABEL
            MOVE XRC-PER-SENT TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "ACKNOWLEDGED, TOTALS AGREE" TO RPTT-LABEL
            MOVE XRC-PER-ACKED TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "ACKNOWLEDGED, MISMATCHED" TO RPTT-LABEL
            MOVE XRC-PER-MISMATCH TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "STILL AWAITING" TO RPTT-LABEL
            MOVE XRC-PER-WAITING TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "LAPSED, NEVER ACKNOWLEDGED" TO RPTT-LABEL
            MOVE XRC-PER-LAPSED TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "THIS RUN" TO RPTS-TITLE
            PERFORM 5200-WRITE-SECTION-TITLE
            MOVE "ACKNOWLEDGEMENTS READ" TO RPTT-LABEL
            MOVE XRC-ACKS-READ TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "ACKNOWLEDGEMENTS TAKEN IN" TO RPTT-LABEL
            MOVE XRC-ACKS-TAKEN TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "MATCHING NO FEED SENT" TO RPTT-LABEL
            MOVE XRC-ACKS-UNMATCHED TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "UNREADABLE" TO RPTT-LABEL
            MOVE XRC-ACKS-BAD TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "FEEDS OVERDUE" TO RPTT-LABEL
            MOVE XRC-OVERDUE TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE
            MOVE "ALERTS RAISED" TO RPTT-LABEL
            MOVE XRC-ALERTS TO RPTT-VALUE
            PERFORM 5500-WRITE-TOTAL-LINE.

        8000-WRITE-ALERT.
            MOVE XRC-RUN-DATE(5:2) TO ALD-MONTH
            MOVE XRC-RUN-DATE(7:2) TO ALD-DAY
            MOVE XRC-RUN-DATE(1:4) TO ALD-YEAR
            MOVE XRC-RUN-TIME(1:2) TO ALD-HOUR
            MOVE XRC-RUN-TIME(3:2) TO ALD-MINUTE
            MOVE XRC-RUN-TIME(5:2) TO ALD-SECOND
            MOVE ALERT-DETAIL-LINE TO ALERT-LINE
            WRITE ALERT-LINE
            ADD 1 TO XRC-ALERTS
            DISPLAY "BERNXRC: " ALD-TEXT
            MOVE SPACES TO ALD-TEXT.

       *>
       *>    9500-COMPUTE-DAY-NUMBER - XRC-DN-DATE TO XRC-DAY-NO.
       *>
        9500-COMPUTE-DAY-NUMBER.
            MOVE XRC-DN-YEAR TO XRC-DN-Y
            MOVE XRC-DN-MONTH TO XRC-DN-M
            IF XRC-DN-M < 3
                SUBTRACT 1 FROM XRC-DN-Y
                ADD 12 TO XRC-DN-M
            END-IF
            DIVIDE XRC-DN-Y BY 4 GIVING XRC-DN-Q4
            DIVIDE XRC-DN-Y BY 100 GIVING XRC-DN-Q100
            DIVIDE XRC-DN-Y BY 400 GIVING XRC-DN-Q400
            COMPUTE XRC-DN-W = 153 * (XRC-DN-M - 3) + 2
            DIVIDE XRC-DN-W BY 5 GIVING XRC-DN-MD
            COMPUTE XRC-DAY-NO = 365 * XRC-DN-Y + XRC-DN-Q4
                - XRC-DN-Q100 + XRC-DN-Q400 + XRC-DN-MD
                + XRC-DN-DAY.

       *>
       *>    9550-COMPUTE-SECONDS - XRC-TIME-WORK (HHMMSS) TO
       *>    SECONDS AFTER MIDNIGHT IN XRC-FEED-SECS.
       *>
        9550-COMPUTE-SECONDS.
            COMPUTE XRC-FEED-SECS = XRC-TIME-HH * 3600
                + XRC-TIME-MI * 60 + XRC-TIME-SS.

        9600-EDIT-MDY.
            MOVE XRC-EDIT-DATE(5:2) TO XRC-MDY-MONTH
            MOVE XRC-EDIT-DATE(7:2) TO XRC-MDY-DAY
            MOVE XRC-EDIT-DATE(1:4) TO XRC-MDY-YEAR.

        9650-EDIT-HMS.
            MOVE XRC-TIME-WORK(1:2) TO XRC-HMS-HH
            MOVE XRC-TIME-WORK(3:2) TO XRC-HMS-MI
            MOVE XRC-TIME-WORK(5:2) TO XRC-HMS-SS.
