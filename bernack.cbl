        *> cobc -x -o bernack bernack.cbl
        *> ./bernack "GCATFUT GEN1"

        IDENTIFICATION DIVISION.
        PROGRAM-ID. BERNACK.
        AUTHOR. R-HOLLIS.
        INSTALLATION. ACTUARIAL-BATCH.
        DATE-WRITTEN. 2026-10-15.
        DATE-COMPILED.

       *>
       *>    MODIFICATION HISTORY
       *>    2026-10-15  RJH  INITIAL VERSION - ACKNOWLEDGE OR RESOLVE
       *>                     A BERNCHK FINDING ON THE ALRTREG ALERT
       *>                     REGISTER (SEE ALRTREG COPYBOOK). THE
       *>                     PARM NAMES THE FINDING - ITS CODE AND,
       *>                     FOR THE BERNGCAT FINDINGS, ITS
       *>                     QUALIFIER, AS THEY APPEAR ON THE
       *>                     OPEN-ITEMS REPORT. THE ANALYST KEYS
       *>                     THEIR OPERATOR ID, WHICH MUST BE ON
       *>                     BERNAUTH AND ACTIVE (ANY ROLE WILL DO -
       *>                     SEE BERNAUTH COPYBOOK; A REFUSAL GOES
       *>                     TO THE BERNSEC SECURITY TRAIL), IS SHOWN
       *>                     THE FINDING, AND KEYS A TO ACKNOWLEDGE
       *>                     OR R TO RESOLVE IT, THEN A NOTE. NO
       *>                     NOTE, NO CHANGE. AN ACKNOWLEDGED FINDING
       *>                     IS NO LONGER ESCALATED BY BERNCHK; A
       *>                     RESOLVED ONE DROPS OFF THE OPEN-ITEMS
       *>                     REPORT UNTIL IT RECURS. WITH NO PARM THE
       *>                     FINDINGS NOT YET RESOLVED ARE LISTED AND
       *>                     NOTHING IS CHANGED.
       *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REG-FILE ASSIGN TO "ALRTREG"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARG-KEY
                FILE STATUS IS REG-FILE-STATUS.

            SELECT OPR-FILE ASSIGN TO "BERNAUTH"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OPR-ID
                FILE STATUS IS OPR-FILE-STATUS.

            SELECT SEC-FILE ASSIGN TO "BERNSEC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SEC-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  REG-FILE
            RECORD CONTAINS 250 CHARACTERS.
            COPY ALRTREG.

        FD  OPR-FILE
            RECORD CONTAINS 100 CHARACTERS.
            COPY BERNAUTH.

        FD  SEC-FILE
            RECORD CONTAINS 100 CHARACTERS.
            COPY BERNSEC.

          WORKING-STORAGE SECTION.
          01 REG-FILE-STATUS PIC X(02) VALUE "00".
          01 OPR-FILE-STATUS PIC X(02) VALUE "00".
          01 SEC-FILE-STATUS PIC X(02) VALUE "00".
          01 REG-EOF-SW PIC X(01) VALUE "N".
              88 REG-EOF VALUE "Y".

          01 ACK-RUN-DATE PIC 9(8) VALUE 0.
          01 ACK-RUN-TIME PIC 9(8) VALUE 0.

       *>
       *>    PARM HANDLING - THE FINDING CODE, THEN ITS QUALIFIER
       *>    AFTER ONE OR MORE SPACES.
       *>
          01 PARM-TEXT PIC X(20) VALUE SPACES.
          01 ACK-CODE PIC X(08) VALUE SPACES.
          01 ACK-QUAL PIC X(04) VALUE SPACES.
          01 ACK-LISTED PIC 9(4) VALUE 0.

       *>
       *>    OPERATOR DIALOG - OPERATOR ID, THE A/R CHOICE AND THE
       *>    NOTE. AN EMPTY REPLY TO ANY PROMPT ABANDONS THE JOB
       *>    WITH NOTHING CHANGED. ACK-REFUSE-REASON STAYS SPACES
       *>    UNLESS BERNAUTH TURNS THE ID AWAY.
       *>
          01 ACK-OPERATOR PIC X(8) VALUE SPACES.
          01 ACK-REPLY PIC X(20) VALUE SPACES.
          01 ACK-NOTE-REPLY PIC X(80) VALUE SPACES.
          01 ACK-REFUSE-REASON PIC X(30) VALUE SPACES.
          01 ACK-ACTION PIC X(01) VALUE SPACES.
              88 ACK-ACKNOWLEDGE VALUE "A".
              88 ACK-RESOLVE VALUE "R".

        PROCEDURE DIVISION.

        0000-MAINLINE.
            ACCEPT ACK-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT ACK-RUN-TIME FROM TIME
            PERFORM 1000-EXTRACT-PARM-KEY.
            IF ACK-CODE = SPACES
                PERFORM 1500-LIST-OPEN-FINDINGS
                STOP RUN
            END-IF
            PERFORM 1100-GET-OPERATOR.
            PERFORM 2000-OPEN-REGISTER.
            PERFORM 3000-READ-FINDING.
            PERFORM 4000-TAKE-ACTION.
            CLOSE REG-FILE
            STOP RUN.

        1000-EXTRACT-PARM-KEY.
            ACCEPT PARM-TEXT FROM COMMAND-LINE
            UNSTRING PARM-TEXT DELIMITED BY ALL SPACE
                INTO ACK-CODE ACK-QUAL
            END-UNSTRING.

        1100-GET-OPERATOR.
            DISPLAY "BERNACK: ALERT REGISTER FINDING " ACK-CODE " "
                ACK-QUAL
            DISPLAY "ENTER YOUR OPERATOR ID (UP TO 8 CHARACTERS):"
            MOVE SPACES TO ACK-REPLY
            ACCEPT ACK-REPLY
            IF ACK-REPLY = SPACES
                DISPLAY "BERNACK: NO OPERATOR KEYED - NOTHING "
                    "CHANGED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE ACK-REPLY(1:8) TO ACK-OPERATOR
            PERFORM 1200-CHECK-AUTHORITY.

       *>
       *>    1200-CHECK-AUTHORITY - THE ID MUST BE ON BERNAUTH AND
       *>    ACTIVE; EVERY ROLE MAY ANSWER FOR AN ALERT. WITHOUT
       *>    BERNAUTH NOBODY CAN BE VOUCHED FOR, SO NOBODY IS LET
       *>    IN. A REFUSAL IS LOGGED AND ENDS THE JOB BEFORE THE
       *>    REGISTER IS OPENED.
       *>
        1200-CHECK-AUTHORITY.
            MOVE SPACES TO ACK-REFUSE-REASON
            OPEN INPUT OPR-FILE
            IF OPR-FILE-STATUS NOT = "00"
                MOVE "AUTHORITY FILE UNAVAILABLE" TO ACK-REFUSE-REASON
            ELSE
                MOVE ACK-OPERATOR TO OPR-ID
                READ OPR-FILE
                EVALUATE TRUE
                    WHEN OPR-FILE-STATUS = "23"
                        MOVE "UNKNOWN OPERATOR ID" TO
                            ACK-REFUSE-REASON
                    WHEN OPR-FILE-STATUS NOT = "00"
                        MOVE "AUTHORITY FILE READ FAILED" TO
                            ACK-REFUSE-REASON
                    WHEN NOT OPR-ACTIVE
                        MOVE "OPERATOR ID REVOKED" TO
                            ACK-REFUSE-REASON
                    WHEN NOT OPR-MAY-INQUIRE
                        MOVE "ROLE DOES NOT PERMIT ALERTS" TO
                            ACK-REFUSE-REASON
                END-EVALUATE
                CLOSE OPR-FILE
            END-IF
            IF ACK-REFUSE-REASON NOT = SPACES
                PERFORM 1300-LOG-REFUSAL
                DISPLAY "BERNACK: OPERATOR " ACK-OPERATOR
                    " REFUSED - " ACK-REFUSE-REASON
                DISPLAY "BERNACK: NOTHING CHANGED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "BERNACK: OPERATOR " ACK-OPERATOR " - " OPR-NAME.

       *>
       *>    1300-LOG-REFUSAL - ONE LINE APPENDED TO BERNSEC. A
       *>    TRAIL THAT CANNOT BE OPENED IS REPORTED ON THE CONSOLE;
       *>    THE REFUSAL STANDS EITHER WAY.
       *>
        1300-LOG-REFUSAL.
            MOVE SPACES TO SEC-RECORD
            MOVE ACK-RUN-DATE TO SEC-RUN-DATE
            MOVE ACK-RUN-TIME(1:6) TO SEC-RUN-TIME
            MOVE "BERNACK" TO SEC-PROGRAM
            MOVE ACK-OPERATOR TO SEC-OPERATOR
            MOVE "REFUSED" TO SEC-EVENT
            MOVE "ALERT" TO SEC-FUNCTION
            MOVE ACK-CODE TO SEC-SUBJECT
            MOVE ACK-REFUSE-REASON TO SEC-REASON
            OPEN EXTEND SEC-FILE
            IF SEC-FILE-STATUS = "35"
                OPEN OUTPUT SEC-FILE
            END-IF
            IF SEC-FILE-STATUS = "00"
                WRITE SEC-RECORD
                CLOSE SEC-FILE
            ELSE
                DISPLAY "BERNACK: UNABLE TO OPEN BERNSEC - FILE "
                    "STATUS " SEC-FILE-STATUS " - REFUSAL NOT LOGGED"
            END-IF.

       *>
       *>    1500-LIST-OPEN-FINDINGS - NO PARM: SHOW EVERY FINDING
       *>    NOT YET RESOLVED, SO THE ANALYST CAN PICK THE KEY TO
       *>    ANSWER FOR. READ ONLY - NO OPERATOR ID NEEDED.
       *>
        1500-LIST-OPEN-FINDINGS.
            OPEN INPUT REG-FILE
            IF REG-FILE-STATUS NOT = "00"
                DISPLAY "BERNACK: UNABLE TO OPEN ALRTREG - FILE "
                    "STATUS " REG-FILE-STATUS
                MOVE 16 TO RETURN-CODE
            ELSE
                MOVE LOW-VALUES TO ARG-KEY
                START REG-FILE KEY IS NOT LESS THAN ARG-KEY
                IF REG-FILE-STATUS = "00"
                    PERFORM 1600-READ-NEXT-FINDING
                    PERFORM 1700-LIST-ONE-FINDING UNTIL REG-EOF
                END-IF
                CLOSE REG-FILE
                DISPLAY "BERNACK: FINDINGS NOT YET RESOLVED "
                    ACK-LISTED
            END-IF.

        1600-READ-NEXT-FINDING.
            READ REG-FILE NEXT
                AT END
                    MOVE "Y" TO REG-EOF-SW
            END-READ.

        1700-LIST-ONE-FINDING.
            IF NOT ARG-RESOLVED
                ADD 1 TO ACK-LISTED
                DISPLAY "BERNACK: " ARG-CODE " " ARG-QUAL " "
                    ARG-STATUS " SEEN " ARG-COUNT " FIRST "
                    ARG-FIRST-SEEN " LAST " ARG-LAST-SEEN
                DISPLAY "BERNACK:   " ARG-TEXT
            END-IF
            PERFORM 1600-READ-NEXT-FINDING.

        2000-OPEN-REGISTER.
            OPEN I-O REG-FILE
            IF REG-FILE-STATUS NOT = "00"
                DISPLAY "BERNACK: UNABLE TO OPEN ALRTREG - FILE "
                    "STATUS " REG-FILE-STATUS
                DISPLAY "BERNACK: NOTHING CHANGED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       *>
       *>    3000-READ-FINDING - FETCH AND SHOW THE ENTRY. A FINDING
       *>    ALREADY RESOLVED HAS NOTHING LEFT TO ANSWER FOR.
       *>
        3000-READ-FINDING.
            MOVE ACK-CODE TO ARG-CODE
            MOVE ACK-QUAL TO ARG-QUAL
            READ REG-FILE
            IF REG-FILE-STATUS NOT = "00"
                DISPLAY "BERNACK: NO FINDING " ACK-CODE " " ACK-QUAL
                    " ON THE REGISTER - FILE STATUS " REG-FILE-STATUS
                DISPLAY "BERNACK: NOTHING CHANGED"
                MOVE 16 TO RETURN-CODE
                CLOSE REG-FILE
                STOP RUN
            END-IF
            DISPLAY "BERNACK: " ARG-TEXT
            DISPLAY "BERNACK: FIRST SEEN " ARG-FIRST-SEEN
                " LAST SEEN " ARG-LAST-SEEN " NIGHTS SEEN " ARG-COUNT
            EVALUATE TRUE
                WHEN ARG-RESOLVED
                    DISPLAY "BERNACK: ALREADY RESOLVED BY " ARG-RES-BY
                        " ON " ARG-RES-DATE " - NOTHING CHANGED"
                    MOVE 4 TO RETURN-CODE
                    CLOSE REG-FILE
                    STOP RUN
                WHEN ARG-ACKNOWLEDGED
                    DISPLAY "BERNACK: ACKNOWLEDGED BY " ARG-ACK-BY
                        " ON " ARG-ACK-DATE ": " ARG-ACK-NOTE
                WHEN OTHER
                    DISPLAY "BERNACK: OPEN SINCE " ARG-OPEN-DATE
                        " - NOT YET ACKNOWLEDGED"
            END-EVALUATE.

       *>
       *>    4000-TAKE-ACTION - A OR R, THEN THE NOTE, THEN THE
       *>    REWRITE. A SECOND ACKNOWLEDGEMENT IS REFUSED SO THE
       *>    FIRST ANALYST'S NAME IS NOT LOST; RESOLVING IS ALLOWED
       *>    WHETHER OR NOT THE FINDING WAS ACKNOWLEDGED FIRST.
       *>
        4000-TAKE-ACTION.
            DISPLAY "ACKNOWLEDGE (A) OR RESOLVE (R) THIS FINDING?"
            MOVE SPACES TO ACK-REPLY
            ACCEPT ACK-REPLY
            EVALUATE TRUE
                WHEN ACK-REPLY(1:1) = "A" OR ACK-REPLY(1:1) = "a"
                    MOVE "A" TO ACK-ACTION
                WHEN ACK-REPLY(1:1) = "R" OR ACK-REPLY(1:1) = "r"
                    MOVE "R" TO ACK-ACTION
                WHEN OTHER
                    DISPLAY "BERNACK: NEITHER A NOR R - NOTHING "
                        "CHANGED"
                    MOVE 4 TO RETURN-CODE
            END-EVALUATE
            IF ACK-ACKNOWLEDGE AND ARG-ACKNOWLEDGED
                DISPLAY "BERNACK: ALREADY ACKNOWLEDGED BY "
                    ARG-ACK-BY " - NOTHING CHANGED"
                MOVE SPACES TO ACK-ACTION
                MOVE 4 TO RETURN-CODE
            END-IF
            IF ACK-ACKNOWLEDGE OR ACK-RESOLVE
                PERFORM 4100-GET-NOTE
            END-IF
            IF ACK-ACKNOWLEDGE OR ACK-RESOLVE
                PERFORM 4500-APPLY-ACTION
            END-IF.

        4100-GET-NOTE.
            DISPLAY "ENTER A NOTE (UP TO 40 CHARACTERS):"
            MOVE SPACES TO ACK-NOTE-REPLY
            ACCEPT ACK-NOTE-REPLY
            IF ACK-NOTE-REPLY = SPACES
                DISPLAY "BERNACK: NO NOTE KEYED - NOTHING CHANGED"
                MOVE SPACES TO ACK-ACTION
                MOVE 4 TO RETURN-CODE
            ELSE
                IF ACK-NOTE-REPLY(41:40) NOT = SPACES
                    DISPLAY "BERNACK: NOTE CUT TO 40 CHARACTERS: "
                        ACK-NOTE-REPLY(1:40)
                END-IF
            END-IF.

        4500-APPLY-ACTION.
            IF ACK-ACKNOWLEDGE
                MOVE "A" TO ARG-STATUS
                MOVE ACK-OPERATOR TO ARG-ACK-BY
                MOVE ACK-RUN-DATE TO ARG-ACK-DATE
                MOVE ACK-RUN-TIME(1:6) TO ARG-ACK-TIME
                MOVE ACK-NOTE-REPLY(1:40) TO ARG-ACK-NOTE
            ELSE
                MOVE "R" TO ARG-STATUS
                MOVE ACK-OPERATOR TO ARG-RES-BY
                MOVE ACK-RUN-DATE TO ARG-RES-DATE
                MOVE ACK-RUN-TIME(1:6) TO ARG-RES-TIME
                MOVE ACK-NOTE-REPLY(1:40) TO ARG-RES-NOTE
            END-IF
            REWRITE ARG-RECORD
            EVALUATE TRUE
                WHEN REG-FILE-STATUS NOT = "00"
                    DISPLAY "BERNACK: ALRTREG REWRITE FAILED - FILE "
                        "STATUS " REG-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                WHEN ACK-ACKNOWLEDGE
                    DISPLAY "BERNACK: " ACK-CODE " " ACK-QUAL
                        " ACKNOWLEDGED BY " ACK-OPERATOR
                WHEN OTHER
                    DISPLAY "BERNACK: " ACK-CODE " " ACK-QUAL
                        " RESOLVED BY " ACK-OPERATOR
            END-EVALUATE.
