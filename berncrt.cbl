        *> cobc -x -o berncrt berncrt.cbl
        *> ./berncrt 21

        IDENTIFICATION DIVISION.
        PROGRAM-ID. BERNCRT.
        AUTHOR. R-HOLLIS.
        INSTALLATION. ACTUARIAL-BATCH.
        DATE-WRITTEN. 2026-10-15.
        DATE-COMPILED.

       *>
       *>    MODIFICATION HISTORY
       *>    2026-10-15  RJH  INITIAL VERSION - SECOND-PERSON
       *>                     CERTIFICATION OF A PROVISIONAL BERNMST
       *>                     TERM (SEE BMR-CERT-STATUS IN BERNMST).
       *>                     THE PARM NAMES THE TABLE INDEX, THE
       *>                     SAME WAY BERNACC TAKES IT; THE
       *>                     CERTIFIER IS PROMPTED FOR THEIR
       *>                     OPERATOR ID, WHICH MUST HOLD CERTIFIER
       *>                     AUTHORITY ON BERNAUTH, THE TERM IS
       *>                     SHOWN WITH WHO LAST CHANGED IT, AND ON
       *>                     A KEYED Y THE TERM IS MARKED CERTIFIED
       *>                     AND A CERTIFY RECORD GOES TO BERNHST
       *>                     (SEE BERNHST COPYBOOK). THE CERTIFIER
       *>                     MUST NOT BE WHOEVER LAST CHANGED THE
       *>                     TERM - THAT IS THE WHOLE POINT OF A
       *>                     SECOND PAIR OF EYES - AND A TERM
       *>                     ALREADY CERTIFIED IS REFUSED WITH A
       *>                     MESSAGE. THE CERTIFY RECORD IS WRITTEN
       *>                     BEFORE THE MASTER MOVES, AS BERNACC
       *>                     DOES FOR AN ACCEPT.
       *>    2026-10-15  RJH  OPERATOR AUTHORITY - THE CERTIFIER KEYS
       *>                     THEIR OPERATOR ID, WHICH MUST BE ON
       *>                     BERNAUTH, ACTIVE, AND HOLD AT LEAST THE
       *>                     CERTIFY ROLE (SEE BERNAUTH COPYBOOK).
       *>                     A REFUSAL ENDS THE JOB RC=16 BEFORE THE
       *>                     MASTER IS OPENED AND IS APPENDED TO THE
       *>                     BERNSEC SECURITY TRAIL, AS IN BERNACC.
       *>    2026-10-15  RJH  A TERM WRITTEN BEFORE BMR-CHANGED-BY WAS
       *>                     CARRIED TAKES ITS CHANGER FROM THE LAST
       *>                     ADD OR ACCEPT ON BERNHST; WITH NEITHER
       *>                     ON FILE IT IS REFUSED RC=16 RATHER THAN
       *>                     LET ANY OPERATOR SIGN IT OFF.
       *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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
        FD  MST-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY BERNMST.

        FD  HST-FILE
            RECORD CONTAINS 200 CHARACTERS.
            COPY BERNHST.

        FD  OPR-FILE
            RECORD CONTAINS 100 CHARACTERS.
            COPY BERNAUTH.

        FD  SEC-FILE
            RECORD CONTAINS 100 CHARACTERS.
            COPY BERNSEC.

          WORKING-STORAGE SECTION.
          01 MST-FILE-STATUS PIC X(02) VALUE "00".
          01 HST-FILE-STATUS PIC X(02) VALUE "00".
          01 OPR-FILE-STATUS PIC X(02) VALUE "00".
          01 SEC-FILE-STATUS PIC X(02) VALUE "00".
          01 HST-SCAN-EOF-SW PIC X(01) VALUE "N".
              88 HST-SCAN-EOF VALUE "Y".

          01 CRT-RUN-DATE PIC 9(8) VALUE 0.
          01 CRT-RUN-TIME PIC 9(8) VALUE 0.

       *>
       *>    PARM HANDLING - THE TABLE INDEX TO CERTIFY, SCANNED THE
       *>    SAME WAY 1050-EXTRACT-PARM-N IN THE MAIN PROGRAM SCANS
       *>    ITS PARM.
       *>
          01 PARM-TEXT PIC X(20) VALUE SPACES.
          01 CRT-INDEX PIC 9(4) VALUE 0.
          01 CRT-ACCUM PIC 9(4) VALUE 0.
          01 CRT-IDX PIC 9(2) VALUE 1.
          01 CRT-DIGIT-X PIC X(01).
          01 CRT-DIGIT-9 REDEFINES CRT-DIGIT-X PIC 9(01).
          01 CRT-DIGIT-COUNT PIC 9(2) VALUE 0.
          01 CRT-SCAN-SW PIC X(01) VALUE "N".
              88 CRT-SCAN-DONE VALUE "Y".
          01 CRT-OVERFLOW-SW PIC X(01) VALUE "N".
              88 CRT-OVERFLOW VALUE "Y".

       *>
       *>    OPERATOR DIALOG - OPERATOR ID FOR THE WHO-RAN-IT COLUMN
       *>    AND A FINAL Y/N CONFIRMATION. AN EMPTY REPLY TO EITHER
       *>    PROMPT ABANDONS THE CERTIFICATION. CRT-REFUSE-REASON
       *>    STAYS SPACES UNLESS BERNAUTH TURNS THE ID AWAY.
       *>
          01 CRT-OPERATOR PIC X(8) VALUE SPACES.
          01 CRT-REPLY PIC X(20) VALUE SPACES.
          01 CRT-REFUSE-REASON PIC X(30) VALUE SPACES.

          01 CRT-NUM PIC X(37) VALUE SPACES.
          01 CRT-DEN PIC X(36) VALUE SPACES.
          01 CRT-NEXT-SEQ PIC 9(4) VALUE 0.

       *>
       *>    WHO LAST SET THE FRACTION - BMR-CHANGED-BY, OR FOR A
       *>    TERM WRITTEN BEFORE THAT FIELD WAS CARRIED, THE LAST
       *>    ADD OR ACCEPT ON ITS BERNHST LINEAGE.
       *>
          01 CRT-CHANGER PIC X(8) VALUE SPACES.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            ACCEPT CRT-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT CRT-RUN-TIME FROM TIME
            PERFORM 1000-EXTRACT-PARM-INDEX.
            PERFORM 1100-GET-OPERATOR.
            PERFORM 2000-OPEN-FILES.
            PERFORM 3000-READ-MASTER-TERM.
            PERFORM 4000-CONFIRM-AND-CERTIFY.
            CLOSE MST-FILE
            CLOSE HST-FILE
            STOP RUN.

        1000-EXTRACT-PARM-INDEX.
            ACCEPT PARM-TEXT FROM COMMAND-LINE
            MOVE 1 TO CRT-IDX
            MOVE 0 TO CRT-ACCUM
            MOVE 0 TO CRT-DIGIT-COUNT
            MOVE "N" TO CRT-SCAN-SW
            MOVE "N" TO CRT-OVERFLOW-SW
            PERFORM 1050-SCAN-PARM-DIGIT UNTIL CRT-SCAN-DONE
            IF CRT-OVERFLOW OR CRT-DIGIT-COUNT = 0
                DISPLAY "BERNCRT: PARM '" PARM-TEXT "' IS NOT A "
                    "TABLE INDEX - SUPPLY 1 THRU 4 DIGITS"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE CRT-ACCUM TO CRT-INDEX.

        1050-SCAN-PARM-DIGIT.
            IF CRT-IDX > 20
                MOVE "Y" TO CRT-SCAN-SW
            ELSE
                MOVE PARM-TEXT(CRT-IDX:1) TO CRT-DIGIT-X
                IF CRT-DIGIT-X IS NUMERIC
                    IF CRT-DIGIT-COUNT >= 4
                        MOVE "Y" TO CRT-OVERFLOW-SW
                        MOVE "Y" TO CRT-SCAN-SW
                    ELSE
                        COMPUTE CRT-ACCUM =
                            CRT-ACCUM * 10 + CRT-DIGIT-9
                        ADD 1 TO CRT-DIGIT-COUNT
                        ADD 1 TO CRT-IDX
                    END-IF
                ELSE
                    MOVE "Y" TO CRT-SCAN-SW
                END-IF
            END-IF.

        1100-GET-OPERATOR.
            DISPLAY "BERNCRT: CERTIFICATION FOR INDEX " CRT-INDEX
            DISPLAY "ENTER YOUR OPERATOR ID (UP TO 8 CHARACTERS):"
            MOVE SPACES TO CRT-REPLY
            ACCEPT CRT-REPLY
            IF CRT-REPLY = SPACES
                DISPLAY "BERNCRT: NO OPERATOR KEYED - NOTHING "
                    "CERTIFIED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE CRT-REPLY(1:8) TO CRT-OPERATOR
            PERFORM 1200-CHECK-AUTHORITY.

       *>
       *>    1200-CHECK-AUTHORITY - THE ID MUST BE ON BERNAUTH,
       *>    ACTIVE, AND HOLD AT LEAST THE CERTIFY ROLE. SAME CHECK
       *>    BERNACC MAKES FOR AN ACCEPT.
       *>
        1200-CHECK-AUTHORITY.
            MOVE SPACES TO CRT-REFUSE-REASON
            OPEN INPUT OPR-FILE
            IF OPR-FILE-STATUS NOT = "00"
                MOVE "AUTHORITY FILE UNAVAILABLE" TO CRT-REFUSE-REASON
            ELSE
                MOVE CRT-OPERATOR TO OPR-ID
                READ OPR-FILE
                EVALUATE TRUE
                    WHEN OPR-FILE-STATUS = "23"
                        MOVE "UNKNOWN OPERATOR ID" TO
                            CRT-REFUSE-REASON
                    WHEN OPR-FILE-STATUS NOT = "00"
                        MOVE "AUTHORITY FILE READ FAILED" TO
                            CRT-REFUSE-REASON
                    WHEN NOT OPR-ACTIVE
                        MOVE "OPERATOR ID REVOKED" TO
                            CRT-REFUSE-REASON
                    WHEN NOT OPR-MAY-CERTIFY
                        MOVE "ROLE DOES NOT PERMIT CERTIFY" TO
                            CRT-REFUSE-REASON
                END-EVALUATE
                CLOSE OPR-FILE
            END-IF
            IF CRT-REFUSE-REASON NOT = SPACES
                PERFORM 1300-LOG-REFUSAL
                DISPLAY "BERNCRT: OPERATOR " CRT-OPERATOR
                    " REFUSED - " CRT-REFUSE-REASON
                DISPLAY "BERNCRT: NOTHING CERTIFIED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "BERNCRT: OPERATOR " CRT-OPERATOR " - " OPR-NAME.

       *>
       *>    1300-LOG-REFUSAL - ONE LINE APPENDED TO BERNSEC. A
       *>    TRAIL THAT CANNOT BE OPENED IS REPORTED ON THE CONSOLE;
       *>    THE REFUSAL STANDS EITHER WAY.
       *>
        1300-LOG-REFUSAL.
            MOVE SPACES TO SEC-RECORD
            MOVE CRT-RUN-DATE TO SEC-RUN-DATE
            MOVE CRT-RUN-TIME(1:6) TO SEC-RUN-TIME
            MOVE "BERNCRT" TO SEC-PROGRAM
            MOVE CRT-OPERATOR TO SEC-OPERATOR
            MOVE "REFUSED" TO SEC-EVENT
            MOVE "CERTIFY" TO SEC-FUNCTION
            MOVE CRT-INDEX TO SEC-SUBJECT
            MOVE CRT-REFUSE-REASON TO SEC-REASON
            OPEN EXTEND SEC-FILE
            IF SEC-FILE-STATUS = "35"
                OPEN OUTPUT SEC-FILE
            END-IF
            IF SEC-FILE-STATUS = "00"
                WRITE SEC-RECORD
                CLOSE SEC-FILE
            ELSE
                DISPLAY "BERNCRT: UNABLE TO OPEN BERNSEC - FILE "
                    "STATUS " SEC-FILE-STATUS " - REFUSAL NOT LOGGED"
            END-IF.

        2000-OPEN-FILES.
            OPEN I-O MST-FILE
            IF MST-FILE-STATUS NOT = "00"
                DISPLAY "BERNCRT: UNABLE TO OPEN BERNMST - FILE "
                    "STATUS " MST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O HST-FILE
            IF HST-FILE-STATUS = "35"
                OPEN OUTPUT HST-FILE
                CLOSE HST-FILE
                OPEN I-O HST-FILE
            END-IF
            IF HST-FILE-STATUS NOT = "00"
                DISPLAY "BERNCRT: UNABLE TO OPEN BERNHST - FILE "
                    "STATUS " HST-FILE-STATUS
                DISPLAY "BERNCRT: NOTHING CERTIFIED - A SIGN-OFF "
                    "WITHOUT ITS AUDIT RECORD IS NOT A SIGN-OFF"
                MOVE 16 TO RETURN-CODE
                CLOSE MST-FILE
                STOP RUN
            END-IF.

        3000-READ-MASTER-TERM.
            MOVE CRT-INDEX TO BMR-INDEX
            READ MST-FILE
            IF MST-FILE-STATUS NOT = "00"
                DISPLAY "BERNCRT: BERNMST HAS NO TERM AT INDEX "
                    CRT-INDEX " - FILE STATUS " MST-FILE-STATUS
                DISPLAY "BERNCRT: NOTHING CERTIFIED"
                MOVE 16 TO RETURN-CODE
                CLOSE MST-FILE
                CLOSE HST-FILE
                STOP RUN
            END-IF
            MOVE BMR-NUMERATOR TO CRT-NUM
            MOVE BMR-DENOMINATOR TO CRT-DEN
            MOVE BMR-CHANGED-BY TO CRT-CHANGER
            IF CRT-CHANGER = SPACES AND NOT BMR-CERTIFIED
                PERFORM 3500-CHANGER-FROM-HISTORY
            END-IF.

       *>
       *>    3500-CHANGER-FROM-HISTORY - A TERM WRITTEN BEFORE
       *>    BMR-CHANGED-BY WAS CARRIED HAS SPACES THERE. ITS
       *>    BERNHST ENTRIES ARE READ IN SEQUENCE AND THE LAST ONE
       *>    THAT SET THE FRACTION NAMES THE CHANGER - THE OPERATOR
       *>    ON AN ACCEPT, OR BERNMSTU FOR A MERGED ADD, THE SAME
       *>    RULE BERNRCV REPLAYS BY. WITH NO SUCH ENTRY THE CHANGER
       *>    IS UNKNOWN AND THE TERM CANNOT BE SIGNED OFF (RC=16)
       *>    UNTIL A MERGE OR AN ACCEPT HAS PUT A NAME ON IT.
       *>
        3500-CHANGER-FROM-HISTORY.
            MOVE "N" TO HST-SCAN-EOF-SW
            MOVE CRT-INDEX TO HST-INDEX
            MOVE 0 TO HST-SEQ
            START HST-FILE KEY IS NOT LESS THAN HST-KEY
            IF HST-FILE-STATUS = "00"
                PERFORM 3550-SCAN-CHANGER-HISTORY UNTIL HST-SCAN-EOF
            END-IF
            IF CRT-CHANGER = SPACES
                DISPLAY "BERNCRT: INDEX " CRT-INDEX " HAS NO RECORD "
                    "OF WHO LAST CHANGED IT ON BERNMST OR BERNHST"
                DISPLAY "BERNCRT: NOTHING CERTIFIED - RE-MERGE OR "
                    "RE-ACCEPT THE TERM FIRST"
                MOVE 16 TO RETURN-CODE
                CLOSE MST-FILE
                CLOSE HST-FILE
                STOP RUN
            END-IF.

        3550-SCAN-CHANGER-HISTORY.
            READ HST-FILE NEXT
                AT END
                    MOVE "Y" TO HST-SCAN-EOF-SW
                NOT AT END
                    IF HST-INDEX NOT = CRT-INDEX
                        MOVE "Y" TO HST-SCAN-EOF-SW
                    ELSE
                        EVALUATE HST-ACTION
                            WHEN "ADD"
                                MOVE "BERNMSTU" TO CRT-CHANGER
                            WHEN "ACCEPT"
                                MOVE HST-OPERATOR TO CRT-CHANGER
                        END-EVALUATE
                    END-IF
            END-READ.

       *>
       *>    4000-CONFIRM-AND-CERTIFY - A CERTIFIED TERM HAS NOTHING
       *>    LEFT TO SIGN OFF (RC=4). THE PERSON WHO LAST CHANGED
       *>    THE TERM MAY NOT CERTIFY IT (RC=16). OTHERWISE SHOW
       *>    THE TERM, TAKE THE Y, AND CERTIFY.
       *>
        4000-CONFIRM-AND-CERTIFY.
            EVALUATE TRUE
                WHEN BMR-CERTIFIED
                    DISPLAY "BERNCRT: INDEX " CRT-INDEX " IS ALREADY "
                        "CERTIFIED BY " BMR-CERT-BY " ON "
                        BMR-CERT-DATE " - NOTHING TO CERTIFY"
                    MOVE 4 TO RETURN-CODE
                WHEN CRT-OPERATOR = CRT-CHANGER
                    DISPLAY "BERNCRT: " CRT-OPERATOR " LAST CHANGED "
                        "INDEX " CRT-INDEX " AND MAY NOT CERTIFY IT"
                    DISPLAY "BERNCRT: NOTHING CERTIFIED - A SECOND "
                        "OPERATOR MUST SIGN IT OFF"
                    MOVE 16 TO RETURN-CODE
                WHEN OTHER
                    DISPLAY "BERNCRT: TERM    " CRT-NUM "/" CRT-DEN
                    DISPLAY "BERNCRT: COMPUTED " BMR-RUN-DATE
                        "  LAST CHANGED BY " CRT-CHANGER
                    DISPLAY "CERTIFY THIS TERM? (Y/N):"
                    MOVE SPACES TO CRT-REPLY
                    ACCEPT CRT-REPLY
                    IF CRT-REPLY(1:1) = "Y" OR CRT-REPLY(1:1) = "y"
                        PERFORM 4500-CERTIFY-TERM
                    ELSE
                        DISPLAY "BERNCRT: NOT CONFIRMED - NOTHING "
                            "CERTIFIED"
                        MOVE 4 TO RETURN-CODE
                    END-IF
            END-EVALUATE.

        4500-CERTIFY-TERM.
            PERFORM 5000-WRITE-CERTIFY-HISTORY
            MOVE "C" TO BMR-CERT-STATUS
            MOVE CRT-OPERATOR TO BMR-CERT-BY
            MOVE CRT-RUN-DATE TO BMR-CERT-DATE
            REWRITE BERN-MST-RECORD
            IF MST-FILE-STATUS = "00"
                DISPLAY "BERNCRT: INDEX " CRT-INDEX " CERTIFIED BY "
                    CRT-OPERATOR
            ELSE
                DISPLAY "BERNCRT: BERNMST REWRITE FAILED - FILE "
                    "STATUS " MST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
            END-IF.

       *>
       *>    5000-WRITE-CERTIFY-HISTORY - SAME NEXT-SEQUENCE SCAN
       *>    BERNMSTU AND BERNACC USE. THE FRACTION DOES NOT MOVE,
       *>    SO BOTH IMAGES CARRY THE TERM AS CERTIFIED.
       *>
        5000-WRITE-CERTIFY-HISTORY.
            MOVE 1 TO CRT-NEXT-SEQ
            MOVE "N" TO HST-SCAN-EOF-SW
            MOVE CRT-INDEX TO HST-INDEX
            MOVE 0 TO HST-SEQ
            START HST-FILE KEY IS NOT LESS THAN HST-KEY
            IF HST-FILE-STATUS = "00"
                PERFORM 5100-SCAN-ONE-HISTORY UNTIL HST-SCAN-EOF
            END-IF
            MOVE SPACES TO HST-RECORD
            MOVE CRT-INDEX TO HST-INDEX
            MOVE CRT-NEXT-SEQ TO HST-SEQ
            MOVE "CERTIFY" TO HST-ACTION
            MOVE CRT-NUM TO HST-OLD-NUM
            MOVE CRT-DEN TO HST-OLD-DEN
            MOVE CRT-NUM TO HST-NEW-NUM
            MOVE CRT-DEN TO HST-NEW-DEN
            MOVE CRT-RUN-DATE TO HST-RUN-DATE
            MOVE CRT-RUN-TIME(1:6) TO HST-RUN-TIME
            MOVE CRT-OPERATOR TO HST-OPERATOR
            WRITE HST-RECORD
            IF HST-FILE-STATUS NOT = "00"
                DISPLAY "BERNCRT: BERNHST WRITE FAILED - FILE "
                    "STATUS " HST-FILE-STATUS
                DISPLAY "BERNCRT: NOTHING CERTIFIED - A SIGN-OFF "
                    "WITHOUT ITS AUDIT RECORD IS NOT A SIGN-OFF"
                MOVE 16 TO RETURN-CODE
                CLOSE MST-FILE
                CLOSE HST-FILE
                STOP RUN
            END-IF.

        5100-SCAN-ONE-HISTORY.
            READ HST-FILE NEXT
                AT END
                    MOVE "Y" TO HST-SCAN-EOF-SW
                NOT AT END
                    IF HST-INDEX = CRT-INDEX
                        ADD 1 HST-SEQ GIVING CRT-NEXT-SEQ
                    ELSE
                        MOVE "Y" TO HST-SCAN-EOF-SW
                    END-IF
            END-READ.
