       *>                     TIES OUT IS REFUSED WITH A MESSAGE -
       *>                     THIS JOB EXISTS SO AUDIT CAN SEE EVERY
       *>                     HAND-APPLIED CHANGE.
       *>    2026-10-15  RJH  CERTIFIED-TERM STATUS (SEE BERNMST) - AN
       *>                     ACCEPTED VALUE IS A NEW FRACTION NOBODY
       *>                     HAS SIGNED OFF, SO THE TERM GOES BACK
       *>                     TO PROVISIONAL WITH THE OPERATOR AS ITS
       *>                     LAST CHANGER AND ANY EARLIER
       *>                     CERTIFICATION CLEARED. BERNCRT MUST
       *>                     THEN BE RUN BY SOMEONE ELSE.
       *>    2026-10-15  RJH  OPERATOR AUTHORITY - THE OPERATOR NOW
       *>                     KEYS THEIR OPERATOR ID, WHICH MUST BE
       *>                     ON THE KEYED BERNAUTH FILE, ACTIVE, AND
       *>                     CARRY A ROLE THAT PERMITS AN ACCEPT
       *>                     (SEE BERNAUTH COPYBOOK). AN UNKNOWN,
       *>                     REVOKED OR UNDER-PRIVILEGED ID - OR NO
       *>                     BERNAUTH AT ALL - IS REFUSED RC=16
       *>                     BEFORE THE MASTER IS OPENED, AND THE
       *>                     REFUSAL IS APPENDED TO THE BERNSEC
       *>                     SECURITY TRAIL (SEE BERNSEC COPYBOOK).
       *>                     HST-OPERATOR IS THEREFORE ALWAYS A
       *>                     VERIFIED ID, NOT FREE TEXT.
       *>

        ENVIRONMENT DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BERN-OUT-STATUS.

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
            RECORD CONTAINS 120 CHARACTERS.
            COPY BERNREC.

        FD  OPR-FILE
            RECORD CONTAINS 100 CHARACTERS.
            COPY BERNAUTH.

        FD  SEC-FILE
            RECORD CONTAINS 100 CHARACTERS.
            COPY BERNSEC.

          WORKING-STORAGE SECTION.
          01 MST-FILE-STATUS PIC X(02) VALUE "00".
          01 HST-FILE-STATUS PIC X(02) VALUE "00".
          01 BERN-OUT-STATUS PIC X(02) VALUE "00".
          01 OPR-FILE-STATUS PIC X(02) VALUE "00".
          01 SEC-FILE-STATUS PIC X(02) VALUE "00".
          01 BERN-OUT-EOF-SW PIC X(01) VALUE "N".
              88 BERN-OUT-EOF VALUE "Y".
          01 HST-SCAN-EOF-SW PIC X(01) VALUE "N".
              88 ACC-OVERFLOW VALUE "Y".

       *>
       *>    OPERATOR DIALOG - OPERATOR ID FOR THE WHO-RAN-IT COLUMN
       *>    AND A FINAL Y/N CONFIRMATION. AN EMPTY REPLY TO EITHER
       *>    PROMPT ABANDONS THE ACCEPT. ACC-REFUSE-REASON STAYS
       *>    SPACES UNLESS BERNAUTH TURNS THE ID AWAY.
       *>
          01 ACC-OPERATOR PIC X(8) VALUE SPACES.
          01 ACC-REPLY PIC X(20) VALUE SPACES.
          01 ACC-REFUSE-REASON PIC X(30) VALUE SPACES.

       *>
       *>    THE NEW VALUE OFF THE CURRENT BERNOUT FOR THE INDEX.

        1100-GET-OPERATOR.
            DISPLAY "BERNACC: SUPERVISED ACCEPT FOR INDEX " ACC-INDEX
            DISPLAY "ENTER YOUR OPERATOR ID (UP TO 8 CHARACTERS):"
            MOVE SPACES TO ACC-REPLY
            ACCEPT ACC-REPLY
            IF ACC-REPLY = SPACES
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE ACC-REPLY(1:8) TO ACC-OPERATOR
            PERFORM 1200-CHECK-AUTHORITY.

       *>
       *>    1200-CHECK-AUTHORITY - THE ID MUST BE ON BERNAUTH,
       *>    ACTIVE, AND HOLD AT LEAST THE ACCEPT ROLE. WITHOUT
       *>    BERNAUTH NOBODY CAN BE VOUCHED FOR, SO NOBODY IS LET
       *>    IN. A REFUSAL IS LOGGED AND ENDS THE JOB BEFORE THE
       *>    MASTER IS EVEN OPENED.
       *>
        1200-CHECK-AUTHORITY.
            MOVE SPACES TO ACC-REFUSE-REASON
            OPEN INPUT OPR-FILE
            IF OPR-FILE-STATUS NOT = "00"
                MOVE "AUTHORITY FILE UNAVAILABLE" TO ACC-REFUSE-REASON
            ELSE
                MOVE ACC-OPERATOR TO OPR-ID
                READ OPR-FILE
                EVALUATE TRUE
                    WHEN OPR-FILE-STATUS = "23"
                        MOVE "UNKNOWN OPERATOR ID" TO
                            ACC-REFUSE-REASON
                    WHEN OPR-FILE-STATUS NOT = "00"
                        MOVE "AUTHORITY FILE READ FAILED" TO
                            ACC-REFUSE-REASON
                    WHEN NOT OPR-ACTIVE
                        MOVE "OPERATOR ID REVOKED" TO
                            ACC-REFUSE-REASON
                    WHEN NOT OPR-MAY-ACCEPT
                        MOVE "ROLE DOES NOT PERMIT ACCEPT" TO
                            ACC-REFUSE-REASON
                END-EVALUATE
                CLOSE OPR-FILE
            END-IF
            IF ACC-REFUSE-REASON NOT = SPACES
                PERFORM 1300-LOG-REFUSAL
                DISPLAY "BERNACC: OPERATOR " ACC-OPERATOR
                    " REFUSED - " ACC-REFUSE-REASON
                DISPLAY "BERNACC: NOTHING APPLIED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "BERNACC: OPERATOR " ACC-OPERATOR " - " OPR-NAME.

       *>
       *>    1300-LOG-REFUSAL - ONE LINE APPENDED TO BERNSEC. A
       *>    TRAIL THAT CANNOT BE OPENED IS REPORTED ON THE CONSOLE;
       *>    THE REFUSAL STANDS EITHER WAY.
       *>
        1300-LOG-REFUSAL.
            MOVE SPACES TO SEC-RECORD
            MOVE ACC-RUN-DATE TO SEC-RUN-DATE
            MOVE ACC-RUN-TIME(1:6) TO SEC-RUN-TIME
            MOVE "BERNACC" TO SEC-PROGRAM
            MOVE ACC-OPERATOR TO SEC-OPERATOR
            MOVE "REFUSED" TO SEC-EVENT
            MOVE "ACCEPT" TO SEC-FUNCTION
            MOVE ACC-INDEX TO SEC-SUBJECT
            MOVE ACC-REFUSE-REASON TO SEC-REASON
            OPEN EXTEND SEC-FILE
            IF SEC-FILE-STATUS = "35"
                OPEN OUTPUT SEC-FILE
            END-IF
            IF SEC-FILE-STATUS = "00"
                WRITE SEC-RECORD
                CLOSE SEC-FILE
            ELSE
                DISPLAY "BERNACC: UNABLE TO OPEN BERNSEC - FILE "
                    "STATUS " SEC-FILE-STATUS " - REFUSAL NOT LOGGED"
            END-IF.

        2000-OPEN-FILES.
            OPEN I-O MST-FILE
            MOVE ACC-NEW-NUM TO BMR-NUMERATOR
            MOVE ACC-NEW-DEN TO BMR-DENOMINATOR
            MOVE ACC-RUN-DATE TO BMR-RUN-DATE
            MOVE "P" TO BMR-CERT-STATUS
            MOVE ACC-OPERATOR TO BMR-CHANGED-BY
            MOVE SPACES TO BMR-CERT-BY
            MOVE ZEROS TO BMR-CERT-DATE
            REWRITE BERN-MST-RECORD
            IF MST-FILE-STATUS = "00"
                DISPLAY "BERNACC: NEW VALUE APPLIED AT INDEX "
                    ACC-INDEX " BY " ACC-OPERATOR
                DISPLAY "BERNACC: TERM IS PROVISIONAL UNTIL "
                    "CERTIFIED BY ANOTHER OPERATOR WITH BERNCRT"
            ELSE
                DISPLAY "BERNACC: BERNMST REWRITE FAILED - FILE "
                    "STATUS " MST-FILE-STATUS
