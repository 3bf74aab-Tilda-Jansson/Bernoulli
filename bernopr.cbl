        *> cobc -x -o bernopr bernopr.cbl
        *> ./bernopr

        IDENTIFICATION DIVISION.
        PROGRAM-ID. BERNOPR.
        AUTHOR. R-HOLLIS.
        INSTALLATION. ACTUARIAL-BATCH.
        DATE-WRITTEN. 2026-10-15.
        DATE-COMPILED.

       *>
       *>    MODIFICATION HISTORY
       *>    2026-10-15  RJH  INITIAL VERSION - TERMINAL MAINTENANCE
       *>                     OF THE KEYED BERNAUTH OPERATOR
       *>                     AUTHORITY FILE (SEE BERNAUTH COPYBOOK)
       *>                     THAT BERNACC, BERNCRT AND BERNINQ CHECK
       *>                     AN OPERATOR ID AGAINST. THE OPERATOR
       *>                     SIGNS ON WITH THEIR OWN ID, WHICH MUST
       *>                     BE ACTIVE WITH THE ADMINISTER ROLE,
       *>                     THEN ADDS, CHANGES, REVOKES OR SHOWS
       *>                     ENTRIES UNTIL Q IS KEYED. AN ENTRY IS
       *>                     NEVER DELETED - REVOKING KEEPS THE NAME
       *>                     BEHIND ANY ID ON BERNHST - AND AN
       *>                     ADMINISTRATOR MAY NOT REVOKE OR DEMOTE
       *>                     THEIR OWN ID, SO THE FILE CANNOT BE
       *>                     LOCKED BY ACCIDENT. AGAINST AN EMPTY
       *>                     BERNAUTH THE FIRST ID KEYED IS ENROLLED
       *>                     AS ADMINISTRATOR, WHICH IS HOW THE FILE
       *>                     IS STARTED. IDS BEGINNING BERN ARE
       *>                     REFUSED - THEY WOULD PASS FOR A BATCH
       *>                     JOB IN BMR-CHANGED-BY. A REFUSED
       *>                     SIGN-ON, AND EVERY ADD, CHANGE AND
       *>                     REVOKE, IS APPENDED TO THE BERNSEC
       *>                     SECURITY TRAIL (SEE BERNSEC COPYBOOK).
       *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPR-FILE ASSIGN TO "BERNAUTH"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPR-ID
                FILE STATUS IS OPR-FILE-STATUS.

            SELECT SEC-FILE ASSIGN TO "BERNSEC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SEC-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  OPR-FILE
            RECORD CONTAINS 100 CHARACTERS.
            COPY BERNAUTH.

        FD  SEC-FILE
            RECORD CONTAINS 100 CHARACTERS.
            COPY BERNSEC.

          WORKING-STORAGE SECTION.
          01 OPR-FILE-STATUS PIC X(02) VALUE "00".
          01 SEC-FILE-STATUS PIC X(02) VALUE "00".
          01 OPM-EMPTY-FILE-SW PIC X(01) VALUE "N".
              88 OPM-FILE-EMPTY VALUE "Y".

          01 OPM-RUN-DATE PIC 9(8) VALUE 0.
          01 OPM-RUN-TIME PIC 9(8) VALUE 0.

       *>
       *>    OPERATOR DIALOG - THE SIGNED-ON ADMINISTRATOR, THE
       *>    FUNCTION KEYED, AND THE ENTRY IT IS AIMED AT.
       *>
          01 OPM-ADMIN PIC X(8) VALUE SPACES.
          01 OPM-REPLY PIC X(40) VALUE SPACES.
          01 OPM-FUNCTION PIC X(01) VALUE SPACES.
          01 OPM-TARGET PIC X(8) VALUE SPACES.
          01 OPM-QUIT-SW PIC X(01) VALUE "N".
              88 OPM-QUIT VALUE "Y".
          01 OPM-TARGET-SW PIC X(01) VALUE "N".
              88 OPM-TARGET-GOOD VALUE "Y".
          01 OPM-FOUND-SW PIC X(01) VALUE "N".
              88 OPM-FOUND VALUE "Y".
          01 OPM-ENTRY-SW PIC X(01) VALUE "Y".
              88 OPM-ENTRY-OK VALUE "Y".
          01 OPM-REFUSE-REASON PIC X(30) VALUE SPACES.

       *>
       *>    NEW VALUES KEYED FOR AN ADD OR CHANGE. A BLANK ON A
       *>    CHANGE KEEPS WHAT IS ON FILE.
       *>
          01 OPM-NEW-NAME PIC X(30) VALUE SPACES.
          01 OPM-NEW-ROLE PIC X(01) VALUE SPACES.
              88 OPM-NEW-ROLE-VALID VALUE "I" "A" "C" "M".
              88 OPM-NEW-ROLE-NONE VALUE SPACE.
          01 OPM-NEW-STATUS PIC X(01) VALUE SPACES.
              88 OPM-NEW-STATUS-VALID VALUE "A" "R".
              88 OPM-NEW-STATUS-NONE VALUE SPACE.

       *>
       *>    SAME GUARD AS BERNINQ - A RUN OF EMPTY REPLIES MEANS
       *>    THE TERMINAL HAS GONE AWAY, AND ENDS THE SESSION.
       *>
          01 OPM-EMPTY-COUNT PIC 9(2) VALUE 0.
          01 OPM-EMPTY-LIMIT PIC 9(2) VALUE 3.

       *>
       *>    SESSION TOTALS, DISPLAYED AT SIGN-OFF.
       *>
          01 OPM-ADDED-COUNT PIC 9(4) VALUE 0.
          01 OPM-CHANGED-COUNT PIC 9(4) VALUE 0.
          01 OPM-REVOKED-COUNT PIC 9(4) VALUE 0.

       *>
       *>    SECURITY TRAIL LINE CONTENT, SET BEFORE 5000-LOG-EVENT.
       *>
          01 OPM-LOG-EVENT PIC X(8) VALUE SPACES.
          01 OPM-LOG-SUBJECT PIC X(8) VALUE SPACES.
          01 OPM-LOG-REASON PIC X(30) VALUE SPACES.

       *>
       *>    ENTRY DISPLAY LINES.
       *>
          01 OPM-ROLE-TEXT PIC X(10) VALUE SPACES.
          01 OPM-STATUS-TEXT PIC X(07) VALUE SPACES.

          01 OPM-ID-LINE.
              05 FILLER           PIC X(10) VALUE "OPERATOR  ".
              05 OPMI-ID          PIC X(08).
              05 FILLER           PIC X(02) VALUE SPACES.
              05 OPMI-NAME        PIC X(30).

          01 OPM-ROLE-LINE.
              05 FILLER           PIC X(10) VALUE "ROLE      ".
              05 OPMR-ROLE        PIC X(10).
              05 FILLER           PIC X(10) VALUE "  STATUS  ".
              05 OPMR-STATUS      PIC X(07).

          01 OPM-DATE-LINE.
              05 FILLER           PIC X(10) VALUE "CHANGED   ".
              05 OPMD-MONTH       PIC 9(02).
              05 FILLER           PIC X(01) VALUE "/".
              05 OPMD-DAY         PIC 9(02).
              05 FILLER           PIC X(01) VALUE "/".
              05 OPMD-YEAR        PIC 9(04).
              05 FILLER           PIC X(04) VALUE " BY ".
              05 OPMD-BY          PIC X(08).

        PROCEDURE DIVISION.

        0000-MAINLINE.
            ACCEPT OPM-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT OPM-RUN-TIME FROM TIME
            PERFORM 1000-OPEN-FILES.
            PERFORM 1100-CHECK-EMPTY.
            PERFORM 1200-SIGN-ON.
            PERFORM 3000-MAINT-CYCLE UNTIL OPM-QUIT.
            CLOSE OPR-FILE
            DISPLAY "BERNOPR: ENTRIES ADDED   " OPM-ADDED-COUNT
            DISPLAY "BERNOPR: ENTRIES CHANGED " OPM-CHANGED-COUNT
            DISPLAY "BERNOPR: ENTRIES REVOKED " OPM-REVOKED-COUNT
            DISPLAY "BERNOPR: END OF MAINTENANCE"
            STOP RUN.

       *>
       *>    1000-OPEN-FILES - A MISSING BERNAUTH IS CREATED EMPTY,
       *>    THE SAME WAY BERNACC CREATES BERNHST, SO THE FIRST
       *>    ADMINISTRATOR CAN BE ENROLLED.
       *>
        1000-OPEN-FILES.
            OPEN I-O OPR-FILE
            IF OPR-FILE-STATUS = "35"
                OPEN OUTPUT OPR-FILE
                CLOSE OPR-FILE
                OPEN I-O OPR-FILE
            END-IF
            IF OPR-FILE-STATUS NOT = "00"
                DISPLAY "BERNOPR: UNABLE TO OPEN BERNAUTH - FILE "
                    "STATUS " OPR-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        1100-CHECK-EMPTY.
            MOVE "Y" TO OPM-EMPTY-FILE-SW
            MOVE LOW-VALUES TO OPR-ID
            START OPR-FILE KEY IS NOT LESS THAN OPR-ID
            IF OPR-FILE-STATUS = "00"
                READ OPR-FILE NEXT
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE "N" TO OPM-EMPTY-FILE-SW
                END-READ
                IF OPR-FILE-STATUS NOT = "00"
                        AND OPR-FILE-STATUS NOT = "10"
                    PERFORM 1150-READ-FAILED
                END-IF
            ELSE
                IF OPR-FILE-STATUS NOT = "23"
                    PERFORM 1150-READ-FAILED
                END-IF
            END-IF.

       *>
       *>    1150-READ-FAILED - ONLY A CLEAN NOT-FOUND OR END OF FILE
       *>    PROVES BERNAUTH EMPTY. ANY OTHER STATUS COULD HIDE
       *>    ENTRIES, SO NO FIRST ADMINISTRATOR IS ENROLLED ON IT.
       *>
        1150-READ-FAILED.
            DISPLAY "BERNOPR: UNABLE TO READ BERNAUTH - FILE STATUS "
                OPR-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            CLOSE OPR-FILE
            STOP RUN.

       *>
       *>    1200-SIGN-ON - THE ADMINISTRATOR'S OWN ID MUST BE ON
       *>    FILE, ACTIVE, AND HOLD THE ADMINISTER ROLE. A REFUSAL
       *>    IS LOGGED AND ENDS THE SESSION RC=16.
       *>
        1200-SIGN-ON.
            DISPLAY "BERNOPR: OPERATOR AUTHORITY MAINTENANCE"
            DISPLAY "ENTER YOUR OPERATOR ID (UP TO 8 CHARACTERS):"
            MOVE SPACES TO OPM-REPLY
            ACCEPT OPM-REPLY
            IF OPM-REPLY = SPACES
                DISPLAY "BERNOPR: NO OPERATOR KEYED - NOTHING "
                    "CHANGED"
                MOVE 16 TO RETURN-CODE
                CLOSE OPR-FILE
                STOP RUN
            END-IF
            MOVE OPM-REPLY(1:8) TO OPM-ADMIN
            IF OPM-FILE-EMPTY
                PERFORM 1300-FIRST-ADMINISTRATOR
            ELSE
                MOVE SPACES TO OPM-REFUSE-REASON
                MOVE OPM-ADMIN TO OPR-ID
                READ OPR-FILE
                EVALUATE TRUE
                    WHEN OPR-FILE-STATUS = "23"
                        MOVE "UNKNOWN OPERATOR ID" TO
                            OPM-REFUSE-REASON
                    WHEN OPR-FILE-STATUS NOT = "00"
                        MOVE "AUTHORITY FILE READ FAILED" TO
                            OPM-REFUSE-REASON
                    WHEN NOT OPR-ACTIVE
                        MOVE "OPERATOR ID REVOKED" TO
                            OPM-REFUSE-REASON
                    WHEN NOT OPR-MAY-ADMINISTER
                        MOVE "ROLE DOES NOT PERMIT ADMIN" TO
                            OPM-REFUSE-REASON
                END-EVALUATE
                IF OPM-REFUSE-REASON NOT = SPACES
                    MOVE "REFUSED" TO OPM-LOG-EVENT
                    MOVE SPACES TO OPM-LOG-SUBJECT
                    MOVE OPM-REFUSE-REASON TO OPM-LOG-REASON
                    PERFORM 5000-LOG-EVENT
                    DISPLAY "BERNOPR: OPERATOR " OPM-ADMIN
                        " REFUSED - " OPM-REFUSE-REASON
                    DISPLAY "BERNOPR: NOTHING CHANGED"
                    MOVE 16 TO RETURN-CODE
                    CLOSE OPR-FILE
                    STOP RUN
                END-IF
                DISPLAY "BERNOPR: OPERATOR " OPM-ADMIN " - " OPR-NAME
            END-IF.

       *>
       *>    1300-FIRST-ADMINISTRATOR - AN EMPTY BERNAUTH HAS NOBODY
       *>    TO SIGN ON AS, SO THE ID KEYED IS ENROLLED WITH THE
       *>    ADMINISTER ROLE AND THE SESSION CARRIES ON UNDER IT.
       *>
        1300-FIRST-ADMINISTRATOR.
            DISPLAY "BERNOPR: BERNAUTH IS EMPTY - " OPM-ADMIN
                " WILL BE ENROLLED AS THE FIRST ADMINISTRATOR"
            IF OPM-ADMIN(1:4) = "BERN"
                DISPLAY "BERNOPR: IDS BEGINNING BERN ARE RESERVED "
                    "FOR BATCH JOBS - NOTHING CHANGED"
                MOVE 16 TO RETURN-CODE
                CLOSE OPR-FILE
                STOP RUN
            END-IF
            DISPLAY "ENTER YOUR NAME (UP TO 30 CHARACTERS):"
            MOVE SPACES TO OPM-REPLY
            ACCEPT OPM-REPLY
            IF OPM-REPLY = SPACES
                DISPLAY "BERNOPR: NO NAME KEYED - NOTHING CHANGED"
                MOVE 16 TO RETURN-CODE
                CLOSE OPR-FILE
                STOP RUN
            END-IF
            MOVE OPM-ADMIN TO OPM-TARGET
            MOVE OPM-REPLY(1:30) TO OPM-NEW-NAME
            MOVE "M" TO OPM-NEW-ROLE
            PERFORM 3280-WRITE-NEW-ENTRY
            IF NOT OPM-ENTRY-OK
                MOVE 16 TO RETURN-CODE
                CLOSE OPR-FILE
                STOP RUN
            END-IF.

       *>
       *>    3000-MAINT-CYCLE - ONE FUNCTION PER ROUND TRIP.
       *>
        3000-MAINT-CYCLE.
            DISPLAY " "
            DISPLAY "ENTER A TO ADD, C TO CHANGE, R TO REVOKE, S TO "
                "SHOW AN OPERATOR, OR Q TO QUIT:"
            MOVE SPACES TO OPM-REPLY
            ACCEPT OPM-REPLY
            MOVE OPM-REPLY(1:1) TO OPM-FUNCTION
            INSPECT OPM-FUNCTION CONVERTING "acrsq" TO "ACRSQ"
            EVALUATE TRUE
                WHEN OPM-FUNCTION = "Q"
                    MOVE "Y" TO OPM-QUIT-SW
                WHEN OPM-REPLY = SPACES
                    ADD 1 TO OPM-EMPTY-COUNT
                    IF OPM-EMPTY-COUNT >= OPM-EMPTY-LIMIT
                        DISPLAY "NO FURTHER TERMINAL INPUT - ENDING "
                            "MAINTENANCE"
                        MOVE "Y" TO OPM-QUIT-SW
                    ELSE
                        DISPLAY "NOTHING KEYED - ENTER A, C, R, S "
                            "OR Q"
                    END-IF
                WHEN OPM-FUNCTION = "A" OR "C" OR "R" OR "S"
                    MOVE 0 TO OPM-EMPTY-COUNT
                    PERFORM 3100-GET-TARGET-ID
                    IF OPM-TARGET-GOOD
                        PERFORM 3150-DISPATCH-FUNCTION
                    END-IF
                WHEN OTHER
                    MOVE 0 TO OPM-EMPTY-COUNT
                    DISPLAY "'" OPM-FUNCTION "' IS NOT A FUNCTION - "
                        "KEY A, C, R, S OR Q"
            END-EVALUATE.

       *>
       *>    3100-GET-TARGET-ID - THE ID THE FUNCTION IS AIMED AT,
       *>    READ BY KEY SO EACH FUNCTION KNOWS WHETHER IT IS ON
       *>    FILE.
       *>
        3100-GET-TARGET-ID.
            MOVE "N" TO OPM-TARGET-SW
            MOVE "N" TO OPM-FOUND-SW
            DISPLAY "OPERATOR ID:"
            MOVE SPACES TO OPM-REPLY
            ACCEPT OPM-REPLY
            IF OPM-REPLY = SPACES
                DISPLAY "NO OPERATOR ID KEYED - NOTHING DONE"
            ELSE
                MOVE OPM-REPLY(1:8) TO OPM-TARGET
                MOVE OPM-TARGET TO OPR-ID
                READ OPR-FILE
                EVALUATE OPR-FILE-STATUS
                    WHEN "00"
                        MOVE "Y" TO OPM-FOUND-SW
                        MOVE "Y" TO OPM-TARGET-SW
                    WHEN "23"
                        MOVE "Y" TO OPM-TARGET-SW
                    WHEN OTHER
                        DISPLAY "BERNOPR: BERNAUTH READ FAILED - "
                            "FILE STATUS " OPR-FILE-STATUS
                END-EVALUATE
            END-IF.

        3150-DISPATCH-FUNCTION.
            EVALUATE OPM-FUNCTION
                WHEN "A"
                    PERFORM 3200-ADD-ENTRY
                WHEN "C"
                    PERFORM 3300-CHANGE-ENTRY
                WHEN "R"
                    PERFORM 3400-REVOKE-ENTRY
                WHEN "S"
                    PERFORM 3500-SHOW-ENTRY
            END-EVALUATE.

       *>
       *>    3200-ADD-ENTRY - A NEW ID NEEDS A NAME AND A ROLE; IT
       *>    GOES ON FILE ACTIVE.
       *>
        3200-ADD-ENTRY.
            EVALUATE TRUE
                WHEN OPM-FOUND
                    DISPLAY OPM-TARGET " IS ALREADY ON BERNAUTH - "
                        "USE C TO CHANGE IT"
                WHEN OPM-TARGET(1:4) = "BERN"
                    DISPLAY "IDS BEGINNING BERN ARE RESERVED FOR "
                        "BATCH JOBS - NOT ADDED"
                WHEN OTHER
                    PERFORM 3250-KEY-NEW-ENTRY
            END-EVALUATE.

        3250-KEY-NEW-ENTRY.
            DISPLAY "NAME (UP TO 30 CHARACTERS):"
            MOVE SPACES TO OPM-REPLY
            ACCEPT OPM-REPLY
            MOVE OPM-REPLY(1:30) TO OPM-NEW-NAME
            IF OPM-NEW-NAME = SPACES
                DISPLAY "NO NAME KEYED - NOT ADDED"
            ELSE
                PERFORM 3800-GET-ROLE
                IF OPM-NEW-ROLE-VALID
                    PERFORM 3280-WRITE-NEW-ENTRY
                ELSE
                    DISPLAY "NO VALID ROLE KEYED - NOT ADDED"
                END-IF
            END-IF.

        3280-WRITE-NEW-ENTRY.
            MOVE SPACES TO OPR-RECORD
            MOVE OPM-TARGET TO OPR-ID
            MOVE OPM-NEW-NAME TO OPR-NAME
            MOVE OPM-NEW-ROLE TO OPR-ROLE
            MOVE "A" TO OPR-STATUS
            MOVE OPM-RUN-DATE TO OPR-ADDED-DATE
            MOVE OPM-RUN-DATE TO OPR-CHANGED-DATE
            MOVE OPM-ADMIN TO OPR-CHANGED-BY
            WRITE OPR-RECORD
            IF OPR-FILE-STATUS = "00"
                MOVE "Y" TO OPM-ENTRY-SW
                ADD 1 TO OPM-ADDED-COUNT
                MOVE "ADDED" TO OPM-LOG-EVENT
                PERFORM 3900-LOG-ENTRY
                DISPLAY OPM-TARGET " ADDED"
                PERFORM 3700-DISPLAY-ENTRY
            ELSE
                MOVE "N" TO OPM-ENTRY-SW
                DISPLAY "BERNOPR: BERNAUTH WRITE FAILED - FILE "
                    "STATUS " OPR-FILE-STATUS
            END-IF.

       *>
       *>    3300-CHANGE-ENTRY - NAME, ROLE AND STATUS, EACH KEPT
       *>    WHEN LEFT BLANK. STATUS A REINSTATES A REVOKED ID. THE
       *>    ADMINISTRATOR'S OWN ENTRY MAY NOT LOSE THE ADMINISTER
       *>    ROLE OR BE REVOKED FROM HERE.
       *>
        3300-CHANGE-ENTRY.
            IF NOT OPM-FOUND
                DISPLAY OPM-TARGET " IS NOT ON BERNAUTH - USE A TO "
                    "ADD IT"
            ELSE
                PERFORM 3700-DISPLAY-ENTRY
                PERFORM 3350-KEY-CHANGES
                IF OPM-ENTRY-OK
                    PERFORM 3380-APPLY-CHANGES
                END-IF
            END-IF.

        3350-KEY-CHANGES.
            MOVE "Y" TO OPM-ENTRY-SW
            DISPLAY "NEW NAME (BLANK KEEPS THE NAME ON FILE):"
            MOVE SPACES TO OPM-REPLY
            ACCEPT OPM-REPLY
            MOVE OPM-REPLY(1:30) TO OPM-NEW-NAME
            PERFORM 3800-GET-ROLE
            IF NOT OPM-NEW-ROLE-VALID AND NOT OPM-NEW-ROLE-NONE
                DISPLAY "'" OPM-NEW-ROLE "' IS NOT A ROLE - NOT "
                    "CHANGED"
                MOVE "N" TO OPM-ENTRY-SW
            END-IF
            IF OPM-ENTRY-OK
                DISPLAY "STATUS - A ACTIVE, R REVOKED (BLANK KEEPS "
                    "THE STATUS ON FILE):"
                MOVE SPACES TO OPM-REPLY
                ACCEPT OPM-REPLY
                MOVE OPM-REPLY(1:1) TO OPM-NEW-STATUS
                INSPECT OPM-NEW-STATUS CONVERTING "ar" TO "AR"
                IF NOT OPM-NEW-STATUS-VALID
                        AND NOT OPM-NEW-STATUS-NONE
                    DISPLAY "'" OPM-NEW-STATUS "' IS NOT A STATUS "
                        "- NOT CHANGED"
                    MOVE "N" TO OPM-ENTRY-SW
                END-IF
            END-IF
            IF OPM-ENTRY-OK AND OPM-TARGET = OPM-ADMIN
                IF (NOT OPM-NEW-ROLE-NONE AND OPM-NEW-ROLE NOT = "M")
                        OR OPM-NEW-STATUS = "R"
                    DISPLAY "YOU MAY NOT REMOVE YOUR OWN ADMINISTER "
                        "ROLE - NOT CHANGED"
                    MOVE "N" TO OPM-ENTRY-SW
                END-IF
            END-IF
            IF OPM-ENTRY-OK AND OPM-NEW-NAME = SPACES
                    AND OPM-NEW-ROLE-NONE AND OPM-NEW-STATUS-NONE
                DISPLAY "NOTHING KEYED - NOT CHANGED"
                MOVE "N" TO OPM-ENTRY-SW
            END-IF.

        3380-APPLY-CHANGES.
            IF OPM-NEW-NAME NOT = SPACES
                MOVE OPM-NEW-NAME TO OPR-NAME
            END-IF
            IF NOT OPM-NEW-ROLE-NONE
                MOVE OPM-NEW-ROLE TO OPR-ROLE
            END-IF
            IF NOT OPM-NEW-STATUS-NONE
                MOVE OPM-NEW-STATUS TO OPR-STATUS
            END-IF
            MOVE OPM-RUN-DATE TO OPR-CHANGED-DATE
            MOVE OPM-ADMIN TO OPR-CHANGED-BY
            REWRITE OPR-RECORD
            IF OPR-FILE-STATUS = "00"
                ADD 1 TO OPM-CHANGED-COUNT
                MOVE "CHANGED" TO OPM-LOG-EVENT
                PERFORM 3900-LOG-ENTRY
                DISPLAY OPM-TARGET " CHANGED"
                PERFORM 3700-DISPLAY-ENTRY
            ELSE
                DISPLAY "BERNOPR: BERNAUTH REWRITE FAILED - FILE "
                    "STATUS " OPR-FILE-STATUS
            END-IF.

       *>
       *>    3400-REVOKE-ENTRY - THE ENTRY STAYS ON FILE MARKED
       *>    REVOKED, CONFIRMED WITH A Y.
       *>
        3400-REVOKE-ENTRY.
            EVALUATE TRUE
                WHEN NOT OPM-FOUND
                    DISPLAY OPM-TARGET " IS NOT ON BERNAUTH - "
                        "NOTHING TO REVOKE"
                WHEN OPR-REVOKED
                    DISPLAY OPM-TARGET " IS ALREADY REVOKED"
                WHEN OPM-TARGET = OPM-ADMIN
                    DISPLAY "YOU MAY NOT REVOKE YOUR OWN ID"
                WHEN OTHER
                    PERFORM 3700-DISPLAY-ENTRY
                    DISPLAY "REVOKE THIS OPERATOR? (Y/N):"
                    MOVE SPACES TO OPM-REPLY
                    ACCEPT OPM-REPLY
                    IF OPM-REPLY(1:1) = "Y" OR OPM-REPLY(1:1) = "y"
                        PERFORM 3450-APPLY-REVOKE
                    ELSE
                        DISPLAY "NOT CONFIRMED - NOT REVOKED"
                    END-IF
            END-EVALUATE.

        3450-APPLY-REVOKE.
            MOVE "R" TO OPR-STATUS
            MOVE OPM-RUN-DATE TO OPR-CHANGED-DATE
            MOVE OPM-ADMIN TO OPR-CHANGED-BY
            REWRITE OPR-RECORD
            IF OPR-FILE-STATUS = "00"
                ADD 1 TO OPM-REVOKED-COUNT
                MOVE "REVOKED" TO OPM-LOG-EVENT
                PERFORM 3900-LOG-ENTRY
                DISPLAY OPM-TARGET " REVOKED"
            ELSE
                DISPLAY "BERNOPR: BERNAUTH REWRITE FAILED - FILE "
                    "STATUS " OPR-FILE-STATUS
            END-IF.

        3500-SHOW-ENTRY.
            IF OPM-FOUND
                PERFORM 3700-DISPLAY-ENTRY
            ELSE
                DISPLAY OPM-TARGET " IS NOT ON BERNAUTH"
            END-IF.

        3700-DISPLAY-ENTRY.
            MOVE OPR-ID TO OPMI-ID
            MOVE OPR-NAME TO OPMI-NAME
            DISPLAY OPM-ID-LINE
            PERFORM 3750-SET-ENTRY-TEXT
            MOVE OPM-ROLE-TEXT TO OPMR-ROLE
            MOVE OPM-STATUS-TEXT TO OPMR-STATUS
            DISPLAY OPM-ROLE-LINE
            MOVE OPR-CHANGED-DATE(5:2) TO OPMD-MONTH
            MOVE OPR-CHANGED-DATE(7:2) TO OPMD-DAY
            MOVE OPR-CHANGED-DATE(1:4) TO OPMD-YEAR
            MOVE OPR-CHANGED-BY TO OPMD-BY
            DISPLAY OPM-DATE-LINE.

        3750-SET-ENTRY-TEXT.
            EVALUATE OPR-ROLE
                WHEN "I"
                    MOVE "INQUIRY" TO OPM-ROLE-TEXT
                WHEN "A"
                    MOVE "ACCEPT" TO OPM-ROLE-TEXT
                WHEN "C"
                    MOVE "CERTIFY" TO OPM-ROLE-TEXT
                WHEN "M"
                    MOVE "ADMINISTER" TO OPM-ROLE-TEXT
                WHEN OTHER
                    MOVE "UNKNOWN" TO OPM-ROLE-TEXT
            END-EVALUATE
            IF OPR-ACTIVE
                MOVE "ACTIVE" TO OPM-STATUS-TEXT
            ELSE
                MOVE "REVOKED" TO OPM-STATUS-TEXT
            END-IF.

        3800-GET-ROLE.
            DISPLAY "ROLE - I INQUIRY, A ACCEPT, C CERTIFY, "
                "M ADMINISTER:"
            MOVE SPACES TO OPM-REPLY
            ACCEPT OPM-REPLY
            MOVE OPM-REPLY(1:1) TO OPM-NEW-ROLE
            INSPECT OPM-NEW-ROLE CONVERTING "iacm" TO "IACM".

       *>
       *>    3900-LOG-ENTRY - TRAIL LINE FOR AN ADD, CHANGE OR
       *>    REVOKE: THE ENTRY'S ROLE AND STATUS AS THEY NOW STAND.
       *>
        3900-LOG-ENTRY.
            PERFORM 3750-SET-ENTRY-TEXT
            MOVE OPR-ID TO OPM-LOG-SUBJECT
            MOVE SPACES TO OPM-LOG-REASON
            STRING "ROLE " DELIMITED BY SIZE
                OPM-ROLE-TEXT DELIMITED BY SPACE
                " STATUS " DELIMITED BY SIZE
                OPM-STATUS-TEXT DELIMITED BY SPACE
                INTO OPM-LOG-REASON
            PERFORM 5000-LOG-EVENT.

       *>
       *>    5000-LOG-EVENT - ONE LINE APPENDED TO BERNSEC. A TRAIL
       *>    THAT CANNOT BE OPENED IS REPORTED AT THE TERMINAL.
       *>
        5000-LOG-EVENT.
            MOVE SPACES TO SEC-RECORD
            MOVE OPM-RUN-DATE TO SEC-RUN-DATE
            MOVE OPM-RUN-TIME(1:6) TO SEC-RUN-TIME
            MOVE "BERNOPR" TO SEC-PROGRAM
            MOVE OPM-ADMIN TO SEC-OPERATOR
            MOVE OPM-LOG-EVENT TO SEC-EVENT
            MOVE "ADMIN" TO SEC-FUNCTION
            MOVE OPM-LOG-SUBJECT TO SEC-SUBJECT
            MOVE OPM-LOG-REASON TO SEC-REASON
            OPEN EXTEND SEC-FILE
            IF SEC-FILE-STATUS = "35"
                OPEN OUTPUT SEC-FILE
            END-IF
            IF SEC-FILE-STATUS = "00"
                WRITE SEC-RECORD
                CLOSE SEC-FILE
            ELSE
                DISPLAY "BERNOPR: UNABLE TO OPEN BERNSEC - FILE "
                    "STATUS " SEC-FILE-STATUS " - EVENT NOT LOGGED"
            END-IF.
