       *>                     FRACTIONS, DATE, TIME, AND WHO RAN AN
       *>                     ACCEPT. A MISSING HISTORY FILE JUST
       *>                     DISABLES THE H COMMAND WITH A MESSAGE.
       *>    2026-10-15  RJH  CERTIFIED-TERM STATUS (SEE BERNMST) - THE
       *>                     TERM DISPLAY ENDS WITH A STATUS LINE:
       *>                     CERTIFIED, BY WHOM AND WHEN, OR
       *>                     PROVISIONAL AND WHO LAST CHANGED IT, SO
       *>                     A CERTIFIER CAN SEE WHAT IS WAITING.
       *>    2026-10-15  RJH  OPERATOR AUTHORITY - THE FIRST H
       *>                     INQUIRY OF A SESSION ASKS FOR AN
       *>                     OPERATOR ID, WHICH MUST BE ON THE KEYED
       *>                     BERNAUTH FILE, ACTIVE, AND HOLD AT LEAST
       *>                     THE INQUIRY ROLE (SEE BERNAUTH
       *>                     COPYBOOK). ONCE VOUCHED FOR, THE ID
       *>                     HOLDS FOR THE REST OF THE SESSION. A
       *>                     REFUSED ID GETS NO LINEAGE, THE REFUSAL
       *>                     IS APPENDED TO THE BERNSEC SECURITY
       *>                     TRAIL (SEE BERNSEC COPYBOOK), AND THE
       *>                     NEXT H ASKS AGAIN. PLAIN TERM INQUIRIES
       *>                     ARE OPEN TO ANYONE AS BEFORE.
       *>

        ENVIRONMENT DIVISION.
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
          01 MST-EOF-SW PIC X(01) VALUE "N".
              88 MST-EOF VALUE "Y".
          01 HST-OPEN-SW PIC X(01) VALUE "N".
          01 INQ-HST-COUNT PIC 9(4) VALUE 0.
          01 INQ-HOLD PIC X(20) VALUE SPACES.

       *>
       *>    LINEAGE AUTHORITY - THE OPERATOR ID VOUCHED FOR BY
       *>    BERNAUTH, ASKED FOR ON THE FIRST H AND HELD FOR THE
       *>    SESSION ONCE ACCEPTED.
       *>
          01 INQ-OPERATOR PIC X(8) VALUE SPACES.
          01 INQ-AUTH-SW PIC X(01) VALUE "N".
              88 INQ-AUTHORISED VALUE "Y".
          01 INQ-REFUSE-REASON PIC X(30) VALUE SPACES.
          01 INQ-RUN-DATE PIC 9(8) VALUE 0.
          01 INQ-RUN-TIME PIC 9(8) VALUE 0.
          01 INQ-SUBJECT.
              05 FILLER PIC X(01) VALUE "H".
              05 INQS-N PIC 9(04).

       *>
       *>    RANGE OF TERMS ON THE MASTER, ESTABLISHED BY ONE
       *>    SEQUENTIAL SWEEP AT START-UP SO AN OUT-OF-RANGE REQUEST
              05 FILLER           PIC X(01) VALUE "/".
              05 INQD-YEAR        PIC 9(04).

          01 INQ-CERT-LINE.
              05 FILLER           PIC X(17)
                  VALUE "STATUS:          ".
              05 INQC-STATUS      PIC X(12).
              05 INQC-BY-TEXT     PIC X(04).
              05 INQC-WHO         PIC X(08).
              05 INQC-ON-TEXT     PIC X(04).
              05 INQC-DATE.
                  10 INQC-MONTH   PIC 9(02).
                  10 INQC-SLASH-1 PIC X(01).
                  10 INQC-DAY     PIC 9(02).
                  10 INQC-SLASH-2 PIC X(01).
                  10 INQC-YEAR    PIC 9(04).
              05 INQC-DATE-X REDEFINES INQC-DATE PIC X(10).

       *>
       *>    LINEAGE DISPLAY LINES - ONE ACTION HEADER PLUS THE
       *>    BEFORE AND AFTER FRACTIONS, FULL-WIDTH THE SAME WAY
                    MOVE INQ-REPLY(2:19) TO INQ-HOLD
                    MOVE INQ-HOLD TO INQ-REPLY
                    PERFORM 3100-EXTRACT-TERM-NUMBER
                    IF INQ-REPLY-GOOD AND NOT INQ-AUTHORISED
                        PERFORM 3500-CHECK-AUTHORITY
                    END-IF
                    IF INQ-REPLY-GOOD AND INQ-AUTHORISED
                        PERFORM 3600-SHOW-LINEAGE
                    END-IF
                WHEN INQ-REPLY = SPACES
                END-EVALUATE
            END-IF.

       *>
       *>    3500-CHECK-AUTHORITY - THE ID MUST BE ON BERNAUTH,
       *>    ACTIVE, AND HOLD AT LEAST THE INQUIRY ROLE. NO
       *>    BERNAUTH MEANS NOBODY CAN BE VOUCHED FOR, SO THE
       *>    LINEAGE STAYS CLOSED. AN EMPTY REPLY IS NOT A REFUSAL -
       *>    IT JUST SHOWS NOTHING.
       *>
        3500-CHECK-AUTHORITY.
            DISPLAY "LINEAGE INQUIRY - ENTER YOUR OPERATOR ID:"
            MOVE SPACES TO INQ-HOLD
            ACCEPT INQ-HOLD
            IF INQ-HOLD = SPACES
                DISPLAY "NO OPERATOR ID KEYED - LINEAGE NOT SHOWN"
            ELSE
                MOVE INQ-HOLD(1:8) TO INQ-OPERATOR
                MOVE SPACES TO INQ-REFUSE-REASON
                OPEN INPUT OPR-FILE
                IF OPR-FILE-STATUS NOT = "00"
                    MOVE "AUTHORITY FILE UNAVAILABLE" TO
                        INQ-REFUSE-REASON
                ELSE
                    MOVE INQ-OPERATOR TO OPR-ID
                    READ OPR-FILE
                    EVALUATE TRUE
                        WHEN OPR-FILE-STATUS = "23"
                            MOVE "UNKNOWN OPERATOR ID" TO
                                INQ-REFUSE-REASON
                        WHEN OPR-FILE-STATUS NOT = "00"
                            MOVE "AUTHORITY FILE READ FAILED" TO
                                INQ-REFUSE-REASON
                        WHEN NOT OPR-ACTIVE
                            MOVE "OPERATOR ID REVOKED" TO
                                INQ-REFUSE-REASON
                        WHEN NOT OPR-MAY-INQUIRE
                            MOVE "ROLE DOES NOT PERMIT INQUIRY" TO
                                INQ-REFUSE-REASON
                    END-EVALUATE
                    CLOSE OPR-FILE
                END-IF
                IF INQ-REFUSE-REASON = SPACES
                    MOVE "Y" TO INQ-AUTH-SW
                    DISPLAY "OPERATOR " INQ-OPERATOR " - " OPR-NAME
                ELSE
                    PERFORM 3550-LOG-REFUSAL
                    DISPLAY "OPERATOR " INQ-OPERATOR " REFUSED - "
                        INQ-REFUSE-REASON
                END-IF
            END-IF.

       *>
       *>    3550-LOG-REFUSAL - ONE LINE APPENDED TO BERNSEC. A
       *>    TRAIL THAT CANNOT BE OPENED IS REPORTED AT THE
       *>    TERMINAL; THE REFUSAL STANDS EITHER WAY.
       *>
        3550-LOG-REFUSAL.
            ACCEPT INQ-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT INQ-RUN-TIME FROM TIME
            MOVE INQ-N TO INQS-N
            MOVE SPACES TO SEC-RECORD
            MOVE INQ-RUN-DATE TO SEC-RUN-DATE
            MOVE INQ-RUN-TIME(1:6) TO SEC-RUN-TIME
            MOVE "BERNINQ" TO SEC-PROGRAM
            MOVE INQ-OPERATOR TO SEC-OPERATOR
            MOVE "REFUSED" TO SEC-EVENT
            MOVE "INQUIRY" TO SEC-FUNCTION
            MOVE INQ-SUBJECT TO SEC-SUBJECT
            MOVE INQ-REFUSE-REASON TO SEC-REASON
            OPEN EXTEND SEC-FILE
            IF SEC-FILE-STATUS = "35"
                OPEN OUTPUT SEC-FILE
            END-IF
            IF SEC-FILE-STATUS = "00"
                WRITE SEC-RECORD
                CLOSE SEC-FILE
            ELSE
                DISPLAY "BERNINQ: UNABLE TO OPEN BERNSEC - FILE "
                    "STATUS " SEC-FILE-STATUS " - REFUSAL NOT LOGGED"
            END-IF.

       *>
       *>    3600-SHOW-LINEAGE - LIST EVERY BERNHST RECORD FOR THE
       *>    TERM, IN SEQUENCE ORDER: ADDS, MATCH REFRESHES,
            MOVE BMR-RUN-DATE(5:2) TO INQD-MONTH
            MOVE BMR-RUN-DATE(7:2) TO INQD-DAY
            MOVE BMR-RUN-DATE(1:4) TO INQD-YEAR
            DISPLAY INQ-DATE-LINE
            PERFORM 3450-DISPLAY-CERT-STATUS.

       *>
       *>    3450-DISPLAY-CERT-STATUS - A TERM WRITTEN BEFORE THE
       *>    STATUS EXISTED HAS NO LAST CHANGER ON RECORD AND SAYS
       *>    SO.
       *>
        3450-DISPLAY-CERT-STATUS.
            IF BMR-CERTIFIED
                MOVE "CERTIFIED" TO INQC-STATUS
                MOVE " BY " TO INQC-BY-TEXT
                MOVE BMR-CERT-BY TO INQC-WHO
                MOVE " ON " TO INQC-ON-TEXT
                MOVE BMR-CERT-DATE(5:2) TO INQC-MONTH
                MOVE "/" TO INQC-SLASH-1
                MOVE BMR-CERT-DATE(7:2) TO INQC-DAY
                MOVE "/" TO INQC-SLASH-2
                MOVE BMR-CERT-DATE(1:4) TO INQC-YEAR
            ELSE
                MOVE "PROVISIONAL" TO INQC-STATUS
                MOVE SPACES TO INQC-ON-TEXT
                MOVE SPACES TO INQC-DATE-X
                IF BMR-CHANGED-BY = SPACES
                    MOVE SPACES TO INQC-BY-TEXT
                    MOVE SPACES TO INQC-WHO
                ELSE
                    MOVE " BY " TO INQC-BY-TEXT
                    MOVE BMR-CHANGED-BY TO INQC-WHO
                END-IF
            END-IF
            DISPLAY INQ-CERT-LINE.
