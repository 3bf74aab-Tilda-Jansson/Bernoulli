       *>                     OUTPUT DESK NEEDS TO CATCH. EACH
       *>                     REPORT IS READ TWICE, ONCE TO COUNT
       *>                     PAGES FOR ITS BANNER AND ONCE TO COPY.
       *>    2026-10-15  RJH  OPENRPT, THE OPEN-ALERT-ITEMS PAGE
       *>                     BERNCHK NOW WRITES FROM THE ALRTREG
       *>                     ALERT REGISTER, IS BUNDLED AS THE
       *>                     SEVENTH REPORT, LAST IN THE PACK SO THE
       *>                     OUTPUT DESK FINDS THE OUTSTANDING ALERTS
       *>                     JUST BEFORE THE SUMMARY.
       *>

        ENVIRONMENT DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT6-STATUS.

            SELECT RPT7-FILE ASSIGN TO "OPENRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT7-STATUS.

            SELECT PRT-FILE ASSIGN TO "PRNTALL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PRT-FILE-STATUS.
            RECORD CONTAINS 80 CHARACTERS.
        01  RPT6-RECORD             PIC X(80).

        FD  RPT7-FILE
            RECORD CONTAINS 80 CHARACTERS.
        01  RPT7-RECORD             PIC X(80).

        FD  PRT-FILE
            RECORD CONTAINS 81 CHARACTERS.
        01  PRT-RECORD.
          01 RPT4-STATUS PIC X(02) VALUE "00".
          01 RPT5-STATUS PIC X(02) VALUE "00".
          01 RPT6-STATUS PIC X(02) VALUE "00".
          01 RPT7-STATUS PIC X(02) VALUE "00".
          01 PRT-FILE-STATUS PIC X(02) VALUE "00".

          01 BND-RUN-DATE PIC 9(8) VALUE 0.
       *>    THE BANNER AND SUMMARY, THE DISPOSITION, AND THE
       *>    IN/OUT/PAGE COUNTS THE SUMMARY PROVES THE BUNDLE WITH.
       *>
          01 BND-COUNT PIC 9(1) VALUE 7.
          01 BND-SUB PIC 9(1) VALUE 0.
          01 BND-TABLE.
              02 BND-ENTRY OCCURS 7 TIMES.
                  03 BND-NAME PIC X(8).
                  03 BND-STATE PIC X(8).
                  03 BND-LINES-IN PIC 9(9).
            MOVE "POWRPT" TO BND-NAME(4)
            MOVE "CMPRPT" TO BND-NAME(5)
            MOVE "OPSRPT" TO BND-NAME(6)
            MOVE "OPENRPT" TO BND-NAME(7)
            PERFORM 1100-CLEAR-ONE-ENTRY
                VARYING BND-SUB FROM 1 BY 1
                UNTIL BND-SUB > BND-COUNT
                WHEN 6
                    OPEN INPUT RPT6-FILE
                    MOVE RPT6-STATUS TO BND-OPEN-STATUS
                WHEN 7
                    OPEN INPUT RPT7-FILE
                    MOVE RPT7-STATUS TO BND-OPEN-STATUS
            END-EVALUATE
            MOVE "N" TO BND-EOF-SW.

                        NOT AT END
                            MOVE RPT6-RECORD TO BND-WORK-REC
                    END-READ
                WHEN 7
                    READ RPT7-FILE
                        AT END
                            MOVE "Y" TO BND-EOF-SW
                        NOT AT END
                            MOVE RPT7-RECORD TO BND-WORK-REC
                    END-READ
            END-EVALUATE.

        2200-CLOSE-CURRENT.
                    CLOSE RPT5-FILE
                WHEN 6
                    CLOSE RPT6-FILE
                WHEN 7
                    CLOSE RPT7-FILE
            END-EVALUATE.

       *>
