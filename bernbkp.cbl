        *> cobc -x -o bernbkp bernbkp.cbl
        *> ./bernbkp

        IDENTIFICATION DIVISION.
        PROGRAM-ID. BERNBKP.
        AUTHOR. R-HOLLIS.
        INSTALLATION. ACTUARIAL-BATCH.
        DATE-WRITTEN. 2026-10-15.
        DATE-COMPILED.

       *>
       *>    MODIFICATION HISTORY
       *>    2026-10-15  RJH  INITIAL VERSION - BACKUP STEP FOR THE
       *>                     KEYED BERNMST MASTER. READS THE MASTER
       *>                     IN KEY ORDER AND WRITES THE FLAT BERNBKI
       *>                     IMAGE (SEE BERNBKI COPYBOOK): A HEADER
       *>                     STAMPED WITH THE DATE AND TIME THE IMAGE
       *>                     WAS TAKEN, EVERY MASTER RECORD AS IT
       *>                     STANDS, AND A COUNT/HASH CONTROL
       *>                     TRAILER. THE STAMP IS WHAT BERNRCV ROLLS
       *>                     BERNHST FORWARD FROM, SO RUN THIS STEP
       *>                     WHILE NOTHING ELSE HAS THE MASTER OPEN
       *>                     (IN THE CHAIN, AFTER BERNMSTU). THE LAST
       *>                     LINE OF THE CONSOLE OUTPUT REPEATS THE
       *>                     STAMP FOR THE OPERATIONS LOG.
       *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MST-FILE ASSIGN TO "BERNMST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BMR-INDEX
                FILE STATUS IS MST-FILE-STATUS.

            SELECT BKI-FILE ASSIGN TO "BERNBKI"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BKI-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  MST-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY BERNMST.

        FD  BKI-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY BERNBKI.

          WORKING-STORAGE SECTION.
          01 MST-FILE-STATUS PIC X(02) VALUE "00".
          01 BKI-FILE-STATUS PIC X(02) VALUE "00".
          01 MST-EOF-SW PIC X(01) VALUE "N".
              88 MST-EOF VALUE "Y".

          01 BKP-RUN-DATE PIC 9(8) VALUE 0.
          01 BKP-RUN-TIME PIC 9(8) VALUE 0.

       *>
       *>    IMAGE CONTROL TOTALS - CARRIED ON THE TRAILER AND
       *>    DISPLAYED AT END OF JOB.
       *>
          01 BKP-TERM-COUNT PIC 9(9) VALUE 0.
          01 BKP-INDEX-HASH PIC 9(9) VALUE 0.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            ACCEPT BKP-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT BKP-RUN-TIME FROM TIME
            PERFORM 1000-OPEN-FILES.
            PERFORM 2000-WRITE-HEADER.
            PERFORM 3000-READ-NEXT-MASTER.
            PERFORM 3100-COPY-MASTER-TERM UNTIL MST-EOF.
            PERFORM 4000-WRITE-TRAILER.
            CLOSE MST-FILE
            CLOSE BKI-FILE
            DISPLAY "BERNBKP: TERMS WRITTEN  " BKP-TERM-COUNT
            DISPLAY "BERNBKP: INDEX HASH     " BKP-INDEX-HASH
            DISPLAY "BERNBKP: IMAGE TAKEN    " BKP-RUN-DATE " "
                BKP-RUN-TIME(1:6)
            STOP RUN.

       *>
       *>    1000-OPEN-FILES - THE MASTER MUST EXIST; A BACKUP OF
       *>    NOTHING WOULD LATER RESTORE AS AN EMPTY MASTER.
       *>
        1000-OPEN-FILES.
            OPEN INPUT MST-FILE
            IF MST-FILE-STATUS NOT = "00"
                DISPLAY "BERNBKP: UNABLE TO OPEN BERNMST - FILE "
                    "STATUS " MST-FILE-STATUS
                DISPLAY "BERNBKP: JOB TERMINATED - NO IMAGE TAKEN"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT BKI-FILE
            IF BKI-FILE-STATUS NOT = "00"
                DISPLAY "BERNBKP: UNABLE TO OPEN BERNBKI - FILE "
                    "STATUS " BKI-FILE-STATUS
                DISPLAY "BERNBKP: JOB TERMINATED - NO IMAGE TAKEN"
                MOVE 16 TO RETURN-CODE
                CLOSE MST-FILE
                STOP RUN
            END-IF.

        2000-WRITE-HEADER.
            MOVE SPACES TO BKI-HEADER
            MOVE "BKHD" TO BKH-MARKER
            MOVE BKP-RUN-DATE TO BKH-BACKUP-DATE
            MOVE BKP-RUN-TIME(1:6) TO BKH-BACKUP-TIME
            WRITE BKI-HEADER.

        3000-READ-NEXT-MASTER.
            READ MST-FILE NEXT
                AT END
                    MOVE "Y" TO MST-EOF-SW
            END-READ.

       *>
       *>    3100-COPY-MASTER-TERM - THE MASTER RECORD GOES TO THE
       *>    IMAGE UNCHANGED, RUN DATE AND ALL, SO A RESTORE PUTS
       *>    BACK EXACTLY WHAT WAS THERE.
       *>
        3100-COPY-MASTER-TERM.
            MOVE BERN-MST-RECORD TO BKI-RECORD
            WRITE BKI-RECORD
            IF BKI-FILE-STATUS NOT = "00"
                DISPLAY "BERNBKP: BERNBKI WRITE FAILED AT INDEX "
                    BMR-INDEX " - FILE STATUS " BKI-FILE-STATUS
                DISPLAY "BERNBKP: JOB TERMINATED - IMAGE IS "
                    "INCOMPLETE AND CARRIES NO TRAILER"
                MOVE 16 TO RETURN-CODE
                CLOSE MST-FILE
                CLOSE BKI-FILE
                STOP RUN
            END-IF
            ADD 1 TO BKP-TERM-COUNT
            ADD BMR-INDEX TO BKP-INDEX-HASH
            PERFORM 3000-READ-NEXT-MASTER.

       *>
       *>    4000-WRITE-TRAILER - WRITTEN ONLY AFTER THE LAST MASTER
       *>    RECORD IS SAFELY ON THE IMAGE.
       *>
        4000-WRITE-TRAILER.
            MOVE SPACES TO BKI-TRAILER
            MOVE "BKTR" TO BKT-MARKER
            MOVE BKP-TERM-COUNT TO BKT-TERM-COUNT
            MOVE BKP-INDEX-HASH TO BKT-INDEX-HASH
            MOVE BKP-RUN-DATE TO BKT-BACKUP-DATE
            MOVE BKP-RUN-TIME(1:6) TO BKT-BACKUP-TIME
            WRITE BKI-TRAILER.
