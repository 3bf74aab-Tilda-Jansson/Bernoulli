       *>                     B(54)), AND ITS FRACTION COLUMNS SHOW
       *>                     ASTERISKS WHEN A TERM NO LONGER FITS
       *>                     THE PRINT FIELDS.
       *>    2026-10-15  RJH  BERNOUT CONTROL TRAILER - PRINTB NOW
       *>                     TALLIES EVERY TERM RECORD IT WRITES
       *>                     (COUNT, BOR-INDEX HASH TOTAL, AND THE
       *>                     SUMS OF THE HIGH AND LOW NUMERATOR
       *>                     WORDS) AND 2700-WRITE-BERNOUT-TRAILER
       *>                     CLOSES THE DATASET WITH A "TRLR" RECORD
       *>                     CARRYING THEM (SEE BERNREC), SO EVERY
       *>                     DOWNSTREAM READER CAN PROVE IT SAW THE
       *>                     WHOLE FILE. A RUN THAT DIES BEFORE THE
       *>                     CLOSE LEAVES NO TRAILER AND THE READERS
       *>                     REFUSE IT. THE GENERATION ROLL COPIES
       *>                     THE TRAILER THROUGH UNCHANGED AS A
       *>                     CONTROL RECORD.
       *>

        ENVIRONMENT DIVISION.
              05 FILLER           PIC X(05) VALUE " ****".
              05 FILLER           PIC X(34) VALUE SPACES.

       *>
       *>    BERNOUT CONTROL-TRAILER TOTALS (SEE BERNREC COPYBOOK) -
       *>    ACCUMULATED BY PRINTB OVER EVERY TERM RECORD OF THE RUN
       *>    (SECTION DIVIDERS ARE NOT TERMS AND ARE NOT COUNTED) AND
       *>    WRITTEN AS THE LAST RECORD BY 2700-WRITE-BERNOUT-
       *>    TRAILER.
       *>
          01 TRL-TERM-COUNT PIC 9(09) VALUE 0.
          01 TRL-INDEX-HASH PIC 9(09) VALUE 0.
          01 TRL-NUM-HI-SUM PIC 9(22) VALUE 0.
          01 TRL-NUM-LO-SUM PIC 9(22) VALUE 0.

       *>
       *>    CONTROL-CARD / PARM HANDLING FOR THE SERIES LENGTH (N)
       *>
                VARYING DECK-SUB FROM 1 BY 1
                UNTIL DECK-SUB > DECK-COUNT.
            IF VALID-CARD-COUNT > 0
                PERFORM 2700-WRITE-BERNOUT-TRAILER
                CLOSE BERN-OUT-FILE
                CLOSE RPT-FILE
                CLOSE SEQ-OUT-FILE
       *>    INTERRUPTED RUN (RESTART-PENDING) IS PARTIAL AND IS NOT
       *>    ROLLED - THE RESTART REWRITES IT IN FULL, AND ARCHIVING
       *>    THE FRAGMENT WOULD RETIRE A REAL GENERATION TO KEEP IT.
       *>    THE COPY IS RECORD FOR RECORD, SO THE CONTROL TRAILER
       *>    RIDES INTO THE GENERATION AS ITS LAST RECORD, THE SAME
       *>    AS THE SECTION DIVIDERS - IT IS NEVER TREATED AS A TERM.
       *>
        2500-ARCHIVE-PRIOR-OUTPUT.
            PERFORM 2540-LOAD-CATALOG
                WRITE GEN-CAT-RECORD
            END-IF.

       *>
       *>    2700-WRITE-BERNOUT-TRAILER - THE CONTROL TRAILER IS THE
       *>    LAST RECORD ON BERNOUT (SEE BERNREC COPYBOOK). IT IS
       *>    WRITTEN ONLY HERE, AT A NORMAL END OF RUN, SO A DATASET
       *>    LEFT BY AN ABENDED OR INTERRUPTED RUN NEVER CARRIES ONE.
       *>
        2700-WRITE-BERNOUT-TRAILER.
            MOVE SPACES TO BERN-OUT-RECORD
            MOVE "TRLR" TO BOT-MARKER
            MOVE TRL-TERM-COUNT TO BOT-TERM-COUNT
            MOVE TRL-INDEX-HASH TO BOT-INDEX-HASH
            MOVE TRL-NUM-HI-SUM TO BOT-NUM-HI-SUM
            MOVE TRL-NUM-LO-SUM TO BOT-NUM-LO-SUM
            MOVE RPT-RUN-DATE TO BOT-RUN-DATE
            WRITE BERN-OUT-TRAILER
            DISPLAY "BERNOULLI: BERNOUT TRAILER WRITTEN - TERMS "
                TRL-TERM-COUNT " INDEX HASH " TRL-INDEX-HASH.

       *>
       *>    3000-OPEN-OUTPUT-FILES - OPEN BERNOUT AND BERNRPT AND CHECK
       *>    EACH FILE STATUS BEFORE PRINTB WRITES TO EITHER, THE SAME
                MOVE "Y" TO MP-OVERFLOW-SW
            END-IF
            WRITE BERN-OUT-RECORD
            ADD 1 TO TRL-TERM-COUNT
            ADD BOR-INDEX TO TRL-INDEX-HASH
            ADD BOR-NUM-HI TO TRL-NUM-HI-SUM
            ADD BOR-NUM-LO TO TRL-NUM-LO-SUM
            IF XPD-PLACES > 0
                PERFORM 5800-WRITE-XPD-RECORD
            END-IF
