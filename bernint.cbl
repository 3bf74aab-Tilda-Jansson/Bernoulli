        *> cobc -x -o bernint bernint.cbl
        *> ./bernint

        IDENTIFICATION DIVISION.
        PROGRAM-ID. BERNINT.
        AUTHOR. R-HOLLIS.
        INSTALLATION. ACTUARIAL-BATCH.
        DATE-WRITTEN. 2026-10-15.
        DATE-COMPILED.

       *>
       *>    MODIFICATION HISTORY
       *>    2026-10-15  RJH  INITIAL VERSION - NUMBER-THEORY
       *>                     INTEGRITY SWEEP OF THE KEYED BERNMST
       *>                     MASTER AT REST. 4500-VERIFY-EVEN-TERMS
       *>                     IN THE MAIN PROGRAM ONLY CHECKS A TABLE
       *>                     WHILE IT IS BEING COMPUTED; NOTHING
       *>                     LOOKED AT THE MASTER AGAIN AFTER A
       *>                     BERNACC HAND-APPLIED CHANGE OR A
       *>                     BERNRCV RESTORE. THIS STEP WALKS THE
       *>                     MASTER IN KEY ORDER AND TESTS EVERY
       *>                     STORED FRACTION AGAINST PROPERTIES ANY
       *>                     TRUE BERNOULLI NUMBER MUST HAVE,
       *>                     WITHOUT RECOMPUTING THE SERIES:
       *>                       - VON STAUDT-CLAUSEN: THE DENOMINATOR
       *>                         OF B(2N) IS THE PRODUCT OF THE
       *>                         PRIMES P WITH P-1 DIVIDING 2N;
       *>                       - EVERY ODD TERM PAST B(1) IS ZERO;
       *>                       - THE EVEN TERMS ALTERNATE IN SIGN,
       *>                         B(2) POSITIVE;
       *>                       - KUMMER: FOR EACH SMALL PRIME P AND
       *>                         EVEN M, N NOT DIVISIBLE BY P-1 WITH
       *>                         M = N MOD P-1, B(M)/M = B(N)/N MOD
       *>                         P. WHERE P DIVIDES THE INDEX THE
       *>                         NUMERATOR MUST CARRY THE SAME POWER
       *>                         OF P (ADAMS), AND IS CHECKED FOR IT.
       *>                     EVERY VIOLATION GOES ON THE PAGE-HEADED
       *>                     INTRPT EXCEPTION REPORT AND THE STEP
       *>                     ENDS RC=8 ON ANY FINDING. B(0) AND B(1)
       *>                     ARE SWEPT BUT NONE OF THE FOUR TESTS
       *>                     APPLIES TO THEM.
       *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MST-FILE ASSIGN TO "BERNMST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BMR-INDEX
                FILE STATUS IS MST-FILE-STATUS.

            SELECT RPT-FILE ASSIGN TO "INTRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  MST-FILE
            RECORD CONTAINS 160 CHARACTERS.
            COPY BERNMST.

        FD  RPT-FILE
            RECORD CONTAINS 80 CHARACTERS.
            COPY BERNRPT.

          WORKING-STORAGE SECTION.
          01 MST-FILE-STATUS PIC X(02) VALUE "00".
          01 RPT-FILE-STATUS PIC X(02) VALUE "00".
          01 MST-EOF-SW PIC X(01) VALUE "N".
              88 MST-EOF VALUE "Y".

       *>
       *>    THE TERM UNDER TEST - N OF B(N), THE TABLE INDEX LESS
       *>    ONE, AND ITS HALF AND PARITY.
       *>
          01 INT-N PIC 9(4) VALUE 0.
          01 INT-HALF PIC 9(4) VALUE 0.
          01 INT-ODD PIC 9(1) VALUE 0.
          01 INT-QUOT PIC 9(18) VALUE 0.
          01 INT-REM PIC 9(4) VALUE 0.
          01 INT-SUB PIC 9(4) VALUE 0.
          01 INT-EXP-SIGN PIC X(01) VALUE "+".

       *>
       *>    PRIMES THROUGH 53 - EVERY PRIME THAT CAN APPEAR IN A
       *>    DENOMINATOR UP TO B(54), THE TOP OF THE MASTER.
       *>
          01 INT-PRIME-VALUES PIC X(32)
              VALUE "02030507111317192329313741434753".
          01 INT-PRIME-TABLE REDEFINES INT-PRIME-VALUES.
              05 INT-PRIME PIC 9(02) OCCURS 16 TIMES.
          01 INT-PRIME-COUNT PIC 9(2) VALUE 16.
          01 INT-PM1 PIC 9(2) VALUE 0.
          01 INT-VSC-DEN PIC 9(18) VALUE 0.

       *>
       *>    KUMMER PRIMES. 3 IS LEFT OUT - P-1 = 2 DIVIDES EVERY
       *>    EVEN INDEX, SO IT NEVER GIVES A PAIR TO COMPARE. EACH
       *>    PRIME KEEPS, PER RESIDUE CLASS OF N MOD P-1, THE FIRST
       *>    (LOWEST) CLEAN TERM AND ITS RESIDUE; EVERY LATER TERM IN
       *>    THE CLASS MUST LAND ON THE SAME RESIDUE.
       *>
          01 INT-KUM-VALUES PIC X(14) VALUE "05071113171923".
          01 INT-KUM-PRIMES REDEFINES INT-KUM-VALUES.
              05 INT-KUM-PRIME PIC 9(02) OCCURS 7 TIMES.
          01 INT-KUM-COUNT PIC 9(2) VALUE 7.
          01 INT-KUM-TABLE.
              02 INT-KUM-ROW OCCURS 7 TIMES.
                  03 INT-KUM-CLASS OCCURS 22 TIMES.
                      04 INT-KUM-REF-N PIC 9(4).
                      04 INT-KUM-REF-RES PIC 9(2).

       *>
       *>    KUMMER RESIDUE WORK AREA. THE STORED FRACTION IS TWO
       *>    18-DIGIT WORDS PER SIDE (SEE BERNMST), REDUCED MOD P A
       *>    WORD AT A TIME THROUGH 10**18 MOD P. DIVIDING A FACTOR
       *>    OF P OUT OF THE NUMERATOR CARRIES THE HIGH WORD'S
       *>    REMAINDER DOWN INTO THE LOW WORD, SO THE CARRY FITS 20
       *>    DIGITS.
       *>
          01 INT-E18 PIC 9(19) VALUE 1000000000000000000.
          01 INT-P PIC 9(2) VALUE 0.
          01 INT-KP PIC 9(2) VALUE 0.
          01 INT-K-CLASS PIC 9(2) VALUE 0.
          01 INT-K-M PIC 9(4) VALUE 0.
          01 INT-K-HI PIC 9(18) VALUE 0.
          01 INT-K-LO PIC 9(18) VALUE 0.
          01 INT-K-QH PIC 9(18) VALUE 0.
          01 INT-K-QL PIC 9(18) VALUE 0.
          01 INT-K-WORK PIC 9(20) VALUE 0.
          01 INT-K-W-HI PIC 9(18) VALUE 0.
          01 INT-K-W-LO PIC 9(18) VALUE 0.
          01 INT-K-W-RES PIC 9(2) VALUE 0.
          01 INT-K-R1 PIC 9(2) VALUE 0.
          01 INT-K-R2 PIC 9(2) VALUE 0.
          01 INT-K-E18-RES PIC 9(2) VALUE 0.
          01 INT-K-PROD PIC 9(4) VALUE 0.
          01 INT-K-NUM-RES PIC 9(2) VALUE 0.
          01 INT-K-DEN-RES PIC 9(2) VALUE 0.
          01 INT-K-M-RES PIC 9(2) VALUE 0.
          01 INT-K-A PIC 9(2) VALUE 0.
          01 INT-K-X PIC 9(2) VALUE 0.
          01 INT-K-INV PIC 9(2) VALUE 0.
          01 INT-K-RESIDUE PIC 9(2) VALUE 0.
          01 INT-K-TESTABLE-SW PIC X(01) VALUE "Y".
              88 INT-K-TESTABLE VALUE "Y".
          01 INT-K-M-DONE-SW PIC X(01) VALUE "N".
              88 INT-K-M-DONE VALUE "Y".

       *>
       *>    SWEEP CONTROL TOTALS, ONE FINDING COUNT PER TEST.
       *>
          01 INT-MST-TERMS PIC 9(9) VALUE 0.
          01 INT-TERMS-CLEAN PIC 9(9) VALUE 0.
          01 INT-FINDINGS PIC 9(9) VALUE 0.
          01 INT-FINDINGS-THIS-TERM PIC 9(4) VALUE 0.
          01 INT-VSC-FINDINGS PIC 9(9) VALUE 0.
          01 INT-ODD-FINDINGS PIC 9(9) VALUE 0.
          01 INT-SIGN-FINDINGS PIC 9(9) VALUE 0.
          01 INT-KUM-FINDINGS PIC 9(9) VALUE 0.

       *>
       *>    PAGE-HEADED REPORT CONTROL, SAME DISCIPLINE AS THE
       *>    BERNOULLI REPORTS.
       *>
          01 RPT-RUN-DATE PIC 9(8) VALUE 0.
          01 RPT-PAGE-NO PIC 9(4) VALUE 0.
          01 RPT-LINE-COUNT PIC 9(4) VALUE 0.
          01 RPT-LINES-PER-PAGE PIC 9(4) VALUE 20.
          01 RPT-PAGE-BREAK-LINE PIC X(80) VALUE ALL "-".
          01 RPT-HOLD-LINE PIC X(80) VALUE SPACES.

          01 RPT-HEADER-1.
              05 FILLER           PIC X(29)
                  VALUE "BERNMST INTEGRITY SWEEP".
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
              05 FILLER           PIC X(53)
                  VALUE "VON STAUDT-CLAUSEN / ODD ZERO / SIGN / KUMMER".

          01 RPT-HEADER-3.
              05 FILLER           PIC X(80) VALUE SPACES.

          01 RPT-EXCEPT-LINE.
              05 FILLER           PIC X(10) VALUE "    INDEX ".
              05 RPTE-INDEX       PIC ZZZ9.
              05 FILLER           PIC X(04) VALUE "  B(".
              05 RPTE-N           PIC 9(02).
              05 FILLER           PIC X(01) VALUE ")".
              05 RPTE-TEXT        PIC X(44).
              05 FILLER           PIC X(15) VALUE SPACES.

          01 RPT-KUM-LINE.
              05 FILLER           PIC X(10) VALUE "    INDEX ".
              05 RPTK-INDEX       PIC ZZZ9.
              05 FILLER           PIC X(04) VALUE "  B(".
              05 RPTK-N           PIC 9(02).
              05 FILLER           PIC X(01) VALUE ")".
              05 FILLER           PIC X(12) VALUE " KUMMER MOD ".
              05 RPTK-PRIME       PIC Z9.
              05 FILLER           PIC X(12) VALUE " FAILS VS B(".
              05 RPTK-REF-N       PIC 9(02).
              05 FILLER           PIC X(11) VALUE ") RESIDUE ".
              05 RPTK-RES         PIC Z9.
              05 FILLER           PIC X(05) VALUE " NOT ".
              05 RPTK-REF-RES     PIC Z9.
              05 FILLER           PIC X(11) VALUE SPACES.

          01 RPT-FRAC-LINE.
              05 FILLER           PIC X(06) VALUE SPACES.
              05 RPTF-SIDE        PIC X(09).
              05 RPTF-LABEL       PIC X(04).
              05 RPTF-SIGN        PIC X(01).
              05 RPTF-HI          PIC 9(18).
              05 RPTF-LO          PIC 9(18).
              05 FILLER           PIC X(24) VALUE SPACES.

          01 RPT-NOTE-LINE.
              05 FILLER           PIC X(04) VALUE SPACES.
              05 RPTN-TEXT        PIC X(60).
              05 FILLER           PIC X(16) VALUE SPACES.

          01 RPT-TOTAL-LINE.
              05 FILLER           PIC X(04) VALUE SPACES.
              05 RPTT-LABEL       PIC X(28).
              05 RPTT-VALUE       PIC ZZZZZZZZ9.
              05 FILLER           PIC X(39) VALUE SPACES.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD
            PERFORM 1000-OPEN-FILES.
            MOVE ZEROS TO INT-KUM-TABLE
            PERFORM 2000-READ-NEXT-MASTER.
            PERFORM 3000-SWEEP-MASTER-TERM UNTIL MST-EOF.
            IF INT-MST-TERMS = 0
                MOVE "BERNMST CARRIES NO TERMS - NOTHING TO PROVE"
                    TO RPTN-TEXT
                PERFORM 5150-WRITE-NOTE-LINE
                ADD 1 TO INT-FINDINGS
                DISPLAY "BERNINT: BERNMST IS EMPTY"
            END-IF
            PERFORM 5500-WRITE-TOTALS.
            CLOSE MST-FILE
            CLOSE RPT-FILE
            DISPLAY "BERNINT: MASTER TERMS     " INT-MST-TERMS
            DISPLAY "BERNINT: TERMS CLEAN      " INT-TERMS-CLEAN
            DISPLAY "BERNINT: FINDINGS         " INT-FINDINGS
            IF INT-FINDINGS > 0
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.

        1000-OPEN-FILES.
            OPEN INPUT MST-FILE
            IF MST-FILE-STATUS NOT = "00"
                DISPLAY "BERNINT: UNABLE TO OPEN BERNMST - FILE "
                    "STATUS " MST-FILE-STATUS
                DISPLAY "BERNINT: JOB TERMINATED - NOTHING SWEPT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT RPT-FILE
            IF RPT-FILE-STATUS NOT = "00"
                DISPLAY "BERNINT: UNABLE TO OPEN INTRPT - FILE "
                    "STATUS " RPT-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                CLOSE MST-FILE
                STOP RUN
            END-IF.

        2000-READ-NEXT-MASTER.
            READ MST-FILE NEXT
                AT END
                    MOVE "Y" TO MST-EOF-SW
            END-READ.

       *>
       *>    3000-SWEEP-MASTER-TERM - ONE MASTER TERM THROUGH EVERY
       *>    TEST THAT APPLIES TO IT. THE TERM IS CLEAN ONLY WHEN
       *>    NONE OF THEM FINDS ANYTHING.
       *>
        3000-SWEEP-MASTER-TERM.
            ADD 1 TO INT-MST-TERMS
            MOVE 0 TO INT-FINDINGS-THIS-TERM
            IF BMR-INDEX >= 1 AND BMR-INDEX <= 56
                SUBTRACT 1 FROM BMR-INDEX GIVING INT-N
                DIVIDE INT-N BY 2 GIVING INT-HALF REMAINDER INT-ODD
                EVALUATE TRUE
                    WHEN INT-N < 2
                        CONTINUE
                    WHEN INT-ODD = 1
                        PERFORM 3100-CHECK-ODD-TERM
                    WHEN OTHER
                        PERFORM 3200-CHECK-VON-STAUDT
                        PERFORM 3300-CHECK-EVEN-SIGN
                        PERFORM 3400-CHECK-KUMMER
                END-EVALUATE
            ELSE
                MOVE 0 TO INT-N
                MOVE " MASTER KEY OUTSIDE THE TABLE RANGE" TO
                    RPTE-TEXT
                PERFORM 5100-WRITE-EXCEPT-LINE
            END-IF
            IF INT-FINDINGS-THIS-TERM = 0
                ADD 1 TO INT-TERMS-CLEAN
            END-IF
            PERFORM 2000-READ-NEXT-MASTER.

       *>
       *>    3100-CHECK-ODD-TERM - B(3), B(5), ... ARE ALL ZERO.
       *>
        3100-CHECK-ODD-TERM.
            IF BMR-NUM-HI NOT = 0 OR BMR-NUM-LO NOT = 0
                MOVE " ODD TERM PAST B(1) IS NOT ZERO" TO RPTE-TEXT
                PERFORM 5100-WRITE-EXCEPT-LINE
                PERFORM 5250-WRITE-STORED-FRACTION
                ADD 1 TO INT-ODD-FINDINGS
            END-IF.

       *>
       *>    3200-CHECK-VON-STAUDT - THE DENOMINATOR OF B(2N) IS THE
       *>    PRODUCT OF EVERY PRIME P WITH P-1 DIVIDING 2N. THE
       *>    PRODUCT IS SMALL (1919190 AT MOST THROUGH B(54)), SO A
       *>    STORED DENOMINATOR WITH A NON-ZERO HIGH WORD IS WRONG
       *>    BY DEFINITION.
       *>
        3200-CHECK-VON-STAUDT.
            MOVE 1 TO INT-VSC-DEN
            PERFORM 3250-VSC-ONE-PRIME
                VARYING INT-SUB FROM 1 BY 1
                UNTIL INT-SUB > INT-PRIME-COUNT
            IF BMR-DEN-HI NOT = 0 OR BMR-DEN-LO NOT = INT-VSC-DEN
                MOVE " DENOMINATOR FAILS VON STAUDT-CLAUSEN" TO
                    RPTE-TEXT
                PERFORM 5100-WRITE-EXCEPT-LINE
                MOVE "STORED " TO RPTF-SIDE
                MOVE "DEN " TO RPTF-LABEL
                MOVE SPACE TO RPTF-SIGN
                MOVE BMR-DEN-HI TO RPTF-HI
                MOVE BMR-DEN-LO TO RPTF-LO
                PERFORM 5200-WRITE-FRAC-LINE
                MOVE "EXPECTED " TO RPTF-SIDE
                MOVE 0 TO RPTF-HI
                MOVE INT-VSC-DEN TO RPTF-LO
                PERFORM 5200-WRITE-FRAC-LINE
                ADD 1 TO INT-VSC-FINDINGS
            END-IF.

        3250-VSC-ONE-PRIME.
            COMPUTE INT-PM1 = INT-PRIME(INT-SUB) - 1
            DIVIDE INT-N BY INT-PM1 GIVING INT-QUOT REMAINDER INT-REM
            IF INT-REM = 0
                MULTIPLY INT-PRIME(INT-SUB) BY INT-VSC-DEN
            END-IF.

       *>
       *>    3300-CHECK-EVEN-SIGN - B(2N) IS POSITIVE FOR N ODD AND
       *>    NEGATIVE FOR N EVEN, THE SAME RULE 4700-VERIFY-ONE-TERM
       *>    IN THE MAIN PROGRAM ATTACHES. A ZERO EVEN TERM HAS NO
       *>    SIGN AT ALL AND IS A FINDING IN ITS OWN RIGHT.
       *>
        3300-CHECK-EVEN-SIGN.
            DIVIDE INT-HALF BY 2 GIVING INT-QUOT REMAINDER INT-REM
            IF INT-REM = 1
                MOVE "+" TO INT-EXP-SIGN
            ELSE
                MOVE "-" TO INT-EXP-SIGN
            END-IF
            EVALUATE TRUE
                WHEN BMR-NUM-HI = 0 AND BMR-NUM-LO = 0
                    MOVE " EVEN TERM IS ZERO - SIGN CANNOT ALTERNATE"
                        TO RPTE-TEXT
                    PERFORM 5100-WRITE-EXCEPT-LINE
                    ADD 1 TO INT-SIGN-FINDINGS
                WHEN INT-EXP-SIGN = "-" AND BMR-NUM-SIGN NOT = "-"
                WHEN INT-EXP-SIGN = "+" AND BMR-NUM-SIGN = "-"
                    MOVE " EVEN-TERM SIGN BREAKS THE ALTERNATION" TO
                        RPTE-TEXT
                    PERFORM 5100-WRITE-EXCEPT-LINE
                    PERFORM 5250-WRITE-STORED-FRACTION
                    ADD 1 TO INT-SIGN-FINDINGS
            END-EVALUATE.

       *>
       *>    3400-CHECK-KUMMER - ONE PASS PER KUMMER PRIME. A TERM
       *>    WHOSE INDEX P-1 DIVIDES IS OUTSIDE THE CONGRUENCE AND
       *>    IS PASSED OVER FOR THAT PRIME.
       *>
        3400-CHECK-KUMMER.
            PERFORM 3450-KUMMER-ONE-PRIME
                VARYING INT-KP FROM 1 BY 1
                UNTIL INT-KP > INT-KUM-COUNT.

        3450-KUMMER-ONE-PRIME.
            MOVE INT-KUM-PRIME(INT-KP) TO INT-P
            COMPUTE INT-PM1 = INT-P - 1
            DIVIDE INT-N BY INT-PM1 GIVING INT-QUOT
                REMAINDER INT-K-CLASS
            IF INT-K-CLASS NOT = 0
                PERFORM 3500-KUMMER-RESIDUE
                IF INT-K-TESTABLE
                    PERFORM 3480-KUMMER-COMPARE
                END-IF
            END-IF.

       *>
       *>    3480-KUMMER-COMPARE - THE FIRST TERM OF A CLASS SETS
       *>    THE RESIDUE; EVERY LATER ONE MUST MATCH IT. A TERM THAT
       *>    HAS ALREADY FAILED A TEST IS NOT LET SET THE RESIDUE -
       *>    ONE BAD TERM WOULD OTHERWISE FLAG EVERY GOOD TERM AFTER
       *>    IT IN THE SAME CLASS.
       *>
        3480-KUMMER-COMPARE.
            EVALUATE TRUE
                WHEN INT-KUM-REF-N(INT-KP, INT-K-CLASS) NOT = 0
                    PERFORM 3490-KUMMER-CHECK-RESIDUE
                WHEN INT-FINDINGS-THIS-TERM = 0
                    MOVE INT-N TO INT-KUM-REF-N(INT-KP, INT-K-CLASS)
                    MOVE INT-K-RESIDUE TO
                        INT-KUM-REF-RES(INT-KP, INT-K-CLASS)
            END-EVALUATE.

        3490-KUMMER-CHECK-RESIDUE.
            IF INT-K-RESIDUE NOT =
                    INT-KUM-REF-RES(INT-KP, INT-K-CLASS)
                MOVE BMR-INDEX TO RPTK-INDEX
                MOVE INT-N TO RPTK-N
                MOVE INT-P TO RPTK-PRIME
                MOVE INT-KUM-REF-N(INT-KP, INT-K-CLASS) TO
                    RPTK-REF-N
                MOVE INT-K-RESIDUE TO RPTK-RES
                MOVE INT-KUM-REF-RES(INT-KP, INT-K-CLASS) TO
                    RPTK-REF-RES
                MOVE RPT-KUM-LINE TO RPT-LINE
                PERFORM 5700-WRITE-RPT-LINE
                ADD 1 TO INT-FINDINGS
                ADD 1 TO INT-FINDINGS-THIS-TERM
                ADD 1 TO INT-KUM-FINDINGS
            END-IF.

       *>
       *>    3500-KUMMER-RESIDUE - B(N)/N MOD P. EACH FACTOR OF P IN
       *>    N IS FIRST DIVIDED OUT OF THE NUMERATOR, WHICH MUST
       *>    CARRY IT; THEN THE RESIDUE IS THE NUMERATOR TIMES THE
       *>    INVERSE OF DENOMINATOR * N, ALL MOD P. A DENOMINATOR
       *>    DIVISIBLE BY P CANNOT BE TESTED HERE - VON STAUDT-
       *>    CLAUSEN HAS ALREADY REPORTED IT.
       *>
        3500-KUMMER-RESIDUE.
            MOVE "Y" TO INT-K-TESTABLE-SW
            MOVE BMR-NUM-HI TO INT-K-HI
            MOVE BMR-NUM-LO TO INT-K-LO
            MOVE INT-N TO INT-K-M
            MOVE "N" TO INT-K-M-DONE-SW
            PERFORM 3520-REMOVE-ONE-P UNTIL INT-K-M-DONE
            DIVIDE INT-E18 BY INT-P GIVING INT-QUOT
                REMAINDER INT-K-E18-RES
            IF INT-K-TESTABLE
                MOVE BMR-DEN-HI TO INT-K-W-HI
                MOVE BMR-DEN-LO TO INT-K-W-LO
                PERFORM 3540-TWO-WORD-MOD
                MOVE INT-K-W-RES TO INT-K-DEN-RES
                IF INT-K-DEN-RES = 0
                    MOVE "N" TO INT-K-TESTABLE-SW
                END-IF
            END-IF
            IF INT-K-TESTABLE
                MOVE INT-K-HI TO INT-K-W-HI
                MOVE INT-K-LO TO INT-K-W-LO
                PERFORM 3540-TWO-WORD-MOD
                MOVE INT-K-W-RES TO INT-K-NUM-RES
                IF BMR-NUM-SIGN = "-" AND INT-K-NUM-RES NOT = 0
                    SUBTRACT INT-K-NUM-RES FROM INT-P
                        GIVING INT-K-NUM-RES
                END-IF
                DIVIDE INT-K-M BY INT-P GIVING INT-QUOT
                    REMAINDER INT-K-M-RES
                COMPUTE INT-K-PROD = INT-K-DEN-RES * INT-K-M-RES
                DIVIDE INT-K-PROD BY INT-P GIVING INT-QUOT
                    REMAINDER INT-K-A
                MOVE 0 TO INT-K-INV
                PERFORM 3560-TRY-INVERSE
                    VARYING INT-K-X FROM 1 BY 1
                    UNTIL INT-K-X >= INT-P OR INT-K-INV NOT = 0
                COMPUTE INT-K-PROD = INT-K-NUM-RES * INT-K-INV
                DIVIDE INT-K-PROD BY INT-P GIVING INT-QUOT
                    REMAINDER INT-K-RESIDUE
            END-IF.

       *>
       *>    3520-REMOVE-ONE-P - WHILE P DIVIDES WHAT IS LEFT OF N,
       *>    TAKE ONE FACTOR OF P OUT OF N AND OUT OF THE NUMERATOR.
       *>    A NUMERATOR THAT WILL NOT DIVIDE IS A FINDING AND ENDS
       *>    THE TEST FOR THIS PRIME.
       *>
        3520-REMOVE-ONE-P.
            DIVIDE INT-K-M BY INT-P GIVING INT-QUOT REMAINDER INT-REM
            IF INT-REM NOT = 0
                MOVE "Y" TO INT-K-M-DONE-SW
            ELSE
                MOVE INT-QUOT TO INT-K-M
                DIVIDE INT-K-HI BY INT-P GIVING INT-K-QH
                    REMAINDER INT-K-R1
                COMPUTE INT-K-WORK = INT-K-R1 * INT-E18 + INT-K-LO
                DIVIDE INT-K-WORK BY INT-P GIVING INT-K-QL
                    REMAINDER INT-K-R2
                IF INT-K-R2 = 0
                    MOVE INT-K-QH TO INT-K-HI
                    MOVE INT-K-QL TO INT-K-LO
                ELSE
                    MOVE SPACES TO RPTE-TEXT
                    STRING " NUMERATOR LACKS THE FACTOR "
                        DELIMITED BY SIZE
                        INT-P DELIMITED BY SIZE
                        " KUMMER NEEDS" DELIMITED BY SIZE
                        INTO RPTE-TEXT
                    PERFORM 5100-WRITE-EXCEPT-LINE
                    ADD 1 TO INT-KUM-FINDINGS
                    MOVE "N" TO INT-K-TESTABLE-SW
                    MOVE "Y" TO INT-K-M-DONE-SW
                END-IF
            END-IF.

       *>
       *>    3540-TWO-WORD-MOD - (HI * 10**18 + LO) MOD P.
       *>
        3540-TWO-WORD-MOD.
            DIVIDE INT-K-W-HI BY INT-P GIVING INT-QUOT
                REMAINDER INT-K-R1
            DIVIDE INT-K-W-LO BY INT-P GIVING INT-QUOT
                REMAINDER INT-K-R2
            COMPUTE INT-K-PROD = INT-K-R1 * INT-K-E18-RES + INT-K-R2
            DIVIDE INT-K-PROD BY INT-P GIVING INT-QUOT
                REMAINDER INT-K-W-RES.

        3560-TRY-INVERSE.
            COMPUTE INT-K-PROD = INT-K-A * INT-K-X
            DIVIDE INT-K-PROD BY INT-P GIVING INT-QUOT REMAINDER INT-REM
            IF INT-REM = 1
                MOVE INT-K-X TO INT-K-INV
            END-IF.

        5050-WRITE-REPORT-HEADERS.
            ADD 1 TO RPT-PAGE-NO
            MOVE RPT-PAGE-NO TO RPTH1-PAGE-NO
            IF RPT-PAGE-NO > 1
                MOVE RPT-PAGE-BREAK-LINE TO RPT-LINE
                WRITE RPT-LINE
            END-IF
            MOVE RPT-HEADER-1 TO RPT-LINE
            WRITE RPT-LINE
            MOVE RPT-RUN-DATE(5:2) TO RPTH2-MONTH
            MOVE RPT-RUN-DATE(7:2) TO RPTH2-DAY
            MOVE RPT-RUN-DATE(1:4) TO RPTH2-YEAR
            MOVE RPT-HEADER-2 TO RPT-LINE
            WRITE RPT-LINE
            MOVE RPT-HEADER-3 TO RPT-LINE
            WRITE RPT-LINE
            MOVE 0 TO RPT-LINE-COUNT.

       *>
       *>    5100-WRITE-EXCEPT-LINE - ONE FINDING AGAINST THE TERM
       *>    IN HAND, COUNTED AS IT IS WRITTEN.
       *>
        5100-WRITE-EXCEPT-LINE.
            MOVE BMR-INDEX TO RPTE-INDEX
            MOVE INT-N TO RPTE-N
            MOVE RPT-EXCEPT-LINE TO RPT-LINE
            PERFORM 5700-WRITE-RPT-LINE
            ADD 1 TO INT-FINDINGS
            ADD 1 TO INT-FINDINGS-THIS-TERM.

        5150-WRITE-NOTE-LINE.
            MOVE RPT-NOTE-LINE TO RPT-LINE
            PERFORM 5700-WRITE-RPT-LINE
            MOVE SPACES TO RPTN-TEXT.

        5200-WRITE-FRAC-LINE.
            MOVE RPT-FRAC-LINE TO RPT-LINE
            PERFORM 5700-WRITE-RPT-LINE.

        5250-WRITE-STORED-FRACTION.
            MOVE "STORED " TO RPTF-SIDE
            MOVE "NUM " TO RPTF-LABEL
            MOVE BMR-NUM-SIGN TO RPTF-SIGN
            MOVE BMR-NUM-HI TO RPTF-HI
            MOVE BMR-NUM-LO TO RPTF-LO
            PERFORM 5200-WRITE-FRAC-LINE
            MOVE "DEN " TO RPTF-LABEL
            MOVE SPACE TO RPTF-SIGN
            MOVE BMR-DEN-HI TO RPTF-HI
            MOVE BMR-DEN-LO TO RPTF-LO
            PERFORM 5200-WRITE-FRAC-LINE.

        5500-WRITE-TOTALS.
            MOVE "MASTER TERMS SWEPT" TO RPTT-LABEL
            MOVE INT-MST-TERMS TO RPTT-VALUE
            PERFORM 5600-WRITE-TOTAL-LINE
            MOVE "TERMS CLEAN" TO RPTT-LABEL
            MOVE INT-TERMS-CLEAN TO RPTT-VALUE
            PERFORM 5600-WRITE-TOTAL-LINE
            MOVE "VON STAUDT-CLAUSEN FINDINGS" TO RPTT-LABEL
            MOVE INT-VSC-FINDINGS TO RPTT-VALUE
            PERFORM 5600-WRITE-TOTAL-LINE
            MOVE "ODD-TERM FINDINGS" TO RPTT-LABEL
            MOVE INT-ODD-FINDINGS TO RPTT-VALUE
            PERFORM 5600-WRITE-TOTAL-LINE
            MOVE "SIGN FINDINGS" TO RPTT-LABEL
            MOVE INT-SIGN-FINDINGS TO RPTT-VALUE
            PERFORM 5600-WRITE-TOTAL-LINE
            MOVE "KUMMER FINDINGS" TO RPTT-LABEL
            MOVE INT-KUM-FINDINGS TO RPTT-VALUE
            PERFORM 5600-WRITE-TOTAL-LINE
            MOVE "TOTAL FINDINGS" TO RPTT-LABEL
            MOVE INT-FINDINGS TO RPTT-VALUE
            PERFORM 5600-WRITE-TOTAL-LINE
            IF INT-FINDINGS = 0
                MOVE "    EVERY TERM PASSES - NO FINDINGS" TO
                    RPT-LINE
                PERFORM 5700-WRITE-RPT-LINE
            END-IF.

        5600-WRITE-TOTAL-LINE.
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
