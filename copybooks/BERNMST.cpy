      *>                     RERUNNING BERNMSTU AGAINST A FRESH
      *>                     BERNOUT BEFORE THE NEW-FORMAT READERS
      *>                     TOUCH IT.
      *>    2026-10-15  RJH  CERTIFIED-TERM STATUS, CARVED OUT OF THE
      *>                     FILLER (RECORD LENGTH UNCHANGED). A TERM
      *>                     IS PROVISIONAL (P) WHEN BERNMSTU ADDS IT
      *>                     OR BERNACC CHANGES IT, AND CERTIFIED (C)
      *>                     ONCE A SECOND PERSON SIGNS IT OFF WITH
      *>                     BERNCRT. BMR-CHANGED-BY IS WHO LAST SET
      *>                     THE FRACTION (THE BERNACC OPERATOR, OR
      *>                     "BERNMSTU" FOR A MERGED ADD) - THE
      *>                     CERTIFIER MUST BE SOMEONE ELSE. A RECORD
      *>                     WRITTEN BEFORE THIS CHANGE CARRIES
      *>                     SPACES HERE AND COUNTS AS PROVISIONAL.
      *>
       01  BERN-MST-RECORD.
           05  BMR-INDEX           PIC 9(04).
               10  BMR-DEN-HI      PIC 9(18).
               10  BMR-DEN-LO      PIC 9(18).
           05  BMR-RUN-DATE        PIC 9(08).
           05  BMR-CERT-STATUS     PIC X(01).
               88  BMR-PROVISIONAL VALUE "P".
               88  BMR-CERTIFIED   VALUE "C".
           05  BMR-CHANGED-BY      PIC X(08).
           05  BMR-CERT-BY         PIC X(08).
           05  BMR-CERT-DATE       PIC 9(08).
           05  FILLER              PIC X(11).
