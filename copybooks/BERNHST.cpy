      *>
      *>    MODIFICATION HISTORY
      *>    2026-09-01  RJH  INITIAL VERSION.
      *>    2026-10-15  RJH  NEW ACTION "CERTIFY" FROM BERNCRT - THE
      *>                     SECOND-PERSON SIGN-OFF OF A PROVISIONAL
      *>                     TERM (SEE BMR-CERT-STATUS IN BERNMST).
      *>                     THE FRACTION DOES NOT MOVE, SO THE
      *>                     BEFORE AND AFTER IMAGES ARE THE SAME;
      *>                     HST-OPERATOR IS THE CERTIFIER.
      *>
       01  HST-RECORD.
           05  HST-KEY.
