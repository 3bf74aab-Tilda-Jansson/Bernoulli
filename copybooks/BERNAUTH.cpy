      *>
      *>    BERNAUTH.CPY
      *>    OPERATOR AUTHORITY RECORD (BERNAUTH, ORGANIZATION
      *>    INDEXED, KEYED ON OPR-ID). ONE RECORD PER OPERATOR WHO
      *>    MAY USE THE TERMINAL PROGRAMS THAT READ OR MOVE THE
      *>    MASTER: THE ID THEY KEY (THE SAME EIGHT CHARACTERS THAT
      *>    GO INTO HST-OPERATOR ON BERNHST), THEIR NAME, A ROLE,
      *>    AND WHETHER THE ENTRY IS ACTIVE OR REVOKED. THE ROLES
      *>    ARE RANKED - EACH ONE CARRIES EVERYTHING BELOW IT:
      *>        I  INQUIRY     BERNINQ LINEAGE (H) INQUIRIES AND
      *>                       BERNACK ALERT ACKNOWLEDGEMENTS
      *>        A  ACCEPT      ALSO BERNACC SUPERVISED ACCEPTS
      *>        C  CERTIFY     ALSO BERNCRT SIGN-OFFS
      *>        M  ADMINISTER  ALSO BERNOPR MAINTENANCE OF THIS FILE
      *>    A REVOKED ENTRY IS KEPT, NOT DELETED, SO AN ID ON AN OLD
      *>    BERNHST RECORD CAN STILL BE TRACED TO A NAME. MAINTAINED
      *>    ONLY THROUGH BERNOPR; EVERY REFUSAL AND EVERY CHANGE IS
      *>    LOGGED ON THE BERNSEC SECURITY TRAIL (SEE BERNSEC
      *>    COPYBOOK).
      *>
      *>    MODIFICATION HISTORY
      *>    2026-10-15  RJH  INITIAL VERSION.
      *>    2026-10-15  RJH  I ROLE ALSO COVERS BERNACK.
      *>
       01  OPR-RECORD.
           05  OPR-ID              PIC X(08).
           05  OPR-NAME            PIC X(30).
           05  OPR-ROLE            PIC X(01).
               88  OPR-ROLE-VALID  VALUE "I" "A" "C" "M".
               88  OPR-MAY-INQUIRE VALUE "I" "A" "C" "M".
               88  OPR-MAY-ACCEPT  VALUE "A" "C" "M".
               88  OPR-MAY-CERTIFY VALUE "C" "M".
               88  OPR-MAY-ADMINISTER VALUE "M".
           05  OPR-STATUS          PIC X(01).
               88  OPR-ACTIVE      VALUE "A".
               88  OPR-REVOKED     VALUE "R".
           05  OPR-ADDED-DATE      PIC 9(08).
           05  OPR-CHANGED-DATE    PIC 9(08).
           05  OPR-CHANGED-BY      PIC X(08).
           05  FILLER              PIC X(36).
