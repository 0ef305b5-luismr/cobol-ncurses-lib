      *> and whether the id is still live. Admins maintain the
      *> plain-text side (data/operator.txt) and run OPERATOR-LOADER
      *> to build or refresh data/operator.dat.
      *>
      *> The PIN side never appears in the text file. OPERATOR-PIN-
      *> HASH is PIN-HASH's digest of the PIN salted with the id;
      *> OPERATOR-PIN-SET-DATE is when it was last set, for expiry.
      *> A temporary PIN (a new id's, or one an admin reset) must be
      *> changed at the next sign-on. Consecutive refused sign-ons
      *> are counted against the id, and the id is locked when the
      *> count reaches the policy limit - only a level 9 operator
      *> unlocks it, on OPERATOR-PIN-CONSOLE.
       01 OPERATOR-PROFILE-RECORD.
           05 OPERATOR-PROFILE-ID  PIC X(8).
           05 OPERATOR-NAME        PIC X(30).
           05 OPERATOR-AUTH-LEVEL  PIC 9.
           05 OPERATOR-ACTIVE-FLAG PIC X.
              88 OPERATOR-IS-ACTIVE    VALUE 'Y'.
           05 OPERATOR-PIN-HASH    PIC X(16).
           05 OPERATOR-PIN-SET-DATE PIC 9(8).
           05 OPERATOR-PIN-TEMP-FLAG PIC X.
              88 OPERATOR-PIN-IS-TEMPORARY VALUE 'Y'.
           05 OPERATOR-FAILED-SIGNONS PIC 9(2).
           05 OPERATOR-LOCKED-FLAG PIC X.
              88 OPERATOR-IS-LOCKED    VALUE 'Y'.
