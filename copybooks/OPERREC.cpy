      *> remove a registration or post a status change. An operator
      *> who leaves is flagged inactive rather than deleted, so old
      *> audit lines still resolve to a real person.
      *> Sign-on at a terminal also needs the operator's PIN. Only a
      *> one-way scramble of it is kept (OP-PIN-HASH, zero until a PIN
      *> is issued), never the PIN itself. Three bad PINs in a row
      *> lock the ID until coboloper unlocks it or issues a new PIN.
      *> OP-PIN-EXPIRY-DATE forces a PIN change at the first sign-on on
      *> or after it; an issued PIN carries zero, so it must be changed
      *> the first time it is used. OP-LAST-SIGNON-DATE is the last
      *> business date the ID was used - or the date it was loaded, if
      *> it never has been - which cobolidle reads to find leavers.
       01 OPERATOR-RECORD.
           05 OP-OPERATOR-ID        PIC X(8).
           05 OP-NAME               PIC X(30).
               88 OP-AUTH-CLERK       VALUE "C".
           05 OP-ACTIVE-SW          PIC X.
               88 OP-ACTIVE           VALUE "Y".
           05 OP-PIN-HASH           PIC 9(10).
           05 OP-FAILED-ATTEMPTS    PIC 99.
           05 OP-LOCKED-SW          PIC X.
               88 OP-LOCKED           VALUE "Y".
           05 OP-LAST-SIGNON-DATE   PIC 9(8).
           05 OP-PIN-EXPIRY-DATE    PIC 9(8).
