      *>
      *> Card layout: ID in 1-8, authority in 10, active flag in 12,
      *> name in 14-43. A card starting with "*" is a comment.
      *>
      *> A maintenance card leaves column 45 blank and never touches
      *> the ID's PIN, lock or sign-on history. Column 45 carries the
      *> other two actions, and only the ID is needed on those cards:
      *>   R - issue a new PIN (digits, columns 47-54). It is stored
      *>       scrambled, clears any lock, and is already expired, so
      *>       the operator must choose their own PIN at first use.
      *>   U - unlock an ID locked after repeated bad PINs; the PIN
      *>       itself is left as it was.
      *> Both are written to the audit log (PINRESET / UNLOCK) under
      *> the ID affected, like the LOCKOUT line that locked it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT OPERATOR-CARD-FILE ASSIGN TO "OPERCRDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-FILE-STATUS.
    SELECT AUDIT-LOG-FILE ASSIGN TO "SSNAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
COPY OPERREC.

FD OPERATOR-CARD-FILE.
01 OPERATOR-CARD PIC X(60).

FD AUDIT-LOG-FILE.
COPY AUDITREC.

WORKING-STORAGE SECTION.

01 WS-OPER-FILE-STATUS  PIC XX VALUE "00".
01 WS-CARD-FILE-STATUS  PIC XX VALUE "00".
01 WS-AUDIT-FILE-STATUS PIC XX VALUE "00".
01 WS-EOF-SW            PIC X VALUE "N".
    88 WS-EOF            VALUE "Y".

        88 WS-CARD-ACTIVE-GOOD VALUE "Y" "N".
    05 FILLER              PIC X.
    05 WS-CARD-NAME        PIC X(30).
    05 FILLER              PIC X.
    05 WS-CARD-ACTION      PIC X.
        88 WS-CARD-MAINTAIN    VALUE SPACE.
        88 WS-CARD-RESET-PIN   VALUE "R".
        88 WS-CARD-UNLOCK      VALUE "U".
    05 FILLER              PIC X.
    05 WS-CARD-PIN         PIC X(8).
    05 FILLER              PIC X(6).

01 WS-CARDS-READ        PIC 9(4) VALUE ZERO.
01 WS-OPERS-ADDED       PIC 9(4) VALUE ZERO.
01 WS-OPERS-REWRITTEN   PIC 9(4) VALUE ZERO.
01 WS-CARDS-REJECTED    PIC 9(4) VALUE ZERO.
01 WS-PINS-ISSUED       PIC 9(4) VALUE ZERO.
01 WS-IDS-UNLOCKED      PIC 9(4) VALUE ZERO.

01 WS-TODAY             PIC 9(8).
01 WS-AUDIT-ACTION      PIC X(8).
01 WS-PIN-SPACES        PIC 9.
01 WS-PIN-LENGTH        PIC 9.

      *> the one-way PIN scramble, shared with the other program that
      *> hashes PINs via copybooks/PINHWS.cpy and PINHASH.cpy.
COPY PINHWS.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    OPEN INPUT OPERATOR-CARD-FILE
    IF WS-CARD-FILE-STATUS NOT = "00"
        DISPLAY "No operator card deck is on hand, status "
            CLOSE OPERATOR-CARD-FILE
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM 0600-OPEN-AUDIT-FILE
            PERFORM UNTIL WS-EOF
                READ OPERATOR-CARD-FILE
                    AT END
            END-PERFORM
            CLOSE OPERATOR-CARD-FILE
            CLOSE OPERATOR-FILE
            CLOSE AUDIT-LOG-FILE
            PERFORM 3000-PRINT-COUNTS
            IF WS-CARDS-REJECTED > 0
                MOVE 4 TO RETURN-CODE
        OPEN I-O OPERATOR-FILE
    END-IF.

0600-OPEN-AUDIT-FILE.
    OPEN EXTEND AUDIT-LOG-FILE
    IF WS-AUDIT-FILE-STATUS = "35"
        OPEN OUTPUT AUDIT-LOG-FILE
    END-IF.

      *> a rejected card is reported with what was wrong and the run
      *> flagged RC 4 - an operator who can't sign on the next morning
      *> beats a deck error silently granting supervisor authority.
            WHEN WS-CARD-OPERATOR-ID = SPACES
                ADD 1 TO WS-CARDS-REJECTED
                DISPLAY "REJECTED: card with no operator ID."
            WHEN WS-CARD-RESET-PIN OR WS-CARD-UNLOCK
                PERFORM 2500-RESET-OR-UNLOCK
            WHEN NOT WS-CARD-MAINTAIN
                ADD 1 TO WS-CARDS-REJECTED
                DISPLAY "REJECTED: " WS-CARD-OPERATOR-ID
                    " action '" WS-CARD-ACTION
                    "' is not blank, R or U."
            WHEN NOT WS-CARD-AUTH-GOOD
                ADD 1 TO WS-CARDS-REJECTED
                DISPLAY "REJECTED: " WS-CARD-OPERATOR-ID
        END-EVALUATE
    END-IF.

      *> an ID already on file keeps its PIN, lock and sign-on
      *> history - re-running the full deck must not unlock anyone or
      *> wipe a PIN. A new ID starts with no PIN (it cannot sign on at
      *> a terminal until an R card issues one) and counts as last
      *> used today, so cobolidle measures it from the day it was set
      *> up rather than listing it at once.
2000-WRITE-OPERATOR.
    MOVE WS-CARD-OPERATOR-ID TO OP-OPERATOR-ID
    READ OPERATOR-FILE
        INVALID KEY
            MOVE WS-CARD-NAME        TO OP-NAME
            MOVE WS-CARD-AUTHORITY   TO OP-AUTHORITY
            MOVE WS-CARD-ACTIVE      TO OP-ACTIVE-SW
            MOVE ZERO                TO OP-PIN-HASH
            MOVE ZERO                TO OP-FAILED-ATTEMPTS
            MOVE "N"                 TO OP-LOCKED-SW
            MOVE WS-TODAY            TO OP-LAST-SIGNON-DATE
            MOVE ZERO                TO OP-PIN-EXPIRY-DATE
            WRITE OPERATOR-RECORD
            ADD 1 TO WS-OPERS-ADDED
        NOT INVALID KEY
            MOVE WS-CARD-NAME        TO OP-NAME
            MOVE WS-CARD-AUTHORITY   TO OP-AUTHORITY
            MOVE WS-CARD-ACTIVE      TO OP-ACTIVE-SW
            REWRITE OPERATOR-RECORD
            ADD 1 TO WS-OPERS-REWRITTEN
    END-READ.

2500-RESET-OR-UNLOCK.
    MOVE WS-CARD-OPERATOR-ID TO OP-OPERATOR-ID
    READ OPERATOR-FILE
        INVALID KEY
            ADD 1 TO WS-CARDS-REJECTED
            DISPLAY "REJECTED: " WS-CARD-OPERATOR-ID
                " is not on the operator master."
        NOT INVALID KEY
            IF WS-CARD-RESET-PIN
                PERFORM 2600-ISSUE-PIN
            ELSE
                MOVE ZERO TO OP-FAILED-ATTEMPTS
                MOVE "N"  TO OP-LOCKED-SW
                REWRITE OPERATOR-RECORD
                ADD 1 TO WS-IDS-UNLOCKED
                MOVE "UNLOCK" TO WS-AUDIT-ACTION
                PERFORM 2800-WRITE-AUDIT-RECORD
                DISPLAY "UNLOCKED: " WS-CARD-OPERATOR-ID
            END-IF
    END-READ.

      *> the PIN on the card is 4 to 8 digits; it goes on file only
      *> as the scramble, and with a zero expiry date it must be
      *> replaced by the operator's own choice at first sign-on.
2600-ISSUE-PIN.
    MOVE ZERO TO WS-PIN-SPACES
    INSPECT WS-CARD-PIN TALLYING WS-PIN-SPACES FOR TRAILING SPACES
    COMPUTE WS-PIN-LENGTH = 8 - WS-PIN-SPACES
    EVALUATE TRUE
        WHEN WS-PIN-LENGTH < 4
            ADD 1 TO WS-CARDS-REJECTED
            DISPLAY "REJECTED: " WS-CARD-OPERATOR-ID
                " new PIN must be at least 4 digits."
        WHEN WS-CARD-PIN(1:WS-PIN-LENGTH) IS NOT NUMERIC
            ADD 1 TO WS-CARDS-REJECTED
            DISPLAY "REJECTED: " WS-CARD-OPERATOR-ID
                " new PIN must be digits only."
        WHEN OTHER
            MOVE WS-CARD-PIN TO WS-HASH-PIN
            PERFORM 2700-HASH-PIN
            MOVE WS-PIN-HASH TO OP-PIN-HASH
            MOVE ZERO        TO OP-PIN-EXPIRY-DATE
            MOVE ZERO        TO OP-FAILED-ATTEMPTS
            MOVE "N"         TO OP-LOCKED-SW
            REWRITE OPERATOR-RECORD
            ADD 1 TO WS-PINS-ISSUED
            MOVE "PINRESET" TO WS-AUDIT-ACTION
            PERFORM 2800-WRITE-AUDIT-RECORD
            DISPLAY "PIN ISSUED: " WS-CARD-OPERATOR-ID
                " - to be changed at first sign-on"
    END-EVALUATE.

COPY PINHASH REPLACING ==HASH-PARA== BY ==2700-HASH-PIN==.

2800-WRITE-AUDIT-RECORD.
    MOVE OP-OPERATOR-ID        TO AL-OPERATOR-ID
    MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
    MOVE OP-NAME               TO AL-REGISTRANT-NAME
    MOVE WS-AUDIT-ACTION       TO AL-ACTION
    MOVE SPACES                TO AL-BUSINESS-DATE
    WRITE AUDIT-LOG-RECORD.

3000-PRINT-COUNTS.
    DISPLAY "=================================================="
    DISPLAY "Cards read  . . . . . . . . . : " WS-CARDS-READ
    DISPLAY "Operators added . . . . . . . : " WS-OPERS-ADDED
    DISPLAY "Operators rewritten . . . . . : " WS-OPERS-REWRITTEN
    DISPLAY "PINs issued . . . . . . . . . : " WS-PINS-ISSUED
    DISPLAY "IDs unlocked  . . . . . . . . : " WS-IDS-UNLOCKED
    DISPLAY "Cards rejected  . . . . . . . : " WS-CARDS-REJECTED
    DISPLAY "==================================================".
