      *> is posted. Rows matching nobody are simply not ours; most of
      *> the register never will be.
      *>
      *> Registrants change names over 25 years, and the state often
      *> files a death under a maiden or earlier name. Both tests also
      *> consult the name-alias file: an SSN hit whose register name is
      *> one of the registrant's former names posts like a name match,
      *> and the near-match hunt browses former names as well as
      *> current ones.
      *>
      *> An SSN that misses the live master is tried on SSNARCH before
      *> the near-match hunt: cobolarch archives by registration date
      *> alone, so plenty of open cases live there. An archive hit is
      *> tested exactly like a live one and a confirmed death goes on
      *> the claims stream the same way; cobolclms finds it archived,
      *> asks cobolrest to restore the registrant, and the row posts
      *> the night after.
      *>
      *> Register layout (one row per death, as the state sends it):
      *>   SSN (9 digits) + name (30) + death date (YYYYMMDD)
      *>
    SELECT CLAIMS-OUT-FILE ASSIGN TO "CLMOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLMOUT-FILE-STATUS.
    SELECT SSN-ARCHIVE-FILE ASSIGN TO "SSNARCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-SSNUM
        FILE STATUS IS WS-ARCH-FILE-STATUS.
    SELECT ALIAS-FILE ASSIGN TO "SSNALIAS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NA-KEY
        ALTERNATE RECORD KEY IS NA-ALIAS-NAME WITH DUPLICATES
        FILE STATUS IS WS-ALIAS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CLAIMS-OUT-FILE.
COPY CLMREC.

FD SSN-ARCHIVE-FILE.
COPY SSNMAST REPLACING ==SSN-MASTER-RECORD== BY ==SSN-ARCHIVE-RECORD==
                       LEADING ==MR-== BY ==AR-==.

FD ALIAS-FILE.
COPY ALIASREC.

WORKING-STORAGE SECTION.

01 WS-SSN-FILE-STATUS    PIC XX VALUE "00".
01 WS-DEATH-FILE-STATUS  PIC XX VALUE "00".
01 WS-CLMOUT-FILE-STATUS PIC XX VALUE "00".
01 WS-ALIAS-FILE-STATUS  PIC XX VALUE "00".
01 WS-ALIAS-FILE-OPEN-SW PIC X VALUE "N".
    88 WS-ALIAS-FILE-OPEN  VALUE "Y".
01 WS-ALIAS-EOF-SW       PIC X VALUE "N".
    88 WS-ALIAS-EOF        VALUE "Y".
01 WS-ALIAS-MATCH-SW     PIC X VALUE "N".
    88 WS-ALIAS-MATCH      VALUE "Y".
01 WS-ARCH-FILE-STATUS   PIC XX VALUE "00".
01 WS-ARCH-FILE-OPEN-SW  PIC X VALUE "N".
    88 WS-ARCH-FILE-OPEN   VALUE "Y".
01 WS-ARCHIVE-HITS       PIC 9(6) VALUE ZERO.

01 WS-EOF-SW             PIC X VALUE "N".
    88 WS-EOF             VALUE "Y".

01 WS-ROWS-READ          PIC 9(6) VALUE ZERO.
01 WS-CONFIRMED-COUNT    PIC 9(6) VALUE ZERO.
01 WS-ALIAS-CONFIRMED    PIC 9(6) VALUE ZERO.
01 WS-NEAR-MATCH-COUNT   PIC 9(6) VALUE ZERO.
01 WS-ALREADY-CLOSED     PIC 9(6) VALUE ZERO.
01 WS-NOT-OURS-COUNT     PIC 9(6) VALUE ZERO.
            MOVE 8 TO RETURN-CODE
        ELSE
            OPEN OUTPUT CLAIMS-OUT-FILE
            OPEN INPUT ALIAS-FILE
            IF WS-ALIAS-FILE-STATUS = "00"
                MOVE "Y" TO WS-ALIAS-FILE-OPEN-SW
            END-IF
            OPEN INPUT SSN-ARCHIVE-FILE
            IF WS-ARCH-FILE-STATUS = "00"
                MOVE "Y" TO WS-ARCH-FILE-OPEN-SW
            END-IF
            PERFORM UNTIL WS-EOF
                READ DEATH-REGISTER-FILE
                    AT END
            END-PERFORM
            CLOSE DEATH-REGISTER-FILE
            CLOSE SSN-MASTER-FILE
            IF WS-ALIAS-FILE-OPEN
                CLOSE ALIAS-FILE
            END-IF
            IF WS-ARCH-FILE-OPEN
                CLOSE SSN-ARCHIVE-FILE
            END-IF
            PERFORM 3500-WRITE-CONTROL-TRAILER
            CLOSE CLAIMS-OUT-FILE
            PERFORM 4000-PRINT-COUNTS
    MOVE DR-SSNUM TO MR-SSNUM
    READ SSN-MASTER-FILE
        INVALID KEY
            PERFORM 1050-TRY-ARCHIVE
        NOT INVALID KEY
            PERFORM 1100-CHECK-DIRECT-HIT
    END-READ.

      *> the archive image is laid over the master record area so the
      *> direct-hit test (and its former-name check) reads it as is;
      *> nothing is ever written back to either file here.
1050-TRY-ARCHIVE.
    IF WS-ARCH-FILE-OPEN
        MOVE DR-SSNUM TO AR-SSNUM
        READ SSN-ARCHIVE-FILE
            INVALID KEY
                PERFORM 2000-HUNT-NEAR-MATCH
            NOT INVALID KEY
                ADD 1 TO WS-ARCHIVE-HITS
                MOVE SSN-ARCHIVE-RECORD TO SSN-MASTER-RECORD
                PERFORM 1100-CHECK-DIRECT-HIT
        END-READ
    ELSE
        PERFORM 2000-HUNT-NEAR-MATCH
    END-IF.

      *> a direct SSN hit still needs the names to agree before a
      *> death is posted unattended - an SSN typo in the register
      *> could otherwise close the wrong registrant's case.
      *> A register name that is one of this registrant's former names
      *> is as good as the current one.
1100-CHECK-DIRECT-HIT.
    MOVE "N" TO WS-ALIAS-MATCH-SW
    IF MR-STATUS-ACTIVE AND MR-HUMAN-NAME NOT = DR-NAME
        PERFORM 1200-CHECK-FORMER-NAMES
    END-IF
    EVALUATE TRUE
        WHEN NOT MR-STATUS-ACTIVE
            ADD 1 TO WS-ALREADY-CLOSED
        WHEN MR-HUMAN-NAME = DR-NAME
            PERFORM 3000-WRITE-DEATH-TRANSACTION
        WHEN WS-ALIAS-MATCH
            ADD 1 TO WS-ALIAS-CONFIRMED
            DISPLAY "NOTE:   register row " DR-SSAREA "-" DR-SSGROUP
                "-" DR-SSSERIAL " " DR-NAME
            DISPLAY "        matched a former name of registrant now "
                "filed as " MR-HUMAN-NAME
            PERFORM 3000-WRITE-DEATH-TRANSACTION
        WHEN OTHER
            ADD 1 TO WS-NEAR-MATCH-COUNT
            DISPLAY "REVIEW: register row " DR-SSAREA "-" DR-SSGROUP
                MR-HUMAN-NAME
    END-EVALUATE.

1200-CHECK-FORMER-NAMES.
    IF WS-ALIAS-FILE-OPEN
        MOVE "N" TO WS-ALIAS-EOF-SW
        MOVE MR-SSNUM TO NA-SSNUM
        MOVE ZERO TO NA-SEQUENCE
        START ALIAS-FILE KEY >= NA-KEY
            INVALID KEY
                MOVE "Y" TO WS-ALIAS-EOF-SW
        END-START
        PERFORM UNTIL WS-ALIAS-EOF OR WS-ALIAS-MATCH
            READ ALIAS-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-ALIAS-EOF-SW
                NOT AT END
                    IF NA-SSNUM NOT = MR-SSNUM
                        MOVE "Y" TO WS-ALIAS-EOF-SW
                    ELSE
                        IF NA-ALIAS-NAME = DR-NAME
                            MOVE "Y" TO WS-ALIAS-MATCH-SW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

      *> the SSN missed the master entirely, so the hunt flips to the
      *> name key: every registrant under exactly the register's name
      *> is browsed, and one whose SSN differs in a single digit goes
        MOVE "Y" TO WS-BROWSE-EOF-SW
    END-IF
    PERFORM 2100-BROWSE-NAME-CANDIDATE UNTIL WS-BROWSE-EOF
    IF WS-ALIAS-FILE-OPEN
        PERFORM 2300-HUNT-FORMER-NAMES
    END-IF
    IF NOT WS-NEAR-FOUND
        ADD 1 TO WS-NOT-OURS-COUNT
    END-IF.
        END-IF
    END-PERFORM.

      *> the same hunt over former names: every alias filed under
      *> exactly the register's name is checked against the SSN of the
      *> registrant who now carries it.
2300-HUNT-FORMER-NAMES.
    MOVE "N" TO WS-ALIAS-EOF-SW
    MOVE DR-NAME TO NA-ALIAS-NAME
    START ALIAS-FILE KEY >= NA-ALIAS-NAME
        INVALID KEY
            MOVE "Y" TO WS-ALIAS-EOF-SW
    END-START
    PERFORM 2310-BROWSE-ALIAS-CANDIDATE UNTIL WS-ALIAS-EOF.

2310-BROWSE-ALIAS-CANDIDATE.
    READ ALIAS-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-ALIAS-EOF-SW
    END-READ
    IF NOT WS-ALIAS-EOF
        IF (WS-ALIAS-FILE-STATUS = "00" OR "02")
                AND NA-ALIAS-NAME = DR-NAME
            MOVE NA-SSNUM TO MR-SSNUM
            READ SSN-MASTER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM 2200-COMPARE-SSN-DIGITS
                    IF WS-DIGITS-OFF = 1 AND MR-STATUS-ACTIVE
                        MOVE "Y" TO WS-NEAR-FOUND-SW
                        ADD 1 TO WS-NEAR-MATCH-COUNT
                        DISPLAY "REVIEW: register row " DR-SSAREA "-"
                            DR-SSGROUP "-" DR-SSSERIAL " " DR-NAME
                        DISPLAY "        former name of registrant "
                            MR-SSAREA "-" MR-SSGROUP "-" MR-SSSERIAL
                            " (now " MR-HUMAN-NAME
                            "), SSN off by one digit"
                    END-IF
            END-READ
        ELSE
            MOVE "Y" TO WS-ALIAS-EOF-SW
        END-IF
    END-IF.

3000-WRITE-DEATH-TRANSACTION.
    MOVE DR-SSNUM      TO CT-SSNUM
    MOVE "D"           TO CT-NEW-STATUS
    DISPLAY "=================================================="
    DISPLAY "Register rows read  . . . . . : " WS-ROWS-READ
    DISPLAY "Confirmed deaths written  . . : " WS-CONFIRMED-COUNT
    DISPLAY "  of which under a former name: " WS-ALIAS-CONFIRMED
    DISPLAY "SSN hits on the archive . . . : " WS-ARCHIVE-HITS
    DISPLAY "Near-matches for review . . . : " WS-NEAR-MATCH-COUNT
    DISPLAY "Cases already closed  . . . . : " WS-ALREADY-CLOSED
    DISPLAY "Rows matching no registrant . : " WS-NOT-OURS-COUNT
