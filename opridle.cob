

            >>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.cobolidle.
AUTHOR.Shad Sylla.
DATE-WRITTEN.october 15, 2026

      *> idle operator report, run monthly: an operator who leaves
      *> stays active on SSNOPER until somebody remembers to send an
      *> N card to coboloper, and an active ID nobody watches is an ID
      *> anybody can try. This run lists every active ID that has not
      *> been used - signed on at a terminal, or posted a claims row -
      *> for the idle period, with its last use and authority, so the
      *> office can deactivate leavers. An ID that has never been used
      *> is measured from the day coboloper set it up. The run comes
      *> back RC 4 when anything is listed, so the list gets worked.
      *>
      *> The idle period in days is read from SYSIN; when none is
      *> supplied, IDs unused for 90 days are listed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-FILE ASSIGN TO "SSNOPER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OP-OPERATOR-ID
        FILE STATUS IS WS-OPER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD OPERATOR-FILE.
COPY OPERREC.

WORKING-STORAGE SECTION.

01 WS-OPER-FILE-STATUS   PIC XX VALUE "00".
01 WS-EOF-SW             PIC X VALUE "N".
    88 WS-EOF             VALUE "Y".

01 WS-IDLE-INPUT         PIC X(3).
01 WS-IDLE-DAYS          PIC 999.

01 WS-TODAY              PIC 9(8).
01 WS-DAYS-UNUSED        PIC 9(5).

01 WS-IDS-READ           PIC 9(5) VALUE ZERO.
01 WS-IDS-INACTIVE       PIC 9(5) VALUE ZERO.
01 WS-IDS-IDLE           PIC 9(5) VALUE ZERO.
01 WS-IDS-LOCKED         PIC 9(5) VALUE ZERO.

01 WS-AUTHORITY-DESC     PIC X(10).
01 WS-LOCK-DESC          PIC X(6).

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM 1000-ACCEPT-IDLE-DAYS

    OPEN INPUT OPERATOR-FILE
    EVALUATE WS-OPER-FILE-STATUS
        WHEN "00"
            DISPLAY "=================================================="
            DISPLAY "   OPERATOR IDS UNUSED FOR " WS-IDLE-DAYS
                " DAYS - " WS-TODAY
            DISPLAY "=================================================="
            DISPLAY "ID       NAME                           AUTHORITY "
                " LAST USED  DAYS"
            PERFORM UNTIL WS-EOF
                READ OPERATOR-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-SW
                    NOT AT END
                        PERFORM 2000-CHECK-OPERATOR
                END-READ
            END-PERFORM
            CLOSE OPERATOR-FILE
            PERFORM 3000-PRINT-COUNTS
            IF WS-IDS-IDLE > 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        WHEN "35"
            DISPLAY "No operator master on hand; nothing to report."
            MOVE 0 TO RETURN-CODE
        WHEN OTHER
            DISPLAY "Cannot open the operator master, status "
                WS-OPER-FILE-STATUS ". No report produced."
            MOVE 8 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

1000-ACCEPT-IDLE-DAYS.
    MOVE SPACES TO WS-IDLE-INPUT
    ACCEPT WS-IDLE-INPUT
        ON EXCEPTION
            MOVE SPACES TO WS-IDLE-INPUT
    END-ACCEPT

    IF WS-IDLE-INPUT IS NUMERIC AND WS-IDLE-INPUT NOT = "000"
        MOVE WS-IDLE-INPUT TO WS-IDLE-DAYS
    ELSE
        MOVE 90 TO WS-IDLE-DAYS
        DISPLAY "No idle period supplied; defaulting to "
            WS-IDLE-DAYS " days"
    END-IF.

      *> inactive IDs are already dealt with and are only counted. A
      *> last-use date that is missing or unreadable is listed too -
      *> nothing proves that ID is in use.
2000-CHECK-OPERATOR.
    ADD 1 TO WS-IDS-READ
    IF NOT OP-ACTIVE
        ADD 1 TO WS-IDS-INACTIVE
    ELSE
        IF OP-LAST-SIGNON-DATE IS NUMERIC
                AND OP-LAST-SIGNON-DATE > ZERO
                AND OP-LAST-SIGNON-DATE NOT > WS-TODAY
            COMPUTE WS-DAYS-UNUSED = FUNCTION INTEGER-OF-DATE(WS-TODAY)
                - FUNCTION INTEGER-OF-DATE(OP-LAST-SIGNON-DATE)
        ELSE
            MOVE 99999 TO WS-DAYS-UNUSED
        END-IF
        IF WS-DAYS-UNUSED >= WS-IDLE-DAYS
            PERFORM 2100-LIST-IDLE-OPERATOR
        END-IF
    END-IF.

2100-LIST-IDLE-OPERATOR.
    ADD 1 TO WS-IDS-IDLE
    IF OP-AUTH-SUPERVISOR
        MOVE "SUPERVISOR" TO WS-AUTHORITY-DESC
    ELSE
        MOVE "CLERK"      TO WS-AUTHORITY-DESC
    END-IF
    IF OP-LOCKED
        MOVE "LOCKED" TO WS-LOCK-DESC
        ADD 1 TO WS-IDS-LOCKED
    ELSE
        MOVE SPACES   TO WS-LOCK-DESC
    END-IF
    DISPLAY OP-OPERATOR-ID " " OP-NAME " " WS-AUTHORITY-DESC " "
        OP-LAST-SIGNON-DATE " " WS-DAYS-UNUSED " " WS-LOCK-DESC.

3000-PRINT-COUNTS.
    DISPLAY "=================================================="
    DISPLAY "Operator IDs on file . . . . . : " WS-IDS-READ
    DISPLAY "Already inactive . . . . . . . : " WS-IDS-INACTIVE
    DISPLAY "Active but unused - deactivate?: " WS-IDS-IDLE
    DISPLAY "  of which locked out  . . . . : " WS-IDS-LOCKED
    DISPLAY "==================================================".
