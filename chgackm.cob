

            >>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.cobolchak.
AUTHOR.Shad Sylla.
DATE-WRITTEN.october 15, 2026

      *> change-feed acknowledgment match: the other half of the
      *> handshake for the change-of-circumstance feed cobolchgf
      *> sends each night, built the same way as cobolackm is for
      *> the registration extract. The benefits office returns one A
      *> or R row per change they received plus their own control
      *> trailer; it is matched against the PROD.SSN.CHANGES
      *> generation we actually sent. A change they rejected, a
      *> change they never acknowledged, or control totals that
      *> disagree all go on the report and come back as RC 8, so a
      *> rejected address move or removal is chased the same morning
      *> instead of the registrant's record quietly differing between
      *> the two offices.
      *>
      *> Acknowledgment layout (the one agreed for BENACK):
      *>   H + their load date (YYYYMMDD)
      *>   A + SSN                      - change loaded clean
      *>   R + SSN + their reason text  - change rejected
      *>   T + row count + serial hash  - over the A and R rows

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHANGE-FEED-FILE ASSIGN TO "CHGEXTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-FILE-STATUS.
    SELECT ACK-FILE ASSIGN TO "CHGACK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CHANGE-FEED-FILE.
COPY CHGREC.

FD ACK-FILE.
01 ACK-LINE PIC X(80).

WORKING-STORAGE SECTION.

01 WS-FEED-FILE-STATUS    PIC XX VALUE "00".
01 WS-ACK-FILE-STATUS     PIC XX VALUE "00".

01 WS-FEED-EOF-SW         PIC X VALUE "N".
    88 WS-FEED-EOF         VALUE "Y".
01 WS-ACK-EOF-SW          PIC X VALUE "N".
    88 WS-ACK-EOF          VALUE "Y".

01 WS-MISMATCH-SW         PIC X VALUE "N".
    88 WS-MISMATCH         VALUE "Y".

      *> set only when the feed side itself is unusable (missing,
      *> unbalanced, or overflowing the sent table) - rejected and
      *> unknown rows set WS-MISMATCH for the RC, but never suppress
      *> the unacknowledged report and totals.
01 WS-FEED-BAD-SW         PIC X VALUE "N".
    88 WS-FEED-BAD         VALUE "Y".

01 WS-ACK-DETAIL.
    05 WS-ACK-TYPE        PIC X.
    05 WS-ACK-SSNUM.
        10 WS-ACK-SSAREA     PIC 999.
        10 WS-ACK-SSGROUP    PIC 99.
        10 WS-ACK-SSSERIAL   PIC 9999.
    05 WS-ACK-REASON      PIC X(30).
    05 FILLER             PIC X(40).
01 WS-ACK-TRAILER REDEFINES WS-ACK-DETAIL.
    05 FILLER             PIC X.
    05 WS-ACKT-COUNT      PIC 9(6).
    05 WS-ACKT-HASH       PIC 9(10).
    05 FILLER             PIC X(63).

      *> every change we transmitted, with its change type for the
      *> report and a matched switch so the unacknowledged leftovers
      *> can be listed after the ack pass. 2000 slots matches
      *> cobolchgf's own limit.
01 WS-SENT-MAX            PIC 9(4) COMP VALUE 2000.
01 WS-SENT-USED           PIC 9(4) COMP VALUE ZERO.
01 WS-SENT-IDX            PIC 9(4) COMP.
01 WS-SENT-TABLE.
    05 WS-SENT-ENTRY OCCURS 2000 TIMES.
        10 WS-SENT-SSNUM     PIC 9(9).
        10 WS-SENT-NAME      PIC X(30).
        10 WS-SENT-TYPE      PIC X.
        10 WS-SENT-ACKED-SW  PIC X.
            88 WS-SENT-ACKED   VALUE "Y".

01 WS-TYPE-DESC           PIC X(10).

01 WS-SENT-COUNT          PIC 9(6) VALUE ZERO.
01 WS-SENT-HASH           PIC 9(10) VALUE ZERO.
01 WS-SENT-TRAILER-SW     PIC X VALUE "N".
    88 WS-SENT-TRAILER     VALUE "Y".

01 WS-ACK-ROW-COUNT       PIC 9(6) VALUE ZERO.
01 WS-ACK-ROW-HASH        PIC 9(10) VALUE ZERO.
01 WS-ACK-TRAILER-SW      PIC X VALUE "N".
    88 WS-ACK-TRAILER-SEEN VALUE "Y".

01 WS-ACCEPTED-COUNT      PIC 9(6) VALUE ZERO.
01 WS-REJECTED-COUNT      PIC 9(6) VALUE ZERO.
01 WS-UNKNOWN-COUNT       PIC 9(6) VALUE ZERO.
01 WS-UNACKED-COUNT       PIC 9(6) VALUE ZERO.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    PERFORM 1000-LOAD-FEED
    IF NOT WS-FEED-BAD
        PERFORM 2000-MATCH-ACK-FILE
        PERFORM 3000-REPORT-UNACKNOWLEDGED
        PERFORM 4000-PRINT-TOTALS
    END-IF

    IF WS-MISMATCH
        DISPLAY "** CHANGE-FEED MATCH FAILED - chase the benefits office today. **"
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "Every transmitted change was acknowledged and loaded clean."
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

      *> the feed we sent is the yardstick: every D row goes in the
      *> table, and our own trailer is recomputed on the way through.
1000-LOAD-FEED.
    OPEN INPUT CHANGE-FEED-FILE
    IF WS-FEED-FILE-STATUS NOT = "00"
        DISPLAY "Cannot open the transmitted change feed, status "
            WS-FEED-FILE-STATUS ". Nothing can be matched."
        MOVE "Y" TO WS-MISMATCH-SW
        MOVE "Y" TO WS-FEED-BAD-SW
    ELSE
        PERFORM UNTIL WS-FEED-EOF
            READ CHANGE-FEED-FILE
                AT END
                    MOVE "Y" TO WS-FEED-EOF-SW
                NOT AT END
                    PERFORM 1100-TAKE-FEED-ROW
            END-READ
        END-PERFORM
        CLOSE CHANGE-FEED-FILE
        IF NOT WS-SENT-TRAILER
            DISPLAY "Transmitted change feed has no trailer; the file we sent was incomplete."
            MOVE "Y" TO WS-MISMATCH-SW
            MOVE "Y" TO WS-FEED-BAD-SW
        END-IF
    END-IF.

1100-TAKE-FEED-ROW.
    EVALUATE TRUE
        WHEN CF-DETAIL
            IF WS-SENT-USED >= WS-SENT-MAX
                DISPLAY "More than " WS-SENT-MAX
                    " detail rows in the change feed; match abandoned."
                MOVE "Y" TO WS-MISMATCH-SW
                MOVE "Y" TO WS-FEED-BAD-SW
                MOVE "Y" TO WS-FEED-EOF-SW
            ELSE
                ADD 1 TO WS-SENT-USED
                MOVE CF-SSNUM       TO WS-SENT-SSNUM(WS-SENT-USED)
                MOVE CF-HUMAN-NAME  TO WS-SENT-NAME(WS-SENT-USED)
                MOVE CF-CHANGE-TYPE TO WS-SENT-TYPE(WS-SENT-USED)
                MOVE "N"            TO WS-SENT-ACKED-SW(WS-SENT-USED)
                ADD 1 TO WS-SENT-COUNT
                ADD CF-SSSERIAL TO WS-SENT-HASH
            END-IF
        WHEN CF-TRAILER
            MOVE "Y" TO WS-SENT-TRAILER-SW
            IF CFT-COUNT NOT = WS-SENT-COUNT
                    OR CFT-HASH NOT = WS-SENT-HASH
                DISPLAY "Transmitted change feed does not balance against its own trailer."
                MOVE "Y" TO WS-MISMATCH-SW
                MOVE "Y" TO WS-FEED-BAD-SW
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

      *> no acknowledgment file at all is exactly the quiet failure
      *> this step exists to catch - it reads as "nothing acknowledged"
      *> and fails the match, not as a clean skip.
2000-MATCH-ACK-FILE.
    OPEN INPUT ACK-FILE
    IF WS-ACK-FILE-STATUS NOT = "00"
        DISPLAY "No change-feed acknowledgment came back, status "
            WS-ACK-FILE-STATUS ". The transmission is unconfirmed."
        MOVE "Y" TO WS-MISMATCH-SW
    ELSE
        PERFORM UNTIL WS-ACK-EOF
            READ ACK-FILE
                AT END
                    MOVE "Y" TO WS-ACK-EOF-SW
                NOT AT END
                    MOVE ACK-LINE TO WS-ACK-DETAIL
                    PERFORM 2100-TAKE-ACK-ROW
            END-READ
        END-PERFORM
        CLOSE ACK-FILE
        IF NOT WS-ACK-TRAILER-SEEN
            DISPLAY "Acknowledgment file has no control trailer; treat it as truncated."
            MOVE "Y" TO WS-MISMATCH-SW
        END-IF
    END-IF.

2100-TAKE-ACK-ROW.
    EVALUATE WS-ACK-TYPE
        WHEN "A"
            ADD 1 TO WS-ACK-ROW-COUNT
            ADD WS-ACK-SSSERIAL TO WS-ACK-ROW-HASH
            PERFORM 2200-MARK-ACKNOWLEDGED
            IF WS-SENT-IDX > WS-SENT-USED
                PERFORM 2300-REPORT-UNKNOWN-ACK
            ELSE
                ADD 1 TO WS-ACCEPTED-COUNT
            END-IF
        WHEN "R"
            ADD 1 TO WS-ACK-ROW-COUNT
            ADD WS-ACK-SSSERIAL TO WS-ACK-ROW-HASH
            PERFORM 2200-MARK-ACKNOWLEDGED
            IF WS-SENT-IDX > WS-SENT-USED
                PERFORM 2300-REPORT-UNKNOWN-ACK
            ELSE
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM 2400-DESCRIBE-TYPE
                DISPLAY "REJECTED: " WS-ACK-SSNUM " " WS-TYPE-DESC " "
                    WS-SENT-NAME(WS-SENT-IDX) " - " WS-ACK-REASON
                MOVE "Y" TO WS-MISMATCH-SW
            END-IF
        WHEN "T"
            MOVE "Y" TO WS-ACK-TRAILER-SW
            IF WS-ACKT-COUNT NOT = WS-ACK-ROW-COUNT
                    OR WS-ACKT-HASH NOT = WS-ACK-ROW-HASH
                DISPLAY "Acknowledgment rows do not balance against the benefits office's own trailer."
                MOVE "Y" TO WS-MISMATCH-SW
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

      *> a linear hunt through the sent table - the index lands one
      *> past the end when the acknowledged SSN was never in our file.
2200-MARK-ACKNOWLEDGED.
    PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
            UNTIL WS-SENT-IDX > WS-SENT-USED
        IF WS-SENT-SSNUM(WS-SENT-IDX) = WS-ACK-SSNUM
            MOVE "Y" TO WS-SENT-ACKED-SW(WS-SENT-IDX)
            EXIT PERFORM
        END-IF
    END-PERFORM.

2300-REPORT-UNKNOWN-ACK.
    ADD 1 TO WS-UNKNOWN-COUNT
    DISPLAY "NOT OURS: acknowledgment for " WS-ACK-SSNUM
        ", which is not in the change feed we sent."
    MOVE "Y" TO WS-MISMATCH-SW.

2400-DESCRIBE-TYPE.
    EVALUATE WS-SENT-TYPE(WS-SENT-IDX)
        WHEN "C"
            MOVE "CORRECTION" TO WS-TYPE-DESC
        WHEN "A"
            MOVE "ADDRESS"    TO WS-TYPE-DESC
        WHEN "S"
            MOVE "STATUS"     TO WS-TYPE-DESC
        WHEN "R"
            MOVE "REMOVAL"    TO WS-TYPE-DESC
        WHEN OTHER
            MOVE "UNKNOWN"    TO WS-TYPE-DESC
    END-EVALUATE.

3000-REPORT-UNACKNOWLEDGED.
    PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
            UNTIL WS-SENT-IDX > WS-SENT-USED
        IF NOT WS-SENT-ACKED(WS-SENT-IDX)
            ADD 1 TO WS-UNACKED-COUNT
            PERFORM 2400-DESCRIBE-TYPE
            DISPLAY "UNACKNOWLEDGED: " WS-SENT-SSNUM(WS-SENT-IDX)
                " " WS-TYPE-DESC " " WS-SENT-NAME(WS-SENT-IDX)
                " was transmitted and never acknowledged."
            MOVE "Y" TO WS-MISMATCH-SW
        END-IF
    END-PERFORM.

4000-PRINT-TOTALS.
    DISPLAY "=================================================="
    DISPLAY "      CHANGE-FEED ACKNOWLEDGMENT MATCH"
    DISPLAY "=================================================="
    DISPLAY "Changes transmitted . . . . . : " WS-SENT-COUNT
    DISPLAY "Acknowledged and loaded . . . : " WS-ACCEPTED-COUNT
    DISPLAY "Rejected by benefits  . . . . : " WS-REJECTED-COUNT
    DISPLAY "Never acknowledged  . . . . . : " WS-UNACKED-COUNT
    DISPLAY "Acknowledged but not ours . . : " WS-UNKNOWN-COUNT
    DISPLAY "==================================================".
