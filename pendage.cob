

            >>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.cobolpend.
AUTHOR.Shad Sylla.
DATE-WRITTEN.october 15, 2026

      *> pending-approval aging, run every morning: removals keyed in
      *> cobolfrist and deceased/claimed/withdrawn postings from
      *> cobolclms wait on SSNPEND until a second supervisor approves
      *> them. This run lists everything still waiting with its age in
      *> days, so the supervisors see what needs a decision today, and
      *> lists the approved status postings that the next cobolclms
      *> run will apply. An item nobody has decided within the expiry
      *> period is taken off the file - the master was never touched,
      *> so nothing is undone - and an EXPIRE line is written to the
      *> audit log under the operator who keyed it. A clerk who still
      *> wants the action keys it again.
      *>
      *> The expiry period in days is read from SYSIN; when none is
      *> supplied, items older than 5 days expire.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PENDING-FILE ASSIGN TO "SSNPEND"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PA-SSNUM
        FILE STATUS IS WS-PEND-FILE-STATUS.
    SELECT AUDIT-LOG-FILE ASSIGN TO "SSNAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD PENDING-FILE.
COPY PENDREC.

FD AUDIT-LOG-FILE.
COPY AUDITREC.

WORKING-STORAGE SECTION.

01 WS-PEND-FILE-STATUS   PIC XX VALUE "00".
01 WS-AUDIT-FILE-STATUS  PIC XX VALUE "00".
01 WS-EOF-SW             PIC X VALUE "N".
    88 WS-EOF             VALUE "Y".

01 WS-EXPIRY-INPUT       PIC X(3).
01 WS-EXPIRY-DAYS        PIC 999.

01 WS-TODAY              PIC 9(8).
01 WS-MAKER-DATE         PIC 9(8).
01 WS-AGE-DAYS           PIC 9(5).

01 WS-ITEMS-READ         PIC 9(6) VALUE ZERO.
01 WS-ITEMS-WAITING      PIC 9(6) VALUE ZERO.
01 WS-ITEMS-APPROVED     PIC 9(6) VALUE ZERO.
01 WS-ITEMS-EXPIRED      PIC 9(6) VALUE ZERO.

01 WS-ITEM-DESC          PIC X(17).

01 WS-SSN-DISPLAY.
    05 WS-SSN-AREA       PIC 999.
    05 FILLER            PIC X VALUE "-".
    05 WS-SSN-GROUP      PIC 99.
    05 FILLER            PIC X VALUE "-".
    05 WS-SSN-SERIAL     PIC 9999.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM 1000-ACCEPT-EXPIRY-DAYS

    OPEN I-O PENDING-FILE
    EVALUATE WS-PEND-FILE-STATUS
        WHEN "00"
            PERFORM 1100-OPEN-AUDIT-FILE
            DISPLAY "=================================================="
            DISPLAY "   PENDING APPROVALS - " WS-TODAY
            DISPLAY "=================================================="
            PERFORM UNTIL WS-EOF
                READ PENDING-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-SW
                    NOT AT END
                        PERFORM 2000-AGE-PENDING-ITEM
                END-READ
            END-PERFORM
            CLOSE PENDING-FILE
            CLOSE AUDIT-LOG-FILE
            PERFORM 3000-PRINT-COUNTS
            IF WS-ITEMS-EXPIRED > 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        WHEN "35"
            DISPLAY "No pending-approval file on hand; nothing waiting."
            MOVE 0 TO RETURN-CODE
        WHEN OTHER
            DISPLAY "Cannot open the pending-approval file, status "
                WS-PEND-FILE-STATUS ". Nothing aged."
            MOVE 8 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

1000-ACCEPT-EXPIRY-DAYS.
    MOVE SPACES TO WS-EXPIRY-INPUT
    ACCEPT WS-EXPIRY-INPUT
        ON EXCEPTION
            MOVE SPACES TO WS-EXPIRY-INPUT
    END-ACCEPT

    IF WS-EXPIRY-INPUT IS NUMERIC AND WS-EXPIRY-INPUT NOT = "000"
        MOVE WS-EXPIRY-INPUT TO WS-EXPIRY-DAYS
    ELSE
        MOVE 5 TO WS-EXPIRY-DAYS
        DISPLAY "No expiry period supplied; defaulting to "
            WS-EXPIRY-DAYS " days"
    END-IF
    DISPLAY "Expiring undecided items older than " WS-EXPIRY-DAYS
        " days".

1100-OPEN-AUDIT-FILE.
    OPEN EXTEND AUDIT-LOG-FILE
    IF WS-AUDIT-FILE-STATUS = "35"
        OPEN OUTPUT AUDIT-LOG-FILE
    END-IF.

      *> age runs from the day the maker keyed the item. An approved
      *> status posting never expires - the decision is made and the
      *> next claims run applies it - so it is only listed.
2000-AGE-PENDING-ITEM.
    ADD 1 TO WS-ITEMS-READ
    MOVE PA-SSAREA   TO WS-SSN-AREA
    MOVE PA-SSGROUP  TO WS-SSN-GROUP
    MOVE PA-SSSERIAL TO WS-SSN-SERIAL
    IF PA-ACTION-REMOVAL
        MOVE "REMOVE"            TO WS-ITEM-DESC
    ELSE
        MOVE SPACES TO WS-ITEM-DESC
        STRING "STATUS " PA-NEW-STATUS " " PA-STATUS-DATE
            DELIMITED BY SIZE INTO WS-ITEM-DESC
    END-IF

    MOVE PA-MAKER-TIMESTAMP(1:8) TO WS-MAKER-DATE
    IF WS-MAKER-DATE IS NUMERIC AND WS-MAKER-DATE NOT > WS-TODAY
        COMPUTE WS-AGE-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY)
            - FUNCTION INTEGER-OF-DATE(WS-MAKER-DATE)
    ELSE
        MOVE ZERO TO WS-AGE-DAYS
    END-IF

    EVALUATE TRUE
        WHEN PA-STATE-APPROVED
            ADD 1 TO WS-ITEMS-APPROVED
            DISPLAY "APPROVED " WS-SSN-DISPLAY " " WS-ITEM-DESC " "
                PA-REGISTRANT-NAME " by " PA-CHECKER-ID
                " - posts on the next claims run"
        WHEN WS-AGE-DAYS > WS-EXPIRY-DAYS
            PERFORM 2100-EXPIRE-PENDING-ITEM
        WHEN OTHER
            ADD 1 TO WS-ITEMS-WAITING
            DISPLAY "WAITING  " WS-SSN-DISPLAY " " WS-ITEM-DESC " "
                PA-REGISTRANT-NAME " keyed by " PA-MAKER-ID " "
                WS-AGE-DAYS " day(s)"
    END-EVALUATE.

2100-EXPIRE-PENDING-ITEM.
    DELETE PENDING-FILE RECORD
        INVALID KEY
            DISPLAY "Could not expire " WS-SSN-DISPLAY
                "; it stays on the file."
        NOT INVALID KEY
            ADD 1 TO WS-ITEMS-EXPIRED
            MOVE PA-MAKER-ID           TO AL-OPERATOR-ID
            MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
            MOVE PA-REGISTRANT-NAME    TO AL-REGISTRANT-NAME
            MOVE "EXPIRE"              TO AL-ACTION
            MOVE SPACES                TO AL-BUSINESS-DATE
            WRITE AUDIT-LOG-RECORD
            DISPLAY "EXPIRED  " WS-SSN-DISPLAY " " WS-ITEM-DESC " "
                PA-REGISTRANT-NAME " keyed by " PA-MAKER-ID " "
                WS-AGE-DAYS " day(s)"
    END-DELETE.

3000-PRINT-COUNTS.
    DISPLAY "=================================================="
    DISPLAY "Items on the pending-approval file : " WS-ITEMS-READ
    DISPLAY "Still waiting for a second supervisor: " WS-ITEMS-WAITING
    DISPLAY "Approved, posting on the next claims run: "
        WS-ITEMS-APPROVED
    DISPLAY "Expired undecided and removed  . . : " WS-ITEMS-EXPIRED
    DISPLAY "==================================================".
