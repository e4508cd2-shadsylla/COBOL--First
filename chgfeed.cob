

            >>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.cobolchgf.
AUTHOR.Shad Sylla.
DATE-WRITTEN.october 15, 2026

      *> daily change-of-circumstance feed to the benefits office:
      *> cobolextr tells them about a registrant once, the night the
      *> registration is saved, and after that every correction,
      *> address move, status posting and removal we make used to be
      *> invisible to them until somebody phoned. This step reads the
      *> day's after-images off the master journal (SSNJRNL) and
      *> writes one detail per changed registrant (copybook CHGREC)
      *> under the same header, count and serial-hash controls as
      *> BENEXTR; cobolchak matches their acknowledgment the way
      *> cobolackm does for the registration extract.
      *>
      *> "The day's" images are the journal rows stamped after the
      *> last feed went out - the time this step finished on the
      *> previous business date filed on RUNCTL, or that night's
      *> close when it did not run - so a terminal correction keyed
      *> after the feed last night goes out tonight, and nothing goes
      *> out twice. On the first night there is no earlier feed and
      *> the window opens when the business date was opened.
      *>
      *> Each changed registrant's image from before the window (an
      *> earlier journal row, or the backup master the journal was
      *> started from) is compared with the last image in the window,
      *> field group by field group:
      *>   C correction - name, salary, goal, AlienOffer or aspiration
      *>                  category (the free-text aspirations are not
      *>                  on the feed, so editing them alone is not
      *>                  sent)
      *>   A address    - address lines, city, state, ZIP or phone
      *>   S status     - status or status date
      *>   R removal    - the record was deleted from the master
      *> A registration saved today is cobolextr's, and stays out of
      *> this feed whatever else happened to it the same day. A row
      *> written back for a registrant registered on an earlier date
      *> is a restore, not a registration: it becomes the image later
      *> changes are measured from. A delete whose registrant is now
      *> on SSNARCH is cobolarch's purge, not a removal, and is not
      *> sent. Payment stamps and returned-mail flags are our own
      *> housekeeping and do not make a change on their own.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-FILE ASSIGN TO "SSNJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-FILE-STATUS.
    SELECT BACKUP-MASTER-FILE ASSIGN TO "SSNMBKP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BK-SSNUM
        ALTERNATE RECORD KEY IS BK-HUMAN-NAME WITH DUPLICATES
        FILE STATUS IS WS-BKP-FILE-STATUS.
    SELECT SSN-ARCHIVE-FILE ASSIGN TO "SSNARCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-SSNUM
        FILE STATUS IS WS-ARCH-FILE-STATUS.
    SELECT CHANGE-FEED-FILE ASSIGN TO "CHGEXTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-FILE-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RN-CONTROL-KEY
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD JOURNAL-FILE.
COPY JRNLREC.

FD BACKUP-MASTER-FILE.
COPY SSNMAST REPLACING ==SSN-MASTER-RECORD== BY ==BACKUP-MASTER-RECORD==
                       LEADING ==MR-== BY ==BK-==.

FD SSN-ARCHIVE-FILE.
COPY SSNMAST REPLACING ==SSN-MASTER-RECORD== BY ==SSN-ARCHIVE-RECORD==
                       LEADING ==MR-== BY ==AR-==.

FD CHANGE-FEED-FILE.
COPY CHGREC.

FD RUN-CONTROL-FILE.
COPY RUNCREC.

WORKING-STORAGE SECTION.

01 WS-JRNL-FILE-STATUS    PIC XX VALUE "00".
01 WS-BKP-FILE-STATUS     PIC XX VALUE "00".
01 WS-ARCH-FILE-STATUS    PIC XX VALUE "00".
01 WS-FEED-FILE-STATUS    PIC XX VALUE "00".
01 WS-EOF-SW              PIC X VALUE "N".
    88 WS-EOF              VALUE "Y".
01 WS-HISTORY-EOF-SW      PIC X VALUE "N".
    88 WS-HISTORY-EOF      VALUE "Y".
01 WS-BKP-OPEN-SW         PIC X VALUE "N".
    88 WS-BKP-OPEN         VALUE "Y".
01 WS-ARCH-OPEN-SW        PIC X VALUE "N".
    88 WS-ARCH-OPEN        VALUE "Y".
01 WS-ARCHIVED-SW         PIC X.
    88 WS-ARCHIVED         VALUE "Y".

      *> the feed window: journal rows stamped after WS-SINCE belong
      *> to tonight's feed.
01 WS-SINCE               PIC X(21).
01 WS-TODAY-KEY           PIC X(8).
01 WS-LAST-NIGHT-KEY      PIC X(8).

01 WS-ROWS-READ           PIC 9(7) VALUE ZERO.
01 WS-ROWS-IN-WINDOW      PIC 9(7) VALUE ZERO.
01 WS-DETAIL-COUNT        PIC 9(6) VALUE ZERO.
01 WS-SERIAL-HASH         PIC 9(10) VALUE ZERO.
01 WS-CORRECTION-COUNT    PIC 9(6) VALUE ZERO.
01 WS-ADDRESS-COUNT       PIC 9(6) VALUE ZERO.
01 WS-STATUS-COUNT        PIC 9(6) VALUE ZERO.
01 WS-REMOVAL-COUNT       PIC 9(6) VALUE ZERO.
01 WS-NEW-REG-COUNT       PIC 9(6) VALUE ZERO.
01 WS-ARCHIVED-COUNT      PIC 9(6) VALUE ZERO.
01 WS-NO-CHANGE-COUNT     PIC 9(6) VALUE ZERO.
01 WS-NO-BASE-COUNT       PIC 9(6) VALUE ZERO.

      *> one slot per registrant touched in the window: the image
      *> before the window (or before the latest restore), the last
      *> image in it, and what the comparisons found. 2000 slots
      *> matches cobolchak's sent table; an overflow abandons the
      *> feed rather than sending part of the day.
01 WS-CHG-MAX             PIC 9(4) COMP VALUE 2000.
01 WS-CHG-USED            PIC 9(4) COMP VALUE ZERO.
01 WS-CHG-IDX             PIC 9(4) COMP.
01 WS-CHG-FOUND-SW        PIC X.
    88 WS-CHG-FOUND        VALUE "Y".
01 WS-TABLE-FULL-SW       PIC X VALUE "N".
    88 WS-TABLE-FULL       VALUE "Y".
01 WS-LOOKUP-SSNUM        PIC 9(9).
01 WS-CHG-TABLE.
    05 WS-CHG-ENTRY OCCURS 2000 TIMES.
        10 WS-CHG-SSNUM          PIC 9(9).
        10 WS-CHG-BASE-SW        PIC X.
            88 WS-CHG-HAS-BASE     VALUE "Y".
        10 WS-CHG-NEW-REG-SW     PIC X.
            88 WS-CHG-NEW-REG      VALUE "Y".
        10 WS-CHG-CORRECTION-SW  PIC X.
            88 WS-CHG-CORRECTION   VALUE "Y".
        10 WS-CHG-ADDRESS-SW     PIC X.
            88 WS-CHG-ADDRESS      VALUE "Y".
        10 WS-CHG-STATUS-SW      PIC X.
            88 WS-CHG-STATUS       VALUE "Y".
        10 WS-CHG-REMOVAL-SW     PIC X.
            88 WS-CHG-REMOVAL      VALUE "Y".
        10 WS-CHG-BASE-IMAGE     PIC X(278).
        10 WS-CHG-LAST-IMAGE     PIC X(278).

      *> the before and after images laid out as master records for
      *> the field-group comparisons and the detail.
COPY SSNMAST REPLACING ==SSN-MASTER-RECORD== BY ==WS-BEFORE-IMAGE==
                       LEADING ==MR-== BY ==BI-==.
COPY SSNMAST REPLACING ==SSN-MASTER-RECORD== BY ==WS-AFTER-IMAGE==
                       LEADING ==MR-== BY ==AI-==.

COPY RUNCTLWS REPLACING ==STEP-PGM-NAME== BY =="COBOLCHGF"==
                        ==RESTART-PGM-NAME== BY ==SPACES==.
01 WS-TODAY              PIC 9(8).

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    PERFORM 0100-READ-RUN-CONTROL
    IF WS-RUNCTL-FAILED OR WS-STEP-ALREADY-DONE
        PERFORM 0150-END-WITHOUT-RUNNING
        STOP RUN
    END-IF

    PERFORM 0200-FIND-FEED-WINDOW

      *> no journal at all still gets the benefits office a complete,
      *> zero-count file, as cobolextr does for an empty day.
    OPEN INPUT JOURNAL-FILE
    EVALUATE WS-JRNL-FILE-STATUS
        WHEN "00"
            PERFORM 1000-COLLECT-CHANGED
            CLOSE JOURNAL-FILE
            IF WS-TABLE-FULL
                OPEN OUTPUT CHANGE-FEED-FILE
                PERFORM 3100-WRITE-HEADER
                CLOSE CHANGE-FEED-FILE
                DISPLAY "Change feed abandoned - do not transmit"
                    " this file."
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 0500-OPEN-LOOKUP-FILES
                OPEN INPUT JOURNAL-FILE
                MOVE "N" TO WS-EOF-SW
                PERFORM UNTIL WS-EOF
                    READ JOURNAL-FILE
                        AT END
                            MOVE "Y" TO WS-EOF-SW
                        NOT AT END
                            PERFORM 2000-CLASSIFY-ROW
                    END-READ
                END-PERFORM
                CLOSE JOURNAL-FILE
                PERFORM 3000-WRITE-FEED
                IF WS-BKP-OPEN
                    CLOSE BACKUP-MASTER-FILE
                END-IF
                IF WS-ARCH-OPEN
                    CLOSE SSN-ARCHIVE-FILE
                END-IF
                PERFORM 4000-PRINT-SUMMARY
                MOVE 0 TO RETURN-CODE
            END-IF
        WHEN "35"
            OPEN OUTPUT CHANGE-FEED-FILE
            PERFORM 3100-WRITE-HEADER
            PERFORM 3900-WRITE-TRAILER
            CLOSE CHANGE-FEED-FILE
            DISPLAY "No journal on hand; empty change feed produced."
            MOVE 0 TO RETURN-CODE
        WHEN OTHER
            DISPLAY "Cannot open the master journal, status "
                WS-JRNL-FILE-STATUS ". No change feed produced."
            MOVE 8 TO RETURN-CODE
    END-EVALUATE
    PERFORM 0190-RECORD-STEP-DONE
    STOP RUN.

COPY RUNCTLPD.

      *> the closed nights are filed under their YYYYMMDD keys, which
      *> sort ahead of "CURRENT"; the last one before tonight's date
      *> says when the previous feed was cut. Its close time stands in
      *> when that night has no feed on its step log.
0200-FIND-FEED-WINDOW.
    MOVE RN-OPENED-TIMESTAMP TO WS-SINCE
    MOVE WS-TODAY TO WS-TODAY-KEY
    MOVE SPACES TO WS-LAST-NIGHT-KEY
    MOVE "00000000" TO RN-CONTROL-KEY
    START RUN-CONTROL-FILE KEY IS NOT LESS THAN RN-CONTROL-KEY
        INVALID KEY
            MOVE "Y" TO WS-HISTORY-EOF-SW
    END-START
    PERFORM UNTIL WS-HISTORY-EOF
        READ RUN-CONTROL-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-HISTORY-EOF-SW
            NOT AT END
                IF RN-CONTROL-KEY IS NUMERIC
                        AND RN-CONTROL-KEY < WS-TODAY-KEY
                    MOVE RN-CONTROL-KEY TO WS-LAST-NIGHT-KEY
                ELSE
                    MOVE "Y" TO WS-HISTORY-EOF-SW
                END-IF
        END-READ
    END-PERFORM

    IF WS-LAST-NIGHT-KEY NOT = SPACES
        MOVE WS-LAST-NIGHT-KEY TO RN-CONTROL-KEY
        READ RUN-CONTROL-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE RN-CLOSED-TIMESTAMP TO WS-SINCE
                MOVE WS-STEP-NAME TO WS-STEP-LOOKUP
                PERFORM 0110-FIND-STEP-ENTRY
                IF WS-STEP-IDX > 0
                    MOVE RN-STEP-TIMESTAMP(WS-STEP-IDX) TO WS-SINCE
                END-IF
        END-READ
    END-IF
    DISPLAY "Changes journaled after " WS-SINCE " go in tonight's feed.".

      *> the backup master is only needed for a registrant whose
      *> first row in the journal is already inside the window, and
      *> the archive only to tell a purge from a removal; either one
      *> missing means every such registrant is sent in full.
0500-OPEN-LOOKUP-FILES.
    OPEN INPUT BACKUP-MASTER-FILE
    IF WS-BKP-FILE-STATUS = "00"
        MOVE "Y" TO WS-BKP-OPEN-SW
    ELSE
        DISPLAY "Cannot open the master backup, status "
            WS-BKP-FILE-STATUS "; first changes sent in full."
    END-IF
    OPEN INPUT SSN-ARCHIVE-FILE
    IF WS-ARCH-FILE-STATUS = "00"
        MOVE "Y" TO WS-ARCH-OPEN-SW
    END-IF.

      *> first pass: every registrant with a row inside the window
      *> gets a slot, so the second pass knows whose earlier rows to
      *> keep as the before-image.
1000-COLLECT-CHANGED.
    PERFORM UNTIL WS-EOF
        READ JOURNAL-FILE
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                ADD 1 TO WS-ROWS-READ
                IF JR-TIMESTAMP > WS-SINCE
                    ADD 1 TO WS-ROWS-IN-WINDOW
                    MOVE JR-MASTER-IMAGE TO WS-AFTER-IMAGE
                    MOVE AI-SSNUM TO WS-LOOKUP-SSNUM
                    PERFORM 1100-FIND-CHG-ENTRY
                    IF NOT WS-CHG-FOUND
                        PERFORM 1200-ADD-CHG-ENTRY
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

1100-FIND-CHG-ENTRY.
    MOVE "N" TO WS-CHG-FOUND-SW
    PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
            UNTIL WS-CHG-IDX > WS-CHG-USED
        IF WS-CHG-SSNUM(WS-CHG-IDX) = WS-LOOKUP-SSNUM
            MOVE "Y" TO WS-CHG-FOUND-SW
            EXIT PERFORM
        END-IF
    END-PERFORM.

1200-ADD-CHG-ENTRY.
    IF WS-CHG-USED >= WS-CHG-MAX
        DISPLAY "More than " WS-CHG-MAX
            " registrant(s) changed in one day; change feed abandoned."
        MOVE "Y" TO WS-TABLE-FULL-SW
        MOVE "Y" TO WS-EOF-SW
    ELSE
        ADD 1 TO WS-CHG-USED
        MOVE WS-LOOKUP-SSNUM TO WS-CHG-SSNUM(WS-CHG-USED)
        MOVE "N" TO WS-CHG-BASE-SW(WS-CHG-USED)
        MOVE "N" TO WS-CHG-NEW-REG-SW(WS-CHG-USED)
        MOVE "N" TO WS-CHG-CORRECTION-SW(WS-CHG-USED)
        MOVE "N" TO WS-CHG-ADDRESS-SW(WS-CHG-USED)
        MOVE "N" TO WS-CHG-STATUS-SW(WS-CHG-USED)
        MOVE "N" TO WS-CHG-REMOVAL-SW(WS-CHG-USED)
        MOVE SPACES TO WS-CHG-BASE-IMAGE(WS-CHG-USED)
        MOVE SPACES TO WS-CHG-LAST-IMAGE(WS-CHG-USED)
    END-IF.

      *> second pass: rows before the window only keep the before-
      *> image current; rows inside it are classified in the order
      *> they were journaled.
2000-CLASSIFY-ROW.
    MOVE JR-MASTER-IMAGE TO WS-AFTER-IMAGE
    MOVE AI-SSNUM TO WS-LOOKUP-SSNUM
    PERFORM 1100-FIND-CHG-ENTRY
    IF WS-CHG-FOUND
        IF JR-TIMESTAMP > WS-SINCE
            PERFORM 2100-TAKE-WINDOW-ROW
        ELSE
            MOVE JR-MASTER-IMAGE TO WS-CHG-BASE-IMAGE(WS-CHG-IDX)
            MOVE "Y" TO WS-CHG-BASE-SW(WS-CHG-IDX)
        END-IF
    END-IF.

      *> a rewrite is compared with the image before it, so a field
      *> changed and changed back the same day still reports the
      *> group - the benefits office simply loads the same value.
2100-TAKE-WINDOW-ROW.
    EVALUATE TRUE
        WHEN JR-ACTION-WRITE
            IF AI-REG-DATE = WS-TODAY
                MOVE "Y" TO WS-CHG-NEW-REG-SW(WS-CHG-IDX)
            ELSE
                MOVE "N" TO WS-CHG-REMOVAL-SW(WS-CHG-IDX)
            END-IF
            MOVE JR-MASTER-IMAGE TO WS-CHG-BASE-IMAGE(WS-CHG-IDX)
            MOVE "Y" TO WS-CHG-BASE-SW(WS-CHG-IDX)
        WHEN JR-ACTION-DELETE
            MOVE "Y" TO WS-CHG-REMOVAL-SW(WS-CHG-IDX)
        WHEN OTHER
            IF NOT WS-CHG-HAS-BASE(WS-CHG-IDX)
                PERFORM 2200-LOAD-BACKUP-IMAGE
            END-IF
            IF WS-CHG-HAS-BASE(WS-CHG-IDX)
                MOVE WS-CHG-BASE-IMAGE(WS-CHG-IDX) TO WS-BEFORE-IMAGE
                PERFORM 2300-COMPARE-IMAGES
            ELSE
                ADD 1 TO WS-NO-BASE-COUNT
                MOVE "Y" TO WS-CHG-CORRECTION-SW(WS-CHG-IDX)
                MOVE "Y" TO WS-CHG-ADDRESS-SW(WS-CHG-IDX)
                MOVE "Y" TO WS-CHG-STATUS-SW(WS-CHG-IDX)
            END-IF
            MOVE JR-MASTER-IMAGE TO WS-CHG-BASE-IMAGE(WS-CHG-IDX)
            MOVE "Y" TO WS-CHG-BASE-SW(WS-CHG-IDX)
    END-EVALUATE
    MOVE JR-MASTER-IMAGE TO WS-CHG-LAST-IMAGE(WS-CHG-IDX).

      *> the journal restarts empty at each backup cutover, so a
      *> registrant first rewritten since then is measured against
      *> the backup generation the cutover verified.
2200-LOAD-BACKUP-IMAGE.
    IF WS-BKP-OPEN
        MOVE AI-SSNUM TO BK-SSNUM
        READ BACKUP-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE BACKUP-MASTER-RECORD
                    TO WS-CHG-BASE-IMAGE(WS-CHG-IDX)
                MOVE "Y" TO WS-CHG-BASE-SW(WS-CHG-IDX)
        END-READ
    END-IF.

      *> a status date on one image and spaces on the other is an
      *> image from before the field existed, not a status change.
2300-COMPARE-IMAGES.
    IF AI-HUMAN-NAME NOT = BI-HUMAN-NAME
            OR AI-SALARY NOT = BI-SALARY
            OR AI-GOAL NOT = BI-GOAL
            OR AI-ALIEN-OFFER NOT = BI-ALIEN-OFFER
            OR AI-ASPIR-CATEGORY NOT = BI-ASPIR-CATEGORY
        MOVE "Y" TO WS-CHG-CORRECTION-SW(WS-CHG-IDX)
    END-IF

    IF AI-ADDR-LINE-1 NOT = BI-ADDR-LINE-1
            OR AI-ADDR-LINE-2 NOT = BI-ADDR-LINE-2
            OR AI-ADDR-CITY NOT = BI-ADDR-CITY
            OR AI-ADDR-STATE NOT = BI-ADDR-STATE
            OR AI-ADDR-ZIP NOT = BI-ADDR-ZIP
            OR AI-PHONE NOT = BI-PHONE
        MOVE "Y" TO WS-CHG-ADDRESS-SW(WS-CHG-IDX)
    END-IF

    IF AI-STATUS NOT = BI-STATUS
        MOVE "Y" TO WS-CHG-STATUS-SW(WS-CHG-IDX)
    ELSE
        IF AI-STATUS-DATE IS NUMERIC AND BI-STATUS-DATE IS NUMERIC
            IF AI-STATUS-DATE NOT = BI-STATUS-DATE
                MOVE "Y" TO WS-CHG-STATUS-SW(WS-CHG-IDX)
            END-IF
        END-IF
    END-IF.

3000-WRITE-FEED.
    OPEN OUTPUT CHANGE-FEED-FILE
    PERFORM 3100-WRITE-HEADER
    PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
            UNTIL WS-CHG-IDX > WS-CHG-USED
        PERFORM 3200-SELECT-CHANGE
    END-PERFORM
    PERFORM 3900-WRITE-TRAILER
    CLOSE CHANGE-FEED-FILE.

3100-WRITE-HEADER.
    MOVE SPACES TO CHANGE-FEED-HEADER
    MOVE "H" TO CFH-RECORD-TYPE
    MOVE WS-TODAY TO CFH-RUN-DATE
    MOVE "SSNCHANGES" TO CFH-FILE-ID
    WRITE CHANGE-FEED-HEADER.

      *> a removal outranks everything else that happened that day;
      *> a registrant deleted and written back again is judged on
      *> the rows after the restore.
3200-SELECT-CHANGE.
    MOVE WS-CHG-LAST-IMAGE(WS-CHG-IDX) TO WS-AFTER-IMAGE
    EVALUATE TRUE
        WHEN WS-CHG-NEW-REG(WS-CHG-IDX)
            ADD 1 TO WS-NEW-REG-COUNT
        WHEN WS-CHG-REMOVAL(WS-CHG-IDX)
            PERFORM 3300-CHECK-ARCHIVED
            IF WS-ARCHIVED
                ADD 1 TO WS-ARCHIVED-COUNT
            ELSE
                PERFORM 3400-WRITE-REMOVAL
            END-IF
        WHEN WS-CHG-CORRECTION(WS-CHG-IDX)
                OR WS-CHG-ADDRESS(WS-CHG-IDX)
                OR WS-CHG-STATUS(WS-CHG-IDX)
            PERFORM 3500-WRITE-CHANGE
        WHEN OTHER
            ADD 1 TO WS-NO-CHANGE-COUNT
    END-EVALUATE.

3300-CHECK-ARCHIVED.
    MOVE "N" TO WS-ARCHIVED-SW
    IF WS-ARCH-OPEN
        MOVE AI-SSNUM TO AR-SSNUM
        READ SSN-ARCHIVE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-ARCHIVED-SW
        END-READ
    END-IF.

3400-WRITE-REMOVAL.
    MOVE SPACES TO CHANGE-FEED-RECORD
    MOVE "D" TO CF-RECORD-TYPE
    MOVE AI-SSNUM TO CF-SSNUM
    MOVE "R" TO CF-CHANGE-TYPE
    MOVE "N" TO CF-CORRECTION-SW
    MOVE "N" TO CF-ADDRESS-SW
    MOVE "N" TO CF-STATUS-SW
    MOVE AI-HUMAN-NAME TO CF-HUMAN-NAME
    ADD 1 TO WS-REMOVAL-COUNT
    PERFORM 3800-WRITE-DETAIL.

3500-WRITE-CHANGE.
    MOVE SPACES TO CHANGE-FEED-RECORD
    MOVE "D" TO CF-RECORD-TYPE
    MOVE AI-SSNUM TO CF-SSNUM
    MOVE WS-CHG-CORRECTION-SW(WS-CHG-IDX) TO CF-CORRECTION-SW
    MOVE WS-CHG-ADDRESS-SW(WS-CHG-IDX)    TO CF-ADDRESS-SW
    MOVE WS-CHG-STATUS-SW(WS-CHG-IDX)     TO CF-STATUS-SW
    IF WS-CHG-CORRECTION(WS-CHG-IDX)
        MOVE AI-HUMAN-NAME     TO CF-HUMAN-NAME
        MOVE AI-SALARY         TO CF-SALARY
        MOVE AI-GOAL           TO CF-GOAL
        MOVE AI-ALIEN-OFFER    TO CF-ALIEN-OFFER
        MOVE AI-ASPIR-CATEGORY TO CF-ASPIR-CATEGORY
        MOVE "C" TO CF-CHANGE-TYPE
        ADD 1 TO WS-CORRECTION-COUNT
    END-IF
    IF WS-CHG-ADDRESS(WS-CHG-IDX)
        MOVE AI-ADDR-LINE-1 TO CF-ADDR-LINE-1
        MOVE AI-ADDR-LINE-2 TO CF-ADDR-LINE-2
        MOVE AI-ADDR-CITY   TO CF-ADDR-CITY
        MOVE AI-ADDR-STATE  TO CF-ADDR-STATE
        MOVE AI-ADDR-ZIP    TO CF-ADDR-ZIP
        MOVE AI-PHONE       TO CF-PHONE
        MOVE "A" TO CF-CHANGE-TYPE
        ADD 1 TO WS-ADDRESS-COUNT
    END-IF
    IF WS-CHG-STATUS(WS-CHG-IDX)
        MOVE AI-STATUS TO CF-STATUS
        IF AI-STATUS-DATE IS NUMERIC
            MOVE AI-STATUS-DATE TO CF-STATUS-DATE
        ELSE
            MOVE ZERO TO CF-STATUS-DATE
        END-IF
        MOVE "S" TO CF-CHANGE-TYPE
        ADD 1 TO WS-STATUS-COUNT
    END-IF
    PERFORM 3800-WRITE-DETAIL.

3800-WRITE-DETAIL.
    WRITE CHANGE-FEED-RECORD
    ADD 1 TO WS-DETAIL-COUNT
    ADD AI-SSSERIAL TO WS-SERIAL-HASH.

3900-WRITE-TRAILER.
    MOVE SPACES TO CHANGE-FEED-TRAILER
    MOVE "T" TO CFT-RECORD-TYPE
    MOVE WS-DETAIL-COUNT TO CFT-COUNT
    MOVE WS-SERIAL-HASH  TO CFT-HASH
    WRITE CHANGE-FEED-TRAILER.

      *> a detail can carry more than one field group, so the group
      *> counts can add up to more than the details written.
4000-PRINT-SUMMARY.
    DISPLAY "=================================================="
    DISPLAY "   CHANGE-OF-CIRCUMSTANCE FEED - BUSINESS DATE " WS-TODAY
    DISPLAY "=================================================="
    DISPLAY "Journal rows read  . . . . . . : " WS-ROWS-READ
    DISPLAY "  of which in tonight's window : " WS-ROWS-IN-WINDOW
    DISPLAY "Registrants touched  . . . . . : " WS-CHG-USED
    DISPLAY "New today (cobolextr's)  . . . : " WS-NEW-REG-COUNT
    DISPLAY "Archived, not removed  . . . . : " WS-ARCHIVED-COUNT
    DISPLAY "No change the office holds . . : " WS-NO-CHANGE-COUNT
    DISPLAY "Details transmitted  . . . . . : " WS-DETAIL-COUNT
    DISPLAY "  carrying a correction  . . . : " WS-CORRECTION-COUNT
    DISPLAY "  carrying an address  . . . . : " WS-ADDRESS-COUNT
    DISPLAY "  carrying a status  . . . . . : " WS-STATUS-COUNT
    DISPLAY "  removals . . . . . . . . . . : " WS-REMOVAL-COUNT
    DISPLAY "Sent in full, no before-image  : " WS-NO-BASE-COUNT
    DISPLAY "Serial hash  . . . . . . . . . : " WS-SERIAL-HASH
    DISPLAY "==================================================".
