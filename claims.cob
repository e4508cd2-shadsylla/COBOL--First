      *> amends and cobolcsub resubmits them instead of the notice
      *> vanishing with a SYSOUT line. Every posted change writes an
      *> audit line with the notifying operator.
      *> Dual control: only a reinstatement (A) posts straight from the
      *> claims file. A deceased, claimed or withdrawn row is held on
      *> the pending-approval file under the operator who keyed it,
      *> and posts on the first run after a second supervisor has
      *> approved it in cobolfrist - approved items are posted here
      *> before the claims file is read, whether or not one arrived.
      *> A row (or approved item) whose registrant is not on the live
      *> master is looked up on SSNARCH before it is given up on: an
      *> archived registrant is put on the restore-request file and
      *> the row goes to suspense as ARCHIVED instead of NOREG, so
      *> cobolrest restores them first thing the next night and the
      *> row resubmits behind it and posts as normal.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OP-OPERATOR-ID
        FILE STATUS IS WS-OPER-FILE-STATUS.
    SELECT PENDING-FILE ASSIGN TO "SSNPEND"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PA-SSNUM
        FILE STATUS IS WS-PEND-FILE-STATUS.
    SELECT SSN-ARCHIVE-FILE ASSIGN TO "SSNARCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-SSNUM
        FILE STATUS IS WS-ARCH-FILE-STATUS.
    SELECT RESTORE-REQUEST-FILE ASSIGN TO "SSNRSTQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RQ-SSNUM
        FILE STATUS IS WS-RSTQ-FILE-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RN-CONTROL-KEY
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD OPERATOR-FILE.
COPY OPERREC.

FD PENDING-FILE.
COPY PENDREC.

FD SSN-ARCHIVE-FILE.
COPY SSNMAST REPLACING ==SSN-MASTER-RECORD== BY ==SSN-ARCHIVE-RECORD==
                       LEADING ==MR-== BY ==AR-==.

FD RESTORE-REQUEST-FILE.
COPY RESTREC.

FD RUN-CONTROL-FILE.
COPY RUNCREC.

WORKING-STORAGE SECTION.

01 WS-SSN-FILE-STATUS    PIC XX VALUE "00".

01 WS-POSTED-COUNT       PIC 9(6) VALUE ZERO.
01 WS-REJECTED-COUNT     PIC 9(6) VALUE ZERO.
01 WS-HELD-COUNT         PIC 9(6) VALUE ZERO.

      *> the posting being applied, whether it came off tonight's
      *> claims file or off the pending-approval file once a second
      *> supervisor approved it - both go through the same rewrite,
      *> audit, journal and suspense paragraphs.
01 WS-APPLY-POSTING.
    05 WS-APPLY-SSNUM.
        10 WS-APPLY-SSAREA   PIC 999.
        10 WS-APPLY-SSGROUP  PIC 99.
        10 WS-APPLY-SSSERIAL PIC 9999.
    05 WS-APPLY-STATUS       PIC X.
        88 WS-APPLY-CLAIMED   VALUE "C".
    05 WS-APPLY-DATE         PIC 9(8).
    05 WS-APPLY-OPERATOR     PIC X(8).
01 WS-APPLY-OK-SW         PIC X VALUE "N".
    88 WS-APPLY-OK         VALUE "Y".
01 WS-AUDIT-ACTION        PIC X(8).

      *> approved items posted from the pending-approval file; one
      *> that cannot be posted stays there for the next run, unless
      *> its registrant is on neither the master nor the archive.
01 WS-PEND-FILE-STATUS   PIC XX VALUE "00".
01 WS-PEND-EOF-SW        PIC X VALUE "N".
    88 WS-PEND-EOF        VALUE "Y".
01 WS-APPROVED-POSTED    PIC 9(6) VALUE ZERO.
01 WS-APPROVED-LEFT      PIC 9(6) VALUE ZERO.
01 WS-APPROVED-REJECTED  PIC 9(6) VALUE ZERO.
01 WS-APPROVED-RC        PIC 9 VALUE ZERO.

      *> inbound count check: every detail row is counted against the
      *> "T" control trailer that follows it; when streams are

01 WS-CS-REASON          PIC X(8).

      *> registrants found on the archive instead of the live master;
      *> each is put on the restore-request file once, however many
      *> rows arrive for them.
01 WS-ARCH-FILE-STATUS   PIC XX VALUE "00".
01 WS-RSTQ-FILE-STATUS   PIC XX VALUE "00".
01 WS-RESTORE-FILES-OPEN-SW PIC X VALUE "N".
    88 WS-RESTORE-FILES-OPEN VALUE "Y".
01 WS-ARCHIVE-HIT-SW     PIC X VALUE "N".
    88 WS-ARCHIVE-HIT     VALUE "Y".
01 WS-RESTORE-SOURCE     PIC X(8).
01 WS-RESTORE-REQUESTED  PIC 9(6) VALUE ZERO.

COPY RUNCTLWS REPLACING ==STEP-PGM-NAME== BY =="COBOLCLMS"==
                        ==RESTART-PGM-NAME== BY ==SPACES==.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    PERFORM 0100-READ-RUN-CONTROL
    IF WS-RUNCTL-FAILED OR WS-STEP-ALREADY-DONE
        PERFORM 0150-END-WITHOUT-RUNNING
        STOP RUN
    END-IF

    PERFORM 0300-CREATE-CLAIMS-SUSPENSE
    PERFORM 0400-CREATE-CLAIMED-DAY
    PERFORM 0950-OPEN-RESTORE-FILES
    PERFORM 0650-POST-APPROVED-ITEMS

    OPEN INPUT CLAIMS-FILE
    IF WS-CLAIMS-FILE-STATUS = "35"
            PERFORM 0600-POST-CLAIMS-FILE
        END-IF
    END-IF
    IF WS-APPROVED-RC > RETURN-CODE
        MOVE WS-APPROVED-RC TO RETURN-CODE
    END-IF
    IF WS-RESTORE-FILES-OPEN
        CLOSE SSN-ARCHIVE-FILE
        CLOSE RESTORE-REQUEST-FILE
    END-IF
    IF WS-RESTORE-REQUESTED > 0
        DISPLAY WS-RESTORE-REQUESTED " archived registrant(s) put on"
            " the restore-request file for the next run."
    END-IF
    PERFORM 0190-RECORD-STEP-DONE
    STOP RUN.

COPY RUNCTLPD.

      *> the suspense file is created up front even on a clean night,
      *> so the morning resubmission step always finds a real (if
      *> empty) file - same habit as cobolfrist's intake suspense.

0600-POST-CLAIMS-FILE.
    OPEN INPUT CLAIMS-FILE
    OPEN I-O OPERATOR-FILE
    IF WS-OPER-FILE-STATUS NOT = "00"
      *> fail closed: with no operator master there is no telling a
      *> supervisor's posting from anyone's typing, and a posted
        ELSE
            PERFORM 0700-OPEN-AUDIT-FILE
            PERFORM 0800-OPEN-JOURNAL-FILE
            PERFORM 0900-OPEN-PENDING-FILE
            OPEN EXTEND CLAIMS-SUSPENSE-FILE
            OPEN EXTEND CLAIMED-DAY-FILE
            PERFORM UNTIL WS-EOF
            CLOSE OPERATOR-FILE
            CLOSE CLAIMS-SUSPENSE-FILE
            CLOSE CLAIMED-DAY-FILE
            CLOSE PENDING-FILE
            DISPLAY "Claims posting complete. " WS-POSTED-COUNT
                " posted, " WS-HELD-COUNT " held for approval, "
                WS-REJECTED-COUNT " rejected."
            IF WS-REJECTED-COUNT > 0
                MOVE 4 TO RETURN-CODE
            ELSE
        END-IF
    END-IF.

      *> items a second supervisor approved since the last run post
      *> first, before tonight's claims file - so a fresh notice for
      *> the same registrant is held behind a clear pending file
      *> rather than bounced as PENDING. Each posts exactly as a
      *> claims row would (audit line under the maker who keyed it,
      *> journal, CLMDAY row for a claim) and then leaves the file.
      *> Items still waiting for a decision are left alone.
0650-POST-APPROVED-ITEMS.
    OPEN I-O PENDING-FILE
    EVALUATE WS-PEND-FILE-STATUS
        WHEN "35"
            CONTINUE
        WHEN "00"
            OPEN I-O SSN-MASTER-FILE
            IF WS-SSN-FILE-STATUS NOT = "00"
                DISPLAY "Cannot open the master file, status "
                    WS-SSN-FILE-STATUS ". Approved items left for the next run."
                CLOSE PENDING-FILE
                MOVE 8 TO WS-APPROVED-RC
            ELSE
                PERFORM 0700-OPEN-AUDIT-FILE
                PERFORM 0800-OPEN-JOURNAL-FILE
                OPEN EXTEND CLAIMED-DAY-FILE
                PERFORM UNTIL WS-PEND-EOF
                    READ PENDING-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-PEND-EOF-SW
                        NOT AT END
                            IF PA-STATE-APPROVED AND PA-ACTION-STATUS
                                PERFORM 0660-POST-ONE-APPROVED
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PENDING-FILE
                CLOSE SSN-MASTER-FILE
                CLOSE AUDIT-LOG-FILE
                CLOSE JOURNAL-FILE
                CLOSE CLAIMED-DAY-FILE
                DISPLAY "Approved postings: " WS-APPROVED-POSTED
                    " posted, " WS-APPROVED-REJECTED " rejected, "
                    WS-APPROVED-LEFT " left for the next run."
                IF (WS-APPROVED-LEFT > 0 OR WS-APPROVED-REJECTED > 0)
                        AND WS-APPROVED-RC < 4
                    MOVE 4 TO WS-APPROVED-RC
                END-IF
            END-IF
        WHEN OTHER
            DISPLAY "Cannot open the pending-approval file, status "
                WS-PEND-FILE-STATUS ". Approved items left for the next run."
            MOVE 8 TO WS-APPROVED-RC
    END-EVALUATE.

0660-POST-ONE-APPROVED.
    MOVE PA-SSNUM       TO WS-APPLY-SSNUM
    MOVE PA-NEW-STATUS  TO WS-APPLY-STATUS
    MOVE PA-STATUS-DATE TO WS-APPLY-DATE
    MOVE PA-MAKER-ID    TO WS-APPLY-OPERATOR
    MOVE PA-SSNUM       TO MR-SSNUM
    READ SSN-MASTER-FILE
        INVALID KEY
            MOVE "APPROVED" TO WS-RESTORE-SOURCE
            PERFORM 1200-REQUEST-RESTORE
            EVALUATE TRUE
                WHEN WS-ARCHIVE-HIT
                    DISPLAY "Approved item not posted: registrant "
                        PA-SSAREA "-" PA-SSGROUP "-" PA-SSSERIAL
                        " is archived; restore requested."
                    ADD 1 TO WS-APPROVED-LEFT
                WHEN WS-RESTORE-FILES-OPEN
                    PERFORM 0670-REJECT-UNPOSTABLE
                WHEN OTHER
                    DISPLAY "Approved item not posted: no registrant on file for "
                        PA-SSAREA "-" PA-SSGROUP "-" PA-SSSERIAL
                    ADD 1 TO WS-APPROVED-LEFT
            END-EVALUATE
        NOT INVALID KEY
            PERFORM 2000-APPLY-STATUS
            IF WS-APPLY-OK
                ADD 1 TO WS-APPROVED-POSTED
      *> the posting is already on the master and CLMDAY; an item left
      *> behind would post a second time tomorrow night.
                DELETE PENDING-FILE RECORD
                    INVALID KEY
                        DISPLAY "Approved item posted but not removed from the "
                            "pending-approval file: "
                            PA-SSAREA "-" PA-SSGROUP "-" PA-SSSERIAL
                            ". Delete it before the next run."
                        MOVE 8 TO WS-APPROVED-RC
                END-DELETE
            ELSE
                DISPLAY "Approved item not posted: master rewrite failed for "
                    PA-SSAREA "-" PA-SSGROUP "-" PA-SSSERIAL
                ADD 1 TO WS-APPROVED-LEFT
            END-IF
    END-READ.

      *> a registrant on neither the live master nor the archive will
      *> never come back, so the item would wait forever - cobolpend
      *> only ages out held items. It is dropped under the checker who
      *> approved it as a REJECT, as cobolfrist does when a held
      *> removal finds the registration gone.
0670-REJECT-UNPOSTABLE.
    MOVE PA-REGISTRANT-NAME TO MR-HUMAN-NAME
    MOVE PA-CHECKER-ID      TO WS-APPLY-OPERATOR
    DELETE PENDING-FILE RECORD
        INVALID KEY
            DISPLAY "Pending-approval delete failed for "
                PA-SSAREA "-" PA-SSGROUP "-" PA-SSSERIAL
                ". Item still waiting."
            ADD 1 TO WS-APPROVED-LEFT
        NOT INVALID KEY
            MOVE "REJECT" TO WS-AUDIT-ACTION
            PERFORM 2100-WRITE-AUDIT-RECORD
            ADD 1 TO WS-APPROVED-REJECTED
            DISPLAY "Approved item rejected: no registrant on the master "
                "or the archive for "
                PA-SSAREA "-" PA-SSGROUP "-" PA-SSSERIAL
    END-DELETE.

0700-OPEN-AUDIT-FILE.
    OPEN EXTEND AUDIT-LOG-FILE
    IF WS-AUDIT-FILE-STATUS = "35"
        OPEN OUTPUT JOURNAL-FILE
    END-IF.

0900-OPEN-PENDING-FILE.
    OPEN I-O PENDING-FILE
    IF WS-PEND-FILE-STATUS = "35"
        OPEN OUTPUT PENDING-FILE
        CLOSE PENDING-FILE
        OPEN I-O PENDING-FILE
    END-IF.

      *> with no archive there is nobody to restore, and with no
      *> request file there is no asking for it - either way a miss on
      *> the live master bounces as NOREG, as it always did.
0950-OPEN-RESTORE-FILES.
    OPEN INPUT SSN-ARCHIVE-FILE
    IF WS-ARCH-FILE-STATUS = "00"
        OPEN I-O RESTORE-REQUEST-FILE
        IF WS-RSTQ-FILE-STATUS = "35"
            OPEN OUTPUT RESTORE-REQUEST-FILE
            CLOSE RESTORE-REQUEST-FILE
            OPEN I-O RESTORE-REQUEST-FILE
        END-IF
        IF WS-RSTQ-FILE-STATUS = "00"
            MOVE "Y" TO WS-RESTORE-FILES-OPEN-SW
        ELSE
            DISPLAY "Cannot open the restore-request file, status "
                WS-RSTQ-FILE-STATUS "; archived registrants bounce as NOREG."
            CLOSE SSN-ARCHIVE-FILE
        END-IF
    END-IF.

1000-POST-STATUS-CHANGE.
    MOVE CT-SSNUM       TO WS-APPLY-SSNUM
    MOVE CT-NEW-STATUS  TO WS-APPLY-STATUS
    MOVE CT-STATUS-DATE TO WS-APPLY-DATE
    MOVE CT-OPERATOR-ID TO WS-APPLY-OPERATOR
    PERFORM 1100-VALIDATE-OPERATOR
    EVALUATE TRUE
        WHEN NOT WS-OPERATOR-VALID
            DISPLAY "REJECTED: operator " CT-OPERATOR-ID
                " is not an unlocked supervisor-level operator, for "
                CT-SSAREA "-" CT-SSGROUP "-" CT-SSSERIAL
            MOVE "BADOPER" TO WS-CS-REASON
            PERFORM 3000-WRITE-CLAIMS-SUSPENSE
            MOVE CT-SSNUM TO MR-SSNUM
            READ SSN-MASTER-FILE
                INVALID KEY
                    MOVE "CLAIMS" TO WS-RESTORE-SOURCE
                    PERFORM 1200-REQUEST-RESTORE
                    IF WS-ARCHIVE-HIT
                        DISPLAY "HELD: registrant "
                            CT-SSAREA "-" CT-SSGROUP "-" CT-SSSERIAL
                            " is archived; restore requested, row resubmits."
                        MOVE "ARCHIVED" TO WS-CS-REASON
                    ELSE
                        DISPLAY "REJECTED: no registrant on file for "
                            CT-SSAREA "-" CT-SSGROUP "-" CT-SSSERIAL
                        MOVE "NOREG" TO WS-CS-REASON
                    END-IF
                    PERFORM 3000-WRITE-CLAIMS-SUSPENSE
                NOT INVALID KEY
                    IF CT-STATUS-ACTIVE
                        PERFORM 2000-APPLY-STATUS
                        IF WS-APPLY-OK
                            ADD 1 TO WS-POSTED-COUNT
                        ELSE
                            DISPLAY "REJECTED: master rewrite failed for "
                                CT-SSAREA "-" CT-SSGROUP "-" CT-SSSERIAL
                            MOVE "NOREWRIT" TO WS-CS-REASON
                            PERFORM 3000-WRITE-CLAIMS-SUSPENSE
                        END-IF
                    ELSE
                        PERFORM 2500-HOLD-FOR-APPROVAL
                    END-IF
            END-READ
    END-EVALUATE.

      *> the posting row's operator must be on the SSNOPER master,
      *> active, and supervisor-level - a status change closes or
      *> reopens a case, the same weight as a delete at the counter.
      *> An ID locked after repeated bad PINs posts nothing either;
      *> the row carries no PIN, so the lock is all that is checked.
      *> A posting counts as use of the ID for cobolidle.
1100-VALIDATE-OPERATOR.
    MOVE "N" TO WS-OPERATOR-VALID-SW
    MOVE CT-OPERATOR-ID TO OP-OPERATOR-ID
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF OP-ACTIVE AND OP-AUTH-SUPERVISOR AND NOT OP-LOCKED
                MOVE "Y" TO WS-OPERATOR-VALID-SW
                IF OP-LAST-SIGNON-DATE NOT = WS-TODAY
                    MOVE WS-TODAY TO OP-LAST-SIGNON-DATE
                    REWRITE OPERATOR-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                END-IF
            END-IF
    END-READ.

      *> a registrant missing from the live master but found on the
      *> archive goes on the restore-request file under the SSN being
      *> applied; one already requested is simply left there.
1200-REQUEST-RESTORE.
    MOVE "N" TO WS-ARCHIVE-HIT-SW
    IF WS-RESTORE-FILES-OPEN
        MOVE WS-APPLY-SSNUM TO AR-SSNUM
        READ SSN-ARCHIVE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-ARCHIVE-HIT-SW
                MOVE WS-APPLY-SSNUM    TO RQ-SSNUM
                MOVE WS-RESTORE-SOURCE TO RQ-SOURCE
                MOVE WS-TODAY          TO RQ-REQUEST-DATE
                MOVE AR-HUMAN-NAME     TO RQ-REGISTRANT-NAME
                WRITE RESTORE-REQUEST-RECORD
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD 1 TO WS-RESTORE-REQUESTED
                END-WRITE
        END-READ
    END-IF.

      *> the caller decides what a failed rewrite means: a claims row
      *> goes to suspense, an approved item waits for the next run.
2000-APPLY-STATUS.
    MOVE "N" TO WS-APPLY-OK-SW
    MOVE WS-APPLY-STATUS TO MR-STATUS
    IF WS-APPLY-DATE = ZERO
        MOVE WS-TODAY TO MR-STATUS-DATE
    ELSE
        MOVE WS-APPLY-DATE TO MR-STATUS-DATE
    END-IF

    REWRITE SSN-MASTER-RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO WS-APPLY-OK-SW
            MOVE "STATUS" TO WS-AUDIT-ACTION
            PERFORM 2100-WRITE-AUDIT-RECORD
            PERFORM 2200-WRITE-JOURNAL-RECORD
            IF WS-APPLY-CLAIMED
                MOVE WS-APPLY-SSNUM TO CD-SSNUM
                WRITE CLAIMED-DAY-RECORD
            END-IF
    END-REWRITE.

2100-WRITE-AUDIT-RECORD.
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE WS-APPLY-OPERATOR TO AL-OPERATOR-ID
    MOVE WS-TIMESTAMP   TO AL-TIMESTAMP
    MOVE MR-HUMAN-NAME  TO AL-REGISTRANT-NAME
    MOVE WS-AUDIT-ACTION TO AL-ACTION
    MOVE WS-TODAY        TO AL-BUSINESS-DATE
    WRITE AUDIT-LOG-RECORD.

2200-WRITE-JOURNAL-RECORD.
    MOVE SSN-MASTER-RECORD TO JR-MASTER-IMAGE
    WRITE JOURNAL-RECORD.

      *> the maker's half of a deceased, claimed or withdrawn posting:
      *> the row goes to the pending-approval file with who keyed it
      *> and when, and the master is left alone until a second
      *> supervisor approves it. A zero status date is fixed to the
      *> day the notice arrived, not the later day it is approved. A
      *> registrant who already has an item waiting bounces to
      *> suspense as PENDING, to be resubmitted once that one clears.
2500-HOLD-FOR-APPROVAL.
    MOVE CT-SSNUM          TO PA-SSNUM
    MOVE "S"               TO PA-ACTION
    MOVE CT-NEW-STATUS     TO PA-NEW-STATUS
    IF CT-STATUS-DATE = ZERO
        MOVE WS-TODAY      TO PA-STATUS-DATE
    ELSE
        MOVE CT-STATUS-DATE TO PA-STATUS-DATE
    END-IF
    MOVE MR-HUMAN-NAME     TO PA-REGISTRANT-NAME
    MOVE CT-OPERATOR-ID    TO PA-MAKER-ID
    MOVE FUNCTION CURRENT-DATE TO PA-MAKER-TIMESTAMP
    MOVE "P"               TO PA-STATE
    MOVE SPACES            TO PA-CHECKER-ID
    MOVE SPACES            TO PA-APPROVED-TIMESTAMP
    WRITE PENDING-APPROVAL-RECORD
        INVALID KEY
            DISPLAY "REJECTED: an action is already waiting for approval on "
                CT-SSAREA "-" CT-SSGROUP "-" CT-SSSERIAL
            MOVE "PENDING" TO WS-CS-REASON
            PERFORM 3000-WRITE-CLAIMS-SUSPENSE
        NOT INVALID KEY
            ADD 1 TO WS-HELD-COUNT
            MOVE "REQUEST" TO WS-AUDIT-ACTION
            PERFORM 2100-WRITE-AUDIT-RECORD
    END-WRITE.

      *> a rejected posting is not just a SYSOUT line any more - the
      *> row goes to the claims-suspense file as it came in, with the
      *> reason, so the clerk amends one row and cobolcsub feeds it
