

            >>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.cobolrest.
AUTHOR.Shad Sylla.
DATE-WRITTEN.october 15, 2026

      *> archive restore: cobolarch moves registrants to SSNARCH by
      *> registration date alone, whatever their status, so an active
      *> registrant leaves the live master after two years while
      *> claims, death notices and follow-up letters are still to
      *> come for them. This run brings archived registrants back onto
      *> the live master - the archive image is written back as it
      *> stands, journaled as an (A)dd carrying its original
      *> registration date, and the archive copy is deleted so the
      *> registrant is on file in exactly one place again.
      *>
      *> Nightly (first step, SYSIN empty) it works the restore-request
      *> file: cobolclms and cobolfolw put an archived registrant there
      *> when a claim or letter finds them on SSNARCH, so the held
      *> claim resubmits and the letter goes out later that same night.
      *> Run on request (SSNREST job) with SSNs on SYSIN, one per card
      *> in columns 1-9, it restores just those, at once, and clears
      *> any request already filed for them.
      *>
      *> The master write goes first and the archive delete second,
      *> the same order cobolarch keeps the other way round: a run
      *> that dies in between leaves the registrant in both places,
      *> and the rerun finds them live and only removes the archive
      *> copy. A request the run could not honor stays on file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SSN-MASTER-FILE ASSIGN TO "SSNMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MR-SSNUM
        ALTERNATE RECORD KEY IS MR-HUMAN-NAME WITH DUPLICATES
        FILE STATUS IS WS-SSN-FILE-STATUS.
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
    SELECT JOURNAL-FILE ASSIGN TO "SSNJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RN-CONTROL-KEY
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD SSN-MASTER-FILE.
COPY SSNMAST.

FD SSN-ARCHIVE-FILE.
COPY SSNMAST REPLACING ==SSN-MASTER-RECORD== BY ==SSN-ARCHIVE-RECORD==
                       LEADING ==MR-== BY ==AR-==.

FD RESTORE-REQUEST-FILE.
COPY RESTREC.

FD JOURNAL-FILE.
COPY JRNLREC.

FD RUN-CONTROL-FILE.
COPY RUNCREC.

WORKING-STORAGE SECTION.

01 WS-SSN-FILE-STATUS    PIC XX VALUE "00".
01 WS-ARCH-FILE-STATUS   PIC XX VALUE "00".
01 WS-RSTQ-FILE-STATUS   PIC XX VALUE "00".
01 WS-JOURNAL-FILE-STATUS PIC XX VALUE "00".
01 WS-FILES-OPEN-SW      PIC X VALUE "N".
    88 WS-FILES-OPEN      VALUE "Y".
01 WS-RSTQ-EOF-SW        PIC X VALUE "N".
    88 WS-RSTQ-EOF        VALUE "Y".

01 WS-TODAY              PIC 9(8).

      *> SSNs named on SYSIN for an on-request restore; none at all
      *> means this is the nightly step working the request file.
01 WS-SYSIN-EOF-SW       PIC X VALUE "N".
    88 WS-SYSIN-EOF       VALUE "Y".
01 WS-SYSIN-CARD         PIC X(80).
01 WS-NAMED-MAX          PIC 9(4) COMP VALUE 200.
01 WS-NAMED-COUNT        PIC 9(4) COMP VALUE ZERO.
01 WS-NAMED-IDX          PIC 9(4) COMP.
01 WS-NAMED-TABLE.
    05 WS-NAMED-SSNUM    PIC 9(9) OCCURS 200 TIMES.
01 WS-BAD-CARD-COUNT     PIC 9(4) VALUE ZERO.

      *> the registrant being restored, and how it came out:
      *> (R)estored, already (L)ive, (N)ot on the archive, or the
      *> master write (F)ailed.
01 WS-RESTORE-SSNUM.
    05 WS-RESTORE-SSAREA   PIC 999.
    05 WS-RESTORE-SSGROUP  PIC 99.
    05 WS-RESTORE-SSSERIAL PIC 9999.
01 WS-OUTCOME            PIC X.
    88 WS-OUTCOME-RESTORED VALUE "R".
    88 WS-OUTCOME-LIVE     VALUE "L".
    88 WS-OUTCOME-NOT-ARCHIVED VALUE "N".
    88 WS-OUTCOME-FAILED   VALUE "F".

01 WS-REQUESTS-READ      PIC 9(6) VALUE ZERO.
01 WS-RESTORED-COUNT     PIC 9(6) VALUE ZERO.
01 WS-ALREADY-LIVE       PIC 9(6) VALUE ZERO.
01 WS-NOT-ARCHIVED       PIC 9(6) VALUE ZERO.
01 WS-RESTORE-FAILED     PIC 9(6) VALUE ZERO.
01 WS-ARCHIVE-COPIES-DROPPED PIC 9(6) VALUE ZERO.

COPY RUNCTLWS REPLACING ==STEP-PGM-NAME== BY =="COBOLREST"==
                        ==RESTART-PGM-NAME== BY ==SPACES==.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    PERFORM 0500-ACCEPT-NAMED-SSNS

      *> only the nightly step keeps the step log - an on-request run
      *> in the daytime must not mark tonight's step as finished. A
      *> SYSIN that named SSNs but none of them valid is a bad request,
      *> not a nightly run: it must not work the whole request file.
    IF WS-NAMED-COUNT = ZERO AND WS-BAD-CARD-COUNT > 0
        DISPLAY "No valid SSNs on SYSIN; nothing restored."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-NAMED-COUNT = ZERO
        PERFORM 0100-READ-RUN-CONTROL
        IF WS-RUNCTL-FAILED OR WS-STEP-ALREADY-DONE
            PERFORM 0150-END-WITHOUT-RUNNING
            STOP RUN
        END-IF
    ELSE
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    END-IF

    PERFORM 1000-OPEN-FILES
    IF WS-FILES-OPEN
        IF WS-NAMED-COUNT = ZERO
            PERFORM 3000-RESTORE-REQUESTED
        ELSE
            PERFORM 2000-RESTORE-NAMED
                VARYING WS-NAMED-IDX FROM 1 BY 1
                UNTIL WS-NAMED-IDX > WS-NAMED-COUNT
        END-IF
        CLOSE SSN-MASTER-FILE
        CLOSE SSN-ARCHIVE-FILE
        CLOSE RESTORE-REQUEST-FILE
        CLOSE JOURNAL-FILE
        PERFORM 4000-PRINT-COUNTS
        IF WS-RESTORE-FAILED > 0 OR WS-NOT-ARCHIVED > 0
                OR WS-BAD-CARD-COUNT > 0
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
    ELSE
        MOVE 8 TO RETURN-CODE
    END-IF

    IF WS-NAMED-COUNT = ZERO
        PERFORM 0190-RECORD-STEP-DONE
    END-IF
    STOP RUN.

COPY RUNCTLPD.

      *> one SSN per card, columns 1-9. A card that is not nine digits
      *> is listed and skipped; blank cards are ignored.
0500-ACCEPT-NAMED-SSNS.
    PERFORM UNTIL WS-SYSIN-EOF
        MOVE SPACES TO WS-SYSIN-CARD
        ACCEPT WS-SYSIN-CARD
            ON EXCEPTION
                MOVE "Y" TO WS-SYSIN-EOF-SW
            NOT ON EXCEPTION
                EVALUATE TRUE
                    WHEN WS-SYSIN-CARD = SPACES
                        CONTINUE
                    WHEN WS-SYSIN-CARD(1:9) IS NOT NUMERIC
                        DISPLAY "SKIPPED: SYSIN card is not a nine-digit SSN: "
                            WS-SYSIN-CARD(1:20)
                        ADD 1 TO WS-BAD-CARD-COUNT
                    WHEN WS-NAMED-COUNT NOT < WS-NAMED-MAX
                        DISPLAY "SKIPPED: more than " WS-NAMED-MAX
                            " SSNs named in one run: " WS-SYSIN-CARD(1:9)
                        ADD 1 TO WS-BAD-CARD-COUNT
                    WHEN OTHER
                        ADD 1 TO WS-NAMED-COUNT
                        MOVE WS-SYSIN-CARD(1:9)
                            TO WS-NAMED-SSNUM(WS-NAMED-COUNT)
                END-EVALUATE
        END-ACCEPT
    END-PERFORM
    IF WS-NAMED-COUNT > 0
        DISPLAY "On-request restore of " WS-NAMED-COUNT
            " SSN(s) named on SYSIN."
    END-IF.

      *> nothing is restored unless all four files are there: a master
      *> write with no journal row could be lost to a later recovery
      *> run, and one whose archive copy cannot be deleted would leave
      *> the registrant in two places for good.
1000-OPEN-FILES.
    OPEN I-O SSN-MASTER-FILE
    IF WS-SSN-FILE-STATUS NOT = "00"
        DISPLAY "Cannot open the master file, status "
            WS-SSN-FILE-STATUS ". Nothing restored."
    ELSE
        OPEN I-O SSN-ARCHIVE-FILE
        IF WS-ARCH-FILE-STATUS = "35"
            OPEN OUTPUT SSN-ARCHIVE-FILE
            CLOSE SSN-ARCHIVE-FILE
            OPEN I-O SSN-ARCHIVE-FILE
        END-IF
        OPEN I-O RESTORE-REQUEST-FILE
        IF WS-RSTQ-FILE-STATUS = "35"
            OPEN OUTPUT RESTORE-REQUEST-FILE
            CLOSE RESTORE-REQUEST-FILE
            OPEN I-O RESTORE-REQUEST-FILE
        END-IF
        OPEN EXTEND JOURNAL-FILE
        IF WS-JOURNAL-FILE-STATUS = "35"
            OPEN OUTPUT JOURNAL-FILE
        END-IF
        EVALUATE TRUE
            WHEN WS-ARCH-FILE-STATUS NOT = "00"
                DISPLAY "Cannot open the archive file, status "
                    WS-ARCH-FILE-STATUS ". Nothing restored."
            WHEN WS-RSTQ-FILE-STATUS NOT = "00"
                DISPLAY "Cannot open the restore-request file, status "
                    WS-RSTQ-FILE-STATUS ". Nothing restored."
            WHEN WS-JOURNAL-FILE-STATUS NOT = "00"
                DISPLAY "Cannot open the journal file, status "
                    WS-JOURNAL-FILE-STATUS ". Nothing restored."
            WHEN OTHER
                MOVE "Y" TO WS-FILES-OPEN-SW
        END-EVALUATE
        IF NOT WS-FILES-OPEN
            CLOSE SSN-MASTER-FILE
            IF WS-ARCH-FILE-STATUS = "00"
                CLOSE SSN-ARCHIVE-FILE
            END-IF
            IF WS-RSTQ-FILE-STATUS = "00"
                CLOSE RESTORE-REQUEST-FILE
            END-IF
            IF WS-JOURNAL-FILE-STATUS = "00"
                CLOSE JOURNAL-FILE
            END-IF
        END-IF
    END-IF.

      *> a named SSN that is dealt with - restored, or found already
      *> live - takes any request filed for it off the request file,
      *> so tonight's step does not go looking for it again.
2000-RESTORE-NAMED.
    MOVE WS-NAMED-SSNUM(WS-NAMED-IDX) TO WS-RESTORE-SSNUM
    PERFORM 2500-RESTORE-ONE-SSN
    IF WS-OUTCOME-RESTORED OR WS-OUTCOME-LIVE
        MOVE WS-RESTORE-SSNUM TO RQ-SSNUM
        DELETE RESTORE-REQUEST-FILE RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
    END-IF.

2500-RESTORE-ONE-SSN.
    MOVE WS-RESTORE-SSNUM TO MR-SSNUM
    READ SSN-MASTER-FILE
        INVALID KEY
            PERFORM 2600-BRING-BACK-FROM-ARCHIVE
        NOT INVALID KEY
            MOVE "L" TO WS-OUTCOME
            ADD 1 TO WS-ALREADY-LIVE
            DISPLAY "ALREADY LIVE: " WS-RESTORE-SSAREA "-"
                WS-RESTORE-SSGROUP "-" WS-RESTORE-SSSERIAL " "
                MR-HUMAN-NAME
    END-READ
    IF WS-OUTCOME-RESTORED OR WS-OUTCOME-LIVE
        PERFORM 2700-DROP-ARCHIVE-COPY
    END-IF.

      *> the archive image goes back exactly as it was archived -
      *> status, address, payment stamp and all - and is journaled as
      *> an (A)dd under its original registration date, which is how
      *> cobolchgf tells a restore from a new registration.
2600-BRING-BACK-FROM-ARCHIVE.
    MOVE WS-RESTORE-SSNUM TO AR-SSNUM
    READ SSN-ARCHIVE-FILE
        INVALID KEY
            MOVE "N" TO WS-OUTCOME
            ADD 1 TO WS-NOT-ARCHIVED
            DISPLAY "NOT FOUND: " WS-RESTORE-SSAREA "-"
                WS-RESTORE-SSGROUP "-" WS-RESTORE-SSSERIAL
                " is on neither the live master nor the archive."
        NOT INVALID KEY
            MOVE SSN-ARCHIVE-RECORD TO SSN-MASTER-RECORD
            WRITE SSN-MASTER-RECORD
                INVALID KEY
                    MOVE "F" TO WS-OUTCOME
                    ADD 1 TO WS-RESTORE-FAILED
                    DISPLAY "FAILED: master write refused for "
                        WS-RESTORE-SSAREA "-" WS-RESTORE-SSGROUP "-"
                        WS-RESTORE-SSSERIAL ", status "
                        WS-SSN-FILE-STATUS "; left on the archive."
                NOT INVALID KEY
                    MOVE "R" TO WS-OUTCOME
                    ADD 1 TO WS-RESTORED-COUNT
                    MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
                    MOVE "A" TO JR-ACTION
                    MOVE SSN-MASTER-RECORD TO JR-MASTER-IMAGE
                    WRITE JOURNAL-RECORD
                    DISPLAY "RESTORED: " WS-RESTORE-SSAREA "-"
                        WS-RESTORE-SSGROUP "-" WS-RESTORE-SSSERIAL " "
                        MR-HUMAN-NAME " registered " MR-REG-DATE
                        " status " MR-STATUS
            END-WRITE
    END-READ.

      *> also catches the copy a run that died between the master
      *> write and the archive delete left behind.
2700-DROP-ARCHIVE-COPY.
    MOVE WS-RESTORE-SSNUM TO AR-SSNUM
    READ SSN-ARCHIVE-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DELETE SSN-ARCHIVE-FILE RECORD
                INVALID KEY
                    DISPLAY "Archive copy of " WS-RESTORE-SSAREA "-"
                        WS-RESTORE-SSGROUP "-" WS-RESTORE-SSSERIAL
                        " could not be deleted, status "
                        WS-ARCH-FILE-STATUS "."
                NOT INVALID KEY
                    IF WS-OUTCOME-LIVE
                        ADD 1 TO WS-ARCHIVE-COPIES-DROPPED
                    END-IF
            END-DELETE
    END-READ.

      *> every request on file is worked; one that was restored, found
      *> already live, or is not on the archive at all leaves the
      *> file, and one whose master write failed stays for tomorrow.
3000-RESTORE-REQUESTED.
    PERFORM UNTIL WS-RSTQ-EOF
        READ RESTORE-REQUEST-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-RSTQ-EOF-SW
            NOT AT END
                ADD 1 TO WS-REQUESTS-READ
                DISPLAY "REQUEST:  " RQ-SSAREA "-" RQ-SSGROUP "-"
                    RQ-SSSERIAL " " RQ-REGISTRANT-NAME " from "
                    RQ-SOURCE " on " RQ-REQUEST-DATE
                MOVE RQ-SSNUM TO WS-RESTORE-SSNUM
                PERFORM 2500-RESTORE-ONE-SSN
                IF NOT WS-OUTCOME-FAILED
                    DELETE RESTORE-REQUEST-FILE RECORD
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                END-IF
        END-READ
    END-PERFORM.

4000-PRINT-COUNTS.
    DISPLAY "=================================================="
    DISPLAY "        ARCHIVED REGISTRANT RESTORE"
    DISPLAY "=================================================="
    DISPLAY "Restore date  . . . . . . . . : " WS-TODAY
    IF WS-NAMED-COUNT = ZERO
        DISPLAY "Restore requests read . . . . : " WS-REQUESTS-READ
    ELSE
        DISPLAY "SSNs named on SYSIN . . . . . : " WS-NAMED-COUNT
    END-IF
    DISPLAY "Restored to the live master . : " WS-RESTORED-COUNT
    DISPLAY "Already on the live master  . : " WS-ALREADY-LIVE
    DISPLAY "  stale archive copies removed: " WS-ARCHIVE-COPIES-DROPPED
    DISPLAY "Not on the archive  . . . . . : " WS-NOT-ARCHIVED
    DISPLAY "Master write failed (kept)  . : " WS-RESTORE-FAILED
    IF WS-BAD-CARD-COUNT > 0
        DISPLAY "SYSIN cards skipped . . . . . : " WS-BAD-CARD-COUNT
    END-IF
    DISPLAY "==================================================".
