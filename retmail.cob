

            >>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.cobolrtml.
AUTHOR.Shad Sylla.
DATE-WRITTEN.october 15, 2026

      *> returned-mail run: follow-up letters (cobolfolw) and annual
      *> statements (cobolstmt) that the post office sends back used to
      *> pile up in a box on the supervisor's desk, and the next run
      *> mailed the same dead address again. The clerks now key each
      *> returned item onto a daily file by SSN; this run reads it,
      *> sets the "address undeliverable" switch and date on the master
      *> (journaled like any other master change), and writes an
      *> address-trace worklist - name, SSN, the address that bounced,
      *> phone and the post office's endorsement - for the clerks to
      *> chase a new address. cobolfolw and cobolstmt hold letters for
      *> flagged registrants; a cobolfrist (M)ove address change clears
      *> the flag and mail resumes.
      *>
      *> Returned-item layout (one row per piece of mail sent back):
      *>   SSN (9 digits) + item type (F = follow-up letter,
      *>   S = statement) + date returned (YYYYMMDD) + endorsement (30)
      *>
      *> A row whose SSN is not on the live master, or whose return
      *> date is not a real date on or before today, is listed on the
      *> worklist for the clerk and the run ends RC 4. A blank return
      *> date is taken as today.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RETURNED-MAIL-FILE ASSIGN TO "RETMAIL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETMAIL-FILE-STATUS.
    SELECT SSN-MASTER-FILE ASSIGN TO "SSNMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MR-SSNUM
        ALTERNATE RECORD KEY IS MR-HUMAN-NAME WITH DUPLICATES
        FILE STATUS IS WS-SSN-FILE-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "SSNJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.
    SELECT TRACE-FILE ASSIGN TO "ADDRTRCE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRACE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD RETURNED-MAIL-FILE.
01 RETURNED-MAIL-RECORD.
    05 RM-SSNUM.
        10 RM-SSAREA         PIC 999.
        10 RM-SSGROUP        PIC 99.
        10 RM-SSSERIAL       PIC 9999.
    05 RM-ITEM-TYPE          PIC X.
        88 RM-FOLLOWUP-LETTER  VALUE "F".
        88 RM-STATEMENT        VALUE "S".
    05 RM-RETURN-DATE        PIC 9(8).
    05 RM-ENDORSEMENT        PIC X(30).

FD SSN-MASTER-FILE.
COPY SSNMAST.

FD JOURNAL-FILE.
COPY JRNLREC.

FD TRACE-FILE.
01 TRACE-LINE PIC X(80).

WORKING-STORAGE SECTION.

01 WS-RETMAIL-FILE-STATUS PIC XX VALUE "00".
01 WS-SSN-FILE-STATUS     PIC XX VALUE "00".
01 WS-JOURNAL-FILE-STATUS PIC XX VALUE "00".
01 WS-TRACE-FILE-STATUS   PIC XX VALUE "00".
01 WS-EOF-SW              PIC X VALUE "N".
    88 WS-EOF              VALUE "Y".

01 WS-TODAY               PIC 9(8).

01 WS-ROWS-READ           PIC 9(6) VALUE ZERO.
01 WS-NEWLY-FLAGGED       PIC 9(6) VALUE ZERO.
01 WS-ALREADY-FLAGGED     PIC 9(6) VALUE ZERO.
01 WS-NOT-ON-MASTER       PIC 9(6) VALUE ZERO.
01 WS-REWRITE-FAILED      PIC 9(6) VALUE ZERO.
01 WS-BAD-RETURN-DATE     PIC 9(6) VALUE ZERO.

01 WS-ITEM-DESC           PIC X(17).

01 WS-SSN-DISPLAY.
    05 WS-SSN-AREA        PIC 999.
    05 FILLER             PIC X VALUE "-".
    05 WS-SSN-GROUP       PIC 99.
    05 FILLER             PIC X VALUE "-".
    05 WS-SSN-SERIAL      PIC 9999.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    OPEN INPUT RETURNED-MAIL-FILE
    EVALUATE WS-RETMAIL-FILE-STATUS
        WHEN "00"
            OPEN I-O SSN-MASTER-FILE
            IF WS-SSN-FILE-STATUS NOT = "00"
                DISPLAY "Cannot open the master file, status "
                    WS-SSN-FILE-STATUS ". No returned mail posted."
                CLOSE RETURNED-MAIL-FILE
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 0500-OPEN-JOURNAL-FILE
                OPEN OUTPUT TRACE-FILE
                IF WS-TRACE-FILE-STATUS NOT = "00"
      *> no flag is set on the master unless the trace worklist that
      *> tells the clerks about it can be written too.
                    DISPLAY "Cannot open the address-trace worklist, status "
                        WS-TRACE-FILE-STATUS ". No returned mail posted."
                    CLOSE RETURNED-MAIL-FILE
                    CLOSE SSN-MASTER-FILE
                    CLOSE JOURNAL-FILE
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM 1000-WRITE-TRACE-HEADING
                    PERFORM UNTIL WS-EOF
                        READ RETURNED-MAIL-FILE
                            AT END
                                MOVE "Y" TO WS-EOF-SW
                            NOT AT END
                                PERFORM 2000-POST-RETURNED-ITEM
                        END-READ
                    END-PERFORM
                    CLOSE RETURNED-MAIL-FILE
                    CLOSE SSN-MASTER-FILE
                    CLOSE JOURNAL-FILE
                    CLOSE TRACE-FILE
                    PERFORM 4000-PRINT-COUNTS
                    EVALUATE TRUE
                        WHEN WS-REWRITE-FAILED > 0
                            MOVE 8 TO RETURN-CODE
                        WHEN WS-NOT-ON-MASTER > 0
                                OR WS-BAD-RETURN-DATE > 0
                            MOVE 4 TO RETURN-CODE
                        WHEN OTHER
                            MOVE 0 TO RETURN-CODE
                    END-EVALUATE
                END-IF
            END-IF
        WHEN "35"
            DISPLAY "No returned-mail file on hand; nothing to post."
            MOVE 0 TO RETURN-CODE
        WHEN OTHER
            DISPLAY "Cannot open the returned-mail file, status "
                WS-RETMAIL-FILE-STATUS ". No returned mail posted."
            MOVE 8 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

0500-OPEN-JOURNAL-FILE.
    OPEN EXTEND JOURNAL-FILE
    IF WS-JOURNAL-FILE-STATUS = "35"
        OPEN OUTPUT JOURNAL-FILE
    END-IF.

1000-WRITE-TRACE-HEADING.
    MOVE "==================================================" TO TRACE-LINE
    WRITE TRACE-LINE
    MOVE SPACES TO TRACE-LINE
    STRING "   ADDRESS-TRACE WORKLIST - RUN DATE " WS-TODAY
        DELIMITED BY SIZE INTO TRACE-LINE
    WRITE TRACE-LINE
    MOVE "==================================================" TO TRACE-LINE
    WRITE TRACE-LINE
    MOVE SPACES TO TRACE-LINE
    WRITE TRACE-LINE.

      *> one returned piece of mail: flag the registrant the first time
      *> it comes back and put them on the trace worklist; a second
      *> piece returned before the address is fixed changes nothing -
      *> the registrant is already being traced.
2000-POST-RETURNED-ITEM.
    ADD 1 TO WS-ROWS-READ
    MOVE RM-SSAREA   TO WS-SSN-AREA
    MOVE RM-SSGROUP  TO WS-SSN-GROUP
    MOVE RM-SSSERIAL TO WS-SSN-SERIAL
    EVALUATE TRUE
        WHEN RM-FOLLOWUP-LETTER
            MOVE "follow-up letter" TO WS-ITEM-DESC
        WHEN RM-STATEMENT
            MOVE "annual statement" TO WS-ITEM-DESC
        WHEN OTHER
            MOVE "mail item" TO WS-ITEM-DESC
    END-EVALUATE

      *> the trace worklist and the held-letter ageing both run from
      *> the return date, so a date that could not have happened is
      *> sent back to the clerk rather than stamped on the master.
    IF RM-RETURN-DATE NUMERIC AND RM-RETURN-DATE > ZERO
            AND (FUNCTION TEST-DATE-YYYYMMDD(RM-RETURN-DATE) NOT = 0
                 OR RM-RETURN-DATE > WS-TODAY)
        ADD 1 TO WS-BAD-RETURN-DATE
        PERFORM 3200-LIST-BAD-RETURN-DATE
    ELSE
        MOVE RM-SSNUM TO MR-SSNUM
        READ SSN-MASTER-FILE
            INVALID KEY
                ADD 1 TO WS-NOT-ON-MASTER
                PERFORM 3100-LIST-NOT-ON-MASTER
            NOT INVALID KEY
                IF MR-ADDR-UNDELIVERABLE
                    ADD 1 TO WS-ALREADY-FLAGGED
                ELSE
                    PERFORM 2100-FLAG-UNDELIVERABLE
                END-IF
        END-READ
    END-IF.

      *> the flag carries the date the item came back, not the run
      *> date, so the trace worklist and the held-letter listings show
      *> how long the registrant has really been out of reach.
2100-FLAG-UNDELIVERABLE.
    MOVE "Y" TO MR-UNDELIV-SW
    IF RM-RETURN-DATE NUMERIC AND RM-RETURN-DATE > ZERO
        MOVE RM-RETURN-DATE TO MR-UNDELIV-DATE
    ELSE
        MOVE WS-TODAY TO MR-UNDELIV-DATE
    END-IF
    REWRITE SSN-MASTER-RECORD
        INVALID KEY
            ADD 1 TO WS-REWRITE-FAILED
            DISPLAY "** Could not flag " WS-SSN-DISPLAY
                " as undeliverable - flag it by hand. **"
        NOT INVALID KEY
            MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
            MOVE "U" TO JR-ACTION
            MOVE SSN-MASTER-RECORD TO JR-MASTER-IMAGE
            WRITE JOURNAL-RECORD
            ADD 1 TO WS-NEWLY-FLAGGED
            PERFORM 3000-LIST-TRACE-ENTRY
    END-REWRITE.

3000-LIST-TRACE-ENTRY.
    MOVE SPACES TO TRACE-LINE
    STRING WS-SSN-DISPLAY "  " MR-HUMAN-NAME
        DELIMITED BY SIZE INTO TRACE-LINE
    WRITE TRACE-LINE
    MOVE SPACES TO TRACE-LINE
    STRING "    Returned . : " WS-ITEM-DESC " " MR-UNDELIV-DATE
        DELIMITED BY SIZE INTO TRACE-LINE
    WRITE TRACE-LINE
    MOVE SPACES TO TRACE-LINE
    STRING "    Endorsed . : " RM-ENDORSEMENT
        DELIMITED BY SIZE INTO TRACE-LINE
    WRITE TRACE-LINE
    MOVE SPACES TO TRACE-LINE
    STRING "    Address  . : " MR-ADDR-LINE-1
        DELIMITED BY SIZE INTO TRACE-LINE
    WRITE TRACE-LINE
    IF MR-ADDR-LINE-2 NOT = SPACES
        MOVE SPACES TO TRACE-LINE
        STRING "                 " MR-ADDR-LINE-2
            DELIMITED BY SIZE INTO TRACE-LINE
        WRITE TRACE-LINE
    END-IF
    MOVE SPACES TO TRACE-LINE
    STRING "                 " MR-ADDR-CITY " " MR-ADDR-STATE " "
        MR-ADDR-ZIP
        DELIMITED BY SIZE INTO TRACE-LINE
    WRITE TRACE-LINE
    MOVE SPACES TO TRACE-LINE
    STRING "    Phone  . . : " MR-PHONE
        DELIMITED BY SIZE INTO TRACE-LINE
    WRITE TRACE-LINE
    MOVE SPACES TO TRACE-LINE
    WRITE TRACE-LINE.

      *> mail went out under an SSN the live master no longer holds -
      *> keyed wrong on the returned-item file, or removed since the
      *> letter was cut. Either way a clerk has to look at the piece.
3100-LIST-NOT-ON-MASTER.
    MOVE SPACES TO TRACE-LINE
    STRING WS-SSN-DISPLAY "  *** NOT ON THE LIVE MASTER - CHECK THE"
        " RETURNED PIECE ***"
        DELIMITED BY SIZE INTO TRACE-LINE
    WRITE TRACE-LINE
    MOVE SPACES TO TRACE-LINE
    STRING "    Returned . : " WS-ITEM-DESC " " RM-RETURN-DATE
        DELIMITED BY SIZE INTO TRACE-LINE
    WRITE TRACE-LINE
    MOVE SPACES TO TRACE-LINE
    WRITE TRACE-LINE.

3200-LIST-BAD-RETURN-DATE.
    MOVE SPACES TO TRACE-LINE
    STRING WS-SSN-DISPLAY "  *** RETURN DATE " RM-RETURN-DATE
        " IS NOT A DATE ON OR BEFORE " WS-TODAY " ***"
        DELIMITED BY SIZE INTO TRACE-LINE
    WRITE TRACE-LINE
    MOVE SPACES TO TRACE-LINE
    STRING "    Returned . : " WS-ITEM-DESC " - correct the date and"
        " key the row again"
        DELIMITED BY SIZE INTO TRACE-LINE
    WRITE TRACE-LINE
    MOVE SPACES TO TRACE-LINE
    WRITE TRACE-LINE.

4000-PRINT-COUNTS.
    DISPLAY "=================================================="
    DISPLAY "      RETURNED-MAIL POSTING"
    DISPLAY "=================================================="
    DISPLAY "Returned items read . . . . . : " WS-ROWS-READ
    DISPLAY "Registrants newly flagged . . : " WS-NEWLY-FLAGGED
    DISPLAY "Already flagged (no change) . : " WS-ALREADY-FLAGGED
    DISPLAY "SSN not on the live master  . : " WS-NOT-ON-MASTER
    DISPLAY "Bad return date (not posted)  : " WS-BAD-RETURN-DATE
    IF WS-REWRITE-FAILED > 0
        DISPLAY "** Master rewrites failed . . : " WS-REWRITE-FAILED
            " **"
    END-IF
    DISPLAY "==================================================".
