      *> checked: deceased, claimed or withdrawn registrants (and rows
      *> whose master record is gone) are flagged processed with no
      *> letter, so the office never writes to a closed case.
      *> A registrant whose mail has come back undeliverable gets no
      *> letter either: the row is listed on the worklist as held and
      *> left unworked, so the letter goes out on the first run after
      *> an (M)ove address change clears the flag.
      *> A registrant missing from the live master is looked up on
      *> SSNARCH before the row is written off: an active registrant
      *> who was only archived for age is put on the restore-request
      *> file and the row is listed as held and left unworked, so the
      *> letter goes out on the first run after cobolrest brings them
      *> back. Only a registrant on neither file, or archived with a
      *> closed case, is flagged processed with no letter.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
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

FD RUN-CONTROL-FILE.
COPY RUNCREC.

WORKING-STORAGE SECTION.

01 WS-TICKLER-FILE-STATUS PIC XX VALUE "00".
01 WS-ADDR-ON-FILE-SW     PIC X VALUE "N".
    88 WS-ADDR-ON-FILE     VALUE "Y".
01 WS-NO-ADDRESS-COUNT    PIC 9(6) VALUE ZERO.
01 WS-ADDR-UNDELIV-SW     PIC X VALUE "N".
    88 WS-ADDR-UNDELIV     VALUE "Y".
01 WS-HELD-COUNT          PIC 9(6) VALUE ZERO.
      *> set when the registrant is off the live master but active on
      *> the archive - the letter waits for the restore.
01 WS-ARCH-FILE-STATUS    PIC XX VALUE "00".
01 WS-RSTQ-FILE-STATUS    PIC XX VALUE "00".
01 WS-RESTORE-FILES-OPEN-SW PIC X VALUE "N".
    88 WS-RESTORE-FILES-OPEN VALUE "Y".
01 WS-REGISTRANT-ARCHIVED-SW PIC X VALUE "N".
    88 WS-REGISTRANT-ARCHIVED VALUE "Y".
01 WS-ARCHIVED-HELD-COUNT PIC 9(6) VALUE ZERO.
01 WS-RESTORE-REQUESTED   PIC 9(6) VALUE ZERO.
01 WS-EOF-SW              PIC X VALUE "N".
    88 WS-EOF              VALUE "Y".

    05 FILLER             PIC X VALUE "-".
    05 WS-SSN-SERIAL      PIC 9999.

COPY RUNCTLWS REPLACING ==STEP-PGM-NAME== BY =="COBOLFOLW"==
                        ==RESTART-PGM-NAME== BY ==SPACES==.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    PERFORM 0100-READ-RUN-CONTROL
    IF WS-RUNCTL-FAILED OR WS-STEP-ALREADY-DONE
        PERFORM 0150-END-WITHOUT-RUNNING
        STOP RUN
    END-IF

    MOVE WS-TODAY(1:6) TO WS-CURRENT-MONTH

    OPEN INPUT TICKLER-FILE
        OPEN INPUT SSN-MASTER-FILE
        IF WS-SSN-FILE-STATUS = "00"
            MOVE "Y" TO WS-MASTER-OPEN-SW
            PERFORM 0500-OPEN-RESTORE-FILES
        ELSE
            DISPLAY "Master file not available, status "
                WS-SSN-FILE-STATUS
        IF WS-MASTER-OPEN
            CLOSE SSN-MASTER-FILE
        END-IF
        IF WS-RESTORE-FILES-OPEN
            CLOSE SSN-ARCHIVE-FILE
            CLOSE RESTORE-REQUEST-FILE
        END-IF
        DISPLAY "Follow-up run complete. " WS-RECORDS-READ
            " tickler row(s) read, " WS-LETTERS-PRINTED
            " letter(s) printed, " WS-ALREADY-PROCESSED
                " letter(s) with no address on file - match those"
                " against the card file."
        END-IF
        IF WS-HELD-COUNT > 0
            DISPLAY WS-HELD-COUNT
                " letter(s) held, address undeliverable - see the"
                " address-trace worklist."
        END-IF
        IF WS-ARCHIVED-HELD-COUNT > 0
            DISPLAY WS-ARCHIVED-HELD-COUNT
                " letter(s) held, registrant archived - "
                WS-RESTORE-REQUESTED " new restore request(s) filed."
        END-IF
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 0190-RECORD-STEP-DONE
    STOP RUN.

COPY RUNCTLPD.

      *> with no archive there is nobody to restore, and with no
      *> request file there is no asking for it - either way a row
      *> missing from the live master is a closed case, as it always
      *> was.
0500-OPEN-RESTORE-FILES.
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
                WS-RSTQ-FILE-STATUS "; archived registrants are"
                " treated as closed cases."
            CLOSE SSN-ARCHIVE-FILE
        END-IF
    END-IF.

      *> every row is copied through to the new tickler generation;
      *> only rows due by this month and not yet worked get a letter
      *> and come out the other side flagged processed. The compare is
            ADD 1 TO WS-ALREADY-PROCESSED
        ELSE
            PERFORM 1100-CHECK-REGISTRANT-STATUS
            EVALUATE TRUE
                WHEN WS-REGISTRANT-ARCHIVED
                    PERFORM 2600-LIST-ARCHIVED-LETTER
                WHEN WS-REGISTRANT-CLOSED
                    ADD 1 TO WS-CLOSED-SKIPPED
                    MOVE "Y" TO TK-PROCESSED-SW
                WHEN WS-ADDR-UNDELIV
                    PERFORM 2500-LIST-HELD-LETTER
                WHEN OTHER
                    PERFORM 2000-PRINT-FOLLOWUP-LETTER
                    MOVE "Y" TO TK-PROCESSED-SW
                    ADD 1 TO WS-LETTERS-PRINTED
            END-EVALUATE
        END-IF
    END-IF
    WRITE TICKLER-OUT-RECORD FROM TICKLER-RECORD.

      *> a tickler row whose registrant has died, claimed, withdrawn,
      *> or vanished from the master altogether gets no letter and is
      *> flagged processed so it never comes up again - unless it is
      *> only archived, in which case a restore is asked for.
1100-CHECK-REGISTRANT-STATUS.
    MOVE "N" TO WS-REGISTRANT-CLOSED-SW
    MOVE "N" TO WS-REGISTRANT-ARCHIVED-SW
    MOVE "N" TO WS-ADDR-ON-FILE-SW
    MOVE "N" TO WS-ADDR-UNDELIV-SW
    IF WS-MASTER-OPEN
        MOVE TK-SSNUM TO MR-SSNUM
        READ SSN-MASTER-FILE
            INVALID KEY
                MOVE "Y" TO WS-REGISTRANT-CLOSED-SW
                PERFORM 1200-REQUEST-RESTORE
            NOT INVALID KEY
                IF NOT MR-STATUS-ACTIVE
                    MOVE "Y" TO WS-REGISTRANT-CLOSED-SW
                IF MR-ADDR-LINE-1 NOT = SPACES
                    MOVE "Y" TO WS-ADDR-ON-FILE-SW
                END-IF
                IF MR-ADDR-UNDELIVERABLE
                    MOVE "Y" TO WS-ADDR-UNDELIV-SW
                END-IF
        END-READ
    END-IF.

      *> an archived registrant whose case is still open goes on the
      *> restore-request file; one already requested is left there.
1200-REQUEST-RESTORE.
    IF WS-RESTORE-FILES-OPEN
        MOVE TK-SSNUM TO AR-SSNUM
        READ SSN-ARCHIVE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF AR-STATUS-ACTIVE
                    MOVE "Y" TO WS-REGISTRANT-ARCHIVED-SW
                    MOVE TK-SSNUM      TO RQ-SSNUM
                    MOVE "FOLLOWUP"    TO RQ-SOURCE
                    MOVE WS-TODAY      TO RQ-REQUEST-DATE
                    MOVE AR-HUMAN-NAME TO RQ-REGISTRANT-NAME
                    WRITE RESTORE-REQUEST-RECORD
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            ADD 1 TO WS-RESTORE-REQUESTED
                    END-WRITE
                END-IF
        END-READ
    END-IF.

    WRITE WORKLIST-LINE
    MOVE SPACES TO WORKLIST-LINE
    WRITE WORKLIST-LINE.

      *> the letter is not cut - the last one came back - but the row
      *> is listed where the clerks already look for NO ADDRESS ON
      *> FILE, and stays unworked so it catches up once re-addressed.
2500-LIST-HELD-LETTER.
    ADD 1 TO WS-HELD-COUNT
    MOVE TK-SSAREA   TO WS-SSN-AREA
    MOVE TK-SSGROUP  TO WS-SSN-GROUP
    MOVE TK-SSSERIAL TO WS-SSN-SERIAL
    MOVE SPACES TO WORKLIST-LINE
    STRING "*** LETTER HELD - ADDRESS UNDELIVERABLE SINCE "
        MR-UNDELIV-DATE " ***"
        DELIMITED BY SIZE INTO WORKLIST-LINE
    WRITE WORKLIST-LINE
    MOVE SPACES TO WORKLIST-LINE
    STRING "    " WS-SSN-DISPLAY "  " TK-REGISTRANT-NAME
        DELIMITED BY SIZE INTO WORKLIST-LINE
    WRITE WORKLIST-LINE
    MOVE SPACES TO WORKLIST-LINE
    WRITE WORKLIST-LINE.

      *> listed with the other held letters, and left unworked so it
      *> goes out once the registrant is back on the live master.
2600-LIST-ARCHIVED-LETTER.
    ADD 1 TO WS-ARCHIVED-HELD-COUNT
    MOVE TK-SSAREA   TO WS-SSN-AREA
    MOVE TK-SSGROUP  TO WS-SSN-GROUP
    MOVE TK-SSSERIAL TO WS-SSN-SERIAL
    MOVE "*** LETTER HELD - REGISTRANT ARCHIVED, RESTORE REQUESTED ***"
        TO WORKLIST-LINE
    WRITE WORKLIST-LINE
    MOVE SPACES TO WORKLIST-LINE
    STRING "    " WS-SSN-DISPLAY "  " TK-REGISTRANT-NAME
        DELIMITED BY SIZE INTO WORKLIST-LINE
    WRITE WORKLIST-LINE
    MOVE SPACES TO WORKLIST-LINE
    WRITE WORKLIST-LINE.
