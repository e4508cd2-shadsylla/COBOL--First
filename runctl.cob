

            >>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.cobolrctl.
AUTHOR.Shad Sylla.
DATE-WRITTEN.october 15, 2026

      *> run-control utility for the nightly job's business date. The
      *> nightly steps used to take "today" from the machine clock each
      *> time they started, so a night that ran past midnight - or was
      *> restarted the next morning - had its steps disagreeing about
      *> which day they were processing. The date now lives on the
      *> RUNCTL file, and this utility is the only thing that moves it.
      *> One control card is read from SYSIN:
      *>
      *>   OPEN    [yyyymmdd]  opens the next business date - the day
      *>                       after the current one, stepping over
      *>                       Saturday and Sunday, or the date given
      *>                       (a holiday, or the very first night).
      *>                       Refused, RC 8, while the current night
      *>                       is still incomplete.
      *>   CHECK   program     RC 0 when that program has still to run
      *>                       for the business date, RC 4 when the
      *>                       step log shows it already finished - the
      *>                       nightly JCL tests this to bypass a step
      *>                       that cuts a new generation, so a restart
      *>                       never cuts a second one.
      *>   CLOSE               marks the night complete once every
      *>                       nightly step is on the step log, and
      *>                       files a copy of the night under its
      *>                       date; RC 8 and a list of what is missing
      *>                       otherwise.
      *>   MARK    program supervisor
      *>                       the supervised override for a step that
      *>                       ended RC 8 and so never logged itself -
      *>                       cobolrecn out of balance, say - once the
      *>                       supervisor named in columns 20-27 has
      *>                       looked into it and accepts the night as
      *>                       it stands. Logs the step with RC 8, so
      *>                       the step log still shows it was forced,
      *>                       and names the override on SYSOUT. Only a
      *>                       nightly step not yet on the log of an
      *>                       open night can be marked; a CHECK for it
      *>                       then bypasses it like any finished step.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RN-CONTROL-KEY
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD RUN-CONTROL-FILE.
COPY RUNCREC.

WORKING-STORAGE SECTION.

01 WS-RUNCTL-FILE-STATUS PIC XX VALUE "00".

01 WS-CONTROL-CARD       PIC X(80).
01 WS-CONTROL-FIELDS REDEFINES WS-CONTROL-CARD.
    05 WS-CARD-FUNCTION  PIC X(8).
        88 WS-FUNCTION-OPEN  VALUE "OPEN".
        88 WS-FUNCTION-CHECK VALUE "CHECK".
        88 WS-FUNCTION-CLOSE VALUE "CLOSE".
        88 WS-FUNCTION-MARK  VALUE "MARK".
    05 WS-CARD-ARGUMENT  PIC X(10).
    05 FILLER            PIC X.
    05 WS-CARD-SUPERVISOR PIC X(8).
    05 FILLER            PIC X(53).

01 WS-CURRENT-FOUND-SW   PIC X VALUE "N".
    88 WS-CURRENT-FOUND   VALUE "Y".

01 WS-NEW-DATE           PIC 9(8).
01 WS-DATE-INTEGER       PIC 9(7).
01 WS-WEEKDAY            PIC 9.

      *> every step of the nightly job, in job order. A night is only
      *> complete when each of these is on the step log.
01 WS-NIGHTLY-STEP-VALUES.
    05 FILLER PIC X(10) VALUE "COBOLREST".
    05 FILLER PIC X(10) VALUE "COBOLSUSP".
    05 FILLER PIC X(10) VALUE "COBOLCSUB".
    05 FILLER PIC X(10) VALUE "COBOLCLMS".
    05 FILLER PIC X(10) VALUE "COBOLPAYE".
    05 FILLER PIC X(10) VALUE "COBOLFRIST".
    05 FILLER PIC X(10) VALUE "COBOLRECN".
    05 FILLER PIC X(10) VALUE "COBOLVCHK".
    05 FILLER PIC X(10) VALUE "COBOLINTG".
    05 FILLER PIC X(10) VALUE "COBOLEXTR".
    05 FILLER PIC X(10) VALUE "COBOLSUMM".
    05 FILLER PIC X(10) VALUE "COBOLFOLW".
    05 FILLER PIC X(10) VALUE "COBOLNDUP".
    05 FILLER PIC X(10) VALUE "COBOLCATA".
    05 FILLER PIC X(10) VALUE "COBOLPROD".
    05 FILLER PIC X(10) VALUE "COBOLCHGF".
01 WS-NIGHTLY-STEP-TABLE REDEFINES WS-NIGHTLY-STEP-VALUES.
    05 WS-NIGHTLY-STEP   PIC X(10) OCCURS 16 TIMES.
01 WS-NIGHTLY-STEP-MAX   PIC 99 COMP VALUE 16.
01 WS-NIGHTLY-IDX        PIC 99 COMP.
01 WS-STEPS-MISSING      PIC 99 VALUE ZERO.
01 WS-NIGHTLY-STEP-SW    PIC X VALUE "N".
    88 WS-IS-NIGHTLY-STEP VALUE "Y".

01 WS-STEP-LOOKUP        PIC X(10).
01 WS-STEP-IDX           PIC 99 COMP.
01 WS-RUN-IDX            PIC 99 COMP.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    MOVE SPACES TO WS-CONTROL-CARD
    ACCEPT WS-CONTROL-CARD
        ON EXCEPTION
            MOVE SPACES TO WS-CONTROL-CARD
    END-ACCEPT

    OPEN I-O RUN-CONTROL-FILE
    IF WS-RUNCTL-FILE-STATUS = "35"
        OPEN OUTPUT RUN-CONTROL-FILE
        CLOSE RUN-CONTROL-FILE
        OPEN I-O RUN-CONTROL-FILE
    END-IF

    IF WS-RUNCTL-FILE-STATUS NOT = "00"
        DISPLAY "Cannot open the run-control file, status "
            WS-RUNCTL-FILE-STATUS ". Nothing done."
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM 0500-READ-CURRENT
        EVALUATE TRUE
            WHEN WS-FUNCTION-OPEN
                PERFORM 1000-OPEN-BUSINESS-DATE
            WHEN WS-FUNCTION-CHECK
                PERFORM 2000-CHECK-STEP
            WHEN WS-FUNCTION-CLOSE
                PERFORM 3000-CLOSE-BUSINESS-DATE
            WHEN WS-FUNCTION-MARK
                PERFORM 4000-MARK-STEP-DONE
            WHEN OTHER
                DISPLAY "Control card must read OPEN, CHECK, CLOSE or MARK; "
                    "found """ WS-CARD-FUNCTION """. Nothing done."
                MOVE 8 TO RETURN-CODE
        END-EVALUATE
        CLOSE RUN-CONTROL-FILE
    END-IF
    STOP RUN.

0500-READ-CURRENT.
    MOVE "CURRENT" TO RN-CONTROL-KEY
    READ RUN-CONTROL-FILE
        INVALID KEY
            MOVE "N" TO WS-CURRENT-FOUND-SW
        NOT INVALID KEY
            MOVE "Y" TO WS-CURRENT-FOUND-SW
    END-READ.

      *> the very first night has no current record to step on from,
      *> so it takes the date on the card, or the clock when none is
      *> given. After that the card date is only for stepping over a
      *> holiday and must lie after the date being closed out.
1000-OPEN-BUSINESS-DATE.
    EVALUATE TRUE
        WHEN NOT WS-CURRENT-FOUND
            IF WS-CARD-ARGUMENT(1:8) IS NUMERIC
                MOVE WS-CARD-ARGUMENT(1:8) TO WS-NEW-DATE
            ELSE
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NEW-DATE
            END-IF
            PERFORM 1100-START-BUSINESS-DATE
            WRITE RUN-CONTROL-RECORD
                INVALID KEY
                    DISPLAY "Could not write the run-control record."
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    DISPLAY "Business date " RN-BUSINESS-DATE " opened."
                    MOVE 0 TO RETURN-CODE
            END-WRITE
        WHEN NOT RN-NIGHT-COMPLETE
            DISPLAY "Business date " RN-BUSINESS-DATE
                " is still open - its night has not completed."
            PERFORM 3100-LIST-MISSING-STEPS
            DISPLAY "The next business date is NOT opened."
            MOVE 8 TO RETURN-CODE
        WHEN WS-CARD-ARGUMENT(1:8) IS NUMERIC
            MOVE WS-CARD-ARGUMENT(1:8) TO WS-NEW-DATE
            IF WS-NEW-DATE NOT > RN-BUSINESS-DATE
                DISPLAY "Date " WS-NEW-DATE " is not after business date "
                    RN-BUSINESS-DATE ". Nothing opened."
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 1200-REWRITE-NEW-DATE
            END-IF
        WHEN OTHER
            COMPUTE WS-DATE-INTEGER =
                FUNCTION INTEGER-OF-DATE(RN-BUSINESS-DATE) + 1
            PERFORM 1300-STEP-OVER-WEEKEND
            MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                TO WS-NEW-DATE
            PERFORM 1200-REWRITE-NEW-DATE
    END-EVALUATE.

1100-START-BUSINESS-DATE.
    MOVE "CURRENT"             TO RN-CONTROL-KEY
    MOVE WS-NEW-DATE           TO RN-BUSINESS-DATE
    MOVE "O"                   TO RN-NIGHT-STATE
    MOVE FUNCTION CURRENT-DATE TO RN-OPENED-TIMESTAMP
    MOVE SPACES                TO RN-CLOSED-TIMESTAMP
    MOVE ZERO                  TO RN-STEP-COUNT
    PERFORM VARYING WS-RUN-IDX FROM 1 BY 1 UNTIL WS-RUN-IDX > 20
        MOVE SPACES TO RN-STEP-PROGRAM(WS-RUN-IDX)
        MOVE ZERO   TO RN-STEP-RC(WS-RUN-IDX)
        MOVE SPACES TO RN-STEP-TIMESTAMP(WS-RUN-IDX)
    END-PERFORM.

1200-REWRITE-NEW-DATE.
    PERFORM 1100-START-BUSINESS-DATE
    REWRITE RUN-CONTROL-RECORD
        INVALID KEY
            DISPLAY "Could not rewrite the run-control record."
            MOVE 8 TO RETURN-CODE
        NOT INVALID KEY
            DISPLAY "Business date " RN-BUSINESS-DATE " opened."
            MOVE 0 TO RETURN-CODE
    END-REWRITE.

      *> day 1 of the integer calendar (1 January 1601) was a Monday,
      *> so (day - 1) mod 7 gives 5 for Saturday and 6 for Sunday.
1300-STEP-OVER-WEEKEND.
    COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INTEGER - 1, 7)
    EVALUATE WS-WEEKDAY
        WHEN 5
            ADD 2 TO WS-DATE-INTEGER
        WHEN 6
            ADD 1 TO WS-DATE-INTEGER
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

2000-CHECK-STEP.
    EVALUATE TRUE
        WHEN NOT WS-CURRENT-FOUND
            DISPLAY "No business date has been opened. " WS-CARD-ARGUMENT
                " cannot run."
            MOVE 8 TO RETURN-CODE
        WHEN RN-NIGHT-COMPLETE
            DISPLAY "Business date " RN-BUSINESS-DATE
                " is already complete; " WS-CARD-ARGUMENT " is bypassed."
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE WS-CARD-ARGUMENT TO WS-STEP-LOOKUP
            PERFORM 9000-FIND-STEP-ENTRY
            IF WS-STEP-IDX > 0
                DISPLAY WS-CARD-ARGUMENT " already finished business date "
                    RN-BUSINESS-DATE " at "
                    RN-STEP-TIMESTAMP(WS-STEP-IDX)(1:14) " with RC "
                    RN-STEP-RC(WS-STEP-IDX) "; the step is bypassed."
                MOVE 4 TO RETURN-CODE
            ELSE
                DISPLAY WS-CARD-ARGUMENT " has still to run for business date "
                    RN-BUSINESS-DATE "."
                MOVE 0 TO RETURN-CODE
            END-IF
    END-EVALUATE.

3000-CLOSE-BUSINESS-DATE.
    EVALUATE TRUE
        WHEN NOT WS-CURRENT-FOUND
            DISPLAY "No business date has been opened; nothing to close."
            MOVE 8 TO RETURN-CODE
        WHEN RN-NIGHT-COMPLETE
            DISPLAY "Business date " RN-BUSINESS-DATE
                " was already closed at " RN-CLOSED-TIMESTAMP(1:14) "."
            MOVE 0 TO RETURN-CODE
        WHEN OTHER
            PERFORM 3100-LIST-MISSING-STEPS
            IF WS-STEPS-MISSING > 0
                DISPLAY "Business date " RN-BUSINESS-DATE " NOT closed - "
                    WS-STEPS-MISSING " nightly step(s) have not finished."
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE "C"                   TO RN-NIGHT-STATE
                MOVE FUNCTION CURRENT-DATE TO RN-CLOSED-TIMESTAMP
                REWRITE RUN-CONTROL-RECORD
                    INVALID KEY
                        DISPLAY "Could not rewrite the run-control record."
                        MOVE 8 TO RETURN-CODE
                    NOT INVALID KEY
                        PERFORM 3200-FILE-NIGHT-HISTORY
                        DISPLAY "Business date " RN-BUSINESS-DATE
                            " closed; every nightly step has finished."
                        MOVE 0 TO RETURN-CODE
                END-REWRITE
            END-IF
    END-EVALUATE.

3100-LIST-MISSING-STEPS.
    MOVE ZERO TO WS-STEPS-MISSING
    PERFORM VARYING WS-NIGHTLY-IDX FROM 1 BY 1
            UNTIL WS-NIGHTLY-IDX > WS-NIGHTLY-STEP-MAX
        MOVE WS-NIGHTLY-STEP(WS-NIGHTLY-IDX) TO WS-STEP-LOOKUP
        PERFORM 9000-FIND-STEP-ENTRY
        IF WS-STEP-IDX = 0
            ADD 1 TO WS-STEPS-MISSING
            DISPLAY "  not yet finished: " WS-NIGHTLY-STEP(WS-NIGHTLY-IDX)
        END-IF
    END-PERFORM.

      *> the completed night is kept under its own date, so the step
      *> log of any past night can still be looked up after the
      *> current record has moved on.
3200-FILE-NIGHT-HISTORY.
    MOVE RN-BUSINESS-DATE TO RN-CONTROL-KEY
    WRITE RUN-CONTROL-RECORD
        INVALID KEY
            REWRITE RUN-CONTROL-RECORD
    END-WRITE
    MOVE "CURRENT" TO RN-CONTROL-KEY.

      *> an RC 8 step never logs itself, so without this a night it
      *> failed could never close and no later date could open. The
      *> card must name the supervisor taking responsibility, and the
      *> step goes on the log with RC 8 rather than passing as clean.
4000-MARK-STEP-DONE.
    MOVE "N" TO WS-NIGHTLY-STEP-SW
    PERFORM VARYING WS-NIGHTLY-IDX FROM 1 BY 1
            UNTIL WS-NIGHTLY-IDX > WS-NIGHTLY-STEP-MAX
        IF WS-NIGHTLY-STEP(WS-NIGHTLY-IDX) = WS-CARD-ARGUMENT
            MOVE "Y" TO WS-NIGHTLY-STEP-SW
        END-IF
    END-PERFORM
    MOVE WS-CARD-ARGUMENT TO WS-STEP-LOOKUP
    PERFORM 9000-FIND-STEP-ENTRY
    EVALUATE TRUE
        WHEN WS-CARD-SUPERVISOR = SPACES
            DISPLAY "MARK needs the supervisor's ID in columns 20-27. "
                "Nothing marked."
            MOVE 8 TO RETURN-CODE
        WHEN NOT WS-IS-NIGHTLY-STEP
            DISPLAY WS-CARD-ARGUMENT " is not a nightly step. Nothing marked."
            MOVE 8 TO RETURN-CODE
        WHEN NOT WS-CURRENT-FOUND
            DISPLAY "No business date has been opened. Nothing marked."
            MOVE 8 TO RETURN-CODE
        WHEN RN-NIGHT-COMPLETE
            DISPLAY "Business date " RN-BUSINESS-DATE
                " is already closed. Nothing marked."
            MOVE 8 TO RETURN-CODE
        WHEN WS-STEP-IDX > 0
            DISPLAY WS-CARD-ARGUMENT " already finished business date "
                RN-BUSINESS-DATE " with RC " RN-STEP-RC(WS-STEP-IDX)
                ". Nothing marked."
            MOVE 4 TO RETURN-CODE
        WHEN RN-STEP-COUNT NOT < 20
            DISPLAY "The step log is full. Nothing marked."
            MOVE 8 TO RETURN-CODE
        WHEN OTHER
            ADD 1 TO RN-STEP-COUNT
            MOVE WS-CARD-ARGUMENT      TO RN-STEP-PROGRAM(RN-STEP-COUNT)
            MOVE 8                     TO RN-STEP-RC(RN-STEP-COUNT)
            MOVE FUNCTION CURRENT-DATE TO RN-STEP-TIMESTAMP(RN-STEP-COUNT)
            REWRITE RUN-CONTROL-RECORD
                INVALID KEY
                    DISPLAY "Could not rewrite the run-control record."
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    DISPLAY "OVERRIDE: " WS-CARD-ARGUMENT
                        " marked finished for business date "
                        RN-BUSINESS-DATE " with RC 8 on the authority of "
                        WS-CARD-SUPERVISOR "; its own run did not finish "
                        "cleanly."
                    MOVE 0 TO RETURN-CODE
            END-REWRITE
    END-EVALUATE.

9000-FIND-STEP-ENTRY.
    MOVE ZERO TO WS-STEP-IDX
    PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
            UNTIL WS-RUN-IDX > RN-STEP-COUNT OR WS-STEP-IDX > 0
        IF RN-STEP-PROGRAM(WS-RUN-IDX) = WS-STEP-LOOKUP
            MOVE WS-RUN-IDX TO WS-STEP-IDX
        END-IF
    END-PERFORM.
