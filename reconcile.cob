    SELECT AUDIT-LOG-FILE ASSIGN TO "SSNAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RN-CONTROL-KEY
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD AUDIT-LOG-FILE.
COPY AUDITREC.

FD RUN-CONTROL-FILE.
COPY RUNCREC.

WORKING-STORAGE SECTION.

01 WS-SSN-FILE-STATUS   PIC XX VALUE "00".
01 WS-AUDIT-DELETES     PIC 9(6) VALUE ZERO.
01 WS-AUDIT-STATUSES    PIC 9(6) VALUE ZERO.
01 WS-AUDIT-ADDRESSES   PIC 9(6) VALUE ZERO.
01 WS-AUDIT-NAME-CHANGES PIC 9(6) VALUE ZERO.
01 WS-AUDIT-DUAL-CONTROL PIC 9(6) VALUE ZERO.
01 WS-CHECKPOINT-COUNT  PIC 9(6) VALUE ZERO.
01 WS-MASTER-EXPECTED   PIC 9(6) VALUE ZERO.

01 WS-MISMATCH-SW       PIC X VALUE "N".
    88 WS-MISMATCH       VALUE "Y".

COPY RUNCTLWS REPLACING ==STEP-PGM-NAME== BY =="COBOLRECN"==
                        ==RESTART-PGM-NAME== BY ==SPACES==.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    PERFORM 0100-READ-RUN-CONTROL
    IF WS-RUNCTL-FAILED OR WS-STEP-ALREADY-DONE
        PERFORM 0150-END-WITHOUT-RUNNING
        STOP RUN
    END-IF

    PERFORM 1000-COUNT-MASTER-RECORDS
    PERFORM 2000-COUNT-AUDIT-LINES
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 0190-RECORD-STEP-DONE
    STOP RUN.

COPY RUNCTLPD.

      *> today's registrations come off the activity file cobolfrist
      *> writes at save time, and each row is read back from the
      *> master by key - only rows still on the master count, so a

      *> one line per master action; only today's lines count, and a
      *> blank action byte (lines written before corrections existed)
      *> reads as an ADD. Dual-control lines (REQUEST, APPROVE, REJECT,
      *> EXPIRE) record a decision, not a master change of their own -
      *> the DELETE or STATUS line that follows an approval is what
      *> moves the master - so they are tallied apart and never count
      *> as ADDs. Any other action is not part of the balance.
2000-COUNT-AUDIT-LINES.
    OPEN INPUT AUDIT-LOG-FILE
    IF WS-AUDIT-FILE-STATUS = "35"
                AT END
                    MOVE "Y" TO WS-AUDIT-EOF-SW
                NOT AT END
                    IF AL-BUSINESS-DATE = WS-TODAY
                        OR (AL-BUSINESS-DATE = SPACES
                            AND AL-TIMESTAMP(1:8) = WS-TODAY)
                        EVALUATE TRUE
                            WHEN AL-ACTION-UPDATE
                                ADD 1 TO WS-AUDIT-UPDATES
                                ADD 1 TO WS-AUDIT-STATUSES
                            WHEN AL-ACTION-ADDRESS
                                ADD 1 TO WS-AUDIT-ADDRESSES
                            WHEN AL-ACTION-NAMECHG
                                ADD 1 TO WS-AUDIT-NAME-CHANGES
                            WHEN AL-ACTION-ADD
                                ADD 1 TO WS-AUDIT-ADDS
                            WHEN AL-ACTION-REQUEST
                            WHEN AL-ACTION-APPROVE
                            WHEN AL-ACTION-REJECT
                            WHEN AL-ACTION-EXPIRE
                                ADD 1 TO WS-AUDIT-DUAL-CONTROL
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                    END-IF
            END-READ
    DISPLAY "  (today's corrections: " WS-AUDIT-UPDATES " update(s), "
        WS-AUDIT-DELETES " delete(s), " WS-AUDIT-STATUSES
        " status change(s), " WS-AUDIT-ADDRESSES
        " address change(s), " WS-AUDIT-NAME-CHANGES
        " name change(s))"
    DISPLAY "  (dual-control requests and decisions: "
        WS-AUDIT-DUAL-CONTROL ")"

    IF WS-CHECKPOINT-COUNT NOT = WS-AUDIT-ADDS
        DISPLAY "OUT OF BALANCE: checkpoint count does not match audit ADD lines."
