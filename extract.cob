    SELECT EXTRACT-FILE ASSIGN TO "BENEXTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-FILE-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RN-CONTROL-KEY
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD EXTRACT-FILE.
01 EXTRACT-LINE PIC X(80).

FD RUN-CONTROL-FILE.
COPY RUNCREC.

WORKING-STORAGE SECTION.

01 WS-ACTIVITY-FILE-STATUS PIC XX VALUE "00".
    05 WS-TRL-COUNT       PIC 9(6).
    05 WS-TRL-HASH        PIC 9(10).

COPY RUNCTLWS REPLACING ==STEP-PGM-NAME== BY =="COBOLEXTR"==
                        ==RESTART-PGM-NAME== BY ==SPACES==.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    PERFORM 0100-READ-RUN-CONTROL
    IF WS-RUNCTL-FAILED OR WS-STEP-ALREADY-DONE
        PERFORM 0150-END-WITHOUT-RUNNING
        STOP RUN
    END-IF

      *> an activity file that simply doesn't exist yet ("35") still
      *> gets the benefits office a complete, zero-count file - they
                WS-ACTIVITY-FILE-STATUS ". No extract produced."
            MOVE 8 TO RETURN-CODE
    END-EVALUATE
    PERFORM 0190-RECORD-STEP-DONE
    STOP RUN.

COPY RUNCTLPD.

1000-WRITE-HEADER.
    MOVE WS-TODAY TO WS-HDR-RUN-DATE
    WRITE EXTRACT-LINE FROM WS-HEADER-RECORD.
