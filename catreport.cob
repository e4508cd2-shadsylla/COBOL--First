        RECORD KEY IS MR-SSNUM
        ALTERNATE RECORD KEY IS MR-HUMAN-NAME WITH DUPLICATES
        FILE STATUS IS WS-SSN-FILE-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RN-CONTROL-KEY
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD SSN-MASTER-FILE.
COPY SSNMAST.

FD RUN-CONTROL-FILE.
COPY RUNCREC.

WORKING-STORAGE SECTION.

01 WS-SSN-FILE-STATUS   PIC XX VALUE "00".
01 WS-MONEY-EDITED      PIC -(11)9.99.
01 WS-AVG-EDITED        PIC -(9)9.99.

COPY RUNCTLWS REPLACING ==STEP-PGM-NAME== BY =="COBOLCATA"==
                        ==RESTART-PGM-NAME== BY ==SPACES==.
01 WS-TODAY              PIC 9(8).

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    PERFORM 0100-READ-RUN-CONTROL
    IF WS-RUNCTL-FAILED OR WS-STEP-ALREADY-DONE
        PERFORM 0150-END-WITHOUT-RUNNING
        STOP RUN
    END-IF

    OPEN INPUT SSN-MASTER-FILE
    IF WS-SSN-FILE-STATUS NOT = "00"
        DISPLAY "No registrations are on file to analyze."
        PERFORM 4000-PRINT-MONTHLY-TREND
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 0190-RECORD-STEP-DONE
    STOP RUN.

COPY RUNCTLPD.

1000-ACCUMULATE-RECORD.
    ADD 1 TO WS-RECORDS-READ
    PERFORM 1100-FIND-CATEGORY-SLOT
