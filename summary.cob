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

01 WS-ACTIVITY-FILE-STATUS PIC XX VALUE "00".
01 WS-TABLE-FULL-SW       PIC X VALUE "N".
    88 WS-TABLE-FULL       VALUE "Y".

COPY RUNCTLWS REPLACING ==STEP-PGM-NAME== BY =="COBOLSUMM"==
                        ==RESTART-PGM-NAME== BY ==SPACES==.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    PERFORM 0100-READ-RUN-CONTROL
    IF WS-RUNCTL-FAILED OR WS-STEP-ALREADY-DONE
        PERFORM 0150-END-WITHOUT-RUNNING
        STOP RUN
    END-IF

    OPEN INPUT ACTIVITY-FILE
    IF WS-ACTIVITY-FILE-STATUS = "35"
        DISPLAY "No activity file is on hand; no registrations today."
            END-IF
        END-IF
    END-IF
    PERFORM 0190-RECORD-STEP-DONE
    STOP RUN.

COPY RUNCTLPD.

      *> the activity row says a registration was saved today; the
      *> keyed read-back says it is still on the master - a same-day
      *> delete leaves its activity row behind and must not count,
