    SELECT INTAKE-OUT-FILE ASSIGN TO "INTAKEO"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INTAKE-FILE-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RN-CONTROL-KEY
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD INTAKE-OUT-FILE.
01 INTAKE-LINE PIC X(60).

FD RUN-CONTROL-FILE.
COPY RUNCREC.

WORKING-STORAGE SECTION.

01 WS-SUSPENSE-FILE-STATUS PIC XX VALUE "00".

01 WS-ROWS-CONVERTED       PIC 9(6) VALUE ZERO.

COPY RUNCTLWS REPLACING ==STEP-PGM-NAME== BY =="COBOLSUSP"==
                        ==RESTART-PGM-NAME== BY =="COBOLFRIST"==.
01 WS-TODAY              PIC 9(8).

PROCEDURE DIVISION.

      *> the intake stream is opened and closed whether or not there
      *> part of its SYSIN, and an empty file with a proper end mark
      *> beats an allocated dataset that was never written.
0000-MAIN-LOGIC.
    PERFORM 0100-READ-RUN-CONTROL
    IF WS-RUNCTL-FAILED OR WS-STEP-ALREADY-DONE
        PERFORM 0150-END-WITHOUT-RUNNING
        STOP RUN
    END-IF

    OPEN OUTPUT INTAKE-OUT-FILE
    OPEN INPUT SUSPENSE-FILE
    IF WS-SUSPENSE-FILE-STATUS = "35"
            " transaction(s) written to the intake stream."
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 0190-RECORD-STEP-DONE
    STOP RUN.

COPY RUNCTLPD.

      *> one intake transaction per suspense row, lines in the exact
      *> order cobolfrist's mode-A ACCEPTs consume them. Rows the clerk
      *> did not manage to amend simply fail validation again and come
