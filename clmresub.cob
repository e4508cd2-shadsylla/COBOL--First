    SELECT CLAIMS-OUT-FILE ASSIGN TO "CLMOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLMOUT-FILE-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RN-CONTROL-KEY
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CLAIMS-OUT-FILE.
COPY CLMREC.

FD RUN-CONTROL-FILE.
COPY RUNCREC.

WORKING-STORAGE SECTION.

01 WS-CLMSUSP-FILE-STATUS PIC XX VALUE "00".

01 WS-ROWS-CONVERTED      PIC 9(6) VALUE ZERO.

COPY RUNCTLWS REPLACING ==STEP-PGM-NAME== BY =="COBOLCSUB"==
                        ==RESTART-PGM-NAME== BY =="COBOLCLMS"==.
01 WS-TODAY              PIC 9(8).

PROCEDURE DIVISION.

      *> the outgoing stream is opened and closed whether or not
      *> its trailer, and an empty file with a zero trailer beats an
      *> allocated dataset that was never written.
0000-MAIN-LOGIC.
    PERFORM 0100-READ-RUN-CONTROL
    IF WS-RUNCTL-FAILED OR WS-STEP-ALREADY-DONE
        PERFORM 0150-END-WITHOUT-RUNNING
        STOP RUN
    END-IF

    OPEN OUTPUT CLAIMS-OUT-FILE
    OPEN INPUT CLAIMS-SUSPENSE-FILE
    IF WS-CLMSUSP-FILE-STATUS = "35"
            WS-ROWS-CONVERTED " posting(s) written to the stream."
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM 0190-RECORD-STEP-DONE
    STOP RUN.

COPY RUNCTLPD.

1000-CONVERT-SUSPENSE-ROW.
    MOVE CS-SSNUM       TO CT-SSNUM
    MOVE CS-NEW-STATUS  TO CT-NEW-STATUS
