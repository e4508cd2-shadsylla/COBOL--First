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
FD JOURNAL-FILE.
COPY JRNLREC.

FD RUN-CONTROL-FILE.
COPY RUNCREC.

WORKING-STORAGE SECTION.

01 WS-CLMDAY-FILE-STATUS  PIC XX VALUE "00".
01 WS-AMOUNT-ED           PIC -ZZ,ZZZ,ZZ9.99.
01 WS-TOTAL-ED            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

COPY RUNCTLWS REPLACING ==STEP-PGM-NAME== BY =="COBOLPAYE"==
                        ==RESTART-PGM-NAME== BY ==SPACES==.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    PERFORM 0100-READ-RUN-CONTROL
    IF WS-RUNCTL-FAILED OR WS-STEP-ALREADY-DONE
        PERFORM 0150-END-WITHOUT-RUNNING
        STOP RUN
    END-IF

      *> a claimed-day file that doesn't exist yet still gets the
      *> disbursement system a complete, zero-count file - they
                WS-CLMDAY-FILE-STATUS ". No payment file produced."
            MOVE 8 TO RETURN-CODE
    END-EVALUATE
    PERFORM 0190-RECORD-STEP-DONE
    STOP RUN.

COPY RUNCTLPD.

0500-OPEN-JOURNAL-FILE.
    OPEN EXTEND JOURNAL-FILE
    IF WS-JOURNAL-FILE-STATUS = "35"
