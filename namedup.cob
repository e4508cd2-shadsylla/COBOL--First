      *> registration date and salary, for the morning exception
      *> review. A clerk decides which are the same human; this report
      *> only lines the candidates up.
      *>
      *> Former names on the alias file go into the sort as well, so a
      *> registrant who registered again under a maiden name still
      *> lines up with the serial now filed under the married one.
      *> Those lines are marked FORMERLY; a group only counts when it
      *> holds more than one SSN, so a registrant's own old and new
      *> spellings never make a suspect group on their own.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS MR-SSNUM
        ALTERNATE RECORD KEY IS MR-HUMAN-NAME WITH DUPLICATES
        FILE STATUS IS WS-SSN-FILE-STATUS.
    SELECT ALIAS-FILE ASSIGN TO "SSNALIAS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NA-KEY
        ALTERNATE RECORD KEY IS NA-ALIAS-NAME WITH DUPLICATES
        FILE STATUS IS WS-ALIAS-FILE-STATUS.
    SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RN-CONTROL-KEY
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD SSN-MASTER-FILE.
COPY SSNMAST.

FD ALIAS-FILE.
COPY ALIASREC.

SD SORT-WORK-FILE.
01 SORT-RECORD.
    05 SR-NORM-NAME      PIC X(30).
    05 SR-NAME           PIC X(30).
    05 SR-REG-DATE       PIC 9(8).
    05 SR-SALARY         PIC S9(7)V99.
    05 SR-NAME-SOURCE    PIC X(8).

FD RUN-CONTROL-FILE.
COPY RUNCREC.

WORKING-STORAGE SECTION.

01 WS-SSN-FILE-STATUS   PIC XX VALUE "00".
01 WS-ALIAS-FILE-STATUS PIC XX VALUE "00".
01 WS-ALIAS-FILE-OPEN-SW PIC X VALUE "N".
    88 WS-ALIAS-FILE-OPEN VALUE "Y".
01 WS-ALIAS-EOF-SW      PIC X VALUE "N".
    88 WS-ALIAS-EOF      VALUE "Y".
01 WS-NAME-TO-NORMALIZE PIC X(30).
01 WS-OPEN-FAILED-SW    PIC X VALUE "N".
    88 WS-OPEN-FAILED    VALUE "Y".
01 WS-MASTER-EOF-SW     PIC X VALUE "N".
01 WS-PREV-NAME         PIC X(30).
01 WS-PREV-REG-DATE     PIC 9(8).
01 WS-PREV-SALARY       PIC S9(7)V99.
01 WS-PREV-NAME-SOURCE  PIC X(8).

01 WS-GROUP-OPEN-SW     PIC X VALUE "N".
    88 WS-GROUP-OPEN     VALUE "Y".

01 WS-RECORDS-SORTED    PIC 9(6) VALUE ZERO.
01 WS-ALIASES-SORTED    PIC 9(6) VALUE ZERO.
01 WS-SUSPECT-GROUPS    PIC 9(6) VALUE ZERO.

01 WS-SALARY-EDITED     PIC -(7)9.99.
    05 FILLER           PIC X VALUE "-".
    05 WS-SSN-SERIAL    PIC 9999.

COPY RUNCTLWS REPLACING ==STEP-PGM-NAME== BY =="COBOLNDUP"==
                        ==RESTART-PGM-NAME== BY ==SPACES==.
01 WS-TODAY              PIC 9(8).

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    PERFORM 0100-READ-RUN-CONTROL
    IF WS-RUNCTL-FAILED OR WS-STEP-ALREADY-DONE
        PERFORM 0150-END-WITHOUT-RUNNING
        STOP RUN
    END-IF

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SR-NORM-NAME SR-SSNUM
        INPUT PROCEDURE IS 1000-RELEASE-MASTER
        OUTPUT PROCEDURE IS 2000-SCAN-FOR-DUPLICATES

    DISPLAY "Duplicate-name sweep complete. " WS-RECORDS-SORTED
        " record(s) and " WS-ALIASES-SORTED
        " former name(s) examined, " WS-SUSPECT-GROUPS
        " suspect group(s) for review."
    EVALUATE TRUE
        WHEN WS-OPEN-FAILED
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    PERFORM 0190-RECORD-STEP-DONE
    STOP RUN.

COPY RUNCTLPD.

      *> a master that simply isn't there yet ("35") is an empty sweep;
      *> any other open failure means the sweep proves nothing, and the
      *> morning review must not see a clean RC for that night.
            DISPLAY "No master file to sweep."
            MOVE "Y" TO WS-MASTER-EOF-SW
        WHEN "00"
            OPEN INPUT ALIAS-FILE
            IF WS-ALIAS-FILE-STATUS = "00"
                MOVE "Y" TO WS-ALIAS-FILE-OPEN-SW
            END-IF
            PERFORM UNTIL WS-MASTER-EOF
            READ SSN-MASTER-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-MASTER-EOF-SW
                NOT AT END
                    MOVE MR-HUMAN-NAME TO WS-NAME-TO-NORMALIZE
                    PERFORM 1500-NORMALIZE-NAME
                    MOVE WS-NORM-NAME  TO SR-NORM-NAME
                    MOVE MR-SSNUM      TO SR-SSNUM
                    MOVE MR-HUMAN-NAME TO SR-NAME
                    MOVE MR-REG-DATE   TO SR-REG-DATE
                    MOVE MR-SALARY     TO SR-SALARY
                    MOVE SPACES        TO SR-NAME-SOURCE
                    RELEASE SORT-RECORD
                    ADD 1 TO WS-RECORDS-SORTED
                    IF WS-ALIAS-FILE-OPEN
                        PERFORM 1200-RELEASE-FORMER-NAMES
                    END-IF
                END-READ
            END-PERFORM
            CLOSE SSN-MASTER-FILE
            IF WS-ALIAS-FILE-OPEN
                CLOSE ALIAS-FILE
            END-IF
        WHEN OTHER
            DISPLAY "Cannot open the master file, status "
                WS-SSN-FILE-STATUS ". Sweep abandoned."
            MOVE "Y" TO WS-OPEN-FAILED-SW
    END-EVALUATE.

      *> each former name of the registrant just read goes in beside
      *> the current one, carrying the registrant's own SSN, date and
      *> salary. Only registrants still on the master are looked up,
      *> so aliases of removed or archived registrants drop out.
1200-RELEASE-FORMER-NAMES.
    MOVE "N" TO WS-ALIAS-EOF-SW
    MOVE MR-SSNUM TO NA-SSNUM
    MOVE ZERO TO NA-SEQUENCE
    START ALIAS-FILE KEY >= NA-KEY
        INVALID KEY
            MOVE "Y" TO WS-ALIAS-EOF-SW
    END-START
    PERFORM UNTIL WS-ALIAS-EOF
        READ ALIAS-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-ALIAS-EOF-SW
            NOT AT END
                IF NA-SSNUM = MR-SSNUM
                    MOVE NA-ALIAS-NAME TO WS-NAME-TO-NORMALIZE
                    PERFORM 1500-NORMALIZE-NAME
                    MOVE WS-NORM-NAME  TO SR-NORM-NAME
                    MOVE MR-SSNUM      TO SR-SSNUM
                    MOVE NA-ALIAS-NAME TO SR-NAME
                    MOVE MR-REG-DATE   TO SR-REG-DATE
                    MOVE MR-SALARY     TO SR-SALARY
                    MOVE "FORMERLY"    TO SR-NAME-SOURCE
                    RELEASE SORT-RECORD
                    ADD 1 TO WS-ALIASES-SORTED
                ELSE
                    MOVE "Y" TO WS-ALIAS-EOF-SW
                END-IF
        END-READ
    END-PERFORM.

      *> "ignoring case and spacing": upper-case the name and close up
      *> every blank, so JOHN SMITH / John  Smith / JOHNSMITH all
      *> normalize to the same key.
1500-NORMALIZE-NAME.
    MOVE FUNCTION UPPER-CASE(WS-NAME-TO-NORMALIZE) TO WS-UPPER-NAME
    MOVE SPACES TO WS-NORM-NAME
    MOVE 1 TO WS-NORM-OUT
    PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
        END-RETURN
    END-PERFORM.

      *> the same SSN twice in a row is one registrant's current and
      *> former name agreeing - a group opens only on a second SSN.
2100-COMPARE-TO-PREVIOUS.
    IF SR-NORM-NAME = WS-PREV-NORM-NAME
            AND (WS-GROUP-OPEN OR SR-SSNUM NOT = WS-PREV-SSNUM)
        IF NOT WS-GROUP-OPEN
            ADD 1 TO WS-SUSPECT-GROUPS
            MOVE "Y" TO WS-GROUP-OPEN-SW
        END-IF
        PERFORM 2300-PRINT-CURRENT-LINE
    ELSE
        IF SR-NORM-NAME NOT = WS-PREV-NORM-NAME
            MOVE "N" TO WS-GROUP-OPEN-SW
        END-IF
    END-IF
    MOVE SR-NORM-NAME TO WS-PREV-NORM-NAME
    MOVE SR-SSNUM     TO WS-PREV-SSNUM
    MOVE SR-NAME      TO WS-PREV-NAME
    MOVE SR-REG-DATE  TO WS-PREV-REG-DATE
    MOVE SR-SALARY    TO WS-PREV-SALARY
    MOVE SR-NAME-SOURCE TO WS-PREV-NAME-SOURCE.

2200-PRINT-PREVIOUS-LINE.
    MOVE WS-PREV-SSNUM(1:3) TO WS-SSN-AREA
    MOVE WS-PREV-SSNUM(6:4) TO WS-SSN-SERIAL
    MOVE WS-PREV-SALARY TO WS-SALARY-EDITED
    DISPLAY "  " WS-SSN-DISPLAY "  registered " WS-PREV-REG-DATE
        "  salary " WS-SALARY-EDITED "  " WS-PREV-NAME " "
        WS-PREV-NAME-SOURCE.

2300-PRINT-CURRENT-LINE.
    MOVE SR-SSNUM(1:3) TO WS-SSN-AREA
    MOVE SR-SSNUM(6:4) TO WS-SSN-SERIAL
    MOVE SR-SALARY TO WS-SALARY-EDITED
    DISPLAY "  " WS-SSN-DISPLAY "  registered " SR-REG-DATE
        "  salary " WS-SALARY-EDITED "  " SR-NAME " "
        SR-NAME-SOURCE.
