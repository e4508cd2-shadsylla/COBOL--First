

            >>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.cobolintg.
AUTHOR.Shad Sylla.
DATE-WRITTEN.october 15, 2026

      *> nightly cross-field integrity sweep: cobolvchk proves each
      *> SSN could have been issued, but nothing else looks at whether
      *> the rest of a master record agrees with itself. This step
      *> reads the whole master and flags every internal contradiction
      *> under a reason code:
      *>   STATNODT - deceased, claimed or withdrawn with no status date
      *>   PAYNOTCL - payment stamp on a registrant who is not claimed
      *>   FOLWDATE - follow-up date is not the registration date plus
      *>              25 years (cobolfrist's 1300 arithmetic)
      *>   BADREGDT - registration date missing or not a real date
      *>   FUTREGDT - registration date after the business date
      *>   FUTSTSDT - status date after the business date
      *>   BADSTATE - address state is not a state, DC, a territory or
      *>              a military post code
      *>   BADZIP   - ZIP is not NNNNN, NNNNNNNNN or NNNNN-NNNN
      *>   NOCITY   - street address with no city
      *> Address checks apply only once some part of the address has
      *> been keyed; records from before the address fields existed
      *> carry spaces and are left to the office card file.
      *>
      *> Every exception goes to the day's correction worklist, one
      *> line per SSN and reason, with the date it was first seen and
      *> "NEW" against the ones first seen tonight. The exceptions
      *> already reported are remembered on SSNINTX (copybook INTGREC),
      *> so the step ends RC 4 only when something new has appeared -
      *> the old ones are already on somebody's desk - and rows that
      *> no longer turn up are dropped from SSNINTX as corrected.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SSN-MASTER-FILE ASSIGN TO "SSNMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS MR-SSNUM
        ALTERNATE RECORD KEY IS MR-HUMAN-NAME WITH DUPLICATES
        FILE STATUS IS WS-SSN-FILE-STATUS.
    SELECT EXCEPTION-FILE ASSIGN TO "SSNINTX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IX-KEY
        FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
    SELECT WORKLIST-FILE ASSIGN TO "INTGWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORKLIST-FILE-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RN-CONTROL-KEY
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD SSN-MASTER-FILE.
COPY SSNMAST.

FD EXCEPTION-FILE.
COPY INTGREC.

FD WORKLIST-FILE.
01 WORKLIST-LINE PIC X(120).

FD RUN-CONTROL-FILE.
COPY RUNCREC.

WORKING-STORAGE SECTION.

01 WS-SSN-FILE-STATUS       PIC XX VALUE "00".
01 WS-EXCEPTION-FILE-STATUS PIC XX VALUE "00".
01 WS-WORKLIST-FILE-STATUS  PIC XX VALUE "00".
01 WS-EOF-SW                PIC X VALUE "N".
    88 WS-EOF                VALUE "Y".
01 WS-EXCEPTION-EOF-SW      PIC X VALUE "N".
    88 WS-EXCEPTION-EOF      VALUE "Y".

01 WS-RECORDS-CHECKED       PIC 9(6) VALUE ZERO.
01 WS-RECORDS-FLAGGED       PIC 9(6) VALUE ZERO.
01 WS-EXCEPTIONS-LISTED     PIC 9(6) VALUE ZERO.
01 WS-EXCEPTIONS-NEW        PIC 9(6) VALUE ZERO.
01 WS-EXCEPTIONS-CLEARED    PIC 9(6) VALUE ZERO.
01 WS-RECORD-FLAGGED-SW     PIC X.
    88 WS-RECORD-FLAGGED     VALUE "Y".

      *> reason codes in the order they are tested, with the wording
      *> for the end-of-run summary and a count for each.
01 WS-REASON-VALUES.
    05 FILLER PIC X(40) VALUE "STATNODTStatus posted, no status date   ".
    05 FILLER PIC X(40) VALUE "PAYNOTCLPayment stamp, not claimed      ".
    05 FILLER PIC X(40) VALUE "FOLWDATEFollow-up not reg date + 25 yrs ".
    05 FILLER PIC X(40) VALUE "BADREGDTRegistration date missing/bad   ".
    05 FILLER PIC X(40) VALUE "FUTREGDTRegistration date in the future ".
    05 FILLER PIC X(40) VALUE "FUTSTSDTStatus date in the future       ".
    05 FILLER PIC X(40) VALUE "BADSTATEState code not a real state     ".
    05 FILLER PIC X(40) VALUE "BADZIP  Malformed ZIP code              ".
    05 FILLER PIC X(40) VALUE "NOCITY  Street address with no city     ".
01 WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
    05 WS-REASON-ENTRY OCCURS 9 TIMES.
        10 WS-REASON-CODE   PIC X(8).
        10 WS-REASON-DESC   PIC X(32).
01 WS-REASON-COUNTS.
    05 WS-REASON-COUNT      PIC 9(6) OCCURS 9 TIMES.
01 WS-REASON-MAX            PIC 99 COMP VALUE 9.
01 WS-REASON-IDX            PIC 99 COMP.

      *> postal state codes: the 50 states, DC, the territories and
      *> the military post codes.
01 WS-STATE-VALUES.
    05 FILLER PIC X(20) VALUE "ALAKAZARCACOCTDEFLGA".
    05 FILLER PIC X(20) VALUE "HIIDILINIAKSKYLAMEMD".
    05 FILLER PIC X(20) VALUE "MAMIMNMSMOMTNENVNHNJ".
    05 FILLER PIC X(20) VALUE "NMNYNCNDOHOKORPARISC".
    05 FILLER PIC X(20) VALUE "SDTNTXUTVTVAWAWVWIWY".
    05 FILLER PIC X(18) VALUE "DCPRVIGUASMPAAAEAP".
01 WS-STATE-TABLE REDEFINES WS-STATE-VALUES.
    05 WS-STATE-CODE        PIC XX OCCURS 59 TIMES.
01 WS-STATE-MAX             PIC 99 COMP VALUE 59.
01 WS-STATE-IDX             PIC 99 COMP.
01 WS-STATE-FOUND-SW        PIC X.
    88 WS-STATE-FOUND        VALUE "Y".

01 WS-EXPECTED-FOLLOWUP.
    05 WS-EXPECTED-YEAR     PIC 9(4).
    05 WS-EXPECTED-MMDD     PIC 9(4).
01 WS-REG-DATE-OK-SW        PIC X.
    88 WS-REG-DATE-OK        VALUE "Y".
01 WS-ZIP-OK-SW             PIC X.
    88 WS-ZIP-OK             VALUE "Y".

01 WS-DETAIL                PIC X(50).

01 WS-WORKLIST-RECORD.
    05 WL-SSNUM             PIC 9(9).
    05 FILLER               PIC X VALUE SPACE.
    05 WL-REASON            PIC X(8).
    05 FILLER               PIC X VALUE SPACE.
    05 WL-NEW-FLAG          PIC X(3).
    05 FILLER               PIC X VALUE SPACE.
    05 WL-FIRST-SEEN-DATE   PIC 9(8).
    05 FILLER               PIC X VALUE SPACE.
    05 WL-HUMAN-NAME        PIC X(30).
    05 FILLER               PIC X VALUE SPACE.
    05 WL-DETAIL            PIC X(50).
    05 FILLER               PIC X(7) VALUE SPACES.

COPY RUNCTLWS REPLACING ==STEP-PGM-NAME== BY =="COBOLINTG"==
                        ==RESTART-PGM-NAME== BY ==SPACES==.
01 WS-TODAY              PIC 9(8).

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    PERFORM 0100-READ-RUN-CONTROL
    IF WS-RUNCTL-FAILED OR WS-STEP-ALREADY-DONE
        PERFORM 0150-END-WITHOUT-RUNNING
        STOP RUN
    END-IF

    INITIALIZE WS-REASON-COUNTS
    OPEN INPUT SSN-MASTER-FILE
    EVALUATE WS-SSN-FILE-STATUS
        WHEN "35"
            DISPLAY "No registrations are on file yet today."
            MOVE 0 TO RETURN-CODE
        WHEN "00"
            PERFORM 0500-OPEN-EXCEPTION-FILE
            IF WS-EXCEPTION-FILE-STATUS NOT = "00"
      *> without SSNINTX nothing can be told new from already
      *> reported, and the corrected sweep would have nothing to read.
                DISPLAY "Cannot open the exception file, status "
                    WS-EXCEPTION-FILE-STATUS ". No integrity sweep run."
                CLOSE SSN-MASTER-FILE
                MOVE 8 TO RETURN-CODE
            ELSE
                OPEN OUTPUT WORKLIST-FILE
                PERFORM UNTIL WS-EOF
                    READ SSN-MASTER-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF-SW
                        NOT AT END
                            PERFORM 1000-CHECK-RECORD
                    END-READ
                END-PERFORM
                CLOSE SSN-MASTER-FILE
                CLOSE WORKLIST-FILE
                PERFORM 3000-CLEAR-CORRECTED
                CLOSE EXCEPTION-FILE
                PERFORM 4000-PRINT-SUMMARY
                IF WS-EXCEPTIONS-NEW > 0
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF
        WHEN OTHER
            DISPLAY "Cannot open the master file, status "
                WS-SSN-FILE-STATUS ". No integrity sweep run."
            MOVE 8 TO RETURN-CODE
    END-EVALUATE
    PERFORM 0190-RECORD-STEP-DONE
    STOP RUN.

COPY RUNCTLPD.

0500-OPEN-EXCEPTION-FILE.
    OPEN I-O EXCEPTION-FILE
    IF WS-EXCEPTION-FILE-STATUS = "35"
        OPEN OUTPUT EXCEPTION-FILE
        CLOSE EXCEPTION-FILE
        OPEN I-O EXCEPTION-FILE
    END-IF.

      *> each test that fails sets WS-REASON-IDX and a short note of
      *> the offending values, and raises one exception. A record can
      *> raise several.
1000-CHECK-RECORD.
    ADD 1 TO WS-RECORDS-CHECKED
    MOVE "N" TO WS-RECORD-FLAGGED-SW

    IF (MR-STATUS-DECEASED OR MR-STATUS-CLAIMED OR MR-STATUS-WITHDRAWN)
            AND (MR-STATUS-DATE IS NOT NUMERIC OR MR-STATUS-DATE = ZERO)
        MOVE 1 TO WS-REASON-IDX
        MOVE SPACES TO WS-DETAIL
        STRING "status " MR-STATUS " with no status date"
            DELIMITED BY SIZE INTO WS-DETAIL
        PERFORM 2000-RAISE-EXCEPTION
    END-IF

    IF MR-PAY-EXTRACTED AND NOT MR-STATUS-CLAIMED
        MOVE 2 TO WS-REASON-IDX
        MOVE SPACES TO WS-DETAIL
        STRING "paid " MR-PAY-EXTRACT-DATE " but status "
            MR-STATUS DELIMITED BY SIZE INTO WS-DETAIL
        PERFORM 2000-RAISE-EXCEPTION
    END-IF

    PERFORM 1100-CHECK-DATES

    IF MR-ADDR-LINE-1 NOT = SPACES OR MR-ADDR-LINE-2 NOT = SPACES
            OR MR-ADDR-CITY NOT = SPACES OR MR-ADDR-STATE NOT = SPACES
            OR MR-ADDR-ZIP NOT = SPACES
        PERFORM 1200-CHECK-ADDRESS
    END-IF

    IF WS-RECORD-FLAGGED
        ADD 1 TO WS-RECORDS-FLAGGED
    END-IF.

      *> a registration date that is not a real date makes the
      *> follow-up and future-date tests meaningless, so it is raised
      *> on its own and those tests are skipped.
1100-CHECK-DATES.
    MOVE "N" TO WS-REG-DATE-OK-SW
    IF MR-REG-DATE IS NUMERIC AND MR-REG-DATE > ZERO
        IF FUNCTION TEST-DATE-YYYYMMDD(MR-REG-DATE) = 0
            MOVE "Y" TO WS-REG-DATE-OK-SW
        END-IF
    END-IF

    IF NOT WS-REG-DATE-OK
        MOVE 4 TO WS-REASON-IDX
        MOVE SPACES TO WS-DETAIL
        STRING "registration date " MR-REG-DATE
            DELIMITED BY SIZE INTO WS-DETAIL
        PERFORM 2000-RAISE-EXCEPTION
    ELSE
        MOVE MR-REG-DATE TO WS-EXPECTED-FOLLOWUP
        ADD 25 TO WS-EXPECTED-YEAR
        IF MR-FOLLOWUP-DATE NOT = WS-EXPECTED-FOLLOWUP
            MOVE 3 TO WS-REASON-IDX
            MOVE SPACES TO WS-DETAIL
            STRING "follow-up " MR-FOLLOWUP-DATE " expected "
                WS-EXPECTED-FOLLOWUP DELIMITED BY SIZE INTO WS-DETAIL
            PERFORM 2000-RAISE-EXCEPTION
        END-IF
        IF MR-REG-DATE > WS-TODAY
            MOVE 5 TO WS-REASON-IDX
            MOVE SPACES TO WS-DETAIL
            STRING "registered " MR-REG-DATE " business date "
                WS-TODAY DELIMITED BY SIZE INTO WS-DETAIL
            PERFORM 2000-RAISE-EXCEPTION
        END-IF
    END-IF

    IF MR-STATUS-DATE IS NUMERIC
        IF MR-STATUS-DATE > WS-TODAY
            MOVE 6 TO WS-REASON-IDX
            MOVE SPACES TO WS-DETAIL
            STRING "status date " MR-STATUS-DATE " business date "
                WS-TODAY DELIMITED BY SIZE INTO WS-DETAIL
            PERFORM 2000-RAISE-EXCEPTION
        END-IF
    END-IF.

1200-CHECK-ADDRESS.
    MOVE "N" TO WS-STATE-FOUND-SW
    PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
            UNTIL WS-STATE-IDX > WS-STATE-MAX OR WS-STATE-FOUND
        IF WS-STATE-CODE(WS-STATE-IDX) = MR-ADDR-STATE
            MOVE "Y" TO WS-STATE-FOUND-SW
        END-IF
    END-PERFORM
    IF NOT WS-STATE-FOUND
        MOVE 7 TO WS-REASON-IDX
        MOVE SPACES TO WS-DETAIL
        STRING "state '" MR-ADDR-STATE "'"
            DELIMITED BY SIZE INTO WS-DETAIL
        PERFORM 2000-RAISE-EXCEPTION
    END-IF

    MOVE "N" TO WS-ZIP-OK-SW
    IF MR-ADDR-ZIP(1:5) IS NUMERIC
        EVALUATE TRUE
            WHEN MR-ADDR-ZIP(6:5) = SPACES
                MOVE "Y" TO WS-ZIP-OK-SW
            WHEN MR-ADDR-ZIP(6:4) IS NUMERIC AND MR-ADDR-ZIP(10:1) = SPACE
                MOVE "Y" TO WS-ZIP-OK-SW
            WHEN MR-ADDR-ZIP(6:1) = "-" AND MR-ADDR-ZIP(7:4) IS NUMERIC
                MOVE "Y" TO WS-ZIP-OK-SW
        END-EVALUATE
    END-IF
    IF NOT WS-ZIP-OK
        MOVE 8 TO WS-REASON-IDX
        MOVE SPACES TO WS-DETAIL
        STRING "ZIP '" MR-ADDR-ZIP "'"
            DELIMITED BY SIZE INTO WS-DETAIL
        PERFORM 2000-RAISE-EXCEPTION
    END-IF

    IF (MR-ADDR-LINE-1 NOT = SPACES OR MR-ADDR-LINE-2 NOT = SPACES)
            AND MR-ADDR-CITY = SPACES
        MOVE 9 TO WS-REASON-IDX
        MOVE MR-ADDR-LINE-1 TO WS-DETAIL
        IF MR-ADDR-LINE-1 = SPACES
            MOVE MR-ADDR-LINE-2 TO WS-DETAIL
        END-IF
        PERFORM 2000-RAISE-EXCEPTION
    END-IF.

      *> an exception first seen on this business date is new - that
      *> includes one first written by an earlier, failed run of the
      *> same night, so a rerun still ends RC 4. One already on file
      *> is stamped seen tonight so 3000 keeps it.
2000-RAISE-EXCEPTION.
    MOVE "Y" TO WS-RECORD-FLAGGED-SW
    ADD 1 TO WS-REASON-COUNT(WS-REASON-IDX)
    ADD 1 TO WS-EXCEPTIONS-LISTED

    MOVE MR-SSNUM TO IX-SSNUM
    MOVE WS-REASON-CODE(WS-REASON-IDX) TO IX-REASON
    READ EXCEPTION-FILE
        INVALID KEY
            MOVE WS-TODAY TO IX-FIRST-SEEN-DATE
            MOVE WS-TODAY TO IX-LAST-SEEN-DATE
            WRITE INTEGRITY-EXCEPTION-RECORD
                INVALID KEY
                    DISPLAY "Could not remember exception " IX-REASON
                        " for " IX-SSNUM
            END-WRITE
        NOT INVALID KEY
            MOVE WS-TODAY TO IX-LAST-SEEN-DATE
            REWRITE INTEGRITY-EXCEPTION-RECORD
                INVALID KEY
                    DISPLAY "Could not update exception " IX-REASON
                        " for " IX-SSNUM
            END-REWRITE
    END-READ

    MOVE MR-SSNUM           TO WL-SSNUM
    MOVE IX-REASON          TO WL-REASON
    MOVE IX-FIRST-SEEN-DATE TO WL-FIRST-SEEN-DATE
    MOVE MR-HUMAN-NAME      TO WL-HUMAN-NAME
    MOVE WS-DETAIL          TO WL-DETAIL
    IF IX-FIRST-SEEN-DATE = WS-TODAY
        MOVE "NEW" TO WL-NEW-FLAG
        ADD 1 TO WS-EXCEPTIONS-NEW
    ELSE
        MOVE SPACES TO WL-NEW-FLAG
    END-IF
    WRITE WORKLIST-LINE FROM WS-WORKLIST-RECORD.

      *> anything on file the sweep did not see tonight has been
      *> corrected, or the registrant removed or archived.
3000-CLEAR-CORRECTED.
    MOVE LOW-VALUES TO IX-KEY
    START EXCEPTION-FILE KEY IS NOT LESS THAN IX-KEY
        INVALID KEY
            MOVE "Y" TO WS-EXCEPTION-EOF-SW
    END-START
    PERFORM UNTIL WS-EXCEPTION-EOF
        READ EXCEPTION-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EXCEPTION-EOF-SW
            NOT AT END
                IF IX-LAST-SEEN-DATE < WS-TODAY
                    DELETE EXCEPTION-FILE RECORD
                        INVALID KEY
                            DISPLAY "Could not clear exception "
                                IX-REASON " for " IX-SSNUM
                        NOT INVALID KEY
                            ADD 1 TO WS-EXCEPTIONS-CLEARED
                    END-DELETE
                END-IF
        END-READ
    END-PERFORM.

4000-PRINT-SUMMARY.
    DISPLAY "=================================================="
    DISPLAY "   MASTER INTEGRITY SWEEP - BUSINESS DATE " WS-TODAY
    DISPLAY "=================================================="
    PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
            UNTIL WS-REASON-IDX > WS-REASON-MAX
        DISPLAY WS-REASON-CODE(WS-REASON-IDX) " "
            WS-REASON-DESC(WS-REASON-IDX) ": "
            WS-REASON-COUNT(WS-REASON-IDX)
    END-PERFORM
    DISPLAY "=================================================="
    DISPLAY "Records checked  . . . . . . . : " WS-RECORDS-CHECKED
    DISPLAY "Records with exceptions  . . . : " WS-RECORDS-FLAGGED
    DISPLAY "Exceptions on the worklist . . : " WS-EXCEPTIONS-LISTED
    DISPLAY "  of which new tonight . . . . : " WS-EXCEPTIONS-NEW
    DISPLAY "Corrected since the last sweep : " WS-EXCEPTIONS-CLEARED
    DISPLAY "==================================================".
