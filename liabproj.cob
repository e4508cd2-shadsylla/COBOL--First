

            >>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.cobolliab.
AUTHOR.Shad Sylla.
DATE-WRITTEN.october 15, 2026

      *> outstanding AlienOffer liability projection: finance kept
      *> asking what we will owe and when, and the only answer was to
      *> run cobolcata and guess. This report reads every record on
      *> the live master and, for the active ones, buckets
      *> MR-ALIEN-OFFER by the year its 25-year follow-up
      *> (MR-FOLLOWUP-DATE) falls due - count, total and running
      *> cumulative total per year.
      *>
      *> A second set of columns projects each year's amount forward
      *> with the indexation rates on RATEFILE, the same rate file
      *> cobolindx revalues the master from. The amounts on the master
      *> are taken as this year's values, so a year's projection
      *> compounds the rates from next year up to the year it falls
      *> due; a year with no rate on file uses the assumed default
      *> rate read from SYSIN (9V9999, 10250 reads as 1.0250), and
      *> 1.0250 when none is supplied. Factors that lean on the
      *> default are starred.
      *>
      *> Last, the claims already paid this year - records whose
      *> payment stamp (MR-PAY-EXTRACTED / MR-PAY-EXTRACT-DATE) falls
      *> in the current year - so funding can be set against actual
      *> payouts.
      *>
      *> Rate file layout: year (YYYY) + rate (9V9999, the
      *> multiplier), one row per year.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SSN-MASTER-FILE ASSIGN TO "SSNMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS MR-SSNUM
        ALTERNATE RECORD KEY IS MR-HUMAN-NAME WITH DUPLICATES
        FILE STATUS IS WS-SSN-FILE-STATUS.
    SELECT RATE-FILE ASSIGN TO "RATEFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "LIABRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD SSN-MASTER-FILE.
COPY SSNMAST.

FD RATE-FILE.
01 RATE-RECORD.
    05 RT-YEAR               PIC 9(4).
    05 RT-RATE               PIC 9V9(4).

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.

01 WS-SSN-FILE-STATUS      PIC XX VALUE "00".
01 WS-RATE-FILE-STATUS     PIC XX VALUE "00".
01 WS-REPORT-FILE-STATUS   PIC XX VALUE "00".

01 WS-RATE-EOF-SW          PIC X VALUE "N".
    88 WS-RATE-EOF          VALUE "Y".
01 WS-EOF-SW               PIC X VALUE "N".
    88 WS-EOF               VALUE "Y".
01 WS-USED-DEFAULT-SW      PIC X VALUE "N".
    88 WS-USED-DEFAULT      VALUE "Y".

01 WS-CURRENT-YEAR         PIC 9(4).
01 WS-DUE-YEAR             PIC 9(4).

01 WS-DEFAULT-INPUT        PIC X(5).
01 WS-DEFAULT-INPUT-RATE REDEFINES WS-DEFAULT-INPUT PIC 9V9(4).
01 WS-DEFAULT-RATE         PIC 9V9(4).
01 WS-RATE-ED              PIC 9.9999.

      *> rates as keyed, one slot per year; the last row for a year
      *> wins, so a corrected rate card appended to the file
      *> overrides the one it corrects - same rule as cobolindx.
01 WS-RATE-MAX             PIC 9(3) COMP VALUE 200.
01 WS-RATE-USED            PIC 9(3) COMP VALUE ZERO.
01 WS-RATE-IDX             PIC 9(3) COMP.
01 WS-RATE-FOUND           PIC 9(3) COMP.
01 WS-RATE-TABLE.
    05 WS-RATE-ENTRY OCCURS 200 TIMES.
        10 WS-RATE-YEAR      PIC 9(4).
        10 WS-RATE-VALUE     PIC 9V9(4).

      *> one row per due year, kept in ascending order as the years
      *> are found (same slotting as cobolcata's monthly trend). A
      *> record with no follow-up date lands in year 0000, which sorts
      *> first and prints as "none".
01 WS-YR-MAX               PIC 9(3) COMP VALUE 200.
01 WS-YR-USED              PIC 9(3) COMP VALUE ZERO.
01 WS-YR-IDX               PIC 9(3) COMP.
01 WS-YR-FOUND             PIC 9(3) COMP.
01 WS-SHIFT-IDX            PIC 9(3) COMP.
01 WS-YR-TABLE.
    05 WS-YR-ENTRY OCCURS 200 TIMES.
        10 WS-YR-YEAR        PIC 9(4).
        10 WS-YR-COUNT       PIC 9(6).
        10 WS-YR-TOTAL       PIC S9(11)V99.

01 WS-FACTOR               PIC 9(3)V9(8).
01 WS-FACTOR-YEAR          PIC 9(4).
01 WS-PROJECTED            PIC S9(13)V99.
01 WS-CUMULATIVE           PIC S9(13)V99 VALUE ZERO.
01 WS-PROJ-CUMULATIVE      PIC S9(13)V99 VALUE ZERO.

01 WS-RECORDS-READ         PIC 9(6) VALUE ZERO.
01 WS-ACTIVE-COUNT         PIC 9(6) VALUE ZERO.
01 WS-CLOSED-SKIPPED       PIC 9(6) VALUE ZERO.
01 WS-YEARS-DROPPED        PIC 9(6) VALUE ZERO.
01 WS-PAID-COUNT           PIC 9(6) VALUE ZERO.
01 WS-PAID-TOTAL           PIC S9(13)V99 VALUE ZERO.

01 WS-YEAR-ED              PIC X(4).
01 WS-COUNT-ED             PIC ZZZ,ZZ9.
01 WS-AMOUNT-ED            PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-AMOUNT-ED-2          PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-AMOUNT-ED-3          PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-AMOUNT-ED-4          PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-FACTOR-ED            PIC ZZ9.9999.
01 WS-STAR                 PIC X.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURRENT-YEAR
    PERFORM 1000-ACCEPT-DEFAULT-RATE
    PERFORM 1100-LOAD-RATES

    OPEN INPUT SSN-MASTER-FILE
    IF WS-SSN-FILE-STATUS NOT = "00"
        DISPLAY "Cannot open the master file, status "
            WS-SSN-FILE-STATUS ". No projection produced."
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM UNTIL WS-EOF
            READ SSN-MASTER-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-EOF-SW
                NOT AT END
                    PERFORM 2000-ACCUMULATE-RECORD
            END-READ
        END-PERFORM
        CLOSE SSN-MASTER-FILE
        OPEN OUTPUT REPORT-FILE
        IF WS-REPORT-FILE-STATUS NOT = "00"
            DISPLAY "Cannot open the projection report, status "
                WS-REPORT-FILE-STATUS ". No projection produced."
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM 3000-WRITE-HEADING
            PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                    UNTIL WS-YR-IDX > WS-YR-USED
                PERFORM 3100-WRITE-YEAR-LINE
            END-PERFORM
            PERFORM 4000-WRITE-TOTALS
            CLOSE REPORT-FILE
            DISPLAY "Liability projection complete. " WS-ACTIVE-COUNT
                " active registrant(s) over " WS-YR-USED " due year(s)."
            IF WS-YEARS-DROPPED > 0
                DISPLAY WS-YEARS-DROPPED
                    " record(s) left out - due-year table full."
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        END-IF
    END-IF
    STOP RUN.

1000-ACCEPT-DEFAULT-RATE.
    MOVE SPACES TO WS-DEFAULT-INPUT
    ACCEPT WS-DEFAULT-INPUT
        ON EXCEPTION
            MOVE SPACES TO WS-DEFAULT-INPUT
    END-ACCEPT

    IF WS-DEFAULT-INPUT IS NUMERIC AND WS-DEFAULT-INPUT NOT = "00000"
        MOVE WS-DEFAULT-INPUT-RATE TO WS-DEFAULT-RATE
    ELSE
        MOVE 1.0250 TO WS-DEFAULT-RATE
        DISPLAY "No default rate supplied; assuming 1.0250"
    END-IF.

1100-LOAD-RATES.
    OPEN INPUT RATE-FILE
    IF WS-RATE-FILE-STATUS NOT = "00"
        DISPLAY "No indexation-rate file is on hand, status "
            WS-RATE-FILE-STATUS "; every year uses the default rate."
    ELSE
        PERFORM UNTIL WS-RATE-EOF
            READ RATE-FILE
                AT END
                    MOVE "Y" TO WS-RATE-EOF-SW
                NOT AT END
                    PERFORM 1200-TAKE-RATE-ROW
            END-READ
        END-PERFORM
        CLOSE RATE-FILE
    END-IF.

1200-TAKE-RATE-ROW.
    MOVE RT-YEAR TO WS-FACTOR-YEAR
    PERFORM 1300-FIND-RATE
    IF WS-RATE-FOUND NOT = ZERO
        MOVE RT-RATE TO WS-RATE-VALUE(WS-RATE-FOUND)
    ELSE
        IF WS-RATE-USED < WS-RATE-MAX
            ADD 1 TO WS-RATE-USED
            MOVE RT-YEAR TO WS-RATE-YEAR(WS-RATE-USED)
            MOVE RT-RATE TO WS-RATE-VALUE(WS-RATE-USED)
        ELSE
            DISPLAY "Rate table full; rate for " RT-YEAR " ignored."
        END-IF
    END-IF.

1300-FIND-RATE.
    MOVE ZERO TO WS-RATE-FOUND
    PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
            UNTIL WS-RATE-IDX > WS-RATE-USED
                OR WS-RATE-FOUND NOT = ZERO
        IF WS-RATE-YEAR(WS-RATE-IDX) = WS-FACTOR-YEAR
            MOVE WS-RATE-IDX TO WS-RATE-FOUND
        END-IF
    END-PERFORM.

      *> closed cases (deceased, claimed, withdrawn) owe nothing more
      *> and stay out of the buckets; a claim paid this year is
      *> counted on its own from the payment stamp.
2000-ACCUMULATE-RECORD.
    ADD 1 TO WS-RECORDS-READ
    IF MR-PAY-EXTRACTED
            AND MR-PAY-EXTRACT-DATE(1:4) = WS-CURRENT-YEAR
        ADD 1 TO WS-PAID-COUNT
        ADD MR-ALIEN-OFFER TO WS-PAID-TOTAL
    END-IF

    IF NOT MR-STATUS-ACTIVE
        ADD 1 TO WS-CLOSED-SKIPPED
    ELSE
        ADD 1 TO WS-ACTIVE-COUNT
        IF MR-FOLLOWUP-DATE IS NUMERIC
            MOVE MR-FOLLOWUP-DATE(1:4) TO WS-DUE-YEAR
        ELSE
            MOVE ZERO TO WS-DUE-YEAR
        END-IF
        PERFORM 2100-FIND-YEAR-SLOT
        IF WS-YR-FOUND = ZERO
            ADD 1 TO WS-YEARS-DROPPED
        ELSE
            ADD 1 TO WS-YR-COUNT(WS-YR-FOUND)
            ADD MR-ALIEN-OFFER TO WS-YR-TOTAL(WS-YR-FOUND)
        END-IF
    END-IF.

      *> years are kept in ascending order; a new year is slotted in
      *> place with the later rows shifted down, so the report prints
      *> chronologically without a sort pass.
2100-FIND-YEAR-SLOT.
    MOVE ZERO TO WS-YR-FOUND
    PERFORM VARYING WS-YR-IDX FROM 1 BY 1
            UNTIL WS-YR-IDX > WS-YR-USED
                OR WS-YR-FOUND NOT = ZERO
        IF WS-YR-YEAR(WS-YR-IDX) = WS-DUE-YEAR
            MOVE WS-YR-IDX TO WS-YR-FOUND
        ELSE
            IF WS-YR-YEAR(WS-YR-IDX) > WS-DUE-YEAR
                PERFORM 2200-INSERT-YEAR-SLOT
            END-IF
        END-IF
    END-PERFORM
    IF WS-YR-FOUND = ZERO AND WS-YR-USED < WS-YR-MAX
        ADD 1 TO WS-YR-USED
        MOVE WS-DUE-YEAR TO WS-YR-YEAR(WS-YR-USED)
        MOVE ZERO TO WS-YR-COUNT(WS-YR-USED)
        MOVE ZERO TO WS-YR-TOTAL(WS-YR-USED)
        MOVE WS-YR-USED TO WS-YR-FOUND
    END-IF.

2200-INSERT-YEAR-SLOT.
    IF WS-YR-USED < WS-YR-MAX
        ADD 1 TO WS-YR-USED
        PERFORM VARYING WS-SHIFT-IDX FROM WS-YR-USED BY -1
                UNTIL WS-SHIFT-IDX <= WS-YR-IDX
            MOVE WS-YR-ENTRY(WS-SHIFT-IDX - 1)
                TO WS-YR-ENTRY(WS-SHIFT-IDX)
        END-PERFORM
        MOVE WS-DUE-YEAR TO WS-YR-YEAR(WS-YR-IDX)
        MOVE ZERO TO WS-YR-COUNT(WS-YR-IDX)
        MOVE ZERO TO WS-YR-TOTAL(WS-YR-IDX)
        MOVE WS-YR-IDX TO WS-YR-FOUND
    END-IF.

3000-WRITE-HEADING.
    MOVE WS-DEFAULT-RATE TO WS-RATE-ED
    MOVE "====================================================================================================================" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "   OUTSTANDING ALIENOFFER LIABILITY BY DUE YEAR - AS AT "
        WS-CURRENT-YEAR "   (DEFAULT RATE " WS-RATE-ED ")"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "====================================================================================================================" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "YEAR    COUNT              AMOUNT DUE          CUMULATIVE DUE     FACTOR           PROJECTED DUE    PROJECTED CUMULATIVE" TO REPORT-LINE
    WRITE REPORT-LINE.

      *> the factor compounds each year's rate from next year up to
      *> the due year; this year and earlier (overdue, still open)
      *> project at the amount on file.
3100-WRITE-YEAR-LINE.
    MOVE 1 TO WS-FACTOR
    MOVE "N" TO WS-USED-DEFAULT-SW
    IF WS-YR-YEAR(WS-YR-IDX) > WS-CURRENT-YEAR
        COMPUTE WS-FACTOR-YEAR = WS-CURRENT-YEAR + 1
        PERFORM UNTIL WS-FACTOR-YEAR > WS-YR-YEAR(WS-YR-IDX)
            PERFORM 1300-FIND-RATE
            IF WS-RATE-FOUND = ZERO
                COMPUTE WS-FACTOR ROUNDED = WS-FACTOR * WS-DEFAULT-RATE
                MOVE "Y" TO WS-USED-DEFAULT-SW
            ELSE
                COMPUTE WS-FACTOR ROUNDED
                    = WS-FACTOR * WS-RATE-VALUE(WS-RATE-FOUND)
            END-IF
            ADD 1 TO WS-FACTOR-YEAR
        END-PERFORM
    END-IF

    COMPUTE WS-PROJECTED ROUNDED = WS-YR-TOTAL(WS-YR-IDX) * WS-FACTOR
    ADD WS-YR-TOTAL(WS-YR-IDX) TO WS-CUMULATIVE
    ADD WS-PROJECTED TO WS-PROJ-CUMULATIVE

    IF WS-YR-YEAR(WS-YR-IDX) = ZERO
        MOVE "none" TO WS-YEAR-ED
    ELSE
        MOVE WS-YR-YEAR(WS-YR-IDX) TO WS-YEAR-ED
    END-IF
    IF WS-USED-DEFAULT
        MOVE "*" TO WS-STAR
    ELSE
        MOVE SPACE TO WS-STAR
    END-IF
    MOVE WS-YR-COUNT(WS-YR-IDX) TO WS-COUNT-ED
    MOVE WS-YR-TOTAL(WS-YR-IDX) TO WS-AMOUNT-ED
    MOVE WS-CUMULATIVE          TO WS-AMOUNT-ED-2
    MOVE WS-FACTOR              TO WS-FACTOR-ED
    MOVE WS-PROJECTED           TO WS-AMOUNT-ED-3
    MOVE WS-PROJ-CUMULATIVE     TO WS-AMOUNT-ED-4
    MOVE SPACES TO REPORT-LINE
    STRING WS-YEAR-ED " " WS-COUNT-ED " " WS-AMOUNT-ED " "
        WS-AMOUNT-ED-2 " " WS-FACTOR-ED WS-STAR " " WS-AMOUNT-ED-3
        " " WS-AMOUNT-ED-4
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

4000-WRITE-TOTALS.
    MOVE "--------------------------------------------------------------------------------------------------------------------" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-CUMULATIVE TO WS-AMOUNT-ED
    MOVE SPACES TO REPORT-LINE
    STRING "Outstanding liability at today's values . . : " WS-AMOUNT-ED
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-PROJ-CUMULATIVE TO WS-AMOUNT-ED
    MOVE SPACES TO REPORT-LINE
    STRING "Outstanding liability projected to due year : " WS-AMOUNT-ED
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Active registrants . . . . . . . . . . . . : " WS-ACTIVE-COUNT
        "   (closed cases left out: " WS-CLOSED-SKIPPED ")"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "* factor includes the assumed default rate for years not yet on the rate file" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-PAID-TOTAL TO WS-AMOUNT-ED
    MOVE SPACES TO REPORT-LINE
    STRING "Claims paid in " WS-CURRENT-YEAR " (payment stamp) . . . . : "
        WS-PAID-COUNT "   amount " WS-AMOUNT-ED
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "====================================================================================================================" TO REPORT-LINE
    WRITE REPORT-LINE.
