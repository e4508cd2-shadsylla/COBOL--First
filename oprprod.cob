

            >>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.cobolprod.
AUTHOR.Shad Sylla.
DATE-WRITTEN.october 15, 2026

      *> operator productivity and keying-quality report: the raw
      *> material to judge each operator's work was always on file -
      *> SSNAUDIT by AL-OPERATOR-ID, SSNSUSP by SP-OPERATOR-ID and
      *> reason, CLMSUSP by CS-OPERATOR-ID and reason - but nobody put
      *> it together, so retraining was targeted by hand-counting
      *> SYSOUT. This step prints, per operator named on SSNOPER, the
      *> day's and the month-to-date transactions by audit action, the
      *> suspense rejects by reason code, the reject rate, and how
      *> many of the operator's own registrations were later
      *> corrected (UPDATE) or removed (DELETE) by anyone.
      *>
      *> The month-to-date figures roll forward night by night on the
      *> OPERSTAT file (suspense rows carry no date, and the audit log
      *> is cut every cycle). Audit lines carry a registrant name, not
      *> an SSN, so each day's ADD lines are kept on the REGXREF cross
      *> reference - registrant name to the operator who keyed it - and
      *> a later UPDATE or DELETE line for that name is charged back to
      *> that operator. Registrations keyed before the cross reference
      *> existed cannot be charged back. A rerun of the same night
      *> replaces that night's figures instead of counting them twice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-FILE ASSIGN TO "SSNOPER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OP-OPERATOR-ID
        FILE STATUS IS WS-OPER-FILE-STATUS.
    SELECT AUDIT-LOG-FILE ASSIGN TO "SSNAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.
    SELECT SUSPENSE-FILE ASSIGN TO "SSNSUSP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
    SELECT CLAIMS-SUSPENSE-FILE ASSIGN TO "CLMSUSP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLMSUSP-FILE-STATUS.
    SELECT OPERATOR-STATS-FILE ASSIGN TO "OPERSTAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OS-OPERATOR-ID
        FILE STATUS IS WS-STATS-FILE-STATUS.
    SELECT REGISTRANT-XREF-FILE ASSIGN TO "REGXREF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RX-HUMAN-NAME
        FILE STATUS IS WS-XREF-FILE-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RN-CONTROL-KEY
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD OPERATOR-FILE.
COPY OPERREC.

FD AUDIT-LOG-FILE.
COPY AUDITREC.

FD SUSPENSE-FILE.
COPY SUSPREC.

FD CLAIMS-SUSPENSE-FILE.
COPY CSUSREC.

FD OPERATOR-STATS-FILE.
COPY OPSTREC.

FD REGISTRANT-XREF-FILE.
01 REGISTRANT-XREF-RECORD.
    05 RX-HUMAN-NAME         PIC X(30).
    05 RX-OPERATOR-ID        PIC X(8).
    05 RX-REG-DATE           PIC 9(8).

FD RUN-CONTROL-FILE.
COPY RUNCREC.

WORKING-STORAGE SECTION.

01 WS-OPER-FILE-STATUS     PIC XX VALUE "00".
01 WS-AUDIT-FILE-STATUS    PIC XX VALUE "00".
01 WS-SUSPENSE-FILE-STATUS PIC XX VALUE "00".
01 WS-CLMSUSP-FILE-STATUS  PIC XX VALUE "00".
01 WS-STATS-FILE-STATUS    PIC XX VALUE "00".
01 WS-XREF-FILE-STATUS     PIC XX VALUE "00".

01 WS-OPER-EOF-SW          PIC X VALUE "N".
    88 WS-OPER-EOF          VALUE "Y".
01 WS-AUDIT-EOF-SW         PIC X VALUE "N".
    88 WS-AUDIT-EOF         VALUE "Y".
01 WS-SUSPENSE-EOF-SW      PIC X VALUE "N".
    88 WS-SUSPENSE-EOF      VALUE "Y".
01 WS-CLMSUSP-EOF-SW       PIC X VALUE "N".
    88 WS-CLMSUSP-EOF       VALUE "Y".
01 WS-STATS-FAILED-SW      PIC X VALUE "N".
    88 WS-STATS-FAILED      VALUE "Y".
01 WS-STATS-FOUND-SW       PIC X VALUE "N".
    88 WS-STATS-FOUND       VALUE "Y".
01 WS-XREF-FAILED-SW       PIC X VALUE "N".
    88 WS-XREF-FAILED       VALUE "Y".

01 WS-TODAY                PIC 9(8).
01 WS-THIS-MONTH           PIC 9(6).

      *> the report's categories, in OPERATOR-STATS-RECORD slot order:
      *>   1-10  audit actions (10 = any other action on the log)
      *>   11-18 intake-suspense reasons (18 = any other reason)
      *>   19-24 claims-suspense reasons (24 = any other reason)
      *>   25-26 own registrations later corrected / removed
01 WS-CAT-TABLE-DATA.
    05 FILLER PIC X(32) VALUE "ADD     Registrations added . . ".
    05 FILLER PIC X(32) VALUE "UPDATE  Corrections keyed . . . ".
    05 FILLER PIC X(32) VALUE "DELETE  Removals applied . . .  ".
    05 FILLER PIC X(32) VALUE "STATUS  Status changes posted . ".
    05 FILLER PIC X(32) VALUE "ADDRESS Address changes . . . . ".
    05 FILLER PIC X(32) VALUE "NAMECHG Name changes . . . . . .".
    05 FILLER PIC X(32) VALUE "REQUEST Held for approval . . . ".
    05 FILLER PIC X(32) VALUE "APPROVE Approvals given . . . . ".
    05 FILLER PIC X(32) VALUE "REJECT  Rejections given . . .  ".
    05 FILLER PIC X(32) VALUE "        Other audit lines . . . ".
    05 FILLER PIC X(32) VALUE "BADAREA Intake reject BADAREA . ".
    05 FILLER PIC X(32) VALUE "BADGROUPIntake reject BADGROUP  ".
    05 FILLER PIC X(32) VALUE "DUPSSN  Intake reject DUPSSN .  ".
    05 FILLER PIC X(32) VALUE "BADAMT  Intake reject BADAMT .  ".
    05 FILLER PIC X(32) VALUE "BADNAME Intake reject BADNAME . ".
    05 FILLER PIC X(32) VALUE "BADOPER Intake reject BADOPER . ".
    05 FILLER PIC X(32) VALUE "EARLYEOFIntake reject EARLYEOF  ".
    05 FILLER PIC X(32) VALUE "        Intake reject other . . ".
    05 FILLER PIC X(32) VALUE "BADSTAT Claims reject BADSTAT . ".
    05 FILLER PIC X(32) VALUE "NOREG   Claims reject NOREG . . ".
    05 FILLER PIC X(32) VALUE "BADOPER Claims reject BADOPER . ".
    05 FILLER PIC X(32) VALUE "NOREWRITClaims reject NOREWRIT  ".
    05 FILLER PIC X(32) VALUE "PENDING Claims reject PENDING . ".
    05 FILLER PIC X(32) VALUE "        Claims reject other . . ".
    05 FILLER PIC X(32) VALUE "        Own regs later corrected".
    05 FILLER PIC X(32) VALUE "        Own regs later removed  ".
01 WS-CAT-TABLE REDEFINES WS-CAT-TABLE-DATA.
    05 WS-CAT-ENTRY OCCURS 26 TIMES.
        10 WS-CAT-CODE       PIC X(8).
        10 WS-CAT-LABEL      PIC X(24).
01 WS-CAT-MAX              PIC 99 COMP VALUE 26.
01 WS-CAT-IDX              PIC 99 COMP.
01 WS-CAT-FOUND            PIC 99 COMP.
01 WS-SEARCH-CODE          PIC X(8).
01 WS-SEARCH-FIRST         PIC 99 COMP.
01 WS-SEARCH-LAST          PIC 99 COMP.

      *> every operator on SSNOPER, plus any ID that turns up on the
      *> day's files without being on it; 500 slots is several times
      *> the office's headcount, and an overflow is reported.
01 WS-OPR-MAX              PIC 9(4) COMP VALUE 500.
01 WS-OPR-USED             PIC 9(4) COMP VALUE ZERO.
01 WS-OPR-IDX              PIC 9(4) COMP.
01 WS-OPR-FOUND            PIC 9(4) COMP.
01 WS-LOOKUP-ID            PIC X(8).
01 WS-OPR-TABLE.
    05 WS-OPR-ENTRY OCCURS 500 TIMES.
        10 WS-OPR-ID         PIC X(8).
        10 WS-OPR-NAME       PIC X(30).
        10 WS-OPR-DAY-COUNT  PIC 9(6) OCCURS 26 TIMES.
        10 WS-OPR-MTD-COUNT  PIC 9(6) OCCURS 26 TIMES.

      *> the figures for whichever block is being printed - one
      *> operator, or the whole office at the end.
01 WS-PRINT-COUNTS.
    05 WS-PRINT-DAY-COUNT  PIC 9(6) OCCURS 26 TIMES.
    05 WS-PRINT-MTD-COUNT  PIC 9(6) OCCURS 26 TIMES.
01 WS-OFFICE-COUNTS.
    05 WS-OFFICE-DAY-COUNT PIC 9(6) OCCURS 26 TIMES.
    05 WS-OFFICE-MTD-COUNT PIC 9(6) OCCURS 26 TIMES.
01 WS-MTD-ACTIVITY         PIC 9(8).
01 WS-OPERATORS-PRINTED    PIC 9(4) VALUE ZERO.

      *> reject rate = suspense rejects over everything the operator
      *> attempted: the transactions that went through (audit slots
      *> 1-7, the keyed actions) plus the ones that bounced.
01 WS-KEYED-COUNT          PIC 9(8).
01 WS-REJECT-COUNT         PIC 9(8).
01 WS-REJECT-RATE          PIC 999V9.
01 WS-DAY-RATE-EDITED      PIC ZZ9.9.
01 WS-MTD-RATE-EDITED      PIC ZZ9.9.

01 WS-AUDIT-LINES-TODAY    PIC 9(6) VALUE ZERO.
01 WS-INTAKE-REJECTS       PIC 9(6) VALUE ZERO.
01 WS-CLAIMS-REJECTS       PIC 9(6) VALUE ZERO.

COPY RUNCTLWS REPLACING ==STEP-PGM-NAME== BY =="COBOLPROD"==
                        ==RESTART-PGM-NAME== BY ==SPACES==.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    PERFORM 0100-READ-RUN-CONTROL
    IF WS-RUNCTL-FAILED OR WS-STEP-ALREADY-DONE
        PERFORM 0150-END-WITHOUT-RUNNING
        STOP RUN
    END-IF

    MOVE WS-TODAY(1:6) TO WS-THIS-MONTH

    PERFORM 1000-LOAD-OPERATORS
    PERFORM 2000-COUNT-AUDIT-LINES
    PERFORM 3000-COUNT-INTAKE-SUSPENSE
    PERFORM 3500-COUNT-CLAIMS-SUSPENSE
    PERFORM 4000-ROLL-MONTH-TO-DATE

    IF WS-STATS-FAILED
        DISPLAY "** OPERATOR STATISTICS FILE NOT UPDATED - report not printed. **"
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM 5000-PRINT-REPORT
        IF WS-XREF-FAILED
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF
    PERFORM 0190-RECORD-STEP-DONE
    STOP RUN.

COPY RUNCTLPD.

      *> names come from the operator master; without it the report
      *> still runs, by ID alone.
1000-LOAD-OPERATORS.
    OPEN INPUT OPERATOR-FILE
    IF WS-OPER-FILE-STATUS NOT = "00"
        DISPLAY "Operator master not available, status "
            WS-OPER-FILE-STATUS "; operators reported by ID only."
    ELSE
        PERFORM UNTIL WS-OPER-EOF
            READ OPERATOR-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-OPER-EOF-SW
                NOT AT END
                    MOVE OP-OPERATOR-ID TO WS-LOOKUP-ID
                    PERFORM 1100-FIND-OPERATOR-SLOT
                    IF WS-OPR-FOUND NOT = ZERO
                        MOVE OP-NAME TO WS-OPR-NAME(WS-OPR-FOUND)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OPERATOR-FILE
    END-IF.

      *> an ID not seen before gets a fresh slot with zero counts; a
      *> full table returns zero and the caller counts nothing.
1100-FIND-OPERATOR-SLOT.
    MOVE ZERO TO WS-OPR-FOUND
    PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
            UNTIL WS-OPR-IDX > WS-OPR-USED
                OR WS-OPR-FOUND NOT = ZERO
        IF WS-OPR-ID(WS-OPR-IDX) = WS-LOOKUP-ID
            MOVE WS-OPR-IDX TO WS-OPR-FOUND
        END-IF
    END-PERFORM
    IF WS-OPR-FOUND = ZERO
        IF WS-OPR-USED < WS-OPR-MAX
            ADD 1 TO WS-OPR-USED
            MOVE WS-LOOKUP-ID TO WS-OPR-ID(WS-OPR-USED)
            IF WS-LOOKUP-ID = SPACES
                MOVE "(no operator ID keyed)" TO WS-OPR-NAME(WS-OPR-USED)
            ELSE
                MOVE "(not on the operator master)"
                    TO WS-OPR-NAME(WS-OPR-USED)
            END-IF
            PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                    UNTIL WS-CAT-IDX > WS-CAT-MAX
                MOVE ZERO TO WS-OPR-DAY-COUNT(WS-OPR-USED WS-CAT-IDX)
                MOVE ZERO TO WS-OPR-MTD-COUNT(WS-OPR-USED WS-CAT-IDX)
            END-PERFORM
            MOVE WS-OPR-USED TO WS-OPR-FOUND
        ELSE
            DISPLAY "Operator table full; " WS-LOOKUP-ID
                " not reported."
        END-IF
    END-IF.

      *> looks WS-SEARCH-CODE up among category slots WS-SEARCH-FIRST
      *> through WS-SEARCH-LAST; no match leaves WS-CAT-FOUND at the
      *> slot after the range, which is that group's "other" slot.
1200-FIND-CATEGORY.
    COMPUTE WS-CAT-FOUND = WS-SEARCH-LAST + 1
    PERFORM VARYING WS-CAT-IDX FROM WS-SEARCH-FIRST BY 1
            UNTIL WS-CAT-IDX > WS-SEARCH-LAST
        IF WS-CAT-CODE(WS-CAT-IDX) = WS-SEARCH-CODE
            MOVE WS-CAT-IDX TO WS-CAT-FOUND
            MOVE WS-SEARCH-LAST TO WS-CAT-IDX
        END-IF
    END-PERFORM.

      *> only today's lines count - the live log can hold more than
      *> one day when the cutover has not run. Each ADD is noted on
      *> the cross reference before any later line for the same name
      *> is read, so a same-day correction is charged back too.
2000-COUNT-AUDIT-LINES.
    OPEN INPUT AUDIT-LOG-FILE
    IF WS-AUDIT-FILE-STATUS = "35"
        DISPLAY "No audit log on hand; no transactions counted."
    ELSE
        PERFORM 2050-OPEN-XREF-FILE
        PERFORM UNTIL WS-AUDIT-EOF
            READ AUDIT-LOG-FILE
                AT END
                    MOVE "Y" TO WS-AUDIT-EOF-SW
                NOT AT END
                    IF AL-BUSINESS-DATE = WS-TODAY
                        OR (AL-BUSINESS-DATE = SPACES
                            AND AL-TIMESTAMP(1:8) = WS-TODAY)
                        PERFORM 2100-TAKE-AUDIT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUDIT-LOG-FILE
        IF NOT WS-XREF-FAILED
            CLOSE REGISTRANT-XREF-FILE
        END-IF
    END-IF.

      *> without the cross reference the keying counts still stand,
      *> but no correction or removal can be charged back to whoever
      *> keyed the registration, so the run ends RC 4 to be looked at.
2050-OPEN-XREF-FILE.
    OPEN I-O REGISTRANT-XREF-FILE
    IF WS-XREF-FILE-STATUS = "35"
        OPEN OUTPUT REGISTRANT-XREF-FILE
        CLOSE REGISTRANT-XREF-FILE
        OPEN I-O REGISTRANT-XREF-FILE
    END-IF
    IF WS-XREF-FILE-STATUS NOT = "00"
        DISPLAY "Cannot open the registrant cross reference, status "
            WS-XREF-FILE-STATUS ". Nothing charged back today."
        MOVE "Y" TO WS-XREF-FAILED-SW
    END-IF.

2100-TAKE-AUDIT-LINE.
    ADD 1 TO WS-AUDIT-LINES-TODAY
    IF AL-ACTION-ADD
        MOVE 1 TO WS-CAT-FOUND
    ELSE
        MOVE AL-ACTION TO WS-SEARCH-CODE
        MOVE 2 TO WS-SEARCH-FIRST
        MOVE 9 TO WS-SEARCH-LAST
        PERFORM 1200-FIND-CATEGORY
    END-IF

    MOVE AL-OPERATOR-ID TO WS-LOOKUP-ID
    PERFORM 1100-FIND-OPERATOR-SLOT
    IF WS-OPR-FOUND NOT = ZERO
        ADD 1 TO WS-OPR-DAY-COUNT(WS-OPR-FOUND WS-CAT-FOUND)
    END-IF

    EVALUATE TRUE
        WHEN WS-XREF-FAILED
            CONTINUE
        WHEN AL-ACTION-ADD
            PERFORM 2200-NOTE-REGISTRANT
        WHEN AL-ACTION-UPDATE
            MOVE 25 TO WS-CAT-FOUND
            PERFORM 2300-CHARGE-BACK
        WHEN AL-ACTION-DELETE
            MOVE 26 TO WS-CAT-FOUND
            PERFORM 2300-CHARGE-BACK
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

      *> the latest registration under a name wins - a namesake keyed
      *> today is the likelier subject of tomorrow's correction.
2200-NOTE-REGISTRANT.
    MOVE AL-REGISTRANT-NAME TO RX-HUMAN-NAME
    MOVE AL-OPERATOR-ID     TO RX-OPERATOR-ID
    MOVE WS-TODAY           TO RX-REG-DATE
    WRITE REGISTRANT-XREF-RECORD
        INVALID KEY
            REWRITE REGISTRANT-XREF-RECORD
        NOT INVALID KEY
            CONTINUE
    END-WRITE.

2300-CHARGE-BACK.
    MOVE AL-REGISTRANT-NAME TO RX-HUMAN-NAME
    READ REGISTRANT-XREF-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE RX-OPERATOR-ID TO WS-LOOKUP-ID
            PERFORM 1100-FIND-OPERATOR-SLOT
            IF WS-OPR-FOUND NOT = ZERO
                ADD 1 TO WS-OPR-DAY-COUNT(WS-OPR-FOUND WS-CAT-FOUND)
            END-IF
    END-READ.

      *> today's intake-suspense generation: every row is one of the
      *> operator's transactions that aborted, with its reason.
3000-COUNT-INTAKE-SUSPENSE.
    OPEN INPUT SUSPENSE-FILE
    IF WS-SUSPENSE-FILE-STATUS = "35"
        DISPLAY "No intake-suspense file on hand; no intake rejects counted."
    ELSE
        PERFORM UNTIL WS-SUSPENSE-EOF
            READ SUSPENSE-FILE
                AT END
                    MOVE "Y" TO WS-SUSPENSE-EOF-SW
                NOT AT END
                    ADD 1 TO WS-INTAKE-REJECTS
                    MOVE SP-REASON TO WS-SEARCH-CODE
                    MOVE 11 TO WS-SEARCH-FIRST
                    MOVE 17 TO WS-SEARCH-LAST
                    PERFORM 1200-FIND-CATEGORY
                    MOVE SP-OPERATOR-ID TO WS-LOOKUP-ID
                    PERFORM 1100-FIND-OPERATOR-SLOT
                    IF WS-OPR-FOUND NOT = ZERO
                        ADD 1 TO WS-OPR-DAY-COUNT(WS-OPR-FOUND WS-CAT-FOUND)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUSPENSE-FILE
    END-IF.

3500-COUNT-CLAIMS-SUSPENSE.
    OPEN INPUT CLAIMS-SUSPENSE-FILE
    IF WS-CLMSUSP-FILE-STATUS = "35"
        DISPLAY "No claims-suspense file on hand; no claims rejects counted."
    ELSE
        PERFORM UNTIL WS-CLMSUSP-EOF
            READ CLAIMS-SUSPENSE-FILE
                AT END
                    MOVE "Y" TO WS-CLMSUSP-EOF-SW
                NOT AT END
      *> a row held while its registrant is restored from the archive
      *> is no keying fault of the operator's, and is not counted.
                    IF NOT CS-ARCHIVED
                        ADD 1 TO WS-CLAIMS-REJECTS
                        MOVE CS-REASON TO WS-SEARCH-CODE
                        MOVE 19 TO WS-SEARCH-FIRST
                        MOVE 23 TO WS-SEARCH-LAST
                        PERFORM 1200-FIND-CATEGORY
                        MOVE CS-OPERATOR-ID TO WS-LOOKUP-ID
                        PERFORM 1100-FIND-OPERATOR-SLOT
                        IF WS-OPR-FOUND NOT = ZERO
                            ADD 1 TO WS-OPR-DAY-COUNT(WS-OPR-FOUND WS-CAT-FOUND)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CLAIMS-SUSPENSE-FILE
    END-IF.

      *> the previous run's day is folded into the month's prior
      *> figures before today's replaces it - unless the previous run
      *> WAS today (a rerun), or it belonged to last month, in which
      *> case the month starts again from zero.
4000-ROLL-MONTH-TO-DATE.
    OPEN I-O OPERATOR-STATS-FILE
    IF WS-STATS-FILE-STATUS = "35"
        OPEN OUTPUT OPERATOR-STATS-FILE
        CLOSE OPERATOR-STATS-FILE
        OPEN I-O OPERATOR-STATS-FILE
    END-IF
    IF WS-STATS-FILE-STATUS NOT = "00"
        DISPLAY "Cannot open the operator statistics file, status "
            WS-STATS-FILE-STATUS "."
        MOVE "Y" TO WS-STATS-FAILED-SW
    ELSE
        PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                UNTIL WS-OPR-IDX > WS-OPR-USED
            PERFORM 4100-ROLL-ONE-OPERATOR
        END-PERFORM
        CLOSE OPERATOR-STATS-FILE
    END-IF.

4100-ROLL-ONE-OPERATOR.
    MOVE WS-OPR-ID(WS-OPR-IDX) TO OS-OPERATOR-ID
    READ OPERATOR-STATS-FILE
        INVALID KEY
            MOVE "N" TO WS-STATS-FOUND-SW
        NOT INVALID KEY
            MOVE "Y" TO WS-STATS-FOUND-SW
    END-READ

    EVALUATE TRUE
        WHEN NOT WS-STATS-FOUND
        WHEN OS-MONTH NOT = WS-THIS-MONTH
            PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                    UNTIL WS-CAT-IDX > WS-CAT-MAX
                MOVE ZERO TO OS-PRIOR-COUNT(WS-CAT-IDX)
            END-PERFORM
        WHEN OS-LAST-RUN-DATE NOT = WS-TODAY
            PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                    UNTIL WS-CAT-IDX > WS-CAT-MAX
                ADD OS-DAY-COUNT(WS-CAT-IDX)
                    TO OS-PRIOR-COUNT(WS-CAT-IDX)
            END-PERFORM
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    MOVE WS-OPR-ID(WS-OPR-IDX) TO OS-OPERATOR-ID
    MOVE WS-THIS-MONTH TO OS-MONTH
    MOVE WS-TODAY      TO OS-LAST-RUN-DATE
    PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
            UNTIL WS-CAT-IDX > WS-CAT-MAX
        MOVE WS-OPR-DAY-COUNT(WS-OPR-IDX WS-CAT-IDX)
            TO OS-DAY-COUNT(WS-CAT-IDX)
        COMPUTE WS-OPR-MTD-COUNT(WS-OPR-IDX WS-CAT-IDX)
            = OS-PRIOR-COUNT(WS-CAT-IDX) + OS-DAY-COUNT(WS-CAT-IDX)
    END-PERFORM

    IF WS-STATS-FOUND
        REWRITE OPERATOR-STATS-RECORD
            INVALID KEY
                DISPLAY "Statistics rewrite failed for operator "
                    OS-OPERATOR-ID "."
                MOVE "Y" TO WS-STATS-FAILED-SW
        END-REWRITE
    ELSE
        WRITE OPERATOR-STATS-RECORD
            INVALID KEY
                DISPLAY "Statistics write failed for operator "
                    OS-OPERATOR-ID "."
                MOVE "Y" TO WS-STATS-FAILED-SW
        END-WRITE
    END-IF.

      *> one block per operator with any activity this month, then the
      *> office as a whole; a category line is printed only when the
      *> month has something in it.
5000-PRINT-REPORT.
    PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
            UNTIL WS-CAT-IDX > WS-CAT-MAX
        MOVE ZERO TO WS-OFFICE-DAY-COUNT(WS-CAT-IDX)
        MOVE ZERO TO WS-OFFICE-MTD-COUNT(WS-CAT-IDX)
    END-PERFORM

    DISPLAY "=================================================="
    DISPLAY "  OPERATOR PRODUCTIVITY - " WS-TODAY
        " (MONTH " WS-THIS-MONTH ")"
    DISPLAY "=================================================="
    DISPLAY "Audit lines today . . . . . . : " WS-AUDIT-LINES-TODAY
    DISPLAY "Intake rejects today  . . . . : " WS-INTAKE-REJECTS
    DISPLAY "Claims rejects today  . . . . : " WS-CLAIMS-REJECTS

    PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
            UNTIL WS-OPR-IDX > WS-OPR-USED
        MOVE ZERO TO WS-MTD-ACTIVITY
        PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > WS-CAT-MAX
            MOVE WS-OPR-DAY-COUNT(WS-OPR-IDX WS-CAT-IDX)
                TO WS-PRINT-DAY-COUNT(WS-CAT-IDX)
            MOVE WS-OPR-MTD-COUNT(WS-OPR-IDX WS-CAT-IDX)
                TO WS-PRINT-MTD-COUNT(WS-CAT-IDX)
            ADD WS-OPR-DAY-COUNT(WS-OPR-IDX WS-CAT-IDX)
                TO WS-OFFICE-DAY-COUNT(WS-CAT-IDX)
            ADD WS-OPR-MTD-COUNT(WS-OPR-IDX WS-CAT-IDX)
                TO WS-OFFICE-MTD-COUNT(WS-CAT-IDX)
            ADD WS-OPR-MTD-COUNT(WS-OPR-IDX WS-CAT-IDX)
                TO WS-MTD-ACTIVITY
        END-PERFORM
        IF WS-MTD-ACTIVITY > ZERO
            ADD 1 TO WS-OPERATORS-PRINTED
            DISPLAY " "
            DISPLAY "Operator " WS-OPR-ID(WS-OPR-IDX) "  "
                WS-OPR-NAME(WS-OPR-IDX)
            PERFORM 5100-PRINT-COUNT-LINES
        END-IF
    END-PERFORM

    DISPLAY " "
    DISPLAY "ALL OPERATORS (" WS-OPERATORS-PRINTED " active this month)"
    PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
            UNTIL WS-CAT-IDX > WS-CAT-MAX
        MOVE WS-OFFICE-DAY-COUNT(WS-CAT-IDX)
            TO WS-PRINT-DAY-COUNT(WS-CAT-IDX)
        MOVE WS-OFFICE-MTD-COUNT(WS-CAT-IDX)
            TO WS-PRINT-MTD-COUNT(WS-CAT-IDX)
    END-PERFORM
    PERFORM 5100-PRINT-COUNT-LINES
    DISPLAY "==================================================".

5100-PRINT-COUNT-LINES.
    DISPLAY "                                today   month"
    PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
            UNTIL WS-CAT-IDX > WS-CAT-MAX
        IF WS-PRINT-MTD-COUNT(WS-CAT-IDX) > ZERO
            DISPLAY "  " WS-CAT-LABEL(WS-CAT-IDX) "  "
                WS-PRINT-DAY-COUNT(WS-CAT-IDX) "  "
                WS-PRINT-MTD-COUNT(WS-CAT-IDX)
        END-IF
    END-PERFORM

    MOVE ZERO TO WS-KEYED-COUNT
    MOVE ZERO TO WS-REJECT-COUNT
    PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 7
        ADD WS-PRINT-DAY-COUNT(WS-CAT-IDX) TO WS-KEYED-COUNT
    END-PERFORM
    PERFORM VARYING WS-CAT-IDX FROM 11 BY 1 UNTIL WS-CAT-IDX > 24
        ADD WS-PRINT-DAY-COUNT(WS-CAT-IDX) TO WS-REJECT-COUNT
    END-PERFORM
    PERFORM 5200-COMPUTE-REJECT-RATE
    MOVE WS-REJECT-RATE TO WS-DAY-RATE-EDITED

    MOVE ZERO TO WS-KEYED-COUNT
    MOVE ZERO TO WS-REJECT-COUNT
    PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 7
        ADD WS-PRINT-MTD-COUNT(WS-CAT-IDX) TO WS-KEYED-COUNT
    END-PERFORM
    PERFORM VARYING WS-CAT-IDX FROM 11 BY 1 UNTIL WS-CAT-IDX > 24
        ADD WS-PRINT-MTD-COUNT(WS-CAT-IDX) TO WS-REJECT-COUNT
    END-PERFORM
    PERFORM 5200-COMPUTE-REJECT-RATE
    MOVE WS-REJECT-RATE TO WS-MTD-RATE-EDITED

    DISPLAY "  Reject rate (percent) . .    " WS-DAY-RATE-EDITED
        "   " WS-MTD-RATE-EDITED.

5200-COMPUTE-REJECT-RATE.
    IF WS-KEYED-COUNT + WS-REJECT-COUNT = ZERO
        MOVE ZERO TO WS-REJECT-RATE
    ELSE
        COMPUTE WS-REJECT-RATE ROUNDED = WS-REJECT-COUNT * 100
            / (WS-KEYED-COUNT + WS-REJECT-COUNT)
    END-IF.
