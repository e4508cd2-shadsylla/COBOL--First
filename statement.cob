      *> date, recorded salary and goal, the standing AlienOffer, and
      *> the year the follow-up falls due - formatted like cobolfolw's
      *> worklist letters. Closed cases (deceased, claimed, withdrawn)
      *> get no statement. A registrant whose mail has come back
      *> undeliverable is listed as held instead of mailed again.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-STATEMENTS-CUT      PIC 9(6) VALUE ZERO.
01 WS-CLOSED-SKIPPED      PIC 9(6) VALUE ZERO.
01 WS-NO-ADDRESS-COUNT    PIC 9(6) VALUE ZERO.
01 WS-HELD-COUNT          PIC 9(6) VALUE ZERO.

01 WS-SSN-DISPLAY.
    05 WS-SSN-AREA        PIC 999.
                    " statement(s) with no address on file - match"
                    " those against the card file."
            END-IF
            IF WS-HELD-COUNT > 0
                DISPLAY WS-HELD-COUNT
                    " statement(s) held, address undeliverable - see"
                    " the address-trace worklist."
            END-IF
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF

1000-PROCESS-REGISTRANT.
    ADD 1 TO WS-RECORDS-READ
    EVALUATE TRUE
        WHEN NOT MR-STATUS-ACTIVE
            ADD 1 TO WS-CLOSED-SKIPPED
        WHEN MR-ADDR-UNDELIVERABLE
            PERFORM 2500-LIST-HELD-STATEMENT
        WHEN OTHER
            PERFORM 2000-PRINT-STATEMENT
            ADD 1 TO WS-STATEMENTS-CUT
    END-EVALUATE.

2000-PRINT-STATEMENT.
    MOVE MR-SSAREA   TO WS-SSN-AREA
    WRITE STATEMENT-LINE
    MOVE SPACES TO STATEMENT-LINE
    WRITE STATEMENT-LINE.

      *> listed where the clerks already look for NO ADDRESS ON FILE;
      *> no statement is cut to an address the post office bounced.
2500-LIST-HELD-STATEMENT.
    ADD 1 TO WS-HELD-COUNT
    MOVE MR-SSAREA   TO WS-SSN-AREA
    MOVE MR-SSGROUP  TO WS-SSN-GROUP
    MOVE MR-SSSERIAL TO WS-SSN-SERIAL
    MOVE SPACES TO STATEMENT-LINE
    STRING "*** STATEMENT HELD - ADDRESS UNDELIVERABLE SINCE "
        MR-UNDELIV-DATE " ***"
        DELIMITED BY SIZE INTO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE SPACES TO STATEMENT-LINE
    STRING "    " WS-SSN-DISPLAY "  " MR-HUMAN-NAME
        DELIMITED BY SIZE INTO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE SPACES TO STATEMENT-LINE
    WRITE STATEMENT-LINE.
