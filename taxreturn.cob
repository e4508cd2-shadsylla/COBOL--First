

            >>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.coboltaxr.
AUTHOR.Shad Sylla.
DATE-WRITTEN.october 15, 2026

      *> year-end information return on paid AlienOffer claims: each
      *> night cobolpaye puts the day's claimed amounts on a new
      *> payment-instruction generation, but the tax reporting on
      *> those payments was built by hand from a year of PAYREG
      *> printouts. This annual run reads every PROD.SSN.PAYINSTR
      *> generation on hand (DD PAYFILE, the whole GDG concatenated),
      *> keeps the payments whose run date falls in the tax year,
      *> totals them per SSN, and writes:
      *>   - the information return for the tax authority (DD TAXRTN,
      *>     copybook TAXREC) with count, serial hash and amount
      *>     controls;
      *>   - a printed copy per registrant (DD TAXCOPY) addressed to
      *>     the MR-ADDR fields, held like cobolstmt's statements when
      *>     the address is undeliverable;
      *>   - a register (DD TAXREG) listing each generation's trailer
      *>     figures - the same count and total its night's PAYREG
      *>     printed - and balancing their sum against the return.
      *>
      *> The payment stamp on the master is the cross-check: every
      *> registrant stamped MR-PAY-EXTRACTED with an extract date in
      *> the tax year must turn up among the payments, on the live
      *> master or on SSNARCH once archived. A stamp with no payment
      *> means a generation is missing from the concatenation, and a
      *> generation that does not agree with its own trailer means the
      *> payments cannot be trusted; either one, or a register that
      *> does not balance, ends the run RC 8 - do not send the return.
      *> A payment whose registrant carries no stamp for the year is
      *> still reported (the money went out) but listed, RC 4.
      *>
      *> The tax year (YYYY) is read from SYSIN; when none is supplied
      *> the year before the current one is reported.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PAYMENT-FILE ASSIGN TO "PAYFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAYMENT-FILE-STATUS.
    SELECT SSN-MASTER-FILE ASSIGN TO "SSNMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MR-SSNUM
        ALTERNATE RECORD KEY IS MR-HUMAN-NAME WITH DUPLICATES
        FILE STATUS IS WS-SSN-FILE-STATUS.
    SELECT SSN-ARCHIVE-FILE ASSIGN TO "SSNARCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-SSNUM
        FILE STATUS IS WS-ARCH-FILE-STATUS.
    SELECT RETURN-FILE ASSIGN TO "TAXRTN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETURN-FILE-STATUS.
    SELECT COPY-FILE ASSIGN TO "TAXCOPY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COPY-FILE-STATUS.
    SELECT REGISTER-FILE ASSIGN TO "TAXREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-FILE-STATUS.
    SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

DATA DIVISION.
FILE SECTION.
FD PAYMENT-FILE.
01 PAYMENT-LINE PIC X(80).

FD SSN-MASTER-FILE.
COPY SSNMAST.

FD SSN-ARCHIVE-FILE.
COPY SSNMAST REPLACING ==SSN-MASTER-RECORD== BY ==SSN-ARCHIVE-RECORD==
                       LEADING ==MR-== BY ==AR-==.

FD RETURN-FILE.
COPY TAXREC.

FD COPY-FILE.
01 COPY-LINE PIC X(80).

FD REGISTER-FILE.
01 REGISTER-LINE PIC X(80).

      *> one row per payment instruction (P) and one per registrant
      *> stamped paid in the year (M); M sorts ahead of P, so each
      *> SSN's stamp is known before its payments are totalled.
SD SORT-WORK-FILE.
01 SORT-RECORD.
    05 SR-SSNUM          PIC 9(9).
    05 SR-SOURCE         PIC X.
        88 SR-FROM-STAMP   VALUE "M".
        88 SR-FROM-PAYMENT VALUE "P".
    05 SR-NAME           PIC X(30).
    05 SR-AMOUNT         PIC S9(8)V99.
    05 SR-DATE           PIC 9(8).

WORKING-STORAGE SECTION.

01 WS-PAYMENT-FILE-STATUS  PIC XX VALUE "00".
01 WS-SSN-FILE-STATUS      PIC XX VALUE "00".
01 WS-ARCH-FILE-STATUS     PIC XX VALUE "00".
01 WS-RETURN-FILE-STATUS   PIC XX VALUE "00".
01 WS-COPY-FILE-STATUS     PIC XX VALUE "00".
01 WS-REGISTER-FILE-STATUS PIC XX VALUE "00".

01 WS-PAYMENT-EOF-SW      PIC X VALUE "N".
    88 WS-PAYMENT-EOF      VALUE "Y".
01 WS-MASTER-EOF-SW       PIC X VALUE "N".
    88 WS-MASTER-EOF       VALUE "Y".
01 WS-SORT-EOF-SW         PIC X VALUE "N".
    88 WS-SORT-EOF         VALUE "Y".
01 WS-MASTER-OPEN-SW      PIC X VALUE "N".
    88 WS-MASTER-OPEN      VALUE "Y".
01 WS-ARCH-OPEN-SW        PIC X VALUE "N".
    88 WS-ARCH-OPEN        VALUE "Y".
01 WS-OPEN-FAILED-SW      PIC X VALUE "N".
    88 WS-OPEN-FAILED      VALUE "Y".
01 WS-OUT-OF-BALANCE-SW   PIC X VALUE "N".
    88 WS-OUT-OF-BALANCE   VALUE "Y".

01 WS-TODAY               PIC 9(8).
01 WS-YEAR-INPUT          PIC X(4).
01 WS-TAX-YEAR            PIC 9(4).
01 WS-DATE-WORK.
    05 WS-DATE-YEAR       PIC 9(4).
    05 WS-DATE-MMDD       PIC 9(4).

      *> the payment-instruction lines as cobolpaye writes them,
      *> redefined over the raw line once the record type is known.
01 WS-PAY-DETAIL.
    05 WS-PAY-TYPE        PIC X.
    05 WS-PAY-SSNUM.
        10 WS-PAY-SSAREA     PIC 999.
        10 WS-PAY-SSGROUP    PIC 99.
        10 WS-PAY-SSSERIAL   PIC 9999.
    05 WS-PAY-NAME        PIC X(30).
    05 WS-PAY-AMOUNT      PIC S9(8)V99 SIGN LEADING SEPARATE.
    05 WS-PAY-STATUS-DATE PIC 9(8).
    05 FILLER             PIC X(21).
01 WS-PAY-HEADER REDEFINES WS-PAY-DETAIL.
    05 FILLER             PIC X.
    05 WS-PAYH-RUN-DATE   PIC 9(8).
    05 FILLER             PIC X(71).
01 WS-PAY-TRAILER REDEFINES WS-PAY-DETAIL.
    05 FILLER             PIC X.
    05 WS-PAYT-COUNT      PIC 9(6).
    05 WS-PAYT-HASH       PIC 9(10).
    05 WS-PAYT-AMOUNT     PIC S9(11)V99 SIGN LEADING SEPARATE.
    05 FILLER             PIC X(49).

      *> the generation being read: its run date, whether it falls in
      *> the tax year, and its own totals for the trailer check.
01 WS-GEN-OPEN-SW         PIC X VALUE "N".
    88 WS-GEN-OPEN         VALUE "Y".
01 WS-GEN-IN-YEAR-SW      PIC X VALUE "N".
    88 WS-GEN-IN-YEAR      VALUE "Y".
01 WS-GEN-RUN-DATE        PIC 9(8).
01 WS-GEN-COUNT           PIC 9(6).
01 WS-GEN-HASH            PIC 9(10).
01 WS-GEN-AMOUNT          PIC S9(11)V99.
01 WS-GEN-RESULT          PIC X(17).

01 WS-GENERATIONS-READ    PIC 9(5) VALUE ZERO.
01 WS-GENERATIONS-IN-YEAR PIC 9(5) VALUE ZERO.
01 WS-GENERATIONS-BAD     PIC 9(5) VALUE ZERO.
01 WS-STRAY-LINES         PIC 9(6) VALUE ZERO.
01 WS-PAYREG-COUNT        PIC 9(7) VALUE ZERO.
01 WS-PAYREG-TOTAL        PIC S9(11)V99 VALUE ZERO.
01 WS-PAYMENTS-RELEASED   PIC 9(7) VALUE ZERO.
01 WS-STAMPS-RELEASED     PIC 9(7) VALUE ZERO.

      *> the registrant being totalled in the output procedure.
01 WS-GRP-SSNUM           PIC 9(9).
01 WS-GRP-NAME            PIC X(30).
01 WS-GRP-PAYMENTS        PIC 999.
01 WS-GRP-AMOUNT          PIC S9(9)V99.
01 WS-GRP-STAMPED-SW      PIC X.
    88 WS-GRP-STAMPED      VALUE "Y".
01 WS-GRP-STAMP-DATE      PIC 9(8).
01 WS-GRP-ACTIVE-SW       PIC X VALUE "N".
    88 WS-GRP-ACTIVE       VALUE "Y".
01 WS-ADDRESS-FOUND-SW    PIC X.
    88 WS-ADDRESS-FOUND    VALUE "Y".

      *> mailing details for the printed copy, from the live master or
      *> the archive, whichever holds the registrant.
01 WS-MAIL-NAME           PIC X(30).
01 WS-MAIL-LINE-1         PIC X(30).
01 WS-MAIL-LINE-2         PIC X(30).
01 WS-MAIL-CITY           PIC X(20).
01 WS-MAIL-STATE          PIC XX.
01 WS-MAIL-ZIP            PIC X(10).
01 WS-MAIL-UNDELIV-SW     PIC X.
    88 WS-MAIL-UNDELIVERABLE VALUE "Y".
01 WS-MAIL-UNDELIV-DATE   PIC 9(8).

01 WS-RETURN-COUNT        PIC 9(6) VALUE ZERO.
01 WS-RETURN-PAYMENTS     PIC 9(7) VALUE ZERO.
01 WS-RETURN-HASH         PIC 9(10) VALUE ZERO.
01 WS-RETURN-TOTAL        PIC S9(11)V99 VALUE ZERO.
01 WS-COPIES-PRINTED      PIC 9(6) VALUE ZERO.
01 WS-COPIES-HELD         PIC 9(6) VALUE ZERO.
01 WS-NO-ADDRESS-COUNT    PIC 9(6) VALUE ZERO.
01 WS-UNSTAMPED-COUNT     PIC 9(6) VALUE ZERO.
01 WS-MISSING-COUNT       PIC 9(6) VALUE ZERO.

01 WS-SSN-DISPLAY.
    05 WS-SSN-AREA        PIC 999.
    05 FILLER             PIC X VALUE "-".
    05 WS-SSN-GROUP       PIC 99.
    05 FILLER             PIC X VALUE "-".
    05 WS-SSN-SERIAL      PIC 9999.

01 WS-AMOUNT-ED           PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-TOTAL-ED            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-PAYREG-ED           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.

0000-MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM 0200-ACCEPT-TAX-YEAR

    OPEN OUTPUT REGISTER-FILE
    PERFORM 0300-WRITE-REGISTER-HEADING

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SR-SSNUM SR-SOURCE
        INPUT PROCEDURE IS 1000-RELEASE-PAYMENTS
        OUTPUT PROCEDURE IS 2000-BUILD-RETURN

    PERFORM 3000-WRITE-REGISTER-TOTALS
    CLOSE REGISTER-FILE

    DISPLAY "Information return for " WS-TAX-YEAR " complete. "
        WS-RETURN-COUNT " registrant(s), " WS-RETURN-PAYMENTS
        " payment(s), " WS-COPIES-PRINTED " cop(ies) printed, "
        WS-COPIES-HELD " held."
    EVALUATE TRUE
        WHEN WS-OPEN-FAILED OR WS-OUT-OF-BALANCE
            DISPLAY "** Return does not balance - do not send it to the"
                " tax authority; see the register. **"
            MOVE 8 TO RETURN-CODE
        WHEN WS-UNSTAMPED-COUNT > 0 OR WS-NO-ADDRESS-COUNT > 0
                OR WS-COPIES-HELD > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

0200-ACCEPT-TAX-YEAR.
    MOVE SPACES TO WS-YEAR-INPUT
    ACCEPT WS-YEAR-INPUT
        ON EXCEPTION
            MOVE SPACES TO WS-YEAR-INPUT
    END-ACCEPT

    IF WS-YEAR-INPUT IS NUMERIC AND WS-YEAR-INPUT NOT = "0000"
        MOVE WS-YEAR-INPUT TO WS-TAX-YEAR
    ELSE
        MOVE WS-TODAY TO WS-DATE-WORK
        COMPUTE WS-TAX-YEAR = WS-DATE-YEAR - 1
        DISPLAY "No tax year supplied; reporting " WS-TAX-YEAR
    END-IF.

0300-WRITE-REGISTER-HEADING.
    MOVE "==================================================" TO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE SPACES TO REGISTER-LINE
    STRING "   ALIENOFFER INFORMATION RETURN - TAX YEAR " WS-TAX-YEAR
        DELIMITED BY SIZE INTO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE "==================================================" TO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE "PAYREG RUN  INSTRUCTIONS             TOTAL  TRAILER" TO REGISTER-LINE
    WRITE REGISTER-LINE.

      *> every generation on hand is read and checked against its own
      *> trailer, but only the tax year's go into the return and the
      *> register - the GDG holds the last days of the year before and
      *> the first days of the year after as well.
1000-RELEASE-PAYMENTS.
    OPEN INPUT PAYMENT-FILE
    IF WS-PAYMENT-FILE-STATUS NOT = "00"
        DISPLAY "Cannot open the payment-instruction generations, status "
            WS-PAYMENT-FILE-STATUS ". No return produced."
        MOVE "Y" TO WS-OPEN-FAILED-SW
    ELSE
        PERFORM UNTIL WS-PAYMENT-EOF
            READ PAYMENT-FILE
                AT END
                    MOVE "Y" TO WS-PAYMENT-EOF-SW
                NOT AT END
                    MOVE PAYMENT-LINE TO WS-PAY-DETAIL
                    PERFORM 1100-TAKE-PAYMENT-LINE
            END-READ
        END-PERFORM
        CLOSE PAYMENT-FILE
        IF WS-GEN-OPEN
            PERFORM 1150-REPORT-NO-TRAILER
        END-IF
        PERFORM 1300-RELEASE-STAMPS
    END-IF.

1100-TAKE-PAYMENT-LINE.
    EVALUATE WS-PAY-TYPE
        WHEN "H"
            IF WS-GEN-OPEN
                PERFORM 1150-REPORT-NO-TRAILER
            END-IF
            MOVE "Y" TO WS-GEN-OPEN-SW
            ADD 1 TO WS-GENERATIONS-READ
            MOVE WS-PAYH-RUN-DATE TO WS-GEN-RUN-DATE
            MOVE ZERO TO WS-GEN-COUNT
            MOVE ZERO TO WS-GEN-HASH
            MOVE ZERO TO WS-GEN-AMOUNT
            MOVE WS-GEN-RUN-DATE TO WS-DATE-WORK
            IF WS-DATE-YEAR = WS-TAX-YEAR
                MOVE "Y" TO WS-GEN-IN-YEAR-SW
                ADD 1 TO WS-GENERATIONS-IN-YEAR
            ELSE
                MOVE "N" TO WS-GEN-IN-YEAR-SW
            END-IF
        WHEN "D"
            IF NOT WS-GEN-OPEN
                ADD 1 TO WS-STRAY-LINES
                MOVE "Y" TO WS-OUT-OF-BALANCE-SW
            ELSE
                ADD 1 TO WS-GEN-COUNT
                ADD WS-PAY-SSSERIAL TO WS-GEN-HASH
                ADD WS-PAY-AMOUNT TO WS-GEN-AMOUNT
                IF WS-GEN-IN-YEAR
                    PERFORM 1200-RELEASE-PAYMENT
                END-IF
            END-IF
        WHEN "T"
            IF NOT WS-GEN-OPEN
                ADD 1 TO WS-STRAY-LINES
                MOVE "Y" TO WS-OUT-OF-BALANCE-SW
            ELSE
                PERFORM 1160-CHECK-GENERATION
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

1150-REPORT-NO-TRAILER.
    MOVE "N" TO WS-GEN-OPEN-SW
    ADD 1 TO WS-GENERATIONS-BAD
    MOVE "Y" TO WS-OUT-OF-BALANCE-SW
    MOVE SPACES TO REGISTER-LINE
    STRING WS-GEN-RUN-DATE "   ** GENERATION HAS NO TRAILER - INCOMPLETE **"
        DELIMITED BY SIZE INTO REGISTER-LINE
    WRITE REGISTER-LINE.

      *> a generation outside the tax year is only mentioned when it
      *> is broken; the tax year's each get a register line carrying
      *> the count and total its own trailer - and PAYREG - reported.
1160-CHECK-GENERATION.
    MOVE "N" TO WS-GEN-OPEN-SW
    IF WS-PAYT-COUNT = WS-GEN-COUNT AND WS-PAYT-HASH = WS-GEN-HASH
            AND WS-PAYT-AMOUNT = WS-GEN-AMOUNT
        MOVE "balanced" TO WS-GEN-RESULT
    ELSE
        MOVE "** DOES NOT AGREE" TO WS-GEN-RESULT
        ADD 1 TO WS-GENERATIONS-BAD
        MOVE "Y" TO WS-OUT-OF-BALANCE-SW
    END-IF
    IF WS-GEN-IN-YEAR OR WS-GEN-RESULT NOT = "balanced"
        MOVE WS-PAYT-AMOUNT TO WS-TOTAL-ED
        MOVE SPACES TO REGISTER-LINE
        STRING WS-GEN-RUN-DATE "   " WS-PAYT-COUNT "  " WS-TOTAL-ED
            "  " WS-GEN-RESULT
            DELIMITED BY SIZE INTO REGISTER-LINE
        WRITE REGISTER-LINE
    END-IF
    IF WS-GEN-IN-YEAR
        ADD WS-PAYT-COUNT  TO WS-PAYREG-COUNT
        ADD WS-PAYT-AMOUNT TO WS-PAYREG-TOTAL
    END-IF.

1200-RELEASE-PAYMENT.
    MOVE WS-PAY-SSNUM    TO SR-SSNUM
    MOVE "P"             TO SR-SOURCE
    MOVE WS-PAY-NAME     TO SR-NAME
    MOVE WS-PAY-AMOUNT   TO SR-AMOUNT
    MOVE WS-GEN-RUN-DATE TO SR-DATE
    RELEASE SORT-RECORD
    ADD 1 TO WS-PAYMENTS-RELEASED.

      *> the stamps come off the live master and the archive; the
      *> files stay open for the address look-ups in 2000.
1300-RELEASE-STAMPS.
    OPEN INPUT SSN-MASTER-FILE
    IF WS-SSN-FILE-STATUS = "00"
        MOVE "Y" TO WS-MASTER-OPEN-SW
        MOVE "N" TO WS-MASTER-EOF-SW
        PERFORM UNTIL WS-MASTER-EOF
            READ SSN-MASTER-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-MASTER-EOF-SW
                NOT AT END
                    IF MR-PAY-EXTRACTED
                            AND MR-PAY-EXTRACT-DATE IS NUMERIC
                        MOVE MR-PAY-EXTRACT-DATE TO WS-DATE-WORK
                        IF WS-DATE-YEAR = WS-TAX-YEAR
                            MOVE MR-SSNUM      TO SR-SSNUM
                            MOVE MR-HUMAN-NAME TO SR-NAME
                            MOVE MR-PAY-EXTRACT-DATE TO SR-DATE
                            PERFORM 1350-RELEASE-STAMP
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    ELSE
        DISPLAY "Cannot open the master file, status "
            WS-SSN-FILE-STATUS ". Payment stamps not cross-checked."
        MOVE "Y" TO WS-OUT-OF-BALANCE-SW
    END-IF

    OPEN INPUT SSN-ARCHIVE-FILE
    IF WS-ARCH-FILE-STATUS = "00"
        MOVE "Y" TO WS-ARCH-OPEN-SW
        MOVE "N" TO WS-MASTER-EOF-SW
        PERFORM UNTIL WS-MASTER-EOF
            READ SSN-ARCHIVE-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-MASTER-EOF-SW
                NOT AT END
                    IF AR-PAY-EXTRACTED
                            AND AR-PAY-EXTRACT-DATE IS NUMERIC
                        MOVE AR-PAY-EXTRACT-DATE TO WS-DATE-WORK
                        IF WS-DATE-YEAR = WS-TAX-YEAR
                            MOVE AR-SSNUM      TO SR-SSNUM
                            MOVE AR-HUMAN-NAME TO SR-NAME
                            MOVE AR-PAY-EXTRACT-DATE TO SR-DATE
                            PERFORM 1350-RELEASE-STAMP
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

1350-RELEASE-STAMP.
    MOVE "M"  TO SR-SOURCE
    MOVE ZERO TO SR-AMOUNT
    RELEASE SORT-RECORD
    ADD 1 TO WS-STAMPS-RELEASED.

2000-BUILD-RETURN.
    IF NOT WS-OPEN-FAILED
        OPEN OUTPUT RETURN-FILE
        OPEN OUTPUT COPY-FILE
        PERFORM 2050-WRITE-RETURN-HEADER
        PERFORM UNTIL WS-SORT-EOF
            RETURN SORT-WORK-FILE
                AT END
                    MOVE "Y" TO WS-SORT-EOF-SW
                NOT AT END
                    PERFORM 2100-TAKE-SORTED-ROW
            END-RETURN
        END-PERFORM
        IF WS-GRP-ACTIVE
            PERFORM 2200-CLOSE-REGISTRANT
        END-IF
        PERFORM 2900-WRITE-RETURN-TRAILER
        CLOSE RETURN-FILE
        CLOSE COPY-FILE
    END-IF
    IF WS-MASTER-OPEN
        CLOSE SSN-MASTER-FILE
    END-IF
    IF WS-ARCH-OPEN
        CLOSE SSN-ARCHIVE-FILE
    END-IF.

2050-WRITE-RETURN-HEADER.
    MOVE SPACES TO TAX-RETURN-HEADER
    MOVE "H" TO TRH-RECORD-TYPE
    MOVE WS-TAX-YEAR TO TRH-TAX-YEAR
    MOVE "SSNALIENPAID" TO TRH-FILE-ID
    MOVE WS-TODAY TO TRH-RUN-DATE
    WRITE TAX-RETURN-HEADER.

      *> a registrant archived and restored in the same year can be
      *> stamped on both files; one stamp is all the check needs.
2100-TAKE-SORTED-ROW.
    IF WS-GRP-ACTIVE AND SR-SSNUM NOT = WS-GRP-SSNUM
        PERFORM 2200-CLOSE-REGISTRANT
    END-IF
    IF NOT WS-GRP-ACTIVE
        MOVE "Y" TO WS-GRP-ACTIVE-SW
        MOVE SR-SSNUM TO WS-GRP-SSNUM
        MOVE SR-NAME  TO WS-GRP-NAME
        MOVE ZERO TO WS-GRP-PAYMENTS
        MOVE ZERO TO WS-GRP-AMOUNT
        MOVE "N"  TO WS-GRP-STAMPED-SW
        MOVE ZERO TO WS-GRP-STAMP-DATE
    END-IF
    IF SR-FROM-STAMP
        MOVE "Y" TO WS-GRP-STAMPED-SW
        MOVE SR-DATE TO WS-GRP-STAMP-DATE
    ELSE
        ADD 1 TO WS-GRP-PAYMENTS
        ADD SR-AMOUNT TO WS-GRP-AMOUNT
        MOVE SR-NAME TO WS-GRP-NAME
    END-IF.

2200-CLOSE-REGISTRANT.
    MOVE "N" TO WS-GRP-ACTIVE-SW
    MOVE WS-GRP-SSNUM(1:3) TO WS-SSN-AREA
    MOVE WS-GRP-SSNUM(4:2) TO WS-SSN-GROUP
    MOVE WS-GRP-SSNUM(6:4) TO WS-SSN-SERIAL
    IF WS-GRP-PAYMENTS = 0
        ADD 1 TO WS-MISSING-COUNT
        MOVE "Y" TO WS-OUT-OF-BALANCE-SW
        MOVE SPACES TO REGISTER-LINE
        STRING "** STAMPED PAID " WS-GRP-STAMP-DATE " - NO PAYMENT FOUND: "
            WS-SSN-DISPLAY
            DELIMITED BY SIZE INTO REGISTER-LINE
        WRITE REGISTER-LINE
    ELSE
        IF NOT WS-GRP-STAMPED
            ADD 1 TO WS-UNSTAMPED-COUNT
            MOVE SPACES TO REGISTER-LINE
            STRING "PAID BUT NOT STAMPED FOR " WS-TAX-YEAR ": "
                WS-SSN-DISPLAY " " WS-GRP-NAME
                DELIMITED BY SIZE INTO REGISTER-LINE
            WRITE REGISTER-LINE
        END-IF
        PERFORM 2300-FIND-MAILING-ADDRESS
        PERFORM 2400-WRITE-RETURN-DETAIL
        EVALUATE TRUE
            WHEN WS-MAIL-UNDELIVERABLE
                PERFORM 2600-LIST-HELD-COPY
            WHEN OTHER
                PERFORM 2500-PRINT-COPY
        END-EVALUATE
    END-IF.

      *> the name and address on the master win; a registrant since
      *> archived is mailed from the archive record, and one on
      *> neither file goes out under the payment-instruction name
      *> with no address, for the office card file.
2300-FIND-MAILING-ADDRESS.
    MOVE "N" TO WS-ADDRESS-FOUND-SW
    MOVE WS-GRP-NAME TO WS-MAIL-NAME
    MOVE SPACES TO WS-MAIL-LINE-1 WS-MAIL-LINE-2 WS-MAIL-CITY
                   WS-MAIL-STATE WS-MAIL-ZIP
    MOVE "N"  TO WS-MAIL-UNDELIV-SW
    MOVE ZERO TO WS-MAIL-UNDELIV-DATE
    IF WS-MASTER-OPEN
        MOVE WS-GRP-SSNUM TO MR-SSNUM
        READ SSN-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-ADDRESS-FOUND-SW
                MOVE MR-HUMAN-NAME  TO WS-MAIL-NAME
                MOVE MR-ADDR-LINE-1 TO WS-MAIL-LINE-1
                MOVE MR-ADDR-LINE-2 TO WS-MAIL-LINE-2
                MOVE MR-ADDR-CITY   TO WS-MAIL-CITY
                MOVE MR-ADDR-STATE  TO WS-MAIL-STATE
                MOVE MR-ADDR-ZIP    TO WS-MAIL-ZIP
                MOVE MR-UNDELIV-SW  TO WS-MAIL-UNDELIV-SW
                MOVE MR-UNDELIV-DATE TO WS-MAIL-UNDELIV-DATE
        END-READ
    END-IF
    IF NOT WS-ADDRESS-FOUND AND WS-ARCH-OPEN
        MOVE WS-GRP-SSNUM TO AR-SSNUM
        READ SSN-ARCHIVE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-ADDRESS-FOUND-SW
                MOVE AR-HUMAN-NAME  TO WS-MAIL-NAME
                MOVE AR-ADDR-LINE-1 TO WS-MAIL-LINE-1
                MOVE AR-ADDR-LINE-2 TO WS-MAIL-LINE-2
                MOVE AR-ADDR-CITY   TO WS-MAIL-CITY
                MOVE AR-ADDR-STATE  TO WS-MAIL-STATE
                MOVE AR-ADDR-ZIP    TO WS-MAIL-ZIP
                MOVE AR-UNDELIV-SW  TO WS-MAIL-UNDELIV-SW
                MOVE AR-UNDELIV-DATE TO WS-MAIL-UNDELIV-DATE
        END-READ
    END-IF.

2400-WRITE-RETURN-DETAIL.
    MOVE SPACES TO TAX-RETURN-RECORD
    MOVE "D" TO TR-RECORD-TYPE
    MOVE WS-TAX-YEAR     TO TR-TAX-YEAR
    MOVE WS-GRP-SSNUM    TO TR-SSNUM
    MOVE WS-MAIL-NAME    TO TR-HUMAN-NAME
    MOVE WS-MAIL-LINE-1  TO TR-ADDR-LINE-1
    MOVE WS-MAIL-LINE-2  TO TR-ADDR-LINE-2
    MOVE WS-MAIL-CITY    TO TR-ADDR-CITY
    MOVE WS-MAIL-STATE   TO TR-ADDR-STATE
    MOVE WS-MAIL-ZIP     TO TR-ADDR-ZIP
    MOVE WS-GRP-PAYMENTS TO TR-PAYMENT-COUNT
    MOVE WS-GRP-AMOUNT   TO TR-AMOUNT-PAID
    WRITE TAX-RETURN-RECORD
    ADD 1 TO WS-RETURN-COUNT
    ADD WS-GRP-PAYMENTS TO WS-RETURN-PAYMENTS
    ADD TR-SSSERIAL TO WS-RETURN-HASH
    ADD WS-GRP-AMOUNT TO WS-RETURN-TOTAL.

      *> laid out like cobolstmt's statements: address block where the
      *> window envelope shows it, then the figures as reported.
2500-PRINT-COPY.
    ADD 1 TO WS-COPIES-PRINTED
    IF WS-MAIL-LINE-1 NOT = SPACES
        MOVE WS-MAIL-NAME TO COPY-LINE
        WRITE COPY-LINE
        MOVE WS-MAIL-LINE-1 TO COPY-LINE
        WRITE COPY-LINE
        IF WS-MAIL-LINE-2 NOT = SPACES
            MOVE WS-MAIL-LINE-2 TO COPY-LINE
            WRITE COPY-LINE
        END-IF
        MOVE SPACES TO COPY-LINE
        STRING WS-MAIL-CITY " " WS-MAIL-STATE " " WS-MAIL-ZIP
            DELIMITED BY SIZE INTO COPY-LINE
        WRITE COPY-LINE
    ELSE
        ADD 1 TO WS-NO-ADDRESS-COUNT
        MOVE "*** NO ADDRESS ON FILE - MATCH AGAINST CARD FILE ***" TO COPY-LINE
        WRITE COPY-LINE
    END-IF
    MOVE SPACES TO COPY-LINE
    WRITE COPY-LINE
    MOVE "==================================================" TO COPY-LINE
    WRITE COPY-LINE
    MOVE SPACES TO COPY-LINE
    STRING "   ALIENOFFER PAYMENTS - TAX YEAR " WS-TAX-YEAR
        DELIMITED BY SIZE INTO COPY-LINE
    WRITE COPY-LINE
    MOVE "==================================================" TO COPY-LINE
    WRITE COPY-LINE
    MOVE SPACES TO COPY-LINE
    STRING "Registrant . . : " WS-MAIL-NAME
        DELIMITED BY SIZE INTO COPY-LINE
    WRITE COPY-LINE
    MOVE SPACES TO COPY-LINE
    STRING "SSN  . . . . . : " WS-SSN-DISPLAY
        DELIMITED BY SIZE INTO COPY-LINE
    WRITE COPY-LINE
    MOVE SPACES TO COPY-LINE
    STRING "Payments . . . : " WS-GRP-PAYMENTS
        DELIMITED BY SIZE INTO COPY-LINE
    WRITE COPY-LINE
    MOVE WS-GRP-AMOUNT TO WS-AMOUNT-ED
    MOVE SPACES TO COPY-LINE
    STRING "Total paid . . : " WS-AMOUNT-ED
        DELIMITED BY SIZE INTO COPY-LINE
    WRITE COPY-LINE
    MOVE "This is the amount we have reported to the tax" TO COPY-LINE
    WRITE COPY-LINE
    MOVE "authority as paid to you this year. Keep this copy" TO COPY-LINE
    WRITE COPY-LINE
    MOVE "with your tax records." TO COPY-LINE
    WRITE COPY-LINE
    MOVE SPACES TO COPY-LINE
    WRITE COPY-LINE.

      *> the payment is on the return either way; only the mailing
      *> to an address the post office bounced is held.
2600-LIST-HELD-COPY.
    ADD 1 TO WS-COPIES-HELD
    MOVE SPACES TO COPY-LINE
    STRING "*** TAX COPY HELD - ADDRESS UNDELIVERABLE SINCE "
        WS-MAIL-UNDELIV-DATE " ***"
        DELIMITED BY SIZE INTO COPY-LINE
    WRITE COPY-LINE
    MOVE SPACES TO COPY-LINE
    STRING "    " WS-SSN-DISPLAY "  " WS-MAIL-NAME
        DELIMITED BY SIZE INTO COPY-LINE
    WRITE COPY-LINE
    MOVE SPACES TO COPY-LINE
    WRITE COPY-LINE.

2900-WRITE-RETURN-TRAILER.
    MOVE SPACES TO TAX-RETURN-TRAILER
    MOVE "T" TO TRT-RECORD-TYPE
    MOVE WS-TAX-YEAR     TO TRT-TAX-YEAR
    MOVE WS-RETURN-COUNT TO TRT-COUNT
    MOVE WS-RETURN-HASH  TO TRT-HASH
    MOVE WS-RETURN-TOTAL TO TRT-AMOUNT-TOTAL
    WRITE TAX-RETURN-TRAILER.

      *> the return is only fit to send when the payments it was built
      *> from add up to what the year's PAYREGs reported, every
      *> generation agreed with its own trailer, and every stamp on
      *> the master was found among the payments.
3000-WRITE-REGISTER-TOTALS.
    IF WS-RETURN-PAYMENTS NOT = WS-PAYREG-COUNT
            OR WS-RETURN-TOTAL NOT = WS-PAYREG-TOTAL
        MOVE "Y" TO WS-OUT-OF-BALANCE-SW
    END-IF
    MOVE "--------------------------------------------------" TO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE SPACES TO REGISTER-LINE
    STRING "Generations read . . . . . . : " WS-GENERATIONS-READ
        DELIMITED BY SIZE INTO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE SPACES TO REGISTER-LINE
    STRING "  in tax year " WS-TAX-YEAR " . . . . . : "
        WS-GENERATIONS-IN-YEAR
        DELIMITED BY SIZE INTO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE SPACES TO REGISTER-LINE
    STRING "  not agreeing with trailer  : " WS-GENERATIONS-BAD
        DELIMITED BY SIZE INTO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE SPACES TO REGISTER-LINE
    STRING "Lines outside any generation : " WS-STRAY-LINES
        DELIMITED BY SIZE INTO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE SPACES TO REGISTER-LINE
    STRING "Stamped paid, no payment . . : " WS-MISSING-COUNT
        DELIMITED BY SIZE INTO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE SPACES TO REGISTER-LINE
    STRING "Paid, not stamped  . . . . . : " WS-UNSTAMPED-COUNT
        DELIMITED BY SIZE INTO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE SPACES TO REGISTER-LINE
    STRING "Copies printed / held  . . . : " WS-COPIES-PRINTED
        " / " WS-COPIES-HELD
        DELIMITED BY SIZE INTO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE SPACES TO REGISTER-LINE
    STRING "  with no address on file  . : " WS-NO-ADDRESS-COUNT
        DELIMITED BY SIZE INTO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE "--------------------------------------------------" TO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE WS-PAYREG-TOTAL TO WS-PAYREG-ED
    MOVE SPACES TO REGISTER-LINE
    STRING "PAYREG totals  " WS-PAYREG-COUNT " payments " WS-PAYREG-ED
        DELIMITED BY SIZE INTO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE WS-RETURN-TOTAL TO WS-TOTAL-ED
    MOVE SPACES TO REGISTER-LINE
    STRING "Return totals  " WS-RETURN-PAYMENTS " payments " WS-TOTAL-ED
        DELIMITED BY SIZE INTO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE SPACES TO REGISTER-LINE
    STRING "Return registrants " WS-RETURN-COUNT
        "   serial hash " WS-RETURN-HASH
        DELIMITED BY SIZE INTO REGISTER-LINE
    WRITE REGISTER-LINE
    IF WS-OUT-OF-BALANCE OR WS-OPEN-FAILED
        MOVE "** OUT OF BALANCE - DO NOT SEND THE RETURN **" TO REGISTER-LINE
    ELSE
        MOVE "BALANCED - return agrees with the year's PAYREG totals" TO REGISTER-LINE
    END-IF
    WRITE REGISTER-LINE
    MOVE "==================================================" TO REGISTER-LINE
    WRITE REGISTER-LINE.
