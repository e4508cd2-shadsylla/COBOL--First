        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OP-OPERATOR-ID
        FILE STATUS IS WS-OPER-FILE-STATUS.
    SELECT PENDING-FILE ASSIGN TO "SSNPEND"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PA-SSNUM
        FILE STATUS IS WS-PEND-FILE-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RN-CONTROL-KEY
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.
    SELECT ALIAS-FILE ASSIGN TO "SSNALIAS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NA-KEY
        ALTERNATE RECORD KEY IS NA-ALIAS-NAME WITH DUPLICATES
        FILE STATUS IS WS-ALIAS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
                       LEADING ==MR-== BY ==AR-==.

FD ACTIVITY-FILE.
01 ACTIVITY-RECORD PIC X(278).

FD OPERATOR-FILE.
COPY OPERREC.

FD PENDING-FILE.
COPY PENDREC.

FD RUN-CONTROL-FILE.
COPY RUNCREC.

FD ALIAS-FILE.
COPY ALIASREC.

WORKING-STORAGE SECTION.

01 Num1     PIC 9 VALUE ZEROS. *> there are real constants and fgurative contants
01 WS-OPER-AUTHORITY    PIC X VALUE SPACE.
    88 WS-OPER-SUPERVISOR VALUE "S".

      *> PIN check at a terminal sign-on. The nightly run reads its
      *> transactions from the intake file, which never carries a
      *> PIN, so there only the lock is enforced. The scramble mixes
      *> the operator ID into the PIN so two operators with the same
      *> PIN still hold different values on the file.
01 WS-PIN-INPUT         PIC X(8).
01 WS-NEW-PIN           PIC X(8).
01 WS-NEW-PIN-AGAIN     PIC X(8).
01 WS-PIN-SPACES        PIC 9.
01 WS-PIN-LENGTH        PIC 9.
01 WS-PIN-MAX-ATTEMPTS  PIC 99 VALUE 3.
01 WS-PIN-LIFE-DAYS     PIC 999 VALUE 90.
01 WS-PIN-OK-SW         PIC X VALUE "N".
    88 WS-PIN-OK          VALUE "Y".
01 WS-SIGNON-REFUSED-SW PIC X VALUE "N".
    88 WS-SIGNON-REFUSED  VALUE "Y".
      *> the one-way PIN scramble, shared with the other program that
      *> hashes PINs via copybooks/PINHWS.cpy and PINHASH.cpy.
COPY PINHWS.

01 WS-TICKLER-FILE-STATUS PIC XX VALUE "00".
01 WS-SUSPENSE-FILE-STATUS PIC XX VALUE "00".
01 WS-ARCH-FILE-STATUS  PIC XX VALUE "00".
01 WS-JOURNAL-FILE-STATUS PIC XX VALUE "00".
01 WS-ACTIVITY-FILE-STATUS PIC XX VALUE "00".
01 WS-PEND-FILE-STATUS  PIC XX VALUE "00".
01 WS-ALIAS-FILE-STATUS PIC XX VALUE "00".

      *> the master image is held here before a DELETE, so the journal
      *> row is written from what the record actually was - the record
      *> area is not to be trusted after the DELETE verb.
01 WS-JOURNAL-IMAGE     PIC X(278).
01 WS-JOURNAL-ACTION    PIC X.

      *> why the current intake transaction died - moved to SP-REASON
    88 WS-MODE-DELETE     VALUE "D" "d".
    88 WS-MODE-NAME-SEARCH VALUE "N" "n".
    88 WS-MODE-ADDRESS    VALUE "M" "m".
    88 WS-MODE-APPROVE    VALUE "P" "p".
    88 WS-MODE-NAME-CHANGE VALUE "C" "c".

      *> mailing address as keyed at intake or on an (M)ove - staged
      *> here so an aborted transaction can carry what was keyed to

01 WS-AUDIT-ACTION      PIC X(8) VALUE "ADD".

      *> change of name: the outgoing name goes on the alias file
      *> under the next free sequence number for the SSN, dated with
      *> the day the new name took effect (the business date unless
      *> an earlier date is keyed).
01 WS-OLD-NAME          PIC X(30).
01 WS-EFFECTIVE-INPUT   PIC X(8).
01 WS-EFFECTIVE-DATE    PIC 9(8).
01 WS-ALIAS-SOURCE      PIC X.
01 WS-ALIAS-SEQUENCE    PIC 99.
01 WS-ALIAS-EOF-SW      PIC X VALUE "N".
    88 WS-ALIAS-EOF       VALUE "Y".

      *> name-search browse: up to a counter page of candidates STARTed
      *> at the entered name, with each row's SSN held so the operator
      *> can pick a line and jump straight to the full inquiry display.
      *> Former names that begin with what was keyed are listed after
      *> them, up to WS-PICK-LIMIT lines in all.
01 WS-SEARCH-NAME       PIC X(30).
01 WS-SEARCH-LENGTH     PIC 99 COMP.
01 WS-PICK-MAX          PIC 99 COMP VALUE 10.
01 WS-PICK-LIMIT        PIC 99 COMP VALUE 15.
01 WS-PICK-COUNT        PIC 99 COMP VALUE ZERO.
01 WS-PICK-TABLE.
    05 WS-PICK-ENTRY OCCURS 15 TIMES.
        10 WS-PICK-SSNUM     PIC 9(9).
01 WS-PICK-INPUT        PIC X(2).
01 WS-PICK-CHOICE       PIC 99.
01 WS-CONFIRM           PIC X VALUE "N".
    88 WS-CONFIRMED       VALUE "Y" "y".

      *> dual control: the second supervisor's decision on a held
      *> removal or status posting, and the checker's own ID kept
      *> aside while the applied removal is audited under the maker
      *> who keyed it.
01 WS-DECISION          PIC X VALUE SPACE.
    88 WS-DECISION-APPROVE VALUE "A" "a".
    88 WS-DECISION-REJECT  VALUE "R" "r".
01 WS-CHECKER-ID        PIC X(8).
01 WS-REMOVAL-DONE-SW   PIC X VALUE "N".
    88 WS-REMOVAL-DONE    VALUE "Y".

01 WS-INPUT-EOF-SW      PIC X VALUE "N".
    88 WS-INPUT-EOF       VALUE "Y".


01 WS-RETURN-CODE          PIC 9(4) VALUE ZERO.

      *> business date from the run-control file - registrations,
      *> follow-up dates, the checkpoint and the audit trail are all
      *> dated with it, terminal sessions included, so the nightly
      *> steps and the day's keying agree on which day it is. Only the
      *> nightly registration run (PARM='NIGHTLY') is logged as a
      *> finished step; a terminal session never is.
01 WS-NIGHTLY-RUN-SW       PIC X VALUE "N".
    88 WS-NIGHTLY-RUN        VALUE "Y".
COPY RUNCTLWS REPLACING ==STEP-PGM-NAME== BY =="COBOLFRIST"==
                        ==RESTART-PGM-NAME== BY ==SPACES==.

LINKAGE SECTION.

      *> the JCL PARM: the nightly job passes PARM='NIGHTLY', a
      *> terminal session passes nothing.
01 RUN-PARM.
    05 RUN-PARM-LENGTH     PIC S9(4) COMP.
    05 RUN-PARM-TEXT       PIC X(7).
        88 RUN-PARM-NIGHTLY  VALUE "NIGHTLY".

              *> this a small program that takes a socialsecurity info.

PROCEDURE DIVISION USING RUN-PARM.  *>

IF RUN-PARM-LENGTH = 7 AND RUN-PARM-NIGHTLY
    MOVE "Y" TO WS-NIGHTLY-RUN-SW
END-IF
IF WS-NIGHTLY-RUN
    PERFORM 0100-READ-RUN-CONTROL
ELSE
    PERFORM 0105-READ-BUSINESS-DATE
END-IF
IF WS-RUNCTL-FAILED OR WS-STEP-ALREADY-DONE
    PERFORM 0150-END-WITHOUT-RUNNING
    STOP RUN
END-IF

PERFORM 0500-OPEN-MASTER-FILE
PERFORM 0550-OPEN-OPERATOR-FILE
      *> batch job can pipe the whole day's intake file in and this loop
      *> keeps dispatching transactions, unattended, until it runs dry.
PERFORM UNTIL WS-INPUT-EOF
    DISPLAY "Select transaction mode: (A)dd, (I)nquiry, (U)pdate, (D)elete, (N)ame search, (M)ove - address change, (C)hange of name or (P)ending approvals: " WITH NO ADVANCING
    ACCEPT WS-MODE
        ON EXCEPTION
            MOVE "Y" TO WS-INPUT-EOF-SW
        NOT ON EXCEPTION
            EVALUATE TRUE
      *> the nightly run signs operators on with no PIN, so it takes
      *> new registrations only; every other mode is for a signed-on
      *> terminal, where the PIN and the second supervisor are real.
                WHEN WS-NIGHTLY-RUN
                        AND (WS-MODE-INQUIRY OR WS-MODE-UPDATE
                        OR WS-MODE-DELETE OR WS-MODE-NAME-SEARCH
                        OR WS-MODE-ADDRESS OR WS-MODE-APPROVE
                        OR WS-MODE-NAME-CHANGE)
                    PERFORM 1900-REFUSE-BATCH-MODE
                WHEN WS-MODE-ADD
                    PERFORM 2000-ADD-REGISTRATION
                WHEN WS-MODE-INQUIRY
                    PERFORM 6000-NAME-SEARCH
                WHEN WS-MODE-ADDRESS
                    PERFORM 7000-ADDRESS-CHANGE
                WHEN WS-MODE-APPROVE
                    PERFORM 8000-APPROVE-PENDING
                WHEN WS-MODE-NAME-CHANGE
                    PERFORM 7500-NAME-CHANGE
                WHEN OTHER
      *> in a batch run an aborted form leaves its unread lines in
      *> SYSIN; skipping anything that isn't a known mode drains them
END-IF

MOVE WS-RETURN-CODE TO RETURN-CODE
IF WS-NIGHTLY-RUN
    PERFORM 0190-RECORD-STEP-DONE
END-IF

STOP RUN.

      *> a mode other than (A)dd in the nightly intake stream is not
      *> run: the operator line that follows it is read so the refusal
      *> can name who keyed it, and the rest of that transaction's
      *> lines drain as unrecognized. It is reported on SYSOUT only -
      *> a suspense row would be resubmitted by cobolsusp as an Add. A
      *> removal or an approval keyed this way would otherwise pass on
      *> nothing but two supervisors' IDs.
1900-REFUSE-BATCH-MODE.
    MOVE SPACES TO WS-OPERATOR-ID
    ACCEPT WS-OPERATOR-ID
        ON EXCEPTION
            MOVE "Y" TO WS-INPUT-EOF-SW
    END-ACCEPT
    DISPLAY "Mode " WS-MODE " is not allowed in the nightly batch run"
        " (operator " WS-OPERATOR-ID "); only (A)dd is. Transaction"
        " not run."
    MOVE 4 TO WS-RETURN-CODE.

2000-ADD-REGISTRATION.
    MOVE "N" TO WS-ABORT-TRANSACTION-SW
    MOVE "N" TO WS-TRANS-FILES-OPEN-SW
    END-IF
    DISPLAY "                 " MR-ADDR-CITY " " MR-ADDR-STATE " "
        MR-ADDR-ZIP
    IF MR-ADDR-UNDELIVERABLE
        DISPLAY "                 ** MAIL RETURNED UNDELIVERABLE "
            MR-UNDELIV-DATE " **"
    END-IF
    DISPLAY "Phone  . . . . : " MR-PHONE
    DISPLAY "Salary . . . . : " MR-SALARY
    DISPLAY "Goal . . . . . : " MR-GOAL
            DISPLAY "Status . . . . : WITHDRAWN " MR-STATUS-DATE
        WHEN OTHER
            DISPLAY "Status . . . . : ACTIVE"
    END-EVALUATE
    PERFORM 3250-DISPLAY-FORMER-NAMES.

      *> every earlier name on the alias file, oldest first, with the
      *> date the next name took over from it.
3250-DISPLAY-FORMER-NAMES.
    OPEN INPUT ALIAS-FILE
    IF WS-ALIAS-FILE-STATUS = "00"
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
                        DISPLAY "Formerly . . . : " NA-ALIAS-NAME
                            " until " NA-EFFECTIVE-DATE
                    ELSE
                        MOVE "Y" TO WS-ALIAS-EOF-SW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ALIAS-FILE
    END-IF.

      *> most counter visitors know their name, not their nine digits:
      *> STARTs the master at the entered name on the MR-HUMAN-NAME
        END-IF
        PERFORM 6100-BROWSE-NEXT-NAME
            UNTIL WS-BROWSE-EOF OR WS-PICK-COUNT >= WS-PICK-MAX
        IF WS-SEARCH-NAME NOT = SPACES
            PERFORM 6300-SEARCH-FORMER-NAMES
        END-IF
        IF WS-PICK-COUNT = ZERO
            DISPLAY "No registrant on file at or after that name."
        ELSE
        END-READ
    END-IF.

      *> a registrant who has changed name since registering is still
      *> found under the old one: former names on the alias file that
      *> begin with what was keyed are listed under the current
      *> candidates, and picking one shows the registrant as now filed.
6300-SEARCH-FORMER-NAMES.
    OPEN INPUT ALIAS-FILE
    IF WS-ALIAS-FILE-STATUS = "00"
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-NAME TRAILING))
            TO WS-SEARCH-LENGTH
        MOVE "N" TO WS-ALIAS-EOF-SW
        MOVE WS-SEARCH-NAME TO NA-ALIAS-NAME
        START ALIAS-FILE KEY >= NA-ALIAS-NAME
            INVALID KEY
                MOVE "Y" TO WS-ALIAS-EOF-SW
        END-START
        PERFORM 6310-BROWSE-NEXT-ALIAS
            UNTIL WS-ALIAS-EOF OR WS-PICK-COUNT >= WS-PICK-LIMIT
        CLOSE ALIAS-FILE
    END-IF.

6310-BROWSE-NEXT-ALIAS.
    READ ALIAS-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-ALIAS-EOF-SW
    END-READ
    IF NOT WS-ALIAS-EOF
        IF (WS-ALIAS-FILE-STATUS = "00" OR "02")
                AND NA-ALIAS-NAME(1:WS-SEARCH-LENGTH)
                    = WS-SEARCH-NAME(1:WS-SEARCH-LENGTH)
            ADD 1 TO WS-PICK-COUNT
            MOVE NA-SSNUM TO WS-PICK-SSNUM(WS-PICK-COUNT)
            DISPLAY WS-PICK-COUNT ". " NA-SSAREA "-" NA-SSGROUP
                "-" NA-SSSERIAL "  formerly " NA-ALIAS-NAME
                " until " NA-EFFECTIVE-DATE
        ELSE
            MOVE "Y" TO WS-ALIAS-EOF-SW
        END-IF
    END-IF.

      *> a lookup that misses the live master may be a registrant the
      *> annual archive job (cobolarch) moved off the nightly-sweep
      *> path - old registrants stay findable from the counter without
            NOT INVALID KEY
                DISPLAY "Record on file before correction:"
                PERFORM 3200-DISPLAY-REGISTRANT
                MOVE MR-HUMAN-NAME TO WS-OLD-NAME
        END-READ
    END-IF


      *> removal mode: takes an erroneous registration off the master
      *> entirely, after showing the operator whose record is about to
      *> go and making them confirm it. Under dual control the removal
      *> is only held here, on the pending-approval file - it comes off
      *> the master when a different supervisor approves it in mode P.
5000-DELETE-REGISTRATION.
    MOVE "N" TO WS-ABORT-TRANSACTION-SW
    MOVE "N" TO WS-TRANS-FILES-OPEN-SW

    IF NOT WS-ABORT-TRANSACTION
        MOVE "N" TO WS-CONFIRM
        DISPLAY "Request removal of this registration entirely? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-CONFIRM
            ON EXCEPTION
                MOVE "Y" TO WS-INPUT-EOF-SW
            MOVE MR-HUMAN-NAME TO HumanName
            PERFORM 0700-OPEN-AUDIT-FILE
            MOVE "Y" TO WS-TRANS-FILES-OPEN-SW
            PERFORM 9650-HOLD-FOR-APPROVAL
        ELSE
            DISPLAY "Registration left on file; nothing removed."
        END-IF
                DISPLAY "  " MR-ADDR-LINE-2
                DISPLAY "  " MR-ADDR-CITY " " MR-ADDR-STATE " "
                    MR-ADDR-ZIP
                IF MR-ADDR-UNDELIVERABLE
                    DISPLAY "  (mail returned undeliverable "
                        MR-UNDELIV-DATE " - the new address clears it)"
                END-IF
        END-READ
    END-IF

        CLOSE AUDIT-LOG-FILE
    END-IF.

      *> change-of-name mode: registrants marry and change their names
      *> over 25 years, and that is neither a keying correction nor a
      *> reason to recompute the AlienOffer. Only MR-HUMAN-NAME
      *> changes; the outgoing name is kept on the alias file with its
      *> effective date and the operator who keyed the change, and the
      *> audit line says NAMECHG.
7500-NAME-CHANGE.
    MOVE "N" TO WS-ABORT-TRANSACTION-SW
    MOVE "N" TO WS-TRANS-FILES-OPEN-SW

    PERFORM 1025-ACCEPT-OPERATOR-ID

    IF NOT WS-ABORT-TRANSACTION
        DISPLAY "Enter the SSN whose name has changed - area number (3 digits), group number (2 digits) and serial (4 digits)"
        PERFORM 3100-ACCEPT-SSN-KEY
    END-IF

    IF NOT WS-ABORT-TRANSACTION
        READ SSN-MASTER-FILE
            INVALID KEY
                DISPLAY "No registrant is on file for that SSN. Transaction not completed."
                MOVE "Y" TO WS-ABORT-TRANSACTION-SW
            NOT INVALID KEY
                DISPLAY "Name on file . : " MR-HUMAN-NAME
                PERFORM 3250-DISPLAY-FORMER-NAMES
                MOVE MR-HUMAN-NAME TO WS-OLD-NAME
        END-READ
    END-IF

    IF NOT WS-ABORT-TRANSACTION
        DISPLAY "Enter the registrant's new name: " WITH NO ADVANCING
        ACCEPT HumanName
            ON EXCEPTION
                MOVE "Y" TO WS-INPUT-EOF-SW
                MOVE "Y" TO WS-ABORT-TRANSACTION-SW
            NOT ON EXCEPTION
                IF HumanName = SPACES OR HumanName = WS-OLD-NAME
                    DISPLAY "The new name must be keyed and must differ from the name on file. Transaction not completed."
                    MOVE "Y" TO WS-ABORT-TRANSACTION-SW
                END-IF
        END-ACCEPT
    END-IF

    IF NOT WS-ABORT-TRANSACTION
        PERFORM 7600-ACCEPT-EFFECTIVE-DATE
    END-IF

    IF NOT WS-ABORT-TRANSACTION
        PERFORM 0700-OPEN-AUDIT-FILE
        MOVE "Y" TO WS-TRANS-FILES-OPEN-SW
        PERFORM 9560-REWRITE-NAME
    ELSE
        IF WS-INPUT-EOF
            DISPLAY "Intake data ended unexpectedly while keying this name change; transaction not completed."
        END-IF
        MOVE 4 TO WS-RETURN-CODE
    END-IF

    IF WS-TRANS-FILES-OPEN
        CLOSE AUDIT-LOG-FILE
    END-IF.

      *> the day the new name took effect - a marriage certificate
      *> brought in weeks later still dates the change properly. Blank
      *> means the business date; a date ahead of it is refused.
7600-ACCEPT-EFFECTIVE-DATE.
    DISPLAY "Date the new name took effect (YYYYMMDD, blank for today): " WITH NO ADVANCING
    ACCEPT WS-EFFECTIVE-INPUT
        ON EXCEPTION
            MOVE "Y" TO WS-INPUT-EOF-SW
            MOVE "Y" TO WS-ABORT-TRANSACTION-SW
    END-ACCEPT

    IF NOT WS-ABORT-TRANSACTION
        IF WS-EFFECTIVE-INPUT = SPACES
            MOVE WS-TODAY TO WS-EFFECTIVE-DATE
        ELSE
            IF WS-EFFECTIVE-INPUT IS NUMERIC
                MOVE WS-EFFECTIVE-INPUT TO WS-EFFECTIVE-DATE
            ELSE
                MOVE ZERO TO WS-EFFECTIVE-DATE
            END-IF
            IF WS-EFFECTIVE-DATE = ZERO
                    OR FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-DATE) NOT = 0
                    OR WS-EFFECTIVE-DATE > WS-TODAY
                DISPLAY "Effective date " WS-EFFECTIVE-INPUT
                    " is not a date on or before " WS-TODAY
                    ". Transaction not completed."
                MOVE "Y" TO WS-ABORT-TRANSACTION-SW
            END-IF
        END-IF
    END-IF.

      *> approval mode - the second half of dual control. A supervisor
      *> other than the one who keyed it looks at a held removal or
      *> status posting and approves or rejects it. An approved
      *> removal comes off the master here and now; an approved status
      *> posting is marked approved and cobolclms posts it on tonight's
      *> run, so a claim still reaches the payment feed the usual way.
8000-APPROVE-PENDING.
    MOVE "N" TO WS-ABORT-TRANSACTION-SW
    MOVE "N" TO WS-TRANS-FILES-OPEN-SW

    PERFORM 1025-ACCEPT-OPERATOR-ID

    IF NOT WS-ABORT-TRANSACTION
        IF NOT WS-OPER-SUPERVISOR
            DISPLAY "Approving a held action requires a supervisor-level operator ID. Transaction not completed."
            MOVE 4 TO WS-RETURN-CODE
            MOVE "Y" TO WS-ABORT-TRANSACTION-SW
        END-IF
    END-IF

    IF NOT WS-ABORT-TRANSACTION
        DISPLAY "Enter the SSN to approve - area number (3 digits), group number (2 digits) and serial (4 digits)"
        PERFORM 3100-ACCEPT-SSN-KEY
    END-IF

    IF NOT WS-ABORT-TRANSACTION
        PERFORM 0850-OPEN-PENDING-FILE
        MOVE "Y" TO WS-TRANS-FILES-OPEN-SW
        MOVE MR-SSNUM TO PA-SSNUM
        READ PENDING-FILE
            INVALID KEY
                DISPLAY "Nothing is waiting for approval on that SSN."
                MOVE "Y" TO WS-ABORT-TRANSACTION-SW
            NOT INVALID KEY
                PERFORM 8100-DISPLAY-PENDING-ITEM
        END-READ
    END-IF

      *> the whole point is a second pair of eyes - the maker can
      *> look at their own item but never approve it.
    IF NOT WS-ABORT-TRANSACTION
        EVALUATE TRUE
            WHEN PA-STATE-APPROVED
                DISPLAY "Already approved by " PA-CHECKER-ID
                    "; it posts on tonight's claims run."
                MOVE "Y" TO WS-ABORT-TRANSACTION-SW
            WHEN PA-MAKER-ID = WS-OPERATOR-ID
                DISPLAY "You keyed this action - a different supervisor must approve it. Transaction not completed."
                MOVE 4 TO WS-RETURN-CODE
                MOVE "Y" TO WS-ABORT-TRANSACTION-SW
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF

    IF NOT WS-ABORT-TRANSACTION
        MOVE SPACE TO WS-DECISION
        DISPLAY "(A)pprove, (R)eject, or blank to leave it waiting: " WITH NO ADVANCING
        ACCEPT WS-DECISION
            ON EXCEPTION
                MOVE "Y" TO WS-INPUT-EOF-SW
                MOVE "Y" TO WS-ABORT-TRANSACTION-SW
        END-ACCEPT
    END-IF

    IF NOT WS-ABORT-TRANSACTION
        MOVE PA-REGISTRANT-NAME TO HumanName
        PERFORM 0700-OPEN-AUDIT-FILE
        EVALUATE TRUE
            WHEN WS-DECISION-APPROVE
                PERFORM 8200-APPLY-APPROVAL
            WHEN WS-DECISION-REJECT
                PERFORM 8300-REJECT-PENDING
            WHEN OTHER
                DISPLAY "Left waiting for approval; nothing changed."
        END-EVALUATE
        CLOSE AUDIT-LOG-FILE
    ELSE
        IF WS-INPUT-EOF
            DISPLAY "Intake data ended unexpectedly while keying this approval; transaction not completed."
        END-IF
    END-IF

    IF WS-TRANS-FILES-OPEN
        CLOSE PENDING-FILE
    END-IF.

      *> the held item first, then the registration as it stands now,
      *> so the checker sees exactly what the approval will change.
8100-DISPLAY-PENDING-ITEM.
    IF PA-ACTION-REMOVAL
        DISPLAY "Held action  . : REMOVE REGISTRATION"
    ELSE
        DISPLAY "Held action  . : STATUS CHANGE TO " PA-NEW-STATUS
            " dated " PA-STATUS-DATE
    END-IF
    DISPLAY "Registrant . . : " PA-REGISTRANT-NAME
    DISPLAY "Keyed by . . . : " PA-MAKER-ID " on "
        PA-MAKER-TIMESTAMP(1:8) " at " PA-MAKER-TIMESTAMP(9:6)
    READ SSN-MASTER-FILE
        INVALID KEY
            DISPLAY "The registration is no longer on the live master."
        NOT INVALID KEY
            DISPLAY "Record on file:"
            PERFORM 3200-DISPLAY-REGISTRANT
    END-READ.

      *> an approved removal is applied now and its DELETE audit line
      *> stays under the maker who keyed it, next to the checker's
      *> APPROVE line; an approved status posting waits, marked, for
      *> tonight's cobolclms run.
8200-APPLY-APPROVAL.
    IF PA-ACTION-REMOVAL
        MOVE PA-SSNUM TO MR-SSNUM
        READ SSN-MASTER-FILE
            INVALID KEY
      *> the maker's item still leaves a trail: it is dropped under
      *> the checker as a REJECT, the same line 8300 writes.
                MOVE PA-REGISTRANT-NAME TO HumanName
                DELETE PENDING-FILE RECORD
                    INVALID KEY
                        DISPLAY "Pending-approval delete failed. Item still waiting."
                        MOVE 4 TO WS-RETURN-CODE
                    NOT INVALID KEY
                        MOVE "REJECT" TO WS-AUDIT-ACTION
                        PERFORM 9200-WRITE-AUDIT-RECORD
                        DISPLAY "The registration is no longer on the master; the held removal is withdrawn."
                END-DELETE
        END-READ
        IF WS-SSN-FILE-STATUS = "00"
            MOVE MR-HUMAN-NAME TO HumanName
            MOVE "N" TO WS-REMOVAL-DONE-SW
            MOVE WS-OPERATOR-ID TO WS-CHECKER-ID
            MOVE PA-MAKER-ID TO WS-OPERATOR-ID
            PERFORM 9600-DELETE-REGISTRATION-REC
            MOVE WS-CHECKER-ID TO WS-OPERATOR-ID
            IF WS-REMOVAL-DONE
                MOVE "APPROVE" TO WS-AUDIT-ACTION
                PERFORM 9200-WRITE-AUDIT-RECORD
                DELETE PENDING-FILE RECORD
                    INVALID KEY
                        DISPLAY "Pending-approval delete failed. Removal done; held item still on file."
                        MOVE 4 TO WS-RETURN-CODE
                END-DELETE
            END-IF
        END-IF
    ELSE
        MOVE "A" TO PA-STATE
        MOVE WS-OPERATOR-ID TO PA-CHECKER-ID
        MOVE FUNCTION CURRENT-DATE TO PA-APPROVED-TIMESTAMP
        REWRITE PENDING-APPROVAL-RECORD
            INVALID KEY
                DISPLAY "Pending-approval rewrite failed. Approval not saved."
                MOVE 4 TO WS-RETURN-CODE
            NOT INVALID KEY
                MOVE "APPROVE" TO WS-AUDIT-ACTION
                PERFORM 9200-WRITE-AUDIT-RECORD
                DISPLAY "Status change approved for " HumanName
                    "; it posts on tonight's claims run."
        END-REWRITE
    END-IF.

8300-REJECT-PENDING.
    DELETE PENDING-FILE RECORD
        INVALID KEY
            DISPLAY "Pending-approval delete failed. Item still waiting."
            MOVE 4 TO WS-RETURN-CODE
        NOT INVALID KEY
            MOVE "REJECT" TO WS-AUDIT-ACTION
            PERFORM 9200-WRITE-AUDIT-RECORD
            DISPLAY "Held action rejected for " HumanName
                "; nothing changed on the master."
    END-DELETE.

      *> the nightly run is a step like any other and shares their
      *> run-control handling. A terminal session only needs the
      *> business date: it is never logged as a step, and does not
      *> hold the run-control file open while the operator keys.
COPY RUNCTLPD.

      *> a closed business date takes no more keying: anything saved
      *> under it now would miss the night that already processed it,
      *> so nothing runs until cobolrctl opens the next date.
0105-READ-BUSINESS-DATE.
    OPEN INPUT RUN-CONTROL-FILE
    IF WS-RUNCTL-FILE-STATUS NOT = "00"
        DISPLAY "Cannot open the run-control file, status "
            WS-RUNCTL-FILE-STATUS ". No business date to work to."
        MOVE "Y" TO WS-RUNCTL-FAILED-SW
    ELSE
        MOVE "CURRENT" TO RN-CONTROL-KEY
        READ RUN-CONTROL-FILE
            INVALID KEY
                DISPLAY "No business date has been opened on the "
                    "run-control file."
                MOVE "Y" TO WS-RUNCTL-FAILED-SW
            NOT INVALID KEY
                MOVE RN-BUSINESS-DATE TO WS-TODAY
                IF RN-NIGHT-COMPLETE
                    DISPLAY "Business date " WS-TODAY " is closed and "
                        "the next one has not been opened; no "
                        "transactions can be keyed."
                    MOVE "Y" TO WS-RUNCTL-FAILED-SW
                END-IF
        END-READ
        CLOSE RUN-CONTROL-FILE
    END-IF.

0500-OPEN-MASTER-FILE.
    OPEN I-O SSN-MASTER-FILE
    IF WS-SSN-FILE-STATUS = "35"
      *> so every transaction is rejected until the coboloper load
      *> job has built the file.
0550-OPEN-OPERATOR-FILE.
    OPEN I-O OPERATOR-FILE
    IF WS-OPER-FILE-STATUS = "00"
        MOVE "Y" TO WS-OPER-FILE-OPEN-SW
    ELSE
        OPEN I-O CHECKPOINT-FILE
    END-IF

    MOVE WS-TODAY TO CK-RUN-DATE
    READ CHECKPOINT-FILE
        INVALID KEY
                CK-LAST-SSAREA "-" CK-LAST-SSGROUP "-" CK-LAST-SSSERIAL
    END-READ.

      *> opened per transaction like the audit log; the first removal
      *> ever held creates the file.
0850-OPEN-PENDING-FILE.
    OPEN I-O PENDING-FILE
    IF WS-PEND-FILE-STATUS = "35"
        OPEN OUTPUT PENDING-FILE
        CLOSE PENDING-FILE
        OPEN I-O PENDING-FILE
    END-IF.

0700-OPEN-AUDIT-FILE.
    OPEN EXTEND AUDIT-LOG-FILE
    IF WS-AUDIT-FILE-STATUS = "35"
      *> an ID not on the master, or one flagged inactive, fails the
      *> sign-on - an audit line that says operator "QWERTY" removed a
      *> registration proves nothing. The authority byte is kept so
      *> the destructive modes can insist on a supervisor. A locked ID
      *> fails too, and at a terminal the PIN must match; the nightly
      *> run asks for none, so its dispatch takes (A)dd transactions
      *> only. Each good sign-on is dated so cobolidle can find IDs
      *> nobody uses.
1030-VALIDATE-OPERATOR.
    MOVE "N" TO WS-OPERATOR-VALID-SW
    MOVE "N" TO WS-SIGNON-REFUSED-SW
    MOVE SPACE TO WS-OPER-AUTHORITY
    IF WS-OPER-FILE-OPEN
        MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN NOT OP-ACTIVE
                        CONTINUE
                    WHEN OP-LOCKED
                        DISPLAY "Operator ID " WS-OPERATOR-ID
                            " is locked after repeated bad PINs; a "
                            "supervisor must have it unlocked."
                        MOVE "Y" TO WS-SIGNON-REFUSED-SW
                    WHEN WS-NIGHTLY-RUN
                        MOVE "Y" TO WS-OPERATOR-VALID-SW
                    WHEN OTHER
                        PERFORM 1035-CHECK-PIN
                END-EVALUATE
                IF WS-OPERATOR-VALID
                    MOVE OP-AUTHORITY TO WS-OPER-AUTHORITY
                    PERFORM 1039-STAMP-SIGNON
                END-IF
        END-READ
    END-IF
    IF NOT WS-OPERATOR-VALID
        IF NOT WS-SIGNON-REFUSED
            DISPLAY "Operator ID " WS-OPERATOR-ID
                " is not a valid operator. Transaction not completed."
        END-IF
        MOVE "BADOPER" TO WS-SUSPENSE-REASON
        MOVE "Y" TO WS-ABORT-TRANSACTION-SW
    END-IF.

1035-CHECK-PIN.
    MOVE "Y" TO WS-SIGNON-REFUSED-SW
    IF OP-PIN-HASH = ZERO
        DISPLAY "No PIN has been issued for " WS-OPERATOR-ID
            "; ask a supervisor for a PIN reset."
    ELSE
        DISPLAY "Enter your PIN: " WITH NO ADVANCING
        ACCEPT WS-PIN-INPUT
            ON EXCEPTION
                MOVE "Y" TO WS-INPUT-EOF-SW
            NOT ON EXCEPTION
                MOVE WS-PIN-INPUT TO WS-HASH-PIN
                PERFORM 1038-HASH-PIN
                IF WS-PIN-HASH = OP-PIN-HASH
      *> the good PIN clears the count on file at once - a refused
      *> PIN change below must not leave old failures standing.
                    IF OP-FAILED-ATTEMPTS NOT = ZERO
                        MOVE ZERO TO OP-FAILED-ATTEMPTS
                        REWRITE OPERATOR-RECORD
                            INVALID KEY
                                DISPLAY "Could not update operator "
                                    WS-OPERATOR-ID " on the operator master."
                        END-REWRITE
                    END-IF
                    IF OP-PIN-EXPIRY-DATE > WS-TODAY
                        MOVE "Y" TO WS-OPERATOR-VALID-SW
                    ELSE
                        PERFORM 1036-CHANGE-EXPIRED-PIN
                    END-IF
                ELSE
                    PERFORM 1037-RECORD-BAD-PIN
                END-IF
        END-ACCEPT
    END-IF.

      *> an expired PIN - or one just issued by a reset - is changed
      *> before the operator gets any further. The new PIN is 4 to 8
      *> digits, keyed twice, and may not be the old one again.
1036-CHANGE-EXPIRED-PIN.
    DISPLAY "Your PIN has expired. Enter a new PIN (4 to 8 digits): "
        WITH NO ADVANCING
    MOVE SPACES TO WS-NEW-PIN
    MOVE SPACES TO WS-NEW-PIN-AGAIN
    ACCEPT WS-NEW-PIN
        ON EXCEPTION
            MOVE "Y" TO WS-INPUT-EOF-SW
    END-ACCEPT
    IF NOT WS-INPUT-EOF
        DISPLAY "Key the new PIN again: " WITH NO ADVANCING
        ACCEPT WS-NEW-PIN-AGAIN
            ON EXCEPTION
                MOVE "Y" TO WS-INPUT-EOF-SW
        END-ACCEPT
    END-IF
    IF NOT WS-INPUT-EOF
        MOVE "N" TO WS-PIN-OK-SW
        MOVE ZERO TO WS-PIN-SPACES
        INSPECT WS-NEW-PIN TALLYING WS-PIN-SPACES FOR TRAILING SPACES
        COMPUTE WS-PIN-LENGTH = 8 - WS-PIN-SPACES
        EVALUATE TRUE
            WHEN WS-NEW-PIN NOT = WS-NEW-PIN-AGAIN
                DISPLAY "The two entries differ; PIN not changed."
            WHEN WS-PIN-LENGTH < 4
                DISPLAY "A PIN must be at least 4 digits; PIN not changed."
            WHEN WS-NEW-PIN(1:WS-PIN-LENGTH) IS NOT NUMERIC
                DISPLAY "A PIN must be digits only; PIN not changed."
            WHEN OTHER
                MOVE WS-NEW-PIN TO WS-HASH-PIN
                PERFORM 1038-HASH-PIN
                IF WS-PIN-HASH = OP-PIN-HASH
                    DISPLAY "The new PIN must differ from the old one; "
                        "PIN not changed."
                ELSE
                    MOVE "Y" TO WS-PIN-OK-SW
                END-IF
        END-EVALUATE
        IF WS-PIN-OK
            MOVE WS-PIN-HASH TO OP-PIN-HASH
            COMPUTE OP-PIN-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-PIN-LIFE-DAYS)
            DISPLAY "PIN changed; it is good until " OP-PIN-EXPIRY-DATE
            MOVE "Y" TO WS-OPERATOR-VALID-SW
        END-IF
    END-IF.

      *> the count only resets on a good PIN, so a lock cannot be
      *> dodged by spreading guesses over several sessions.
1037-RECORD-BAD-PIN.
    ADD 1 TO OP-FAILED-ATTEMPTS
    IF OP-FAILED-ATTEMPTS >= WS-PIN-MAX-ATTEMPTS
        MOVE "Y" TO OP-LOCKED-SW
        DISPLAY "Incorrect PIN. Operator ID " WS-OPERATOR-ID
            " is now locked; a supervisor must have it unlocked."
        PERFORM 0700-OPEN-AUDIT-FILE
        MOVE WS-OPERATOR-ID        TO AL-OPERATOR-ID
        MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
        MOVE OP-NAME               TO AL-REGISTRANT-NAME
        MOVE "LOCKOUT"             TO AL-ACTION
        MOVE WS-TODAY              TO AL-BUSINESS-DATE
        WRITE AUDIT-LOG-RECORD
        CLOSE AUDIT-LOG-FILE
    ELSE
        DISPLAY "Incorrect PIN. Transaction not completed."
    END-IF
    REWRITE OPERATOR-RECORD
        INVALID KEY
            DISPLAY "Could not update operator " WS-OPERATOR-ID
                " on the operator master."
    END-REWRITE.

      *> one-way scramble of operator ID and PIN together: each
      *> character is folded into a running value under a large prime,
      *> so the PIN cannot be read back off the operator master.
      *> coboloper issues PINs through the same arithmetic.
COPY PINHASH REPLACING ==HASH-PARA== BY ==1038-HASH-PIN==.

      *> the nightly run only rewrites the record the first time an
      *> ID turns up that night, not once per transaction.
1039-STAMP-SIGNON.
    IF OP-LAST-SIGNON-DATE NOT = WS-TODAY OR NOT WS-NIGHTLY-RUN
        MOVE WS-TODAY TO OP-LAST-SIGNON-DATE
        REWRITE OPERATOR-RECORD
            INVALID KEY
                DISPLAY "Could not update operator " WS-OPERATOR-ID
                    " on the operator master."
        END-REWRITE
    END-IF.

1050-ACCEPT-NAME.
    DISPLAY " This a register of the new social security system. What is your human name? " WITH NO ADVANCING
    ACCEPT HumanName   *> this is to accept some input from the user.
    END-IF.

1300-COMPUTE-FOLLOWUP-DATE.
    MOVE WS-TODAY TO WS-REG-DATE
    MOVE WS-REG-DATE TO WS-FOLLOWUP-DATE
    ADD 25 TO WS-FOLLOWUP-YEAR.

    MOVE WS-PHONE          TO MR-PHONE
    MOVE "N"               TO MR-PAY-EXTRACTED-SW
    MOVE ZERO              TO MR-PAY-EXTRACT-DATE
    MOVE "N"               TO MR-UNDELIV-SW
    MOVE ZERO              TO MR-UNDELIV-DATE

    WRITE SSN-MASTER-RECORD
        INVALID KEY
    MOVE WS-TIMESTAMP     TO AL-TIMESTAMP
    MOVE HumanName        TO AL-REGISTRANT-NAME
    MOVE WS-AUDIT-ACTION  TO AL-ACTION
    MOVE WS-TODAY         TO AL-BUSINESS-DATE
    WRITE AUDIT-LOG-RECORD.

      *> correction path for 9000-SAVE-REGISTRATION: the record was
            MOVE "U" TO WS-JOURNAL-ACTION
            PERFORM 9800-WRITE-JOURNAL-RECORD
            PERFORM 9200-WRITE-AUDIT-RECORD
            IF HumanName NOT = WS-OLD-NAME
                MOVE WS-TODAY TO WS-EFFECTIVE-DATE
                MOVE "U" TO WS-ALIAS-SOURCE
                PERFORM 9570-FILE-FORMER-NAME
            END-IF
            DISPLAY "Correction saved for " HumanName
    END-REWRITE.

      *> the (M)ove path: only the address and contact fields change;
      *> name, amounts, dates and status stay exactly as they were.
      *> A new address is the answer to returned mail, so the
      *> undeliverable flag cobolrtml set comes off here and the held
      *> letters and statements go out again on the next run.
9550-REWRITE-ADDRESS.
    MOVE WS-ADDR-LINE-1 TO MR-ADDR-LINE-1
    MOVE WS-ADDR-LINE-2 TO MR-ADDR-LINE-2
    MOVE WS-ADDR-STATE  TO MR-ADDR-STATE
    MOVE WS-ADDR-ZIP    TO MR-ADDR-ZIP
    MOVE WS-PHONE       TO MR-PHONE
    MOVE "N"            TO MR-UNDELIV-SW
    MOVE ZERO           TO MR-UNDELIV-DATE

    REWRITE SSN-MASTER-RECORD
        INVALID KEY
            DISPLAY "Address change saved for " HumanName
    END-REWRITE.

      *> the (C)hange-of-name path: only MR-HUMAN-NAME changes. The
      *> outgoing name is filed on the alias file once the master has
      *> taken the new one, so a failed rewrite leaves no stray alias.
9560-REWRITE-NAME.
    MOVE HumanName TO MR-HUMAN-NAME

    REWRITE SSN-MASTER-RECORD
        INVALID KEY
            DISPLAY "Master record rewrite failed. Name change not saved."
            MOVE 4 TO WS-RETURN-CODE
        NOT INVALID KEY
            MOVE "NAMECHG" TO WS-AUDIT-ACTION
            MOVE SSN-MASTER-RECORD TO WS-JOURNAL-IMAGE
            MOVE "U" TO WS-JOURNAL-ACTION
            PERFORM 9800-WRITE-JOURNAL-RECORD
            PERFORM 9200-WRITE-AUDIT-RECORD
            MOVE "C" TO WS-ALIAS-SOURCE
            PERFORM 9570-FILE-FORMER-NAME
            DISPLAY "Name change saved: " WS-OLD-NAME " is now "
                HumanName
    END-REWRITE.

      *> files WS-OLD-NAME under the next sequence number for the SSN
      *> still in the master record area. Opened per write like the
      *> pending-approval file; the first name ever changed creates it.
9570-FILE-FORMER-NAME.
    OPEN I-O ALIAS-FILE
    IF WS-ALIAS-FILE-STATUS = "35"
        OPEN OUTPUT ALIAS-FILE
        CLOSE ALIAS-FILE
        OPEN I-O ALIAS-FILE
    END-IF

    MOVE ZERO TO WS-ALIAS-SEQUENCE
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
                    MOVE NA-SEQUENCE TO WS-ALIAS-SEQUENCE
                ELSE
                    MOVE "Y" TO WS-ALIAS-EOF-SW
                END-IF
        END-READ
    END-PERFORM

    MOVE MR-SSNUM          TO NA-SSNUM
    ADD 1 TO WS-ALIAS-SEQUENCE GIVING NA-SEQUENCE
    MOVE WS-OLD-NAME       TO NA-ALIAS-NAME
    MOVE HumanName         TO NA-NEW-NAME
    MOVE WS-EFFECTIVE-DATE TO NA-EFFECTIVE-DATE
    MOVE WS-OPERATOR-ID    TO NA-OPERATOR-ID
    MOVE FUNCTION CURRENT-DATE TO NA-KEYED-TIMESTAMP
    MOVE WS-ALIAS-SOURCE   TO NA-SOURCE
    WRITE NAME-ALIAS-RECORD
        INVALID KEY
            DISPLAY "Former name " WS-OLD-NAME
                " could not be kept on the alias file."
            MOVE 4 TO WS-RETURN-CODE
    END-WRITE
    CLOSE ALIAS-FILE.

9600-DELETE-REGISTRATION-REC.
    MOVE SSN-MASTER-RECORD TO WS-JOURNAL-IMAGE
    DELETE SSN-MASTER-FILE RECORD
            DISPLAY "Master record delete failed. Registration still on file."
            MOVE 4 TO WS-RETURN-CODE
        NOT INVALID KEY
            MOVE "Y" TO WS-REMOVAL-DONE-SW
            MOVE "DELETE" TO WS-AUDIT-ACTION
            MOVE "D" TO WS-JOURNAL-ACTION
            PERFORM 9800-WRITE-JOURNAL-RECORD
            DISPLAY "Registration removed for " HumanName
    END-DELETE.

      *> the maker's half of a removal: the request goes on the
      *> pending-approval file with who keyed it and when, and the
      *> master is left alone until a second supervisor approves it.
      *> One item per registrant may wait at a time.
9650-HOLD-FOR-APPROVAL.
    PERFORM 0850-OPEN-PENDING-FILE
    MOVE MR-SSNUM          TO PA-SSNUM
    MOVE "R"               TO PA-ACTION
    MOVE SPACE             TO PA-NEW-STATUS
    MOVE ZERO              TO PA-STATUS-DATE
    MOVE MR-HUMAN-NAME     TO PA-REGISTRANT-NAME
    MOVE WS-OPERATOR-ID    TO PA-MAKER-ID
    MOVE FUNCTION CURRENT-DATE TO PA-MAKER-TIMESTAMP
    MOVE "P"               TO PA-STATE
    MOVE SPACES            TO PA-CHECKER-ID
    MOVE SPACES            TO PA-APPROVED-TIMESTAMP
    WRITE PENDING-APPROVAL-RECORD
        INVALID KEY
            DISPLAY "An action on this registrant is already waiting for approval. Nothing new held."
            MOVE 4 TO WS-RETURN-CODE
        NOT INVALID KEY
            MOVE "REQUEST" TO WS-AUDIT-ACTION
            PERFORM 9200-WRITE-AUDIT-RECORD
            DISPLAY "Removal of " HumanName
                " held for approval by a second supervisor."
    END-WRITE
    CLOSE PENDING-FILE.

      *> after-image journal of every master-file change, so cobolrcvr
      *> can rebuild the master from a backup copy if the indexed file
      *> is ever lost mid-write. Opened per write like the audit log,
