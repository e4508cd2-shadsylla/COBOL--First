DATE-WRITTEN.september 1, 2026

      *> one-time master/archive layout conversion: the master record
      *> grew from 269 bytes to 278 when the returned-mail control
      *> (undeliverable switch and date) went on, and an indexed
      *> dataset built with 269-byte records will not open under the
      *> new FD (fixed-file-attribute conflict, status 39). This job
      *> reads a dataset on the OLD layout and writes a fresh one on
      *> the new: every old field carried over unchanged, "N" and zero
      *> in the returned-mail control - exactly the values the new
      *> programs treat as "written before the fields existed". Run
      *> it on the live master and the archive before the first night
      *> on the new load, and on any pre-conversion backup generation
      *> before cobolrcvr replays onto it. The earlier 156-to-269
      *> widening was converted with the load that brought it in;
      *> every dataset on hand is already on the 269-byte layout.
      *>
      *> SYSIN says which pair of DDs to convert: "M" for the master
      *> pair (OLDMAST -> NEWMAST, which carries the name alternate

DATA DIVISION.
FILE SECTION.
      *> the master record exactly as it stood before the returned-
      *> mail control - the layout every pre-conversion dataset was
      *> built with.
FD OLD-MASTER-FILE.
01 OLD-MASTER-RECORD.
    05 OM-SSNUM.
    05 OM-REG-DATE           PIC 9(8).
    05 OM-STATUS             PIC X.
    05 OM-STATUS-DATE        PIC 9(8).
    05 OM-ADDR-LINE-1        PIC X(30).
    05 OM-ADDR-LINE-2        PIC X(30).
    05 OM-ADDR-CITY          PIC X(20).
    05 OM-ADDR-STATE         PIC XX.
    05 OM-ADDR-ZIP           PIC X(10).
    05 OM-PHONE              PIC X(12).
    05 OM-PAY-EXTRACTED-SW   PIC X.
    05 OM-PAY-EXTRACT-DATE   PIC 9(8).

FD NEW-MASTER-FILE.
COPY SSNMAST.
    05 OA-REG-DATE           PIC 9(8).
    05 OA-STATUS             PIC X.
    05 OA-STATUS-DATE        PIC 9(8).
    05 OA-ADDR-LINE-1        PIC X(30).
    05 OA-ADDR-LINE-2        PIC X(30).
    05 OA-ADDR-CITY          PIC X(20).
    05 OA-ADDR-STATE         PIC XX.
    05 OA-ADDR-ZIP           PIC X(10).
    05 OA-PHONE              PIC X(12).
    05 OA-PAY-EXTRACTED-SW   PIC X.
    05 OA-PAY-EXTRACT-DATE   PIC 9(8).

FD NEW-ARCHIVE-FILE.
COPY SSNMAST REPLACING ==SSN-MASTER-RECORD== BY ==SSN-ARCHIVE-RECORD==
            MOVE OM-REG-DATE       TO MR-REG-DATE
            MOVE OM-STATUS         TO MR-STATUS
            MOVE OM-STATUS-DATE    TO MR-STATUS-DATE
            MOVE OM-ADDR-LINE-1    TO MR-ADDR-LINE-1
            MOVE OM-ADDR-LINE-2    TO MR-ADDR-LINE-2
            MOVE OM-ADDR-CITY      TO MR-ADDR-CITY
            MOVE OM-ADDR-STATE     TO MR-ADDR-STATE
            MOVE OM-ADDR-ZIP       TO MR-ADDR-ZIP
            MOVE OM-PHONE          TO MR-PHONE
            MOVE OM-PAY-EXTRACTED-SW TO MR-PAY-EXTRACTED-SW
            MOVE OM-PAY-EXTRACT-DATE TO MR-PAY-EXTRACT-DATE
            PERFORM 3000-BLANK-NEW-MASTER-FIELDS
            WRITE SSN-MASTER-RECORD
            ADD 1 TO WS-RECORDS-CONVERTED
            MOVE OA-REG-DATE       TO AR-REG-DATE
            MOVE OA-STATUS         TO AR-STATUS
            MOVE OA-STATUS-DATE    TO AR-STATUS-DATE
            MOVE OA-ADDR-LINE-1    TO AR-ADDR-LINE-1
            MOVE OA-ADDR-LINE-2    TO AR-ADDR-LINE-2
            MOVE OA-ADDR-CITY      TO AR-ADDR-CITY
            MOVE OA-ADDR-STATE     TO AR-ADDR-STATE
            MOVE OA-ADDR-ZIP       TO AR-ADDR-ZIP
            MOVE OA-PHONE          TO AR-PHONE
            MOVE OA-PAY-EXTRACTED-SW TO AR-PAY-EXTRACTED-SW
            MOVE OA-PAY-EXTRACT-DATE TO AR-PAY-EXTRACT-DATE
            PERFORM 3100-BLANK-NEW-ARCHIVE-FIELDS
            WRITE SSN-ARCHIVE-RECORD
            ADD 1 TO WS-RECORDS-CONVERTED
    END-READ.

      *> the values the new programs already read as "written before
      *> the fields existed": a blank returned-mail control reads as a
      *> deliverable address, so nothing is held that wasn't before.
3000-BLANK-NEW-MASTER-FIELDS.
    MOVE "N"    TO MR-UNDELIV-SW
    MOVE ZERO   TO MR-UNDELIV-DATE.

3100-BLANK-NEW-ARCHIVE-FIELDS.
    MOVE "N"    TO AR-UNDELIV-SW
    MOVE ZERO   TO AR-UNDELIV-DATE.
