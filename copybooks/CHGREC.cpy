      *> CHANGE-FEED-RECORD - the daily change-of-circumstance
      *> transmission to the benefits office (DD CHGEXTR), written by
      *> cobolchgf and matched against their acknowledgment by
      *> cobolchak. cobolextr tells them about new registrations; this
      *> file tells them about everything that happens to a registrant
      *> afterwards. Header, one detail per changed registrant, and a
      *> trailer with the detail count and a hash of the SSN serials,
      *> the same controls BENEXTR carries.
      *>
      *> CF-CHANGE-TYPE is the weightiest change of the day - removal,
      *> then status, then address, then correction - and the three
      *> switches say which field groups below carry an after-image.
      *> A group that did not change is left blank. A removal carries
      *> the name it was filed under, for identification only.
       01 CHANGE-FEED-RECORD.
           05 CF-RECORD-TYPE        PIC X.
               88 CF-HEADER           VALUE "H".
               88 CF-DETAIL           VALUE "D".
               88 CF-TRAILER          VALUE "T".
           05 CF-SSNUM.
               10 CF-SSAREA         PIC 999.
               10 CF-SSGROUP        PIC 99.
               10 CF-SSSERIAL       PIC 9999.
           05 CF-CHANGE-TYPE        PIC X.
               88 CF-CHANGE-CORRECTION VALUE "C".
               88 CF-CHANGE-ADDRESS    VALUE "A".
               88 CF-CHANGE-STATUS     VALUE "S".
               88 CF-CHANGE-REMOVAL    VALUE "R".
           05 CF-CORRECTION-SW      PIC X.
           05 CF-ADDRESS-SW         PIC X.
           05 CF-STATUS-SW          PIC X.
      *> correction group
           05 CF-HUMAN-NAME         PIC X(30).
           05 CF-SALARY             PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 CF-GOAL               PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 CF-ALIEN-OFFER        PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 CF-ASPIR-CATEGORY     PIC X(4).
      *> address group
           05 CF-ADDR-LINE-1        PIC X(30).
           05 CF-ADDR-LINE-2        PIC X(30).
           05 CF-ADDR-CITY          PIC X(20).
           05 CF-ADDR-STATE         PIC XX.
           05 CF-ADDR-ZIP           PIC X(10).
           05 CF-PHONE              PIC X(12).
      *> status group
           05 CF-STATUS             PIC X.
           05 CF-STATUS-DATE        PIC 9(8).
       01 CHANGE-FEED-HEADER.
           05 CFH-RECORD-TYPE       PIC X.
           05 CFH-RUN-DATE          PIC 9(8).
           05 CFH-FILE-ID           PIC X(12).
           05 FILLER                PIC X(171).
       01 CHANGE-FEED-TRAILER.
           05 CFT-RECORD-TYPE       PIC X.
           05 CFT-COUNT             PIC 9(6).
           05 CFT-HASH              PIC 9(10).
           05 FILLER                PIC X(175).
