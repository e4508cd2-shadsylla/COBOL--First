      *> TAX-RETURN-RECORD - the year-end information return on the
      *> AlienOffer claims we paid (DD TAXRTN), written by coboltaxr
      *> for the tax authority. Header with the tax year, one detail
      *> per registrant paid in that year - SSN, name, the mailing
      *> address the printed copy went to, number of payments and the
      *> total paid - and a trailer carrying the detail count, a hash
      *> of the SSN serials and the amount total, the same controls
      *> the payment-instruction file carries.
       01 TAX-RETURN-RECORD.
           05 TR-RECORD-TYPE        PIC X.
               88 TR-HEADER           VALUE "H".
               88 TR-DETAIL           VALUE "D".
               88 TR-TRAILER          VALUE "T".
           05 TR-TAX-YEAR           PIC 9(4).
           05 TR-SSNUM.
               10 TR-SSAREA         PIC 999.
               10 TR-SSGROUP        PIC 99.
               10 TR-SSSERIAL       PIC 9999.
           05 TR-HUMAN-NAME         PIC X(30).
           05 TR-ADDR-LINE-1        PIC X(30).
           05 TR-ADDR-LINE-2        PIC X(30).
           05 TR-ADDR-CITY          PIC X(20).
           05 TR-ADDR-STATE         PIC XX.
           05 TR-ADDR-ZIP           PIC X(10).
           05 TR-PAYMENT-COUNT      PIC 999.
           05 TR-AMOUNT-PAID        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER                PIC X(9).
       01 TAX-RETURN-HEADER.
           05 TRH-RECORD-TYPE       PIC X.
           05 TRH-TAX-YEAR          PIC 9(4).
           05 TRH-FILE-ID           PIC X(12).
           05 TRH-RUN-DATE          PIC 9(8).
           05 FILLER                PIC X(135).
       01 TAX-RETURN-TRAILER.
           05 TRT-RECORD-TYPE       PIC X.
           05 TRT-TAX-YEAR          PIC 9(4).
           05 TRT-COUNT             PIC 9(6).
           05 TRT-HASH              PIC 9(10).
           05 TRT-AMOUNT-TOTAL      PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER                PIC X(125).
