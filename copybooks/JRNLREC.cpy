      *> master from a backup copy plus this journal after a crash.
      *> SSNAUDIT records who keyed a change; this file records the
      *> change itself, which is what a replay needs.
      *> JR-MASTER-IMAGE is the raw 278-byte SSN-MASTER-RECORD; for a
      *> delete it is the record as it stood when it was removed.
      *> Images journaled before the address, payment and returned-
      *> mail fields went on the master are shorter and read back with
      *> spaces in the newer positions, which is also what those
      *> records held.
       01 JOURNAL-RECORD.
           05 JR-TIMESTAMP          PIC X(21).
           05 JR-ACTION             PIC X.
               88 JR-ACTION-WRITE     VALUE "A".
               88 JR-ACTION-REWRITE   VALUE "U".
               88 JR-ACTION-DELETE    VALUE "D".
           05 JR-MASTER-IMAGE       PIC X(278).
