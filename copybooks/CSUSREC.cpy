      *> An amended claims-suspense file is turned back into a claims
      *> stream by cobolcsub for the next night's posting - the same
      *> path registrations got with SSNSUSP and cobolsusp.
      *> PENDING means the registrant already has a removal or status
      *> posting waiting for a second supervisor; the row bounces
      *> until that item is approved, rejected or expires.
      *> ARCHIVED means the registrant is on SSNARCH, not the live
      *> master: a restore has been requested, cobolrest brings them
      *> back first thing the next night, and the row resubmits
      *> behind it and posts with no clerk needed.
       01 CLAIMS-SUSPENSE-RECORD.
           05 CS-REASON             PIC X(8).
               88 CS-BAD-STATUS       VALUE "BADSTAT".
               88 CS-NO-REGISTRANT    VALUE "NOREG".
               88 CS-BAD-OPERATOR     VALUE "BADOPER".
               88 CS-REWRITE-FAIL     VALUE "NOREWRIT".
               88 CS-ALREADY-PENDING  VALUE "PENDING".
               88 CS-ARCHIVED         VALUE "ARCHIVED".
           05 CS-SSNUM.
               10 CS-SSAREA         PIC 999.
               10 CS-SSGROUP        PIC 99.
