      *> INTEGRITY-EXCEPTION-RECORD - one row per master record and
      *> reason code that cobolintg's nightly integrity sweep has
      *> found wrong, keyed on SSN + reason. It is the sweep's memory:
      *> a contradiction already on file is listed on the worklist
      *> again each night until it is corrected, but only one first
      *> seen on this business date counts as new and turns the step
      *> RC 4. A row the sweep no longer finds has been fixed (or the
      *> registrant removed) and is deleted at the end of the run.
       01 INTEGRITY-EXCEPTION-RECORD.
           05 IX-KEY.
               10 IX-SSNUM          PIC 9(9).
               10 IX-REASON         PIC X(8).
           05 IX-FIRST-SEEN-DATE    PIC 9(8).
           05 IX-LAST-SEEN-DATE     PIC 9(8).
