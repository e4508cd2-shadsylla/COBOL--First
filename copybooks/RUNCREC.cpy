      *> RUN-CONTROL-RECORD - the business date the nightly job works
      *> to, and the log of which nightly steps have finished it. The
      *> record keyed "CURRENT" is the open business date: every
      *> nightly step takes "today" from RN-BUSINESS-DATE rather than
      *> the machine clock, so a night that runs past midnight or is
      *> restarted the next morning still processes the day it was
      *> opened for. Each step adds its program name, return code and
      *> finish time to the step log when it ends RC 4 or better; a
      *> restarted job finds its finished steps there and does not run
      *> them a second time. A step that ended RC 8 is only logged by
      *> a supervisor's cobolrctl MARK card, with RC 8.
      *> cobolrctl opens the next business date only once the night is
      *> marked complete, and files a copy of each completed night
      *> under its business date (YYYYMMDD key).
       01 RUN-CONTROL-RECORD.
           05 RN-CONTROL-KEY        PIC X(8).
           05 RN-BUSINESS-DATE      PIC 9(8).
           05 RN-NIGHT-STATE        PIC X.
               88 RN-NIGHT-OPEN       VALUE "O".
               88 RN-NIGHT-COMPLETE   VALUE "C".
           05 RN-OPENED-TIMESTAMP   PIC X(21).
           05 RN-CLOSED-TIMESTAMP   PIC X(21).
           05 RN-STEP-COUNT         PIC 99.
           05 RN-STEP-ENTRY OCCURS 20 TIMES.
               10 RN-STEP-PROGRAM   PIC X(10).
               10 RN-STEP-RC        PIC 9(4).
               10 RN-STEP-TIMESTAMP PIC X(21).
