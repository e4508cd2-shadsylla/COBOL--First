      *> PENDING-APPROVAL-RECORD - dual control over the actions that
      *> cannot be taken back: removing a registration (cobolfrist
      *> mode D) and posting a deceased, claimed or withdrawn status
      *> (cobolclms). The supervisor who keys the action (the maker)
      *> only puts it here; nothing touches SSNMAST until a DIFFERENT
      *> supervisor approves it in cobolfrist's (P)ending-approval
      *> mode. A removal is applied at the counter when approved; an
      *> approved status posting is applied by that night's cobolclms
      *> run, which is what puts a claim on the payment feed. One
      *> item per registrant may wait at a time, so the file is keyed
      *> on the SSN alone. cobolpend ages the file every morning and
      *> expires items nobody has approved within the set number of
      *> days.
       01 PENDING-APPROVAL-RECORD.
           05 PA-SSNUM.
               10 PA-SSAREA         PIC 999.
               10 PA-SSGROUP        PIC 99.
               10 PA-SSSERIAL       PIC 9999.
           05 PA-ACTION             PIC X.
               88 PA-ACTION-REMOVAL   VALUE "R".
               88 PA-ACTION-STATUS    VALUE "S".
           05 PA-NEW-STATUS         PIC X.
               88 PA-STATUS-DECEASED  VALUE "D".
               88 PA-STATUS-CLAIMED   VALUE "C".
               88 PA-STATUS-WITHDRAWN VALUE "W".
           05 PA-STATUS-DATE        PIC 9(8).
           05 PA-REGISTRANT-NAME    PIC X(30).
           05 PA-MAKER-ID           PIC X(8).
           05 PA-MAKER-TIMESTAMP    PIC X(21).
           05 PA-STATE              PIC X.
               88 PA-STATE-PENDING    VALUE "P".
               88 PA-STATE-APPROVED   VALUE "A".
           05 PA-CHECKER-ID         PIC X(8).
           05 PA-APPROVED-TIMESTAMP PIC X(21).
