           05 MR-PAY-EXTRACTED-SW   PIC X.
               88 MR-PAY-EXTRACTED    VALUE "Y".
           05 MR-PAY-EXTRACT-DATE   PIC 9(8).
      *> returned-mail control, set by cobolrtml when the post office
      *> sends a follow-up letter or statement back, and cleared by
      *> cobolfrist's (M)ove address change. While it is set, letters
      *> and statements are held instead of going to the same dead
      *> address again. Blank on records written before the field
      *> existed, which reads as "deliverable".
           05 MR-UNDELIV-SW         PIC X.
               88 MR-ADDR-UNDELIVERABLE VALUE "Y".
           05 MR-UNDELIV-DATE       PIC 9(8).
