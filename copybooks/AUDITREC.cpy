      *> who corrected or removed one afterwards. AL-ACTION was added
      *> after AL-REGISTRANT-NAME so lines written before corrections
      *> existed still line up; treat a blank action as "ADD".
      *> Dual-control lines: REQUEST when a supervisor keys a removal
      *> or status posting for approval, APPROVE or REJECT under the
      *> second supervisor who decides it, EXPIRE when cobolpend ages
      *> an undecided item off the pending-approval file.
      *> Operator lines: LOCKOUT when an ID locks after repeated bad
      *> PINs, UNLOCK and PINRESET when coboloper releases it; the
      *> operator ID is the one affected.
      *> NAMECHG when cobolfrist's (C)hange-of-name transaction gives a
      *> registrant a new name; AL-REGISTRANT-NAME is the new name and
      *> the old one is on the name-alias file.
      *> AL-BUSINESS-DATE is the run-control business date the action
      *> was keyed under - AL-TIMESTAMP stays the wall clock, so work
      *> done after midnight still belongs to the night it was part
      *> of. Lines written before the field existed, and lines from
      *> jobs that run outside the nightly cycle, leave it blank; read
      *> AL-TIMESTAMP's date for those.
       01 AUDIT-LOG-RECORD.
           05 AL-OPERATOR-ID        PIC X(8).
           05 AL-TIMESTAMP          PIC X(21).
               88 AL-ACTION-DELETE    VALUE "DELETE".
               88 AL-ACTION-STATUS    VALUE "STATUS".
               88 AL-ACTION-ADDRESS   VALUE "ADDRESS".
               88 AL-ACTION-NAMECHG   VALUE "NAMECHG".
               88 AL-ACTION-REQUEST   VALUE "REQUEST".
               88 AL-ACTION-APPROVE   VALUE "APPROVE".
               88 AL-ACTION-REJECT    VALUE "REJECT".
               88 AL-ACTION-EXPIRE    VALUE "EXPIRE".
               88 AL-ACTION-LOCKOUT   VALUE "LOCKOUT".
               88 AL-ACTION-UNLOCK    VALUE "UNLOCK".
               88 AL-ACTION-PINRESET  VALUE "PINRESET".
           05 AL-BUSINESS-DATE      PIC X(8).
