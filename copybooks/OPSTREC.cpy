      *> OPERATOR-STATS-RECORD - one row per operator, carrying the
      *> month-to-date keying figures for cobolprod's productivity
      *> report. Suspense rows carry no date and the audit log is cut
      *> every cycle, so the month cannot be re-counted from the raw
      *> files; each night's figures are kept here instead. OS-DAY-
      *> COUNT holds the figures of OS-LAST-RUN-DATE and OS-PRIOR-
      *> COUNT the rest of OS-MONTH before that day, so a rerun of the
      *> same night replaces its own day rather than counting it
      *> twice. The 26 slots are cobolprod's category table, in order:
      *> audit actions, intake-suspense reasons, claims-suspense
      *> reasons, then the operator's own registrations later
      *> corrected and removed.
       01 OPERATOR-STATS-RECORD.
           05 OS-OPERATOR-ID        PIC X(8).
           05 OS-MONTH              PIC 9(6).
           05 OS-LAST-RUN-DATE      PIC 9(8).
           05 OS-DAY-COUNT          PIC 9(6) OCCURS 26 TIMES.
           05 OS-PRIOR-COUNT        PIC 9(6) OCCURS 26 TIMES.
