      *> NAME-ALIAS-RECORD - every name a registrant has been known by
      *> before the one now on the master. cobolfrist's (C)hange-of-
      *> name transaction files the outgoing name here before it
      *> rewrites MR-HUMAN-NAME, with the date the new name took
      *> effect and the operator who keyed it; a mode U correction
      *> that re-keys the name keeps the old spelling here as well.
      *> Keyed on SSN plus a sequence number (01 for the first name
      *> ever replaced), so one registrant's history reads back in
      *> order; the alternate key on NA-ALIAS-NAME lets name search,
      *> cobolndup and coboldthm find a registrant under a former
      *> name - a death notice filed under a maiden name included.
       01 NAME-ALIAS-RECORD.
           05 NA-KEY.
               10 NA-SSNUM.
                   15 NA-SSAREA     PIC 999.
                   15 NA-SSGROUP    PIC 99.
                   15 NA-SSSERIAL   PIC 9999.
               10 NA-SEQUENCE       PIC 99.
           05 NA-ALIAS-NAME         PIC X(30).
           05 NA-NEW-NAME           PIC X(30).
           05 NA-EFFECTIVE-DATE     PIC 9(8).
           05 NA-OPERATOR-ID        PIC X(8).
           05 NA-KEYED-TIMESTAMP    PIC X(21).
           05 NA-SOURCE             PIC X.
               88 NA-SOURCE-NAME-CHANGE VALUE "C".
               88 NA-SOURCE-CORRECTION  VALUE "U".
