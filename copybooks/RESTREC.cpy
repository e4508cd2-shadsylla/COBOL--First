      *> RESTORE-REQUEST-RECORD - one row per archived registrant who
      *> turned out to have work still coming in: a claim or death
      *> notice cobolclms could not post, an approved status posting
      *> whose registrant has left the live master, or a follow-up
      *> letter cobolfolw could not cut. cobolrest brings each one
      *> back from SSNARCH onto the live master at the start of the
      *> next nightly run and takes the row off the file, so the held
      *> claim resubmits and the letter goes out as normal. Keyed on
      *> the SSN alone - one request per registrant, however many
      *> pieces of work are waiting behind it; RQ-SOURCE names the
      *> first that asked.
       01 RESTORE-REQUEST-RECORD.
           05 RQ-SSNUM.
               10 RQ-SSAREA         PIC 999.
               10 RQ-SSGROUP        PIC 99.
               10 RQ-SSSERIAL       PIC 9999.
           05 RQ-SOURCE             PIC X(8).
               88 RQ-FROM-CLAIMS      VALUE "CLAIMS".
               88 RQ-FROM-APPROVAL    VALUE "APPROVED".
               88 RQ-FROM-FOLLOWUP    VALUE "FOLLOWUP".
           05 RQ-REQUEST-DATE       PIC 9(8).
           05 RQ-REGISTRANT-NAME    PIC X(30).
