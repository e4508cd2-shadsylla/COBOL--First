      *> business date and step log from the run-control file: the
      *> date this step works to, and whether it already finished that
      *> date before a restart. Working storage for the run-control
      *> paragraphs in copybooks/RUNCTLPD.cpy, shared by every nightly
      *> step. COPY ... REPLACING ==STEP-PGM-NAME== with the step's own
      *> program name, and ==RESTART-PGM-NAME== with SPACES - or, for
      *> a step that only builds input for a later one, with that
      *> later step's name: such a step is rerun on a restart until
      *> the step it feeds has finished, then has nothing to feed.
       01 WS-RUNCTL-FILE-STATUS PIC XX VALUE "00".
       01 WS-RUNCTL-FAILED-SW   PIC X VALUE "N".
           88 WS-RUNCTL-FAILED    VALUE "Y".
       01 WS-STEP-DONE-SW       PIC X VALUE "N".
           88 WS-STEP-ALREADY-DONE VALUE "Y".
       01 WS-STEP-NAME          PIC X(10) VALUE STEP-PGM-NAME.
       01 WS-RESTART-STEP       PIC X(10) VALUE RESTART-PGM-NAME.
       01 WS-STEP-LOOKUP        PIC X(10).
       01 WS-STEP-PRIOR-RC      PIC 9(4) VALUE ZERO.
       01 WS-STEP-IDX           PIC 99 COMP.
       01 WS-RUN-IDX            PIC 99 COMP.
