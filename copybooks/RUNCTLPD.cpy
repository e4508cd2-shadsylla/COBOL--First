      *> 0100-READ-RUN-CONTROL through 0190-RECORD-STEP-DONE - the
      *> run-control handling every nightly step shares, using the
      *> fields in copybooks/RUNCTLWS.cpy. The caller supplies the
      *> RUN-CONTROL-FILE (copybooks/RUNCREC.cpy, with file status
      *> WS-RUNCTL-FILE-STATUS) and WS-TODAY, performs 0100 first and
      *> 0150 instead of its work when the step is not to run, and
      *> performs 0190 once its RETURN-CODE is set.
      *>
      *> the business date replaces the machine clock as "today", so
      *> a night that runs past midnight, or is restarted the next
      *> morning, still processes the date it was opened for. A step
      *> the log shows already finished for that date is not rerun -
      *> nor is a feeding step once the step it feeds has finished.
       0100-READ-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open the run-control file, status "
                   WS-RUNCTL-FILE-STATUS ". No business date to work to."
               MOVE "Y" TO WS-RUNCTL-FAILED-SW
           ELSE
               MOVE "CURRENT" TO RN-CONTROL-KEY
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "No business date has been opened on the "
                           "run-control file."
                       MOVE "Y" TO WS-RUNCTL-FAILED-SW
                   NOT INVALID KEY
                       MOVE RN-BUSINESS-DATE TO WS-TODAY
                       IF WS-RESTART-STEP = SPACES
                           MOVE WS-STEP-NAME TO WS-STEP-LOOKUP
                       ELSE
                           MOVE WS-RESTART-STEP TO WS-STEP-LOOKUP
                       END-IF
                       PERFORM 0110-FIND-STEP-ENTRY
                       IF WS-STEP-IDX > 0
                           MOVE "Y" TO WS-STEP-DONE-SW
                           MOVE RN-STEP-RC(WS-STEP-IDX) TO WS-STEP-PRIOR-RC
                       END-IF
                       IF RN-NIGHT-COMPLETE
                           MOVE "Y" TO WS-STEP-DONE-SW
                       END-IF
               END-READ
               IF WS-RUNCTL-FAILED
                   CLOSE RUN-CONTROL-FILE
               END-IF
           END-IF.

       0110-FIND-STEP-ENTRY.
           MOVE ZERO TO WS-STEP-IDX
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > RN-STEP-COUNT OR WS-STEP-IDX > 0
               IF RN-STEP-PROGRAM(WS-RUN-IDX) = WS-STEP-LOOKUP
                   MOVE WS-RUN-IDX TO WS-STEP-IDX
               END-IF
           END-PERFORM.

      *> a finished step ends with the return code it finished with,
      *> so the job's COND tests come out exactly as they did the
      *> first time round. A feeding step logs itself finished, RC 0,
      *> with nothing fed, so the night can still close.
       0150-END-WITHOUT-RUNNING.
           EVALUATE TRUE
               WHEN WS-RUNCTL-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RESTART-STEP = SPACES
                   DISPLAY WS-STEP-NAME " already finished business date "
                       WS-TODAY " with RC " WS-STEP-PRIOR-RC "; not run again."
                   MOVE WS-STEP-PRIOR-RC TO RETURN-CODE
                   CLOSE RUN-CONTROL-FILE
               WHEN OTHER
                   DISPLAY WS-RESTART-STEP " already finished business date "
                       WS-TODAY "; " WS-STEP-NAME " has nothing to feed it."
                   MOVE 0 TO RETURN-CODE
                   PERFORM 0190-RECORD-STEP-DONE
           END-EVALUATE.

      *> only a step that ended RC 4 or better counts as finished; a
      *> failed step stays off the log so the restart runs it again.
       0190-RECORD-STEP-DONE.
           IF RETURN-CODE < 8
               MOVE "CURRENT" TO RN-CONTROL-KEY
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "Run-control record gone; " WS-STEP-NAME
                           " not logged as finished."
                   NOT INVALID KEY
                       MOVE WS-STEP-NAME TO WS-STEP-LOOKUP
                       PERFORM 0110-FIND-STEP-ENTRY
                       IF WS-STEP-IDX = 0 AND RN-STEP-COUNT < 20
                           ADD 1 TO RN-STEP-COUNT
                           MOVE RN-STEP-COUNT TO WS-STEP-IDX
                       END-IF
                       IF WS-STEP-IDX > 0
                           MOVE WS-STEP-NAME TO RN-STEP-PROGRAM(WS-STEP-IDX)
                           MOVE RETURN-CODE  TO RN-STEP-RC(WS-STEP-IDX)
                           MOVE FUNCTION CURRENT-DATE
                               TO RN-STEP-TIMESTAMP(WS-STEP-IDX)
                           REWRITE RUN-CONTROL-RECORD
                               INVALID KEY
                                   DISPLAY "Could not log " WS-STEP-NAME
                                       " as finished on the run-control file."
                           END-REWRITE
                       END-IF
               END-READ
           END-IF
           CLOSE RUN-CONTROL-FILE.
