      * "how often did we end RC=4 this month" without anyone digging
      * through job logs - a rerun of the same run-id on the same
      * date replaces its earlier record instead of duplicating it
      *
      * a stream step: stepctl refuses the accumulation when the step
      * ahead of it has not ended acceptably or tonight's has already
      * completed; a summary for some other run-id runs outside the
      * stream

       IDENTIFICATION DIVISION.
       PROGRAM-ID. opsacc.

       WORKING-STORAGE SECTION.
       COPY eulopss.
       COPY eulstep.

       01  ops-file-status        PIC XX.
           88  ops-file-ok            VALUE "00".
       01  summary-read-count     PIC 9(5) VALUE 0.
       01  added-count            PIC 9(5) VALUE 0.
       01  replaced-count         PIC 9(5) VALUE 0.
       01  summary-run-id         PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       main-logic.
           PERFORM find-summary-run-id
           PERFORM start-stream-step
           IF stc-run-refused
               DISPLAY "OPSACC: REFUSED BY STREAM CONTROL - NOTHING "
                   "ACCUMULATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM open-ops-files
           IF NOT file-error
               PERFORM accumulate-summaries
               " ADDED=" added-count
               " REPLACED=" replaced-count
           IF file-error
               MOVE 8 TO stc-return-code
           ELSE
               MOVE 0 TO stc-return-code
           END-IF
           PERFORM end-stream-step
           MOVE stc-return-code TO RETURN-CODE
           STOP RUN.

      * the summary's run-id tells stepctl whether this is tonight's
      * stream run or ad hoc work on some other run
       find-summary-run-id.
           OPEN INPUT ops-summary-file
           IF ops-file-ok
               READ ops-summary-file INTO ops-summary-ws
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ops-run-id TO summary-run-id
               END-READ
               CLOSE ops-summary-file
           END-IF.

       start-stream-step.
           SET stc-step-start TO TRUE
           MOVE "OPSACC  " TO stc-step-name
           MOVE summary-run-id TO stc-run-id
           MOVE SPACES TO stc-run-date
           CALL "stepctl" USING step-control-area.

       end-stream-step.
           IF stc-run-allowed
               SET stc-step-end TO TRUE
               CALL "stepctl" USING step-control-area
           END-IF.

       open-ops-files.
           OPEN INPUT ops-summary-file
           IF NOT ops-file-ok
