      * parm card (divisors, calc mode) on the command line and the
      * run-id columns are filled in here
      *
      * as the first step it also opens the night's record on the
      * STRMCTL step-control master, keyed by today's date and the
      * assigned run-id, and stamps that date on the parm card so
      * every later step finds the same stream after midnight; a
      * run-id whose stream has already been prepared is refused -
      * a failed stream goes on from its failed step through the
      * restart, not from the top
      *
      * returns 0 when the run may start and 8 when it must not

       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       COPY eulcal.
       COPY eulparm.
       COPY eulstep.

       01  cal-file-status        PIC XX.
           88  cal-file-ok            VALUE "00".
       main-logic.
           MOVE FUNCTION CURRENT-DATE TO current-date-time
           MOVE current-date-time(1:8) TO today-date
           MOVE SPACES TO step-control-area

           PERFORM check-processing-calendar
           IF NOT run-refused
               PERFORM derive-next-run-id
           END-IF
           IF NOT run-refused
               PERFORM start-stream-step
           END-IF
           IF NOT run-refused
               PERFORM write-parm-card
           END-IF
           IF run-refused
               DISPLAY "RUNPREP: RUN MUST NOT START - SEE MESSAGES "
                   "ABOVE"
               MOVE 8 TO stc-return-code
           ELSE
               DISPLAY "RUNPREP: DATE " today-date " IS A PROCESSING "
                   "DATE, RUN-ID " next-run-id " ASSIGNED"
               MOVE 0 TO stc-return-code
           END-IF
           PERFORM end-stream-step
           MOVE stc-return-code TO RETURN-CODE
           STOP RUN.

      * opens the night's stream record; a stream already prepared
      * for this date and run-id means runprep has completed once
      * and must not run again
       start-stream-step.
           SET stc-step-start TO TRUE
           MOVE "RUNPREP " TO stc-step-name
           MOVE next-run-id TO stc-run-id
           MOVE today-date TO stc-run-date
           CALL "stepctl" USING step-control-area
           IF stc-run-refused
               SET run-refused TO TRUE
               DISPLAY "RUNPREP: REFUSED BY STREAM CONTROL - RESTART "
                   "THE STREAM AT ITS FAILED STEP INSTEAD"
           END-IF.

      * only a step stepctl let start has an end to log
       end-stream-step.
           IF stc-run-allowed
               SET stc-step-end TO TRUE
               CALL "stepctl" USING step-control-area
           END-IF.

      * with no readable calendar there is no way to tell a business
      * date from a holiday, so the run is held rather than guessed
      * at - the calendar is as much a control as the run-id check
               END-IF
           END-IF.

      * everything but the run-id and stream date is taken from the
      * command line as keyed today; only those columns are owned by
      * this step
       write-parm-card.
           ACCEPT parm-card FROM COMMAND-LINE
           MOVE next-run-id TO parm-run-id
           MOVE today-date TO parm-stream-date
           OPEN OUTPUT parm-out-file
           IF NOT parm-out-ok
               SET run-refused TO TRUE
