      * nightly stream restart and bypass in COBOL
      *
      * this program is the operator's way back into a stream after
      * a failure, without dragging completed steps through a second
      * time - with action R it finds the first step of the stream
      * that has neither ended acceptably nor been bypassed, clears
      * that step and any unfinished step after it back to not
      * started, counts the restart, and writes the step name to
      * RESUMEAT so the scheduler resumes the stream there; completed
      * steps are left alone, and stepctl refuses them if anything
      * tries to run them again
      *
      * a step still marked running may be a job that is active right
      * now, so the restart is refused while any step it would reset
      * is running, unless the operator has confirmed the job is gone
      * and says FORCE on the parm
      *
      * with action B and a step name it marks a failed or not yet
      * started step bypassed, for the night operations decide a
      * step must be skipped - the next step then treats it as ended
      * acceptably; a completed or running step cannot be bypassed
      *
      * parm: column 1 action R or B, columns 2-9 the step name for
      * a bypass, then optionally run date and run-id of the stream
      * (tonight's stream from runprep's PARMOUT card when omitted),
      * and FORCE in columns 26-30 to reset a step left running
      *
      * STRMCTL  i-o  stream step-control master
      * PARMOUT  in   tonight's parm card from runprep
      * RESUMEAT out  the step the stream resumes at (action R)
      *
      * returns 0 when the action was applied, 4 when there was
      * nothing to restart, 8 when the action was refused

       IDENTIFICATION DIVISION.
       PROGRAM-ID. strmrst.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT stream-control-file ASSIGN TO "STRMCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS sc-key
               FILE STATUS IS sc-file-status.
           SELECT parm-in-file ASSIGN TO "PARMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parm-in-status.
           SELECT resume-file ASSIGN TO "RESUMEAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS resume-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  stream-control-file.
       COPY eulstrm.

       FD  parm-in-file.
       01  parm-in-record         PIC X(80).

       FD  resume-file.
       01  resume-record          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY eulparm.

       01  sc-file-status         PIC XX.
           88  sc-file-ok             VALUE "00".

       01  parm-in-status         PIC XX.
           88  parm-in-ok             VALUE "00".

       01  resume-file-status     PIC XX.
           88  resume-file-ok         VALUE "00".

       01  action-refused-switch  PIC X VALUE "N".
           88  action-refused         VALUE "Y".

       01  nothing-to-do-switch   PIC X VALUE "N".
           88  nothing-to-do          VALUE "Y".

       01  action-card            PIC X(80).
       01  action-fields REDEFINES action-card.
           05  act-action             PIC X(1).
               88  act-restart            VALUE "R".
               88  act-bypass             VALUE "B".
           05  act-step-name          PIC X(8).
           05  act-run-date           PIC X(8).
           05  act-run-id             PIC X(8).
           05  act-force              PIC X(5).
               88  act-force-reset        VALUE "FORCE".
           05  FILLER                 PIC X(50).

       01  step-ix                PIC 9(2).
       01  resume-ix              PIC 9(2).
       01  bypass-ix              PIC 9(2).
       01  reset-count            PIC 9(2) VALUE 0.
       01  running-ix             PIC 9(2).

       01  resume-line.
           05  rsm-step-name          PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rsm-run-date           PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rsm-run-id             PIC X(8).
           05  FILLER                 PIC X(54) VALUE SPACES.

       PROCEDURE DIVISION.
       main-logic.
           ACCEPT action-card FROM COMMAND-LINE
           IF NOT act-restart AND NOT act-bypass
               SET action-refused TO TRUE
               DISPLAY "STRMRST: ACTION MUST BE R (RESTART) OR "
                   "B (BYPASS) - NOTHING DONE"
           END-IF
           IF NOT action-refused AND act-run-date = SPACES
               PERFORM find-tonights-stream
           END-IF
           IF NOT action-refused
               PERFORM open-stream-record
           END-IF
           IF NOT action-refused
               IF act-restart
                   PERFORM restart-stream
               ELSE
                   PERFORM bypass-step
               END-IF
               CLOSE stream-control-file
           END-IF

           IF action-refused
               MOVE 8 TO RETURN-CODE
           ELSE
               IF nothing-to-do
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       find-tonights-stream.
           OPEN INPUT parm-in-file
           IF NOT parm-in-ok
               SET action-refused TO TRUE
               DISPLAY "STRMRST: NO STREAM GIVEN AND PARMOUT "
                   "UNAVAILABLE, STATUS=" parm-in-status
           ELSE
               MOVE SPACES TO parm-card
               READ parm-in-file INTO parm-card
                   AT END
                       MOVE SPACES TO parm-card
               END-READ
               CLOSE parm-in-file
               IF parm-stream-date = SPACES
                   SET action-refused TO TRUE
                   DISPLAY "STRMRST: PARMOUT CARD WAS NOT BUILT BY "
                       "RUNPREP - NAME THE STREAM ON THE PARM"
               ELSE
                   MOVE parm-stream-date TO act-run-date
                   MOVE parm-run-id TO act-run-id
               END-IF
           END-IF.

       open-stream-record.
           OPEN I-O stream-control-file
           IF NOT sc-file-ok
               SET action-refused TO TRUE
               DISPLAY "STRMRST: UNABLE TO OPEN STRMCTL, STATUS="
                   sc-file-status
           ELSE
               MOVE act-run-date TO sc-run-date
               MOVE act-run-id TO sc-run-id
               READ stream-control-file
                   INVALID KEY
                       SET action-refused TO TRUE
                       DISPLAY "STRMRST: NO STREAM " act-run-date "/"
                           act-run-id " ON STRMCTL"
               END-READ
               IF action-refused
                   CLOSE stream-control-file
               END-IF
           END-IF.

       restart-stream.
           MOVE 0 TO resume-ix
           PERFORM VARYING step-ix FROM 1 BY 1
               UNTIL step-ix > sc-step-count OR resume-ix > 0
               IF NOT sc-step-bypassed(step-ix)
                   AND NOT (sc-step-ended(step-ix)
                       AND sc-step-rc(step-ix)
                           NOT > sc-step-max-rc(step-ix))
                   MOVE step-ix TO resume-ix
               END-IF
           END-PERFORM
           IF resume-ix = 0
               SET nothing-to-do TO TRUE
               DISPLAY "STRMRST: STREAM " sc-run-date "/" sc-run-id
                   " IS COMPLETE - NOTHING TO RESTART"
           ELSE
               MOVE 0 TO running-ix
               PERFORM VARYING step-ix FROM resume-ix BY 1
                   UNTIL step-ix > sc-step-count OR running-ix > 0
                   IF sc-step-running(step-ix)
                       MOVE step-ix TO running-ix
                   END-IF
               END-PERFORM
               IF running-ix > 0 AND NOT act-force-reset
                   SET action-refused TO TRUE
                   DISPLAY "STRMRST: " sc-step-name(running-ix)
                       " IS MARKED RUNNING - CONFIRM IT IS NOT ACTIVE "
                       "AND RERUN WITH FORCE - RESTART REFUSED"
               END-IF
           END-IF
           IF resume-ix > 0 AND NOT action-refused
               IF running-ix > 0
                   DISPLAY "STRMRST: " sc-step-name(running-ix)
                       " WAS LEFT RUNNING - RESET BY FORCE"
               END-IF
               PERFORM VARYING step-ix FROM resume-ix BY 1
                   UNTIL step-ix > sc-step-count
                   PERFORM reset-one-step
               END-PERFORM
               ADD 1 TO sc-restart-count
               REWRITE stream-control-record
                   INVALID KEY
                       SET action-refused TO TRUE
                       DISPLAY "STRMRST: STRMCTL REWRITE FAILED, "
                           "STATUS=" sc-file-status
               END-REWRITE
           END-IF
           IF resume-ix > 0 AND NOT action-refused
               PERFORM write-resume-point
           END-IF.

      * completed and bypassed steps keep their state - only the
      * unfinished ones go back to not started
       reset-one-step.
           IF sc-step-running(step-ix)
               OR (sc-step-ended(step-ix)
                   AND sc-step-rc(step-ix)
                       > sc-step-max-rc(step-ix))
               SET sc-step-not-started(step-ix) TO TRUE
               MOVE 0 TO sc-step-rc(step-ix)
               MOVE SPACES TO sc-step-start-time(step-ix)
               MOVE SPACES TO sc-step-end-time(step-ix)
               ADD 1 TO reset-count
           END-IF.

       write-resume-point.
           OPEN OUTPUT resume-file
           IF NOT resume-file-ok
               SET action-refused TO TRUE
               DISPLAY "STRMRST: UNABLE TO OPEN RESUMEAT, STATUS="
                   resume-file-status
           ELSE
               MOVE sc-step-name(resume-ix) TO rsm-step-name
               MOVE sc-run-date TO rsm-run-date
               MOVE sc-run-id TO rsm-run-id
               MOVE resume-line TO resume-record
               WRITE resume-record
               CLOSE resume-file
               DISPLAY "STRMRST: STREAM " sc-run-date "/" sc-run-id
                   " RESUMES AT " sc-step-name(resume-ix)
                   " - " reset-count " STEP(S) RESET, RESTART "
                   sc-restart-count
           END-IF.

       bypass-step.
           MOVE 0 TO bypass-ix
           PERFORM VARYING step-ix FROM 1 BY 1
               UNTIL step-ix > sc-step-count OR bypass-ix > 0
               IF sc-step-name(step-ix) = act-step-name
                   MOVE step-ix TO bypass-ix
               END-IF
           END-PERFORM
           IF bypass-ix = 0
               SET action-refused TO TRUE
               DISPLAY "STRMRST: STEP " act-step-name
                   " IS NOT PART OF THE STREAM"
           ELSE
               IF sc-step-running(bypass-ix)
                   OR sc-step-bypassed(bypass-ix)
                   OR (sc-step-ended(bypass-ix)
                       AND sc-step-rc(bypass-ix)
                           NOT > sc-step-max-rc(bypass-ix))
                   SET action-refused TO TRUE
                   DISPLAY "STRMRST: STEP " act-step-name
                       " HAS COMPLETED, IS RUNNING OR IS ALREADY "
                       "BYPASSED - BYPASS REFUSED"
               END-IF
           END-IF
           IF NOT action-refused
               SET sc-step-bypassed(bypass-ix) TO TRUE
               REWRITE stream-control-record
                   INVALID KEY
                       SET action-refused TO TRUE
                       DISPLAY "STRMRST: STRMCTL REWRITE FAILED, "
                           "STATUS=" sc-file-status
               END-REWRITE
           END-IF
           IF NOT action-refused
               DISPLAY "STRMRST: STEP " act-step-name " BYPASSED FOR "
                   sc-run-date "/" sc-run-id
           END-IF.
       END PROGRAM strmrst.
