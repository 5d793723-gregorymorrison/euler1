      * nightly stream step control in COBOL
      *
      * every step of the nightly stream calls this program on
      * startup and again at end of job, so a failed step is never
      * followed by the next one and a restart never reruns a step
      * that has already completed; the STRMCTL master records, per
      * run date plus run-id, each step's state - not started,
      * running, ended with its return code, or bypassed by operations
      *
      * on startup the step is refused when the step before it has
      * not ended acceptably (return code at or under its limit, or
      * bypassed), when the step itself has already completed - a
      * completed step can never be run a second time for the same
      * stream - and when it is still marked running, so a second
      * submission cannot run alongside the first; a step that failed
      * may be run again, which is what a restart does, but a step
      * left running by an abend must first be reset through strmrst
      *
      * runprep opens the stream record and passes the key itself;
      * every later step finds tonight's stream from the parm card
      * runprep left on PARMOUT; a step working on some other run-id
      * (an ad hoc rerun, a reversal balance) is outside the stream
      * and is neither checked nor logged
      *
      * STRMCTL  i-o  stream step-control master
      * PARMOUT  in   tonight's parm card from runprep
      *
      * the caller tests stc-result; the return code is always 0

       IDENTIFICATION DIVISION.
       PROGRAM-ID. stepctl.
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

       DATA DIVISION.
       FILE SECTION.
       FD  stream-control-file.
       COPY eulstrm.

       FD  parm-in-file.
       01  parm-in-record         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY eulparm.

       01  sc-file-status         PIC XX.
           88  sc-file-ok             VALUE "00".
           88  sc-file-missing        VALUE "35".

       01  sc-file-open-switch    PIC X VALUE "N".
           88  sc-file-open           VALUE "Y".

       01  parm-in-status         PIC XX.
           88  parm-in-ok             VALUE "00".

       01  stream-opener-switch   PIC X VALUE "N".
           88  stream-opener          VALUE "Y".

       01  stream-found-switch    PIC X VALUE "N".
           88  stream-found           VALUE "Y".

       01  stream-key.
           05  stream-run-date        PIC X(8).
           05  stream-run-id          PIC X(8).

      * the nightly stream in running order; a new stream record
      * takes its step list from here, so a step added to the stream
      * is added here in its place - a step nothing downstream reads
      * from, like the results distribution, goes at the end, so its
      * failure never holds the night's GL posting
       01  stream-step-list.
           05  FILLER                 PIC X(8) VALUE "RUNPREP ".
           05  FILLER                 PIC X(8) VALUE "CNTEDIT ".
           05  FILLER                 PIC X(8) VALUE "CNTRECYC".
           05  FILLER                 PIC X(8) VALUE "BWPLAN  ".
           05  FILLER                 PIC X(8) VALUE "MYTEST  ".
           05  FILLER                 PIC X(8) VALUE "GLCONSOL".
           05  FILLER                 PIC X(8) VALUE "GLRECON ".
           05  FILLER                 PIC X(8) VALUE "OPSACC  ".
           05  FILLER                 PIC X(8) VALUE "LINEAGE ".
           05  FILLER                 PIC X(8) VALUE "RESDIST ".
       01  stream-step-table REDEFINES stream-step-list.
           05  stream-step-name       PIC X(8) OCCURS 10 TIMES.
       01  stream-step-count      PIC 9(2) VALUE 10.

      * every stream step returns 0 clean, 4 with warnings the next
      * step can live with, and 8 or more when it must be held
       01  acceptable-rc          PIC 9(2) VALUE 4.

       01  step-ix                PIC 9(2).
       01  step-found-ix          PIC 9(2).
       01  prior-ix               PIC 9(2).
       01  refuse-reason          PIC X(50).

       01  current-date-time      PIC X(21).
       01  current-time           PIC X(6).

       LINKAGE SECTION.
       COPY eulstep.

       PROCEDURE DIVISION USING step-control-area.
       main-logic.
           MOVE FUNCTION CURRENT-DATE TO current-date-time
           MOVE current-date-time(9:6) TO current-time
           MOVE "N" TO stream-opener-switch
           MOVE "N" TO stream-found-switch
           MOVE "N" TO sc-file-open-switch
           MOVE SPACES TO refuse-reason
           SET stc-run-allowed TO TRUE

           PERFORM resolve-stream-key
           IF stc-run-allowed
               PERFORM open-stream-master
           END-IF
           IF stc-run-allowed
               PERFORM read-stream-record
           END-IF
           IF stc-run-allowed
               IF stc-step-start
                   PERFORM start-step
               ELSE
                   PERFORM end-step
               END-IF
           END-IF
           IF sc-file-open
               CLOSE stream-control-file
           END-IF

           IF stc-run-refused
               DISPLAY "STEPCTL: " stc-step-name " REFUSED FOR "
                   stream-run-date "/" stream-run-id " - "
                   refuse-reason
           END-IF
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM.

      * runprep supplies the whole key because it is about to write
      * the parm card everyone else reads it from
       resolve-stream-key.
           IF stc-run-date NOT = SPACES
               SET stream-opener TO TRUE
               MOVE stc-run-date TO stream-run-date
               MOVE stc-run-id TO stream-run-id
           ELSE
               PERFORM read-stream-parm-card
           END-IF.

       read-stream-parm-card.
           MOVE SPACES TO parm-card
           OPEN INPUT parm-in-file
           IF NOT parm-in-ok
               SET stc-run-refused TO TRUE
               MOVE "PARMOUT UNAVAILABLE - TONIGHT'S STREAM UNKNOWN"
                   TO refuse-reason
           ELSE
               READ parm-in-file INTO parm-card
                   AT END
                       MOVE SPACES TO parm-card
               END-READ
               CLOSE parm-in-file
           END-IF
           IF stc-run-allowed
               IF parm-stream-date = SPACES OR parm-run-id = SPACES
                   SET stc-run-refused TO TRUE
                   MOVE "PARM CARD NOT BUILT BY RUNPREP"
                       TO refuse-reason
               ELSE
                   MOVE parm-stream-date TO stream-run-date
                   MOVE parm-run-id TO stream-run-id
               END-IF
           END-IF
           IF stc-run-allowed
               IF stc-run-id NOT = SPACES
                   AND stc-run-id NOT = stream-run-id
                   SET stc-out-of-stream TO TRUE
                   DISPLAY "STEPCTL: " stc-step-name " WORKING ON "
                       stc-run-id " - OUTSIDE STREAM " stream-run-id
                       ", NOT CONTROLLED"
               ELSE
                   MOVE stream-run-date TO stc-run-date
                   MOVE stream-run-id TO stc-run-id
               END-IF
           END-IF.

       open-stream-master.
           OPEN I-O stream-control-file
           IF sc-file-missing AND stream-opener
      * first stream at this installation - create the master,
      * then reopen it for keyed update
               OPEN OUTPUT stream-control-file
               CLOSE stream-control-file
               OPEN I-O stream-control-file
           END-IF
           IF sc-file-ok
               SET sc-file-open TO TRUE
           ELSE
               SET stc-run-refused TO TRUE
               STRING "UNABLE TO OPEN STRMCTL, STATUS=" sc-file-status
                   DELIMITED BY SIZE INTO refuse-reason
           END-IF.

       read-stream-record.
           MOVE stream-key TO sc-key
           READ stream-control-file
               INVALID KEY
                   IF stream-opener AND stc-step-start
                       PERFORM build-stream-record
                   ELSE
                       SET stc-run-refused TO TRUE
                       MOVE "NO STREAM RECORD - RUNPREP HAS NOT RUN"
                           TO refuse-reason
                   END-IF
               NOT INVALID KEY
                   SET stream-found TO TRUE
           END-READ
           IF stc-run-allowed
               MOVE 0 TO step-found-ix
               PERFORM VARYING step-ix FROM 1 BY 1
                   UNTIL step-ix > sc-step-count OR step-found-ix > 0
                   IF sc-step-name(step-ix) = stc-step-name
                       MOVE step-ix TO step-found-ix
                   END-IF
               END-PERFORM
               IF step-found-ix = 0
                   SET stc-run-refused TO TRUE
                   MOVE "STEP IS NOT PART OF THIS STREAM"
                       TO refuse-reason
               END-IF
           END-IF.

       build-stream-record.
           MOVE stream-key TO sc-key
           MOVE current-time TO sc-opened-time
           MOVE 0 TO sc-restart-count
           MOVE stream-step-count TO sc-step-count
           PERFORM VARYING step-ix FROM 1 BY 1 UNTIL step-ix > 12
               IF step-ix > stream-step-count
                   MOVE SPACES TO sc-step-name(step-ix)
               ELSE
                   MOVE stream-step-name(step-ix)
                       TO sc-step-name(step-ix)
               END-IF
               SET sc-step-not-started(step-ix) TO TRUE
               MOVE 0 TO sc-step-rc(step-ix)
               MOVE acceptable-rc TO sc-step-max-rc(step-ix)
               MOVE SPACES TO sc-step-start-time(step-ix)
               MOVE SPACES TO sc-step-end-time(step-ix)
           END-PERFORM.

       start-step.
           IF sc-step-ended(step-found-ix)
               AND sc-step-rc(step-found-ix)
                   NOT > sc-step-max-rc(step-found-ix)
               SET stc-run-refused TO TRUE
               MOVE "STEP ALREADY COMPLETED - RERUN REFUSED"
                   TO refuse-reason
           END-IF
           IF stc-run-allowed AND sc-step-bypassed(step-found-ix)
               SET stc-run-refused TO TRUE
               MOVE "STEP WAS BYPASSED BY OPERATIONS" TO refuse-reason
           END-IF
           IF stc-run-allowed AND sc-step-running(step-found-ix)
               SET stc-run-refused TO TRUE
               MOVE "STEP IS RUNNING - RESET WITH STRMRST FIRST"
                   TO refuse-reason
           END-IF
           IF stc-run-allowed AND step-found-ix > 1
               COMPUTE prior-ix = step-found-ix - 1
               IF NOT sc-step-bypassed(prior-ix)
                   AND NOT (sc-step-ended(prior-ix)
                       AND sc-step-rc(prior-ix)
                           NOT > sc-step-max-rc(prior-ix))
                   SET stc-run-refused TO TRUE
                   STRING "PRIOR STEP " sc-step-name(prior-ix)
                       " HAS NOT ENDED ACCEPTABLY"
                       DELIMITED BY SIZE INTO refuse-reason
               END-IF
           END-IF
           IF stc-run-allowed
               SET sc-step-running(step-found-ix) TO TRUE
               MOVE 0 TO sc-step-rc(step-found-ix)
               MOVE current-time TO sc-step-start-time(step-found-ix)
               MOVE SPACES TO sc-step-end-time(step-found-ix)
               PERFORM store-stream-record
           END-IF.

       end-step.
           SET sc-step-ended(step-found-ix) TO TRUE
           MOVE stc-return-code TO sc-step-rc(step-found-ix)
           MOVE current-time TO sc-step-end-time(step-found-ix)
           PERFORM store-stream-record
           DISPLAY "STEPCTL: " stc-step-name " ENDED RC="
               stc-return-code " FOR " stream-run-date "/"
               stream-run-id.

       store-stream-record.
           IF stream-found
               REWRITE stream-control-record
                   INVALID KEY
                       SET stc-run-refused TO TRUE
                       STRING "STRMCTL REWRITE FAILED, STATUS="
                           sc-file-status
                           DELIMITED BY SIZE INTO refuse-reason
               END-REWRITE
           ELSE
               WRITE stream-control-record
                   INVALID KEY
                       SET stc-run-refused TO TRUE
                       STRING "STRMCTL WRITE FAILED, STATUS="
                           sc-file-status
                           DELIMITED BY SIZE INTO refuse-reason
               END-WRITE
               SET stream-found TO TRUE
           END-IF.
       END PROGRAM stepctl.
