      * nightly stream status report in COBOL
      *
      * answers the on-call question "what has run tonight and what
      * has not" from the STRMCTL step-control master instead of the
      * scheduler's job logs: every step of the stream with its
      * state, return code and start/end times, followed by the
      * step a restart would resume at; pass a run date and run-id
      * (YYYYMMDD then the run-id) for one stream, a run date alone
      * for every stream of that date, or nothing for tonight's
      * stream as named on runprep's PARMOUT card
      *
      * STRMCTL  in   stream step-control master
      * PARMOUT  in   tonight's parm card from runprep
      * STRMRPT  out  stream status report
      *
      * returns 0 when every reported stream is complete, 4 when a
      * stream is still open or has a failed step, 8 when nothing
      * could be reported

       IDENTIFICATION DIVISION.
       PROGRAM-ID. strmrpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT stream-control-file ASSIGN TO "STRMCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sc-key
               FILE STATUS IS sc-file-status.
           SELECT parm-in-file ASSIGN TO "PARMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parm-in-status.
           SELECT stream-report-file ASSIGN TO "STRMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rpt-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  stream-control-file.
       COPY eulstrm.

       FD  parm-in-file.
       01  parm-in-record         PIC X(80).

       FD  stream-report-file.
       01  stream-report-record   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY eulparm.

       01  sc-file-status         PIC XX.
           88  sc-file-ok             VALUE "00".

       01  sc-file-eof-switch     PIC X VALUE "N".
           88  sc-file-eof            VALUE "Y".

       01  parm-in-status         PIC XX.
           88  parm-in-ok             VALUE "00".

       01  rpt-file-status        PIC XX.
           88  rpt-file-ok            VALUE "00".

       01  report-bad-switch      PIC X VALUE "N".
           88  report-bad             VALUE "Y".

       01  inq-card               PIC X(80).
       01  inq-fields REDEFINES inq-card.
           05  inq-run-date           PIC X(8).
           05  inq-run-id             PIC X(8).
           05  FILLER                 PIC X(64).

       01  reported-count         PIC 9(5) VALUE 0.
       01  open-stream-count      PIC 9(5) VALUE 0.
       01  step-ix                PIC 9(2).
       01  resume-ix              PIC 9(2).

       01  report-heading.
           05  FILLER                 PIC X(40) VALUE
               "STRMRPT - NIGHTLY STREAM STATUS         ".
           05  FILLER                 PIC X(40) VALUE SPACES.

       01  report-stream-line.
           05  FILLER                 PIC X(7) VALUE "STREAM ".
           05  rpt-run-date           PIC X(8).
           05  FILLER                 PIC X(1) VALUE "/".
           05  rpt-run-id             PIC X(8).
           05  FILLER                 PIC X(8) VALUE "  OPENED".
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-opened-time        PIC X(6).
           05  FILLER                 PIC X(11) VALUE "  RESTARTS ".
           05  rpt-restart-count      PIC 9(2).
           05  FILLER                 PIC X(28) VALUE SPACES.

       01  report-step-line.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  rpt-step-name          PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  rpt-step-state         PIC X(12).
           05  FILLER                 PIC X(4) VALUE " RC ".
           05  rpt-step-rc            PIC X(2).
           05  FILLER                 PIC X(8) VALUE "  START ".
           05  rpt-step-start         PIC X(6).
           05  FILLER                 PIC X(6) VALUE "  END ".
           05  rpt-step-end           PIC X(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  rpt-step-note          PIC X(20).

       01  report-message-line.
           05  rpt-message            PIC X(80).

       PROCEDURE DIVISION.
       main-logic.
           ACCEPT inq-card FROM COMMAND-LINE

           OPEN OUTPUT stream-report-file
           IF NOT rpt-file-ok
               DISPLAY "STRMRPT: UNABLE TO OPEN STRMRPT, STATUS="
                   rpt-file-status
           END-IF
           MOVE report-heading TO stream-report-record
           WRITE stream-report-record

           IF inq-run-date = SPACES
               PERFORM find-tonights-stream
           END-IF

           IF NOT report-bad
               OPEN INPUT stream-control-file
               IF NOT sc-file-ok
                   SET report-bad TO TRUE
                   DISPLAY "STRMRPT: UNABLE TO OPEN STRMCTL, STATUS="
                       sc-file-status
                   MOVE "STREAM CONTROL MASTER COULD NOT BE OPENED"
                       TO rpt-message
                   PERFORM write-message-line
               ELSE
                   IF inq-run-id NOT = SPACES
                       PERFORM report-one-stream-key
                   ELSE
                       PERFORM report-streams-for-date
                   END-IF
                   CLOSE stream-control-file
               END-IF
           END-IF

           IF reported-count = 0 AND NOT report-bad
               SET report-bad TO TRUE
               MOVE "NO STREAM ON THE CONTROL MASTER FOR THAT DATE/RUN"
                   TO rpt-message
               PERFORM write-message-line
           END-IF
           CLOSE stream-report-file
           DISPLAY "STRMRPT: STREAMS=" reported-count
               " OPEN=" open-stream-count
           IF report-bad
               MOVE 8 TO RETURN-CODE
           ELSE
               IF open-stream-count > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       find-tonights-stream.
           OPEN INPUT parm-in-file
           IF NOT parm-in-ok
               SET report-bad TO TRUE
               DISPLAY "STRMRPT: UNABLE TO OPEN PARMOUT, STATUS="
                   parm-in-status
               MOVE "NO RUN DATE GIVEN AND PARMOUT UNAVAILABLE"
                   TO rpt-message
               PERFORM write-message-line
           ELSE
               MOVE SPACES TO parm-card
               READ parm-in-file INTO parm-card
                   AT END
                       MOVE SPACES TO parm-card
               END-READ
               CLOSE parm-in-file
               IF parm-stream-date = SPACES
                   SET report-bad TO TRUE
                   MOVE "PARMOUT CARD WAS NOT BUILT BY RUNPREP"
                       TO rpt-message
                   PERFORM write-message-line
               ELSE
                   MOVE parm-stream-date TO inq-run-date
                   MOVE parm-run-id TO inq-run-id
               END-IF
           END-IF.

       report-one-stream-key.
           MOVE inq-run-date TO sc-run-date
           MOVE inq-run-id TO sc-run-id
           READ stream-control-file
               INVALID KEY
                   DISPLAY "STRMRPT: NO STREAM " inq-run-date "/"
                       inq-run-id " ON STRMCTL"
               NOT INVALID KEY
                   PERFORM report-one-stream
           END-READ.

       report-streams-for-date.
           MOVE inq-run-date TO sc-run-date
           MOVE LOW-VALUES TO sc-run-id
           START stream-control-file KEY NOT < sc-key
               INVALID KEY
                   SET sc-file-eof TO TRUE
           END-START
           PERFORM UNTIL sc-file-eof
               READ stream-control-file NEXT RECORD
                   AT END
                       SET sc-file-eof TO TRUE
                   NOT AT END
                       IF sc-run-date = inq-run-date
                           PERFORM report-one-stream
                       ELSE
                           SET sc-file-eof TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       report-one-stream.
           ADD 1 TO reported-count
           MOVE 0 TO resume-ix
           MOVE SPACES TO stream-report-record
           WRITE stream-report-record
           MOVE sc-run-date TO rpt-run-date
           MOVE sc-run-id TO rpt-run-id
           MOVE sc-opened-time TO rpt-opened-time
           MOVE sc-restart-count TO rpt-restart-count
           MOVE report-stream-line TO stream-report-record
           WRITE stream-report-record
           PERFORM VARYING step-ix FROM 1 BY 1
               UNTIL step-ix > sc-step-count
               PERFORM report-one-step
           END-PERFORM
           IF resume-ix = 0
               MOVE "  STREAM COMPLETE" TO rpt-message
           ELSE
               ADD 1 TO open-stream-count
               MOVE SPACES TO rpt-message
               STRING "  STREAM OPEN - NEXT / RESTART STEP IS "
                   sc-step-name(resume-ix)
                   DELIMITED BY SIZE INTO rpt-message
           END-IF
           PERFORM write-message-line
           DISPLAY "STRMRPT: " sc-run-date "/" sc-run-id
               " " rpt-message.

       report-one-step.
           MOVE sc-step-name(step-ix) TO rpt-step-name
           MOVE SPACES TO rpt-step-rc
           MOVE SPACES TO rpt-step-note
           MOVE sc-step-start-time(step-ix) TO rpt-step-start
           MOVE sc-step-end-time(step-ix) TO rpt-step-end
           EVALUATE TRUE
               WHEN sc-step-not-started(step-ix)
                   MOVE "NOT STARTED" TO rpt-step-state
               WHEN sc-step-running(step-ix)
                   MOVE "RUNNING" TO rpt-step-state
                   MOVE "NO END LOGGED" TO rpt-step-note
               WHEN sc-step-bypassed(step-ix)
                   MOVE "BYPASSED" TO rpt-step-state
               WHEN sc-step-ended(step-ix)
                   MOVE "ENDED" TO rpt-step-state
                   MOVE sc-step-rc(step-ix) TO rpt-step-rc
                   IF sc-step-rc(step-ix) > sc-step-max-rc(step-ix)
                       MOVE "*** FAILED ***" TO rpt-step-note
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN" TO rpt-step-state
           END-EVALUATE
      * the first step that has neither ended acceptably nor been
      * bypassed is where the stream goes on from
           IF resume-ix = 0
               AND NOT sc-step-bypassed(step-ix)
               AND NOT (sc-step-ended(step-ix)
                   AND sc-step-rc(step-ix)
                       NOT > sc-step-max-rc(step-ix))
               MOVE step-ix TO resume-ix
           END-IF
           MOVE report-step-line TO stream-report-record
           WRITE stream-report-record.

       write-message-line.
           MOVE report-message-line TO stream-report-record
           WRITE stream-report-record
           MOVE SPACES TO rpt-message.
       END PROGRAM strmrpt.
