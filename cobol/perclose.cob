      * month-end period close in COBOL
      *
      * this job closes a period on the PERIODCTL master only when
      * the period really is finished, so that no reversal, archive
      * or late run can change it afterwards:
      * every cleanly computed history record of the period posted
      * or reversed, no glack exceptions outstanding on any of the
      * period's run days as of glack's latest match, and chgback
      * produced for the period covering exactly the records and
      * posted value on history now - a chargeback run before a late
      * run or a reversal has to be produced again
      *
      * the first attempt moves the period from open to closing; an
      * attempt that finds a condition unmet lists every unmet
      * condition and leaves it closing, and the job is simply rerun
      * once they have been dealt with; a closed period keeps its
      * close package figures - run count, records, posted value,
      * reversed value and unposted count - frozen on its record, and
      * a rerun against it reprints the package without touching it
      *
      * parm: the YYYYMM period to close in columns 1-6
      *
      * the period's state and close package are rewritten here on
      * PERIODCTL directly - the one program that does not go
      * through perctl, which has no function that changes a
      * period's state
      *
      * PERIODCTL i-o  accounting period control master
      * HISTFILE  in   the cumulative history
      * CLOSERPT  out  close package report
      *
      * returns 0 when the period was closed, 4 when it was already
      * closed, 8 when it could not be closed

       IDENTIFICATION DIVISION.
       PROGRAM-ID. perclose.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT period-control-file ASSIGN TO "PERIODCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS pd-period
               FILE STATUS IS pd-file-status.
           SELECT history-file ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS hst-key
               ALTERNATE RECORD KEY IS hst-requestor-id
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS hst-threshold
                   WITH DUPLICATES
               FILE STATUS IS hist-file-status.
           SELECT close-report-file ASSIGN TO "CLOSERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rpt-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  period-control-file.
       COPY eulperd.

       FD  history-file.
       COPY eulhist.

       FD  close-report-file.
       01  close-report-record    PIC X(80).

       WORKING-STORAGE SECTION.

       01  pd-file-status         PIC XX.
           88  pd-file-ok             VALUE "00".

       01  pd-file-open-switch    PIC X VALUE "N".
           88  pd-file-open           VALUE "Y".

       01  hist-file-status       PIC XX.
           88  hist-file-ok           VALUE "00".

       01  hist-file-eof-switch   PIC X VALUE "N".
           88  hist-file-eof          VALUE "Y".

       01  rpt-file-status        PIC XX.
           88  rpt-file-ok            VALUE "00".

       01  close-refused-switch   PIC X VALUE "N".
           88  close-refused          VALUE "Y".

       01  close-held-switch      PIC X VALUE "N".
           88  close-held             VALUE "Y".

       01  already-closed-switch  PIC X VALUE "N".
           88  already-closed         VALUE "Y".

       01  parm-card              PIC X(80).
       01  parm-fields REDEFINES parm-card.
           05  parm-period            PIC X(6).
           05  FILLER                 PIC X(74).

       01  current-date-time      PIC X(21).
       01  close-date             PIC X(8).
       01  close-time             PIC X(6).

       01  history-read-count     PIC 9(9) VALUE 0.
       01  period-record-count    PIC 9(9) VALUE 0.
       01  period-rejected-count  PIC 9(9) VALUE 0.
       01  period-posted-value    PIC 9(18) VALUE 0.
       01  period-reversed-value  PIC 9(18) VALUE 0.
       01  period-unposted-count  PIC 9(9) VALUE 0.
       01  period-held-count      PIC 9(9) VALUE 0.
       01  exception-day-count    PIC 9(2) VALUE 0.
       01  exception-total        PIC 9(7) VALUE 0.
       01  day-ix                 PIC 9(2).

       01  run-table-full-switch  PIC X VALUE "N".
           88  run-table-full         VALUE "Y".
       01  run-count              PIC 9(4) VALUE 0.
       01  run-max                PIC 9(4) VALUE 2000.
       01  run-ix                 PIC 9(4).
       01  run-found-ix           PIC 9(4).
       01  run-table.
           05  run-entry-id           PIC X(8) OCCURS 2000 TIMES.

       01  status-text            PIC X(8).

       01  report-heading.
           05  FILLER                 PIC X(40) VALUE
               "PERCLOSE - MONTH-END CLOSE PACKAGE      ".
           05  FILLER                 PIC X(7) VALUE "PERIOD ".
           05  rpt-hdg-period         PIC X(6).
           05  FILLER                 PIC X(27) VALUE SPACES.

       01  report-status-line.
           05  FILLER                 PIC X(14) VALUE "PERIOD STATUS ".
           05  rpt-status-text        PIC X(8).
           05  FILLER                 PIC X(10) VALUE "  OPENED  ".
           05  rpt-opened-date        PIC X(8).
           05  FILLER                 PIC X(10) VALUE "  CLOSED  ".
           05  rpt-close-date         PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-close-time         PIC X(6).
           05  FILLER                 PIC X(15) VALUE SPACES.

       01  report-section-line.
           05  rpt-section-title      PIC X(80).

       01  report-figure-line.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  rpt-fig-text           PIC X(30).
           05  rpt-fig-value          PIC 9(18).
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  report-day-line.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(13) VALUE "GLACK RUN DAY".
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-day-period         PIC X(6).
           05  rpt-day-number         PIC 9(2).
           05  FILLER                 PIC X(12) VALUE "  EXCEPTIONS".
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-day-exceptions     PIC 9(5).
           05  FILLER                 PIC X(38) VALUE SPACES.

       01  report-message-line.
           05  rpt-message            PIC X(80).

       PROCEDURE DIVISION.
       main-logic.
           PERFORM initialize-close
           IF NOT close-refused
               PERFORM open-period-record
           END-IF
           IF NOT close-refused
               IF pd-closed
                   SET already-closed TO TRUE
                   MOVE "PERIOD ALREADY CLOSED - PACKAGE REPRINTED"
                       TO rpt-message
                   PERFORM write-message-line
               ELSE
                   PERFORM mark-period-closing
               END-IF
           END-IF
           IF NOT close-refused AND NOT already-closed
               PERFORM scan-period-history
           END-IF
           IF NOT close-refused AND NOT already-closed
               PERFORM check-close-conditions
               IF NOT close-held
                   PERFORM close-period
               END-IF
           END-IF
           IF NOT close-refused
               PERFORM write-close-package
           END-IF
           IF pd-file-open
               CLOSE period-control-file
           END-IF
           PERFORM write-close-result
           CLOSE close-report-file
           IF close-refused OR close-held
               MOVE 8 TO RETURN-CODE
           ELSE
               IF already-closed
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       initialize-close.
           ACCEPT parm-card FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO current-date-time
           MOVE current-date-time(1:8) TO close-date
           MOVE current-date-time(9:6) TO close-time

           OPEN OUTPUT close-report-file
           IF NOT rpt-file-ok
               DISPLAY "PERCLOSE: UNABLE TO OPEN CLOSERPT, STATUS="
                   rpt-file-status
           END-IF
           MOVE parm-period TO rpt-hdg-period
           MOVE report-heading TO close-report-record
           WRITE close-report-record

      * a close is never guessed at - no period, no close
           IF parm-period = SPACES OR parm-period IS NOT NUMERIC
               OR parm-period(5:2) < "01" OR parm-period(5:2) > "12"
               SET close-refused TO TRUE
               MOVE "PERIOD MISSING OR NOT YYYYMM - CLOSE REFUSED"
                   TO rpt-message
               PERFORM write-message-line
           END-IF.

       open-period-record.
           OPEN I-O period-control-file
           IF NOT pd-file-ok
               SET close-refused TO TRUE
               MOVE SPACES TO rpt-message
               STRING "UNABLE TO OPEN PERIODCTL, STATUS="
                   pd-file-status " - CLOSE REFUSED"
                   DELIMITED BY SIZE INTO rpt-message
               PERFORM write-message-line
           ELSE
               SET pd-file-open TO TRUE
               MOVE parm-period TO pd-period
               READ period-control-file
                   INVALID KEY
                       SET close-refused TO TRUE
                       MOVE SPACES TO rpt-message
                       STRING "PERIOD NOT ON PERIODCTL - NOTHING HAS "
                           "RUN IN IT"
                           DELIMITED BY SIZE INTO rpt-message
                       PERFORM write-message-line
               END-READ
           END-IF.

       mark-period-closing.
           IF pd-open
               SET pd-closing TO TRUE
               PERFORM store-period-record
               IF NOT close-refused
                   MOVE "PERIOD MARKED CLOSING" TO rpt-message
                   PERFORM write-message-line
               END-IF
           END-IF.

       scan-period-history.
           OPEN INPUT history-file
           IF NOT hist-file-ok
               SET close-refused TO TRUE
               MOVE SPACES TO rpt-message
               STRING "UNABLE TO OPEN HISTFILE, STATUS="
                   hist-file-status " - CLOSE REFUSED"
                   DELIMITED BY SIZE INTO rpt-message
               PERFORM write-message-line
           ELSE
               PERFORM UNTIL hist-file-eof
                   READ history-file
                       AT END
                           SET hist-file-eof TO TRUE
                       NOT AT END
                           ADD 1 TO history-read-count
                           IF hst-run-date(1:6) = parm-period
                               PERFORM tally-period-record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE history-file
           END-IF.

      * a record held back for want of an account mapping is as
      * unposted as one still waiting for its ack
       tally-period-record.
           ADD 1 TO period-record-count
           PERFORM tally-run
           IF NOT hst-status-ok
               ADD 1 TO period-rejected-count
           ELSE
               IF hst-posted
                   ADD hst-result TO period-posted-value
               ELSE
                   IF hst-reversed
                       ADD hst-result TO period-reversed-value
                   ELSE
                       ADD 1 TO period-unposted-count
                       IF hst-held
                           ADD 1 TO period-held-count
                       END-IF
                   END-IF
               END-IF
           END-IF.

       tally-run.
           MOVE 0 TO run-found-ix
           PERFORM VARYING run-ix FROM 1 BY 1
               UNTIL run-ix > run-count OR run-found-ix > 0
               IF run-entry-id(run-ix) = hst-run-id
                   MOVE run-ix TO run-found-ix
               END-IF
           END-PERFORM
           IF run-found-ix = 0
               IF run-count < run-max
                   ADD 1 TO run-count
                   MOVE hst-run-id TO run-entry-id(run-count)
               ELSE
      * the run count goes on the frozen package, so a short one
      * holds the close rather than being published
                   IF NOT run-table-full
                       SET run-table-full TO TRUE
                       SET close-held TO TRUE
                       MOVE SPACES TO rpt-message
                       STRING "MORE RUNS THAN THE RUN TABLE HOLDS - "
                           "RUN COUNT SHORT"
                           DELIMITED BY SIZE INTO rpt-message
                       PERFORM write-message-line
                   END-IF
               END-IF
           END-IF.

      * every unmet condition is listed, not just the first, so one
      * rerun after they are dealt with can close the period
       check-close-conditions.
           MOVE "CLOSE CONDITIONS" TO rpt-section-title
           MOVE report-section-line TO close-report-record
           WRITE close-report-record

           IF period-unposted-count > 0
               SET close-held TO TRUE
               MOVE SPACES TO rpt-message
               STRING "  NOT MET - " period-unposted-count
                   " RESULTS NEITHER POSTED NOR REVERSED"
                   DELIMITED BY SIZE INTO rpt-message
               PERFORM write-message-line
               IF period-held-count > 0
                   MOVE SPACES TO rpt-message
                   STRING "            " period-held-count
                       " OF THEM HELD FOR WANT OF A GL ACCOUNT"
                       DELIMITED BY SIZE INTO rpt-message
                   PERFORM write-message-line
               END-IF
           ELSE
               MOVE "  MET     - EVERY RESULT POSTED OR REVERSED"
                   TO rpt-message
               PERFORM write-message-line
           END-IF

           PERFORM VARYING day-ix FROM 1 BY 1 UNTIL day-ix > 31
               IF pd-day-exceptions(day-ix) > 0
                   ADD 1 TO exception-day-count
                   ADD pd-day-exceptions(day-ix) TO exception-total
               END-IF
           END-PERFORM
           IF exception-day-count > 0
               SET close-held TO TRUE
               MOVE SPACES TO rpt-message
               STRING "  NOT MET - " exception-total
                   " GLACK EXCEPTIONS OUTSTANDING ON "
                   exception-day-count " RUN DAY(S)"
                   DELIMITED BY SIZE INTO rpt-message
               PERFORM write-message-line
               PERFORM VARYING day-ix FROM 1 BY 1 UNTIL day-ix > 31
                   IF pd-day-exceptions(day-ix) > 0
                       MOVE parm-period TO rpt-day-period
                       MOVE day-ix TO rpt-day-number
                       MOVE pd-day-exceptions(day-ix)
                           TO rpt-day-exceptions
                       MOVE report-day-line TO close-report-record
                       WRITE close-report-record
                   END-IF
               END-PERFORM
           ELSE
               MOVE "  MET     - NO GLACK EXCEPTIONS OUTSTANDING"
                   TO rpt-message
               PERFORM write-message-line
           END-IF

           IF pd-chgback-date = SPACES
               SET close-held TO TRUE
               MOVE "  NOT MET - CHGBACK NOT PRODUCED FOR THE PERIOD"
                   TO rpt-message
               PERFORM write-message-line
           ELSE
               IF pd-chgback-count NOT = period-record-count
                   OR pd-chgback-value NOT = period-posted-value
                   SET close-held TO TRUE
                   MOVE SPACES TO rpt-message
                   STRING "  NOT MET - CHGBACK OF " pd-chgback-date
                       " NO LONGER MATCHES HISTORY - RERUN IT"
                       DELIMITED BY SIZE INTO rpt-message
                   PERFORM write-message-line
               ELSE
                   MOVE SPACES TO rpt-message
                   STRING "  MET     - CHGBACK PRODUCED "
                       pd-chgback-date
                       DELIMITED BY SIZE INTO rpt-message
                   PERFORM write-message-line
               END-IF
           END-IF.

       close-period.
           SET pd-closed TO TRUE
           MOVE close-date TO pd-close-date
           MOVE close-time TO pd-close-time
           MOVE run-count TO pd-run-count
           MOVE period-record-count TO pd-record-count
           MOVE period-posted-value TO pd-posted-value
           MOVE period-reversed-value TO pd-reversed-value
           MOVE period-unposted-count TO pd-unposted-count
           PERFORM store-period-record.

       store-period-record.
           REWRITE period-control-record
               INVALID KEY
                   SET close-refused TO TRUE
                   MOVE SPACES TO rpt-message
                   STRING "PERIODCTL REWRITE FAILED, STATUS="
                       pd-file-status
                       DELIMITED BY SIZE INTO rpt-message
                   PERFORM write-message-line
           END-REWRITE.

      * a closed period prints its frozen figures; one still open or
      * closing prints what history shows today
       write-close-package.
           EVALUATE TRUE
               WHEN pd-closed
                   MOVE "CLOSED  " TO status-text
               WHEN pd-closing
                   MOVE "CLOSING " TO status-text
               WHEN OTHER
                   MOVE "OPEN    " TO status-text
           END-EVALUATE
           MOVE status-text TO rpt-status-text
           MOVE pd-opened-date TO rpt-opened-date
           MOVE pd-close-date TO rpt-close-date
           MOVE pd-close-time TO rpt-close-time
           MOVE report-status-line TO close-report-record
           WRITE close-report-record

           MOVE "CLOSE PACKAGE" TO rpt-section-title
           MOVE report-section-line TO close-report-record
           WRITE close-report-record
           IF NOT pd-closed
               MOVE run-count TO pd-run-count
               MOVE period-record-count TO pd-record-count
               MOVE period-posted-value TO pd-posted-value
               MOVE period-reversed-value TO pd-reversed-value
               MOVE period-unposted-count TO pd-unposted-count
           END-IF
           MOVE "RUNS                          " TO rpt-fig-text
           MOVE pd-run-count TO rpt-fig-value
           PERFORM write-figure-line
           MOVE "HISTORY RECORDS               " TO rpt-fig-text
           MOVE pd-record-count TO rpt-fig-value
           PERFORM write-figure-line
           MOVE "POSTED VALUE                  " TO rpt-fig-text
           MOVE pd-posted-value TO rpt-fig-value
           PERFORM write-figure-line
           MOVE "REVERSED VALUE                " TO rpt-fig-text
           MOVE pd-reversed-value TO rpt-fig-value
           PERFORM write-figure-line
           MOVE "UNPOSTED COUNT                " TO rpt-fig-text
           MOVE pd-unposted-count TO rpt-fig-value
           PERFORM write-figure-line.

       write-figure-line.
           MOVE report-figure-line TO close-report-record
           WRITE close-report-record.

       write-close-result.
           EVALUATE TRUE
               WHEN close-refused
                   MOVE "PERIOD NOT CLOSED - CLOSE REFUSED"
                       TO rpt-message
               WHEN close-held
                   MOVE SPACES TO rpt-message
                   STRING "PERIOD NOT CLOSED - LEFT CLOSING UNTIL "
                       "EVERY CONDITION IS MET"
                       DELIMITED BY SIZE INTO rpt-message
               WHEN already-closed
                   MOVE "PERIOD WAS ALREADY CLOSED - NOTHING CHANGED"
                       TO rpt-message
               WHEN OTHER
                   MOVE "PERIOD CLOSED" TO rpt-message
           END-EVALUATE
           DISPLAY "PERCLOSE: " parm-period " " rpt-message
           PERFORM write-message-line
           DISPLAY "PERCLOSE: HISTORY READ=" history-read-count
               " PERIOD RECORDS=" period-record-count
               " RUNS=" run-count
               " UNPOSTED=" period-unposted-count.

       write-message-line.
           MOVE report-message-line TO close-report-record
           WRITE close-report-record
           MOVE SPACES TO rpt-message.
       END PROGRAM perclose.
