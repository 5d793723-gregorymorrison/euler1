      * file built by glconsol - every detail remembers the run-id
      * and run-date of the header it arrived under, so acks match
      * and aging works across all of a day's runs
      *
      * the exceptions are counted by the run day they belong to - an
      * ack with no detail at all goes to the extract's own day - and
      * each run day's count is recorded against its period on the
      * period control master, replacing whatever an earlier match of
      * the same day recorded, so a day the GL has since put right
      * clears once its acks are matched again; the month-end close
      * will not close a period with a day still carrying exceptions
      * and a count that cannot be recorded ends the job with 4

       IDENTIFICATION DIVISION.
       PROGRAM-ID. glack.
           SELECT ack-file ASSIGN TO "ACKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ack-file-status.
           SELECT history-file ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hst-key
               ALTERNATE RECORD KEY IS hst-requestor-id
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS hst-threshold
                   WITH DUPLICATES
               FILE STATUS IS hist-file-status.
           SELECT exception-report-file ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rpt-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD  gl-file.
       01  gl-file-record         PIC X(80).

       FD  ack-file.
       01  ack-file-record        PIC X(46).

       FD  history-file.
       COPY eulhist.

       FD  exception-report-file.
       01  exception-report-record PIC X(80).

       WORKING-STORAGE SECTION.
       COPY glextr.
       COPY eulpctl.

       01  gl-file-status         PIC XX.
           88  gl-file-ok             VALUE "00".
       01  ack-file-eof-switch    PIC X VALUE "N".
           88  ack-file-eof           VALUE "Y".

       01  hist-file-status       PIC XX.
           88  hist-file-ok           VALUE "00".

       01  hist-run-end-switch    PIC X VALUE "N".
           88  hist-run-end           VALUE "Y".

       01  run-seen-switch        PIC X VALUE "N".
           88  run-seen               VALUE "Y".

       01  rpt-file-status        PIC XX.
           88  rpt-file-ok            VALUE "00".
       01  file-error-switch      PIC X VALUE "N".
           88  file-error             VALUE "Y".

       01  period-update-failed-switch PIC X VALUE "N".
           88  period-update-failed   VALUE "Y".

       01  ack-record-ws.
           05  ack-run-id             PIC X(8).
           05  ack-threshold          PIC 9(9).
       01  detail-max             PIC 9(4) VALUE 2000.
       01  det-ix                 PIC 9(4).
       01  det-found-ix           PIC 9(4).
       01  run-det-ix             PIC 9(4).
       01  detail-table-full-switch PIC X VALUE "N".
           88  detail-table-full      VALUE "Y".
       01  gl-detail-table.
       01  exception-count        PIC 9(5) VALUE 0.
       01  hist-stamped-count     PIC 9(5) VALUE 0.

      * exceptions by run day, every day on the extract included so
      * a clean day records its zero
       01  extract-run-date       PIC X(8) VALUE SPACES.
       01  exception-run-date     PIC X(8).
       01  xday-count             PIC 9(2) VALUE 0.
       01  xday-max               PIC 9(2) VALUE 31.
       01  xday-ix                PIC 9(2).
       01  xday-found-ix          PIC 9(2).
       01  exception-day-table.
           05  xday-entry OCCURS 31 TIMES.
               10  xday-run-date      PIC X(8).
               10  xday-exceptions    PIC 9(5).

       01  report-heading.
           05  FILLER                 PIC X(42) VALUE
               "GLACK - GL ACKNOWLEDGMENT EXCEPTION REPORT".
           PERFORM age-unacked-details
           PERFORM update-history
           PERFORM write-ack-totals
           IF hdr-found AND NOT file-error
               PERFORM record-period-exceptions
           END-IF
           CLOSE exception-report-file
      * a dataset that would not open means the match is unreliable
      * and the history may not have been stamped - the job fails the
      * same way glrecon holds posting
           IF file-error
               MOVE 8 TO RETURN-CODE
           ELSE
               IF exception-count = 0 AND NOT period-update-failed
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
           IF gl-file-record(1:1) = "H"
               MOVE gl-file-record TO gl-header-ws
               SET hdr-found TO TRUE
               IF extract-run-date = SPACES
                   MOVE gl-hdr-run-date TO extract-run-date
               END-IF
               MOVE gl-hdr-run-date TO exception-run-date
               PERFORM find-exception-day
           ELSE
               IF gl-file-record(1:1) = "D"
                   MOVE gl-file-record TO gl-detail-ws
           IF det-found-ix = 0
               ADD 1 TO unmatched-ack-count
               ADD 1 TO exception-count
               MOVE extract-run-date TO exception-run-date
               PERFORM count-day-exception
               MOVE "ACK WITHOUT MATCHING DETAIL" TO rpt-exc-text
               MOVE ack-run-id TO rpt-exc-run-id
               MOVE ack-threshold TO rpt-exc-threshold
           ELSE
               SET det-acked(det-found-ix) TO TRUE
               MOVE ack-doc-number TO det-doc-number(det-found-ix)
               MOVE det-run-date(det-found-ix) TO exception-run-date
               IF ack-posted-amount NOT = det-result(det-found-ix)
                   ADD 1 TO amount-mismatch-count
                   ADD 1 TO exception-count
                   PERFORM count-day-exception
                   MOVE "POSTED AMOUNT DISAGREES"
                       TO rpt-exc-text
                   MOVE ack-run-id TO rpt-exc-run-id
                       SET det-posted-ok(det-found-ix) TO TRUE
                   ELSE
                       ADD 1 TO exception-count
                       PERFORM count-day-exception
                       MOVE "REJECTED BY GL"
                           TO rpt-exc-text
                       MOVE ack-run-id TO rpt-exc-run-id
           IF run-age-days > age-limit-days
               ADD 1 TO aged-unacked-count
               ADD 1 TO exception-count
               MOVE det-run-date(det-ix) TO exception-run-date
               PERFORM count-day-exception
               MOVE "NO ACK RECEIVED - AGED" TO rpt-exc-text
               MOVE det-run-id(det-ix) TO rpt-exc-run-id
               MOVE det-threshold(det-ix) TO rpt-exc-threshold
               PERFORM write-exception-line
           END-IF.

      * the cumulative history is stamped in place; each run on the
      * extract has its history records browsed by key, and each
      * posted detail stamps its document number on the first
      * matching history record that has not already been stamped
      * this pass
       update-history.
           OPEN I-O history-file
           IF NOT hist-file-ok
               SET file-error TO TRUE
               DISPLAY "GLACK: UNABLE TO OPEN HISTFILE, STATUS="
                   hist-file-status
               MOVE "HISTFILE COULD NOT BE OPENED - NOT UPDATED"
                   TO rpt-message
               PERFORM write-message-line
           ELSE
               PERFORM VARYING run-det-ix FROM 1 BY 1
                   UNTIL run-det-ix > detail-count
                   PERFORM check-run-seen
                   IF NOT run-seen
                       PERFORM stamp-run-history
                   END-IF
               END-PERFORM
               CLOSE history-file
           END-IF.

      * a run arrives with one detail per threshold; only its first
      * detail starts a browse of the run's history
       check-run-seen.
           MOVE "N" TO run-seen-switch
           PERFORM VARYING det-ix FROM 1 BY 1
               UNTIL det-ix >= run-det-ix OR run-seen
               IF det-run-id(det-ix) = det-run-id(run-det-ix)
                   SET run-seen TO TRUE
               END-IF
           END-PERFORM.

       stamp-run-history.
           MOVE det-run-id(run-det-ix) TO hst-run-id
           MOVE 0 TO hst-record-seq
           MOVE "N" TO hist-run-end-switch
           START history-file KEY IS NOT LESS THAN hst-key
               INVALID KEY
                   SET hist-run-end TO TRUE
           END-START
           PERFORM UNTIL hist-run-end
               READ history-file NEXT RECORD
                   AT END
                       SET hist-run-end TO TRUE
                   NOT AT END
                       IF hst-run-id NOT = det-run-id(run-det-ix)
                           SET hist-run-end TO TRUE
                       ELSE
                           PERFORM stamp-one-history-record
                       END-IF
               END-READ
           END-PERFORM.

      * only a cleanly computed history record can be the one the GL
      * posted - a rejected record with the same threshold never made
      * it into the extract and must not take the stamp, and a record
      * glrev already stamped reversed must never be stamped back to
      * posted by a rerun still carrying the original extract and acks;
      * a record held back for want of an account mapping was never in
      * the extract either
       stamp-one-history-record.
           IF hst-status-ok AND NOT hst-posted AND NOT hst-reversed
               AND NOT hst-held
               MOVE 0 TO det-found-ix
               PERFORM VARYING det-ix FROM 1 BY 1
                   UNTIL det-ix > detail-count OR det-found-ix > 0
                   MOVE det-doc-number(det-found-ix)
                       TO hst-gl-doc-number
                   SET hst-posted TO TRUE
                   MOVE current-run-date TO hst-gl-ack-date
                   PERFORM rewrite-history-record
               END-IF
           END-IF.

       rewrite-history-record.
           REWRITE history-record-ws
               INVALID KEY
                   SET file-error TO TRUE
                   DISPLAY "GLACK: HISTFILE REWRITE FAILED, STATUS="
                       hist-file-status " KEY=" hst-key
               NOT INVALID KEY
                   ADD 1 TO hist-stamped-count
           END-REWRITE.

       find-exception-day.
           MOVE 0 TO xday-found-ix
           PERFORM VARYING xday-ix FROM 1 BY 1
               UNTIL xday-ix > xday-count OR xday-found-ix > 0
               IF xday-run-date(xday-ix) = exception-run-date
                   MOVE xday-ix TO xday-found-ix
               END-IF
           END-PERFORM
           IF xday-found-ix = 0
               IF xday-count < xday-max
                   ADD 1 TO xday-count
                   MOVE xday-count TO xday-found-ix
                   MOVE exception-run-date
                       TO xday-run-date(xday-found-ix)
                   MOVE 0 TO xday-exceptions(xday-found-ix)
               ELSE
                   IF NOT period-update-failed
                       SET period-update-failed TO TRUE
                       MOVE "MORE RUN DAYS THAN THE DAY TABLE HOLDS"
                           TO rpt-message
                       PERFORM write-message-line
                   END-IF
               END-IF
           END-IF.

       count-day-exception.
           PERFORM find-exception-day
           IF xday-found-ix > 0
               ADD 1 TO xday-exceptions(xday-found-ix)
           END-IF.

      * a closed period's days are history - its exceptions are
      * reported above but the period record is left as closed
       record-period-exceptions.
           PERFORM VARYING xday-ix FROM 1 BY 1
               UNTIL xday-ix > xday-count
               SET pdc-glack-day TO TRUE
               MOVE xday-run-date(xday-ix)(1:6) TO pdc-period
               MOVE xday-run-date(xday-ix)(7:2) TO pdc-day
               MOVE xday-exceptions(xday-ix) TO pdc-count
               MOVE 0 TO pdc-value
               CALL "perctl" USING period-check-area
               IF pdc-period-closed
                   MOVE SPACES TO rpt-message
                   STRING "PERIOD " pdc-period " IS CLOSED - DAY "
                       xday-run-date(xday-ix) " NOT RECORDED"
                       DELIMITED BY SIZE INTO rpt-message
                   PERFORM write-message-line
               ELSE
                   IF pdc-file-error
                       SET period-update-failed TO TRUE
                       DISPLAY "GLACK: DAY " xday-run-date(xday-ix)
                           " NOT RECORDED - " pdc-message
                       MOVE SPACES TO rpt-message
                       STRING "DAY " xday-run-date(xday-ix)
                           " NOT RECORDED - " pdc-message
                           DELIMITED BY SIZE INTO rpt-message
                       PERFORM write-message-line
                   END-IF
               END-IF
           END-PERFORM.

       write-exception-line.
           MOVE report-exception-line TO exception-report-record
           WRITE exception-report-record.
