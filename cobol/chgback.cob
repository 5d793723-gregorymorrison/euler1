      * a requestor id on history that is not on the master rolls up
      * under cost-center "??????" so unbillable usage is visible
      * instead of silently dropped
      *
      * a run for a single period is stamped on the period control
      * master with the records it covered and the posted value it
      * reported, which the month-end close checks the chargeback
      * against; a closed period is reported but not stamped again,
      * and a stamp that cannot be recorded ends the job with 4 - as
      * does a report whose requestor or cost-center table filled,
      * which is never stamped

       IDENTIFICATION DIVISION.
       PROGRAM-ID. chgback.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT history-file ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS hst-key
               ALTERNATE RECORD KEY IS hst-requestor-id
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS hst-threshold
                   WITH DUPLICATES
               FILE STATUS IS hist-file-status.
           SELECT requestor-file ASSIGN TO "REQMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  history-file.
       COPY eulhist.

       FD  requestor-file.
       01  requestor-file-record  PIC X(30).
       01  chargeback-report-record PIC X(80).

       WORKING-STORAGE SECTION.
       COPY reqmstr.
       COPY eulpctl.

       01  hist-file-status       PIC XX.
           88  hist-file-ok           VALUE "00".
       01  hist-file-eof-switch   PIC X VALUE "N".
           88  hist-file-eof          VALUE "Y".

       01  hist-file-missing-switch PIC X VALUE "N".
           88  hist-file-missing      VALUE "Y".

       01  period-stamp-failed-switch PIC X VALUE "N".
           88  period-stamp-failed    VALUE "Y".

       01  rqm-file-status        PIC XX.
           88  rqm-file-ok            VALUE "00".

           PERFORM write-requestor-section
           PERFORM write-cost-center-section
           PERFORM write-total-section
           IF parm-period NOT = SPACES AND NOT hist-file-missing
               IF req-table-full OR cc-table-full
                   PERFORM refuse-period-stamp
               ELSE
                   PERFORM stamp-period-control
               END-IF
           END-IF
           CLOSE chargeback-report-file
           IF period-stamp-failed
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       initialize-report.
               MOVE "HISTFILE COULD NOT BE OPENED" TO rpt-message
               PERFORM write-message-line
               SET hist-file-eof TO TRUE
               SET hist-file-missing TO TRUE
           END-IF
           PERFORM UNTIL hist-file-eof
               READ history-file
                       SET hist-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO history-read-count
                       IF parm-period = SPACES
                           OR hst-run-date(1:6) = parm-period
                           PERFORM tally-history-record
               CLOSE history-file
           END-IF.

      * the period totals take every selected record, so they stay
      * whole even when a requestor cannot be given a table entry
       tally-history-record.
           ADD 1 TO selected-count
           ADD 1 TO total-requested
           IF hst-status-ok
               ADD 1 TO total-accepted
           ELSE
               ADD 1 TO total-rejected
           END-IF
      * only value the GL actually acknowledged is billable - an
      * accepted threshold still waiting for its ack shows in the
      * accepted count but not in the posted value
           IF hst-posted
               ADD hst-result TO total-posted-value
           END-IF
           PERFORM find-usage-entry
           IF req-found-ix > 0
               ADD 1 TO req-requested(req-found-ix)
               IF hst-status-ok
                   ADD 1 TO req-accepted(req-found-ix)
               ELSE
                   ADD 1 TO req-rejected(req-found-ix)
               END-IF
               IF hst-posted
                   ADD hst-result TO req-posted-value(req-found-ix)
               END-IF
           END-IF.

               " COST CENTERS=" cc-count
               " POSTED VALUE=" total-posted-value.

      * a report that could not read the history proves nothing
      * about the period and is never stamped
       stamp-period-control.
           SET pdc-stamp-chgback TO TRUE
           MOVE parm-period TO pdc-period
           MOVE 0 TO pdc-day
           MOVE selected-count TO pdc-count
           MOVE total-posted-value TO pdc-value
           CALL "perctl" USING period-check-area
           IF pdc-period-closed
               MOVE "PERIOD IS CLOSED - CHARGEBACK NOT RESTAMPED"
                   TO rpt-message
               PERFORM write-message-line
           ELSE
               IF pdc-file-error
                   SET period-stamp-failed TO TRUE
                   DISPLAY "CHGBACK: PERIOD " parm-period
                       " NOT STAMPED - " pdc-message
                   MOVE SPACES TO rpt-message
                   STRING "PERIOD NOT STAMPED - " pdc-message
                       DELIMITED BY SIZE INTO rpt-message
                   PERFORM write-message-line
               END-IF
           END-IF.

      * a report whose requestor or cost-center breakdown is short
      * cannot be billed from, so it is not the period's chargeback
       refuse-period-stamp.
           SET period-stamp-failed TO TRUE
           DISPLAY "CHGBACK: PERIOD " parm-period
               " NOT STAMPED - FIGURES ARE INCOMPLETE"
           MOVE "PERIOD NOT STAMPED - FIGURES ARE INCOMPLETE"
               TO rpt-message
           PERFORM write-message-line.

       write-message-line.
           MOVE report-message-line TO chargeback-report-record
           WRITE chargeback-report-record
