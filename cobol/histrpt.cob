      * results history trend report in COBOL
      *
      * reads the cumulative HISTFILE that myTest writes and
      * produces the month-end numbers management asks for at close:
      * runs and volume per day, thresholds processed, total posted
      * value, rejects by status code, and a variance listing that
      * flags a threshold/divisor combination whose result differs
      * from the last time it was computed - the clean results are
      * sorted by combination and then by run date and time, so the
      * last time is the computation that ran before it whatever its
      * run-id (ad hoc, reversal or converted runs do not sort by
      * run-id); pass a YYYYMM period on the command line to limit
      * the report, or nothing for all dates
      *
      * a run for a single period is stamped on the period control
      * master with the records it covered, so histarch knows the
      * month's trend figures were produced before it archives the
      * month; a closed period is reported but not stamped again, and
      * a stamp that cannot be recorded ends the job with 4 - as does
      * a report whose day or run table filled, which is never stamped

       IDENTIFICATION DIVISION.
       PROGRAM-ID. histrpt.
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
           SELECT variance-sort-file ASSIGN TO "SORTWK1".
           SELECT trend-report-file ASSIGN TO "TRENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rpt-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD  history-file.
       COPY eulhist.

      * one clean result per record, in the order the variance
      * listing compares them
       SD  variance-sort-file.
       01  variance-sort-record.
           05  vs-threshold           PIC 9(9).
           05  vs-divisor-count       PIC 9(2).
           05  vs-divisors            PIC X(30).
           05  vs-run-date            PIC X(8).
           05  vs-run-time            PIC X(6).
           05  vs-run-id              PIC X(8).
           05  vs-record-seq          PIC 9(5).
           05  vs-result              PIC 9(18).

       FD  trend-report-file.
       01  trend-report-record    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY eulpctl.

       01  hist-file-status       PIC XX.
           88  hist-file-ok           VALUE "00".
       01  hist-file-eof-switch   PIC X VALUE "N".
           88  hist-file-eof          VALUE "Y".

       01  hist-file-missing-switch PIC X VALUE "N".
           88  hist-file-missing      VALUE "Y".

       01  period-stamp-failed-switch PIC X VALUE "N".
           88  period-stamp-failed    VALUE "Y".

       01  rpt-file-status        PIC XX.
           88  rpt-file-ok            VALUE "00".

       01  status-ix              PIC 9(2).
       01  status-found-ix        PIC 9(2).

       01  variance-sort-eof-switch PIC X VALUE "N".
           88  variance-sort-eof      VALUE "Y".

      * the computation before the one being compared
       01  prior-variance-key.
           05  prior-threshold        PIC 9(9).
           05  prior-divisor-count    PIC 9(2).
           05  prior-divisors         PIC X(30).
       01  prior-result           PIC 9(18).
       01  prior-run-id           PIC X(8).
       01  prior-found-switch     PIC X VALUE "N".
           88  prior-found            VALUE "Y".

       01  variance-found-count   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       main-logic.
           PERFORM initialize-report
           SORT variance-sort-file
               ON ASCENDING KEY vs-threshold vs-divisor-count
                   vs-divisors vs-run-date vs-run-time vs-run-id
                   vs-record-seq
               INPUT PROCEDURE IS read-history-file
               OUTPUT PROCEDURE IS list-variances
           PERFORM write-variance-summary
           PERFORM write-day-section
           PERFORM write-total-section
           PERFORM write-status-section
           IF parm-period NOT = SPACES AND NOT hist-file-missing
               IF day-table-full OR run-table-full
                   PERFORM refuse-period-stamp
               ELSE
                   PERFORM stamp-period-control
               END-IF
           END-IF
           CLOSE trend-report-file
           IF period-stamp-failed
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       initialize-report.
               DISPLAY "HISTRPT: UNABLE TO OPEN HISTFILE, STATUS="
                   hist-file-status
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
               ADD 1 TO status-entry-count(status-found-ix)
           END-IF.

      * a rejected record carries no comparable result, so only clean
      * computations take part in the variance match
       check-variance.
           IF hst-status-ok
               MOVE hst-threshold TO vs-threshold
               MOVE hst-divisor-count TO vs-divisor-count
               MOVE hst-divisor-table TO vs-divisors
               MOVE hst-run-date TO vs-run-date
               MOVE hst-run-time TO vs-run-time
               MOVE hst-run-id TO vs-run-id
               MOVE hst-record-seq TO vs-record-seq
               MOVE hst-result TO vs-result
               RELEASE variance-sort-record
           END-IF.

       list-variances.
           PERFORM UNTIL variance-sort-eof
               RETURN variance-sort-file
                   AT END
                       SET variance-sort-eof TO TRUE
                   NOT AT END
                       PERFORM compare-with-prior
               END-RETURN
           END-PERFORM.

       compare-with-prior.
           IF prior-found
               AND prior-threshold = vs-threshold
               AND prior-divisor-count = vs-divisor-count
               AND prior-divisors = vs-divisors
               IF prior-result NOT = vs-result
                   PERFORM write-variance-line
               END-IF
           ELSE
               SET prior-found TO TRUE
               MOVE vs-threshold TO prior-threshold
               MOVE vs-divisor-count TO prior-divisor-count
               MOVE vs-divisors TO prior-divisors
           END-IF
           MOVE vs-result TO prior-result
           MOVE vs-run-id TO prior-run-id.

       write-variance-line.
           ADD 1 TO variance-found-count
           MOVE vs-threshold TO rpt-var-threshold
           MOVE vs-divisor-count TO rpt-var-divisor-count
           MOVE vs-divisors TO rpt-var-divisors
           MOVE report-variance-line-1 TO trend-report-record
           WRITE trend-report-record
           MOVE prior-result TO rpt-var-last-result
           MOVE prior-run-id TO rpt-var-last-run-id
           MOVE vs-result TO rpt-var-result
           MOVE vs-run-id TO rpt-var-run-id
           MOVE report-variance-line-2 TO trend-report-record
           WRITE trend-report-record.

               MOVE report-status-line TO trend-report-record
               WRITE trend-report-record
           END-PERFORM.

      * a report that could not read the history proves nothing
      * about the period and is never stamped
       stamp-period-control.
           SET pdc-stamp-histrpt TO TRUE
           MOVE parm-period TO pdc-period
           MOVE 0 TO pdc-day
           MOVE selected-count TO pdc-count
           MOVE 0 TO pdc-value
           CALL "perctl" USING period-check-area
           IF pdc-period-closed
               MOVE "PERIOD IS CLOSED - TREND REPORT NOT RESTAMPED"
                   TO rpt-message
               MOVE report-message-line TO trend-report-record
               WRITE trend-report-record
           ELSE
               IF pdc-file-error
                   SET period-stamp-failed TO TRUE
                   DISPLAY "HISTRPT: PERIOD " parm-period
                       " NOT STAMPED - " pdc-message
                   MOVE SPACES TO rpt-message
                   STRING "PERIOD NOT STAMPED - " pdc-message
                       DELIMITED BY SIZE INTO rpt-message
                   MOVE report-message-line TO trend-report-record
                   WRITE trend-report-record
               END-IF
           END-IF.

      * a report marked incomplete is not the month's trend report,
      * so histarch must not take it as produced
       refuse-period-stamp.
           SET period-stamp-failed TO TRUE
           DISPLAY "HISTRPT: PERIOD " parm-period
               " NOT STAMPED - FIGURES ARE INCOMPLETE"
           MOVE "PERIOD NOT STAMPED - FIGURES ARE INCOMPLETE"
               TO rpt-message
           MOVE report-message-line TO trend-report-record
           WRITE trend-report-record.
       END PROGRAM histrpt.
