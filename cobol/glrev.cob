      * posted), writes a reversing extract under its own reversal
      * run-id with the usual header and trailer, writes a matching
      * audit-format file so the reversal balances through glrecon
      * exactly like a normal run, and stamps the affected history
      * records reversed in place so histrpt's posted totals and the
      * chargeback figures stop counting the backed-out value; the GL
      * team books each "R" detail as a credit against the original
      * document number it carries, and their acks flow back through
      * the normal glack match against this extract; each "R"
      * detail carries the GL account and offset account the
      * original was booked to, and the reversal extract carries
      * the same account subtotals ahead of its trailer as a
      * normal run's extract
      *
      * a closed accounting period is frozen: a run whose period is
      * closed on the period control master cannot be reversed, and
      * no reversal is produced at all while today's period - the
      * one the reversal itself posts into - is closed
      *
      * parm: the run-id to reverse in columns 1-8, optionally the
      * reversal run-id in columns 9-16 (default RV + the last six
      * characters of the original)
      *
      * HISTFILE i-o  the cumulative history, the run's records
      *               stamped "V"
      * REVEXTR  out  the reversing extract, GLEXTRACT layout
      * REVAUDIT out  audit records for the reversal, AUDITRPT layout
      * REVRPT   out  reversal report
      *
      * returns 0 when a reversal was produced and 8 when it was not
      * - no posted records, an unknown run, a closed period, or a
      * dataset problem; the history is only stamped once the whole
      * reversal has been built clean, and on 8 nothing may be sent
      * to the GL

       IDENTIFICATION DIVISION.
       PROGRAM-ID. glrev.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT history-file ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hst-key
               ALTERNATE RECORD KEY IS hst-requestor-id
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS hst-threshold
                   WITH DUPLICATES
               FILE STATUS IS hist-file-status.
           SELECT reversal-file ASSIGN TO "REVEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rev-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  history-file.
       COPY eulhist.

       FD  reversal-file.
       01  reversal-file-record   PIC X(80).

       FD  reversal-audit-file.
       01  reversal-audit-record  PIC X(410).

       FD  reversal-report-file.
       01  reversal-report-record PIC X(80).

       WORKING-STORAGE SECTION.
       COPY glextr.
       COPY eulaudit.
       COPY eulpctl.

       01  hist-file-status       PIC XX.
           88  hist-file-ok           VALUE "00".

       01  hist-run-end-switch    PIC X VALUE "N".
           88  hist-run-end           VALUE "Y".

       01  rev-file-status        PIC XX.
           88  rev-file-ok            VALUE "00".
       01  parm-error-switch      PIC X VALUE "N".
           88  parm-error             VALUE "Y".

       01  period-locked-switch   PIC X VALUE "N".
           88  period-locked          VALUE "Y".

       01  parm-card              PIC X(80).
       01  parm-fields REDEFINES parm-card.
           05  parm-target-run-id     PIC X(8).
       01  reversal-date          PIC X(8).
       01  reversal-time          PIC X(6).

       01  target-seen-count      PIC 9(9) VALUE 0.
       01  stamped-count          PIC 9(9) VALUE 0.
       01  already-reversed-count PIC 9(9) VALUE 0.
       01  reversed-count         PIC 9(9) VALUE 0.
       01  reversed-sum           PIC 9(18) VALUE 0.

       01  act-count              PIC 9(3) VALUE 0.
       01  act-max                PIC 9(3) VALUE 100.
       01  act-ix                 PIC 9(3).
       01  act-found-ix           PIC 9(3).
       01  account-total-table.
           05  act-entry OCCURS 100 TIMES.
               10  act-gl-account     PIC X(10).
               10  act-offset-account PIC X(10).
               10  act-record-count   PIC 9(9).
               10  act-control-sum    PIC 9(18).

       01  report-heading.
           05  FILLER                 PIC X(30) VALUE
               "GLREV - GL REVERSAL GENERATOR ".
       PROCEDURE DIVISION.
       main-logic.
           PERFORM initialize-reversal
           IF NOT parm-error AND NOT file-error AND NOT period-locked
               PERFORM write-reversal-header
               PERFORM process-history
               PERFORM write-reversal-trailer
               IF NOT file-error AND NOT period-locked
                   AND reversed-count > 0
                   PERFORM stamp-reversed-history
               END-IF
               PERFORM close-reversal-files
           END-IF
           PERFORM write-reversal-result
           CLOSE reversal-report-file
           IF parm-error OR file-error OR period-locked
               OR reversed-count = 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           IF parm-error
               PERFORM write-message-line
           ELSE
               PERFORM check-reversal-period
               IF NOT period-locked
                   PERFORM open-reversal-files
               END-IF
           END-IF.

      * the reversal posts into today's period, which is opened on
      * the period control master if this is its first activity
       check-reversal-period.
           SET pdc-register TO TRUE
           MOVE reversal-date(1:6) TO pdc-period
           MOVE 0 TO pdc-day
           MOVE 0 TO pdc-count
           MOVE 0 TO pdc-value
           CALL "perctl" USING period-check-area
           IF pdc-period-closed OR pdc-file-error
               PERFORM refuse-locked-period
           END-IF.

      * a run from before the period control master existed has no
      * period record and is not locked
       check-target-period.
           SET pdc-check TO TRUE
           MOVE hst-run-date(1:6) TO pdc-period
           MOVE 0 TO pdc-day
           MOVE 0 TO pdc-count
           MOVE 0 TO pdc-value
           CALL "perctl" USING period-check-area
           IF pdc-period-closed OR pdc-file-error
               PERFORM refuse-locked-period
           END-IF.

       refuse-locked-period.
           SET period-locked TO TRUE
           MOVE SPACES TO rpt-message
           IF pdc-period-closed
               STRING "PERIOD " pdc-period " IS CLOSED - REVERSAL "
                   "REFUSED, HOLD ALL"
                   DELIMITED BY SIZE INTO rpt-message
           ELSE
               STRING "PERIOD " pdc-period " NOT VERIFIED - "
                   pdc-message
                   DELIMITED BY SIZE INTO rpt-message
           END-IF
           DISPLAY "GLREV: " rpt-message
           PERFORM write-message-line.

       open-reversal-files.
           OPEN I-O history-file
           IF NOT hist-file-ok
               SET file-error TO TRUE
               DISPLAY "GLREV: UNABLE TO OPEN HISTFILE, STATUS="
                   hist-file-status
               MOVE "HISTFILE COULD NOT BE OPENED" TO rpt-message
               PERFORM write-message-line
           ELSE
               OPEN OUTPUT reversal-file
               OPEN OUTPUT reversal-audit-file
               IF NOT rev-file-ok OR NOT raud-file-ok
                   SET file-error TO TRUE
                   DISPLAY "GLREV: UNABLE TO OPEN REVEXTR/"
                       "REVAUDIT, STATUS=" rev-file-status "/"
                       raud-file-status
                   MOVE "REVERSAL OUTPUTS COULD NOT BE OPENED"
                       TO rpt-message
                   PERFORM write-message-line
                   CLOSE history-file
               END-IF
           END-IF.

           MOVE gl-header-ws TO reversal-file-record
           WRITE reversal-file-record.

      * the run's records are browsed by key; this first pass only
      * builds the reversal, the history is not touched
       process-history.
           PERFORM start-target-run
           PERFORM UNTIL hist-run-end
               READ history-file NEXT RECORD
                   AT END
                       SET hist-run-end TO TRUE
                   NOT AT END
                       IF hst-run-id NOT = target-run-id
                           SET hist-run-end TO TRUE
                       ELSE
                           PERFORM examine-one-record
                       END-IF
               END-READ
           END-PERFORM.

       start-target-run.
           MOVE target-run-id TO hst-run-id
           MOVE 0 TO hst-record-seq
           MOVE "N" TO hist-run-end-switch
           START history-file KEY IS NOT LESS THAN hst-key
               INVALID KEY
                   SET hist-run-end TO TRUE
           END-START.

      * only records the GL actually acknowledged can be backed out;
      * a record already stamped reversed is left alone so running
      * the same reversal twice cannot double-credit the GL
       examine-one-record.
           ADD 1 TO target-seen-count
           IF target-seen-count = 1
               PERFORM check-target-period
           END-IF
           IF NOT period-locked
               IF hst-posted
                   PERFORM reverse-one-record
               ELSE
           MOVE hst-requestor-id TO gl-det-requestor-id
           SET gl-det-reversal TO TRUE
           MOVE hst-gl-doc-number TO gl-det-orig-doc
           MOVE hst-gl-account TO gl-det-gl-account
           MOVE hst-offset-account TO gl-det-offset-account
           MOVE gl-detail-ws TO reversal-file-record
           WRITE reversal-file-record
           PERFORM add-account-total

           PERFORM write-reversal-audit

           MOVE hst-result TO rpt-det-amount
           MOVE hst-gl-doc-number TO rpt-det-doc
           MOVE report-detail-line TO reversal-report-record
           WRITE reversal-report-record.

      * second pass: every record the reversal backed out is stamped
      * "V"; a stamp that fails, or a count that no longer agrees with
      * the reversal, holds the reversal like any dataset problem
       stamp-reversed-history.
           PERFORM start-target-run
           PERFORM UNTIL hist-run-end
               READ history-file NEXT RECORD
                   AT END
                       SET hist-run-end TO TRUE
                   NOT AT END
                       IF hst-run-id NOT = target-run-id
                           SET hist-run-end TO TRUE
                       ELSE
                           IF hst-posted
                               PERFORM stamp-one-reversed-record
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF stamped-count NOT = reversed-count
               AND NOT file-error
               SET file-error TO TRUE
               DISPLAY "GLREV: HISTORY STAMPED " stamped-count
                   " RECORDS, REVERSAL HAS " reversed-count
               MOVE "HISTORY STAMP COUNT DIFFERS - HOLD ALL"
                   TO rpt-message
               PERFORM write-message-line
           END-IF.

       stamp-one-reversed-record.
           SET hst-reversed TO TRUE
           REWRITE history-record-ws
               INVALID KEY
                   IF NOT file-error
                       SET file-error TO TRUE
                       DISPLAY "GLREV: HISTFILE REWRITE FAILED, "
                           "STATUS=" hist-file-status " KEY=" hst-key
                       MOVE "HISTORY NOT FULLY STAMPED - HOLD ALL"
                           TO rpt-message
                       PERFORM write-message-line
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO stamped-count
           END-REWRITE.

      * the audit file carries the reversal run-id and date so the
      * recon step balances the reversal extract with the same
           MOVE hst-sub-both TO aud-sub-both
           MOVE "00" TO aud-status
           MOVE hst-requestor-id TO aud-requestor-id
           MOVE hst-request-date TO aud-request-date
           MOVE hst-divisor-count TO aud-divisor-count
           MOVE hst-divisor-table TO aud-divisor-table
           MOVE ZEROS TO aud-contrib-table
           MOVE ZEROS TO aud-alt-values
           MOVE "N" TO aud-gl-held-flag
           MOVE audit-record-ws TO reversal-audit-record
           WRITE reversal-audit-record.

      * a reversal whose account pairs outrun the subtotal table
      * cannot balance through glrecon, so it is failed outright
       add-account-total.
           MOVE 0 TO act-found-ix
           PERFORM VARYING act-ix FROM 1 BY 1
               UNTIL act-ix > act-count OR act-found-ix > 0
               IF act-gl-account(act-ix) = hst-gl-account
                   AND act-offset-account(act-ix) = hst-offset-account
                   MOVE act-ix TO act-found-ix
               END-IF
           END-PERFORM
           IF act-found-ix = 0
               IF act-count < act-max
                   ADD 1 TO act-count
                   MOVE act-count TO act-found-ix
                   MOVE hst-gl-account TO act-gl-account(act-count)
                   MOVE hst-offset-account
                       TO act-offset-account(act-count)
                   MOVE 0 TO act-record-count(act-count)
                   MOVE 0 TO act-control-sum(act-count)
               ELSE
                   IF NOT file-error
                       SET file-error TO TRUE
                       DISPLAY "GLREV: ACCOUNT SUBTOTAL TABLE FULL"
                       MOVE "TOO MANY ACCOUNTS FOR SUBTOTALS - HOLD ALL"
                           TO rpt-message
                       PERFORM write-message-line
                   END-IF
               END-IF
           END-IF
           IF act-found-ix > 0
               ADD 1 TO act-record-count(act-found-ix)
               ADD hst-result TO act-control-sum(act-found-ix)
           END-IF.

       write-reversal-trailer.
           PERFORM VARYING act-ix FROM 1 BY 1 UNTIL act-ix > act-count
               MOVE "A" TO gl-act-rec-type
               SET gl-act-group-level TO TRUE
               MOVE act-gl-account(act-ix) TO gl-act-gl-account
               MOVE act-offset-account(act-ix) TO gl-act-offset-account
               MOVE act-record-count(act-ix) TO gl-act-record-count
               MOVE act-control-sum(act-ix) TO gl-act-control-sum
               MOVE gl-account-total-ws TO reversal-file-record
               WRITE reversal-file-record
           END-PERFORM
           MOVE "T" TO gl-trl-rec-type
           MOVE reversed-count TO gl-trl-record-count
           MOVE reversed-sum TO gl-trl-control-sum
           WRITE reversal-file-record.

       close-reversal-files.
           CLOSE history-file
           CLOSE reversal-file
           CLOSE reversal-audit-file.

           MOVE reversed-sum TO rpt-reversed-sum
           MOVE report-total-line TO reversal-report-record
           WRITE reversal-report-record
           IF NOT parm-error AND NOT file-error AND NOT period-locked
               IF reversed-count = 0
                   IF already-reversed-count > 0
                       MOVE "RUN ALREADY REVERSED - NOTHING PRODUCED"
                   PERFORM write-message-line
               END-IF
           END-IF
           DISPLAY "GLREV: RUN RECORDS=" target-seen-count
               " REVERSED=" reversed-count
               " SUM=" reversed-sum
               " STAMPED=" stamped-count
               " PRIOR REVERSALS=" already-reversed-count.

       write-message-line.
