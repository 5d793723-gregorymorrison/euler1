      * cross-master run lineage reconciliation in COBOL
      *
      * glrecon proves a run's audit file agrees with its GL extract;
      * this program proves the masters the run leaves behind tell
      * the same story about it - a run complete on RUNHIST but
      * missing from OPSHIST, or history counts that do not match the
      * GL detail count after a restart, are caught here; it takes
      * every run of the day, or of a date range, from the RUNHIST
      * master and checks its figures against the other three
      * records of the run:
      *
      *   HISTFILE  the run's records, browsed by key - all of them
      *             against accepted plus rejected, the status-00
      *             ones against accepted, and the status-00 ones
      *             not held from the GL against the GL detail count
      *             and control sum
      *   OPSHIST   the run's ops history record under its run date -
      *             read, accepted, the four reject counts together
      *             and the GL details
      *   GLDAILY   the run's group on the daily consolidated file -
      *             its details and its trailer, count and sum
      *
      * a run still in progress on RUNHIST is a disagreement; so is
      * an OPSHIST record or a GLDAILY run group in the scope that
      * no RUNHIST run accounts for - glrev reversal groups excepted,
      * since a reversal is never registered on RUNHIST; the daily
      * files for a date range are supplied concatenated on GLDAILY,
      * and a run whose date no supplied daily file covers is listed
      * as not verified on the GL side
      *
      * parm: spaces for the nightly check, which covers the stream
      * date and tonight's stream run; or a from date in columns 1-8
      * and an optional to date in columns 9-16 (default the from
      * date) for an ad hoc check of a date range
      *
      * RUNHIST   in   run history master
      * HISTFILE  in   cumulative results history
      * OPSHIST   in   ops history master
      * GLDAILY   in   daily consolidated GL file(s) for the scope
      * LINRPT    out  lineage report
      *
      * a stream step when run for the night: stepctl refuses the
      * check when the step ahead of it has not ended acceptably or
      * tonight's check has already completed; a date range is ad
      * hoc and runs outside the stream
      *
      * returns 0 when every source agrees, 4 when nothing
      * disagrees but a run could not be verified on the GL side or
      * there were no runs to check, 8 on any disagreement, a parm
      * error or a master that could not be read - the scheduler
      * holds the downstream posting on anything but 0

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lineage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT run-history-file ASSIGN TO "RUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rh-run-id
               FILE STATUS IS rh-file-status.
           SELECT history-file ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hst-key
               ALTERNATE RECORD KEY IS hst-requestor-id
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS hst-threshold
                   WITH DUPLICATES
               FILE STATUS IS hist-file-status.
           SELECT ops-history-file ASSIGN TO "OPSHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS oh-key
               FILE STATUS IS oh-file-status.
           SELECT daily-file ASSIGN TO "GLDAILY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS daily-file-status.
           SELECT lineage-report-file ASSIGN TO "LINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rpt-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  run-history-file.
       COPY eulrhist.

       FD  history-file.
       COPY eulhist.

       FD  ops-history-file.
       COPY eulopsh.

       FD  daily-file.
       01  daily-file-record      PIC X(80).

       FD  lineage-report-file.
       01  lineage-report-record  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY glextr.
       COPY eulstep.

       01  rh-file-status         PIC XX.
           88  rh-file-ok             VALUE "00".

       01  rh-file-eof-switch     PIC X VALUE "N".
           88  rh-file-eof            VALUE "Y".

       01  hist-file-status       PIC XX.
           88  hist-file-ok           VALUE "00".

       01  hist-run-done-switch   PIC X VALUE "N".
           88  hist-run-done          VALUE "Y".

       01  oh-file-status         PIC XX.
           88  oh-file-ok             VALUE "00".

       01  oh-file-eof-switch     PIC X VALUE "N".
           88  oh-file-eof            VALUE "Y".

       01  daily-file-status      PIC XX.
           88  daily-file-ok          VALUE "00".

       01  daily-file-eof-switch  PIC X VALUE "N".
           88  daily-file-eof         VALUE "Y".

       01  rpt-file-status        PIC XX.
           88  rpt-file-ok            VALUE "00".

       01  parm-card              PIC X(80).
       01  parm-fields REDEFINES parm-card.
           05  parm-from-date         PIC X(8).
           05  parm-to-date           PIC X(8).
           05  FILLER                 PIC X(64).

       01  nightly-check-switch   PIC X VALUE "N".
           88  nightly-check          VALUE "Y".

       01  parm-error-switch      PIC X VALUE "N".
           88  parm-error             VALUE "Y".

       01  file-error-switch      PIC X VALUE "N".
           88  file-error             VALUE "Y".

       01  run-disagrees-switch   PIC X VALUE "N".
           88  run-disagrees          VALUE "Y".

       01  run-gl-unverified-switch PIC X VALUE "N".
           88  run-gl-unverified      VALUE "Y".

      * the scope: a run belongs to it when its run date falls in the
      * range, and on the nightly check tonight's stream run belongs
      * to it whatever date myTest stamped on it
       01  check-from-date        PIC X(8) VALUE SPACES.
       01  check-to-date          PIC X(8) VALUE SPACES.
       01  stream-run-id          PIC X(8) VALUE SPACES.

      * one entry per run group on the daily file(s)
       01  grp-count              PIC 9(3) VALUE 0.
       01  grp-max                PIC 9(3) VALUE 500.
       01  grp-ix                 PIC 9(3).
       01  grp-found-ix           PIC 9(3).
       01  grp-table-full-switch  PIC X VALUE "N".
           88  grp-table-full         VALUE "Y".
       01  gl-group-table.
           05  grp-entry OCCURS 500 TIMES.
               10  grp-run-id         PIC X(8).
               10  grp-run-date       PIC X(8).
               10  grp-det-count      PIC 9(9).
               10  grp-det-sum        PIC 9(18).
               10  grp-trl-count      PIC 9(9).
               10  grp-trl-sum        PIC 9(18).
               10  grp-trl-switch     PIC X(1).
                   88  grp-trl-found      VALUE "Y".
               10  grp-reversal-switch PIC X(1).
                   88  grp-reversal       VALUE "Y".
               10  grp-matched-switch PIC X(1).
                   88  grp-matched        VALUE "Y".

      * every run date the supplied daily file(s) carry, from the
      * run group headers and the super-trailers
       01  gdt-count              PIC 9(3) VALUE 0.
       01  gdt-max                PIC 9(3) VALUE 100.
       01  gdt-ix                 PIC 9(3).
       01  gdt-found-ix           PIC 9(3).
       01  gl-date-table.
           05  gdt-date OCCURS 100 TIMES PIC X(8).
       01  gl-date-wanted         PIC X(8).

      * the run's history records, tallied by key
       01  hist-record-count      PIC 9(9).
       01  hist-ok-count          PIC 9(9).
       01  hist-gl-count          PIC 9(9).
       01  hist-gl-sum            PIC 9(18).

       01  rh-accepted-rejected   PIC 9(9).
       01  oh-rejected            PIC 9(9).

      * one figure compared: the RUNHIST side against what the other
      * source holds
       01  cmp-source             PIC X(8).
       01  cmp-item               PIC X(16).
       01  cmp-expected           PIC 9(18).
       01  cmp-found              PIC 9(18).

       01  runs-checked-count     PIC 9(5) VALUE 0.
       01  runs-agreeing-count    PIC 9(5) VALUE 0.
       01  runs-disagreeing-count PIC 9(5) VALUE 0.
       01  runs-unverified-count  PIC 9(5) VALUE 0.
       01  orphan-count           PIC 9(5) VALUE 0.
       01  reversal-group-count   PIC 9(5) VALUE 0.
       01  difference-count       PIC 9(7) VALUE 0.
       01  run-verdict            PIC X(15).

       01  report-heading.
           05  FILLER                 PIC X(42) VALUE
               "LINEAGE - CROSS-MASTER RUN RECONCILIATION ".
           05  FILLER                 PIC X(38) VALUE SPACES.

       01  report-scope-line.
           05  FILLER                 PIC X(12) VALUE "  RUN DATES ".
           05  rpt-scope-from         PIC X(8).
           05  FILLER                 PIC X(4) VALUE " TO ".
           05  rpt-scope-to           PIC X(8).
           05  FILLER                 PIC X(15) VALUE
               "  STREAM RUN   ".
           05  rpt-scope-stream-run   PIC X(8).
           05  FILLER                 PIC X(25) VALUE SPACES.

       01  report-run-line.
           05  FILLER                 PIC X(7) VALUE "RUN-ID ".
           05  rpt-run-id             PIC X(8).
           05  FILLER                 PIC X(6) VALUE " DATE ".
           05  rpt-run-date           PIC X(8).
           05  FILLER                 PIC X(6) VALUE "  ACC ".
           05  rpt-run-accepted       PIC 9(5).
           05  FILLER                 PIC X(5) VALUE " REJ ".
           05  rpt-run-rejected       PIC 9(5).
           05  FILLER                 PIC X(4) VALUE " GL ".
           05  rpt-run-gl-count       PIC 9(9).
           05  FILLER                 PIC X(17) VALUE SPACES.

       01  report-difference-line.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  rpt-dif-source         PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-dif-item           PIC X(16).
           05  FILLER                 PIC X(4) VALUE " RH ".
           05  rpt-dif-expected       PIC 9(18).
           05  FILLER                 PIC X(5) VALUE " VS. ".
           05  rpt-dif-found          PIC 9(18).
           05  FILLER                 PIC X(6) VALUE SPACES.

       01  report-total-line.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  rpt-total-text         PIC X(30).
           05  rpt-total-count        PIC 9(7).
           05  FILLER                 PIC X(41) VALUE SPACES.

       01  report-message-line.
           05  rpt-message            PIC X(80).

       PROCEDURE DIVISION.
       main-logic.
           ACCEPT parm-card FROM COMMAND-LINE
           IF parm-card = SPACES
               SET nightly-check TO TRUE
               PERFORM start-stream-step
               IF stc-run-refused
                   DISPLAY "LINEAGE: REFUSED BY STREAM CONTROL - "
                       "NOTHING CHECKED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE stc-run-date TO check-from-date
               MOVE stc-run-date TO check-to-date
               MOVE stc-run-id TO stream-run-id
           END-IF
           PERFORM initialize-lineage
           IF NOT parm-error AND NOT file-error
               PERFORM load-gl-daily
               PERFORM check-runs
               PERFORM check-ops-history-orphans
               PERFORM check-gl-group-orphans
               CLOSE run-history-file
               CLOSE history-file
               CLOSE ops-history-file
           END-IF
           PERFORM write-lineage-totals
           CLOSE lineage-report-file
           IF parm-error OR file-error
               OR runs-disagreeing-count > 0 OR orphan-count > 0
               MOVE 8 TO stc-return-code
           ELSE
               IF runs-unverified-count > 0 OR runs-checked-count = 0
                   MOVE 4 TO stc-return-code
               ELSE
                   MOVE 0 TO stc-return-code
               END-IF
           END-IF
           IF nightly-check
               PERFORM end-stream-step
           END-IF
           MOVE stc-return-code TO RETURN-CODE
           STOP RUN.

      * the nightly check learns tonight's stream date and run-id
      * from stepctl
       start-stream-step.
           SET stc-step-start TO TRUE
           MOVE "LINEAGE " TO stc-step-name
           MOVE SPACES TO stc-run-id
           MOVE SPACES TO stc-run-date
           CALL "stepctl" USING step-control-area.

       end-stream-step.
           IF stc-run-allowed
               SET stc-step-end TO TRUE
               CALL "stepctl" USING step-control-area
           END-IF.

       initialize-lineage.
           OPEN OUTPUT lineage-report-file
           IF NOT rpt-file-ok
               DISPLAY "LINEAGE: UNABLE TO OPEN LINRPT, STATUS="
                   rpt-file-status
           END-IF
           MOVE report-heading TO lineage-report-record
           WRITE lineage-report-record

           IF NOT nightly-check
               PERFORM validate-parm-dates
           END-IF
           IF NOT parm-error
               MOVE check-from-date TO rpt-scope-from
               MOVE check-to-date TO rpt-scope-to
               MOVE stream-run-id TO rpt-scope-stream-run
               MOVE report-scope-line TO lineage-report-record
               WRITE lineage-report-record
               PERFORM open-lineage-files
           END-IF.

       validate-parm-dates.
           MOVE parm-from-date TO check-from-date
           IF parm-to-date = SPACES
               MOVE parm-from-date TO check-to-date
           ELSE
               MOVE parm-to-date TO check-to-date
           END-IF
           IF check-from-date IS NOT NUMERIC
               OR check-to-date IS NOT NUMERIC
               SET parm-error TO TRUE
               MOVE "PARM DATES MUST BE YYYYMMDD - NOTHING CHECKED"
                   TO rpt-message
           ELSE
               IF check-to-date < check-from-date
                   SET parm-error TO TRUE
                   MOVE SPACES TO rpt-message
                   STRING "PARM TO DATE IS BEFORE FROM DATE - "
                       "NOTHING CHECKED"
                       DELIMITED BY SIZE INTO rpt-message
               END-IF
           END-IF
           IF parm-error
               DISPLAY "LINEAGE: " rpt-message
               PERFORM write-message-line
           END-IF.

      * RUNHIST, HISTFILE and OPSHIST must all be readable for a run
      * to be checked at all; an unreadable GLDAILY only leaves the
      * GL side of every run unverified
       open-lineage-files.
           OPEN INPUT run-history-file
           IF NOT rh-file-ok
               SET file-error TO TRUE
               DISPLAY "LINEAGE: UNABLE TO OPEN RUNHIST, STATUS="
                   rh-file-status
               MOVE "RUNHIST COULD NOT BE OPENED - NOTHING CHECKED"
                   TO rpt-message
               PERFORM write-message-line
           END-IF
           OPEN INPUT history-file
           IF NOT hist-file-ok
               SET file-error TO TRUE
               DISPLAY "LINEAGE: UNABLE TO OPEN HISTFILE, STATUS="
                   hist-file-status
               MOVE "HISTFILE COULD NOT BE OPENED - NOTHING CHECKED"
                   TO rpt-message
               PERFORM write-message-line
           END-IF
           OPEN INPUT ops-history-file
           IF NOT oh-file-ok
               SET file-error TO TRUE
               DISPLAY "LINEAGE: UNABLE TO OPEN OPSHIST, STATUS="
                   oh-file-status
               MOVE "OPSHIST COULD NOT BE OPENED - NOTHING CHECKED"
                   TO rpt-message
               PERFORM write-message-line
           END-IF
           IF file-error
               IF rh-file-ok
                   CLOSE run-history-file
               END-IF
               IF hist-file-ok
                   CLOSE history-file
               END-IF
               IF oh-file-ok
                   CLOSE ops-history-file
               END-IF
           END-IF.

       load-gl-daily.
           OPEN INPUT daily-file
           IF NOT daily-file-ok
               DISPLAY "LINEAGE: UNABLE TO OPEN GLDAILY, STATUS="
                   daily-file-status " - GL SIDE NOT VERIFIED"
               MOVE "GLDAILY COULD NOT BE OPENED - GL SIDE NOT VERIFIED"
                   TO rpt-message
               PERFORM write-message-line
           ELSE
               PERFORM UNTIL daily-file-eof
                   READ daily-file
                       AT END
                           SET daily-file-eof TO TRUE
                       NOT AT END
                           PERFORM tally-daily-record
                   END-READ
               END-PERFORM
               CLOSE daily-file
           END-IF.

      * the account subtotals are glrecon's business; only the run
      * groups and the dates they cover matter here
       tally-daily-record.
           EVALUATE daily-file-record(1:1)
               WHEN "H"
                   MOVE daily-file-record TO gl-header-ws
                   PERFORM open-gl-group
                   MOVE gl-hdr-run-date TO gl-date-wanted
                   PERFORM note-gl-date
               WHEN "D"
                   MOVE daily-file-record TO gl-detail-ws
                   IF grp-count > 0 AND NOT grp-table-full
                       ADD 1 TO grp-det-count(grp-count)
                       ADD gl-det-result TO grp-det-sum(grp-count)
                       IF gl-det-reversal
                           SET grp-reversal(grp-count) TO TRUE
                       END-IF
                   END-IF
               WHEN "T"
                   MOVE daily-file-record TO gl-trailer-ws
                   IF grp-count > 0 AND NOT grp-table-full
                       MOVE gl-trl-record-count
                           TO grp-trl-count(grp-count)
                       MOVE gl-trl-control-sum TO grp-trl-sum(grp-count)
                       SET grp-trl-found(grp-count) TO TRUE
                   END-IF
               WHEN "S"
                   MOVE daily-file-record TO gl-super-trailer-ws
                   MOVE gl-sup-run-date TO gl-date-wanted
                   PERFORM note-gl-date
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       open-gl-group.
           IF grp-count < grp-max
               ADD 1 TO grp-count
               MOVE gl-hdr-run-id TO grp-run-id(grp-count)
               MOVE gl-hdr-run-date TO grp-run-date(grp-count)
               MOVE 0 TO grp-det-count(grp-count)
               MOVE 0 TO grp-det-sum(grp-count)
               MOVE 0 TO grp-trl-count(grp-count)
               MOVE 0 TO grp-trl-sum(grp-count)
               MOVE "N" TO grp-trl-switch(grp-count)
               MOVE "N" TO grp-reversal-switch(grp-count)
               MOVE "N" TO grp-matched-switch(grp-count)
           ELSE
               IF NOT grp-table-full
                   SET grp-table-full TO TRUE
                   SET file-error TO TRUE
                   DISPLAY "LINEAGE: MORE RUN GROUPS ON GLDAILY THAN "
                       "THE GROUP TABLE HOLDS"
                   MOVE SPACES TO rpt-message
                   STRING "MORE RUN GROUPS ON GLDAILY THAN THE GROUP "
                       "TABLE HOLDS"
                       DELIMITED BY SIZE INTO rpt-message
                   PERFORM write-message-line
               END-IF
           END-IF.

       note-gl-date.
           PERFORM find-gl-date
           IF gdt-found-ix = 0 AND gdt-count < gdt-max
               ADD 1 TO gdt-count
               MOVE gl-date-wanted TO gdt-date(gdt-count)
           END-IF.

       find-gl-date.
           MOVE 0 TO gdt-found-ix
           PERFORM VARYING gdt-ix FROM 1 BY 1
               UNTIL gdt-ix > gdt-count OR gdt-found-ix > 0
               IF gdt-date(gdt-ix) = gl-date-wanted
                   MOVE gdt-ix TO gdt-found-ix
               END-IF
           END-PERFORM.

       check-runs.
           MOVE LOW-VALUES TO rh-run-id
           START run-history-file KEY NOT < rh-run-id
               INVALID KEY
                   SET rh-file-eof TO TRUE
           END-START
           PERFORM UNTIL rh-file-eof
               READ run-history-file NEXT RECORD
                   AT END
                       SET rh-file-eof TO TRUE
                   NOT AT END
                       IF (rh-run-date NOT < check-from-date
                           AND rh-run-date NOT > check-to-date)
                           OR (nightly-check
                               AND rh-run-id = stream-run-id)
                           PERFORM check-one-run
                       END-IF
               END-READ
           END-PERFORM
           IF runs-checked-count = 0
               DISPLAY "LINEAGE: NO RUNS ON RUNHIST FOR THE DATES "
                   "CHECKED"
               MOVE "NO RUNS ON RUNHIST FOR THE DATES CHECKED"
                   TO rpt-message
               PERFORM write-message-line
           END-IF.

       check-one-run.
           ADD 1 TO runs-checked-count
           MOVE "N" TO run-disagrees-switch
           MOVE "N" TO run-gl-unverified-switch
           MOVE rh-run-id TO rpt-run-id
           MOVE rh-run-date TO rpt-run-date
           MOVE rh-records-accepted TO rpt-run-accepted
           MOVE rh-records-rejected TO rpt-run-rejected
           MOVE rh-gl-detail-count TO rpt-run-gl-count
           MOVE report-run-line TO lineage-report-record
           WRITE lineage-report-record

           IF NOT rh-status-complete
               SET run-disagrees TO TRUE
               MOVE SPACES TO rpt-message
               STRING "    RUNHIST  RUN STATUS " rh-run-status
                   " - THE RUN NEVER COMPLETED"
                   DELIMITED BY SIZE INTO rpt-message
               PERFORM write-message-line
           END-IF
           PERFORM check-run-history-records
           PERFORM check-run-ops-history
           PERFORM check-run-gl-group

           IF run-disagrees
               ADD 1 TO runs-disagreeing-count
               MOVE "DISAGREES" TO run-verdict
           ELSE
               IF run-gl-unverified
                   ADD 1 TO runs-unverified-count
                   MOVE "GL NOT VERIFIED" TO run-verdict
               ELSE
                   ADD 1 TO runs-agreeing-count
                   MOVE "AGREES" TO run-verdict
               END-IF
           END-IF
           MOVE SPACES TO rpt-message
           STRING "    " rh-run-id " " run-verdict
               DELIMITED BY SIZE INTO rpt-message
           PERFORM write-message-line
           DISPLAY "LINEAGE: " rh-run-id " " rh-run-date " "
               run-verdict.

      * the run's records start at sequence zero under its run-id
       check-run-history-records.
           MOVE 0 TO hist-record-count
           MOVE 0 TO hist-ok-count
           MOVE 0 TO hist-gl-count
           MOVE 0 TO hist-gl-sum
           MOVE "N" TO hist-run-done-switch
           MOVE rh-run-id TO hst-run-id
           MOVE 0 TO hst-record-seq
           START history-file KEY NOT < hst-key
               INVALID KEY
                   SET hist-run-done TO TRUE
           END-START
           PERFORM UNTIL hist-run-done
               READ history-file NEXT RECORD
                   AT END
                       SET hist-run-done TO TRUE
                   NOT AT END
                       IF hst-run-id NOT = rh-run-id
                           SET hist-run-done TO TRUE
                       ELSE
                           PERFORM tally-run-history-record
                       END-IF
               END-READ
           END-PERFORM

           MOVE "HISTFILE" TO cmp-source
           COMPUTE rh-accepted-rejected =
               rh-records-accepted + rh-records-rejected
           MOVE "RECORDS ACC+REJ " TO cmp-item
           MOVE rh-accepted-rejected TO cmp-expected
           MOVE hist-record-count TO cmp-found
           PERFORM compare-one-figure
           MOVE "ACCEPTED        " TO cmp-item
           MOVE rh-records-accepted TO cmp-expected
           MOVE hist-ok-count TO cmp-found
           PERFORM compare-one-figure
           MOVE "GL DETAIL COUNT " TO cmp-item
           MOVE rh-gl-detail-count TO cmp-expected
           MOVE hist-gl-count TO cmp-found
           PERFORM compare-one-figure
           MOVE "GL CONTROL SUM  " TO cmp-item
           MOVE rh-gl-control-sum TO cmp-expected
           MOVE hist-gl-sum TO cmp-found
           PERFORM compare-one-figure.

      * a result held back for want of an account mapping never
      * reached the GL; a later posting or reversal stamp does not
      * change what the run sent
       tally-run-history-record.
           ADD 1 TO hist-record-count
           IF hst-status-ok
               ADD 1 TO hist-ok-count
               IF NOT hst-held
                   ADD 1 TO hist-gl-count
                   ADD hst-result TO hist-gl-sum
               END-IF
           END-IF.

       check-run-ops-history.
           MOVE rh-run-date TO oh-run-date
           MOVE rh-run-id TO oh-run-id
           READ ops-history-file
               INVALID KEY
                   SET run-disagrees TO TRUE
                   MOVE SPACES TO rpt-message
                   STRING "    OPSHIST  NO RECORD FOR THE RUN UNDER "
                       "ITS RUN DATE"
                       DELIMITED BY SIZE INTO rpt-message
                   PERFORM write-message-line
               NOT INVALID KEY
                   MOVE "OPSHIST " TO cmp-source
                   MOVE "RECORDS READ    " TO cmp-item
                   MOVE rh-records-read TO cmp-expected
                   MOVE oh-records-read TO cmp-found
                   PERFORM compare-one-figure
                   MOVE "ACCEPTED        " TO cmp-item
                   MOVE rh-records-accepted TO cmp-expected
                   MOVE oh-accepted TO cmp-found
                   PERFORM compare-one-figure
                   COMPUTE oh-rejected = oh-rej-invalid-cnt
                       + oh-rej-invalid-div + oh-rej-overflow
                       + oh-rej-mismatch
                   MOVE "REJECTED        " TO cmp-item
                   MOVE rh-records-rejected TO cmp-expected
                   MOVE oh-rejected TO cmp-found
                   PERFORM compare-one-figure
                   MOVE "GL DETAIL COUNT " TO cmp-item
                   MOVE rh-gl-detail-count TO cmp-expected
                   MOVE oh-gl-details TO cmp-found
                   PERFORM compare-one-figure
           END-READ.

      * a run whose date no supplied daily file covers cannot be
      * checked on the GL side; one whose date is covered must have
      * its group there
       check-run-gl-group.
           MOVE 0 TO grp-found-ix
           PERFORM VARYING grp-ix FROM 1 BY 1
               UNTIL grp-ix > grp-count OR grp-found-ix > 0
               IF grp-run-id(grp-ix) = rh-run-id
                   AND NOT grp-matched(grp-ix)
                   MOVE grp-ix TO grp-found-ix
               END-IF
           END-PERFORM
           IF grp-found-ix = 0
               MOVE rh-run-date TO gl-date-wanted
               PERFORM find-gl-date
               IF gdt-found-ix = 0
                   SET run-gl-unverified TO TRUE
                   MOVE SPACES TO rpt-message
                   STRING "    GLDAILY  NO DAILY FILE SUPPLIED FOR THE "
                       "RUN DATE"
                       DELIMITED BY SIZE INTO rpt-message
                   PERFORM write-message-line
               ELSE
                   SET run-disagrees TO TRUE
                   MOVE SPACES TO rpt-message
                   STRING "    GLDAILY  NO RUN GROUP FOR THE RUN ON "
                       "THE DAILY FILE"
                       DELIMITED BY SIZE INTO rpt-message
                   PERFORM write-message-line
               END-IF
           ELSE
               SET grp-matched(grp-found-ix) TO TRUE
               MOVE "GLDAILY " TO cmp-source
               IF grp-run-date(grp-found-ix) NOT = rh-run-date
                   SET run-disagrees TO TRUE
                   MOVE SPACES TO rpt-message
                   STRING "    GLDAILY  GROUP RUN DATE "
                       grp-run-date(grp-found-ix)
                       " DIFFERS FROM RUNHIST"
                       DELIMITED BY SIZE INTO rpt-message
                   PERFORM write-message-line
               END-IF
               IF NOT grp-trl-found(grp-found-ix)
                   SET run-disagrees TO TRUE
                   MOVE "    GLDAILY  RUN GROUP HAS NO TRAILER"
                       TO rpt-message
                   PERFORM write-message-line
               END-IF
               MOVE "DETAIL COUNT    " TO cmp-item
               MOVE rh-gl-detail-count TO cmp-expected
               MOVE grp-det-count(grp-found-ix) TO cmp-found
               PERFORM compare-one-figure
               MOVE "DETAIL SUM      " TO cmp-item
               MOVE rh-gl-control-sum TO cmp-expected
               MOVE grp-det-sum(grp-found-ix) TO cmp-found
               PERFORM compare-one-figure
               IF grp-trl-found(grp-found-ix)
                   MOVE "TRAILER COUNT   " TO cmp-item
                   MOVE rh-gl-detail-count TO cmp-expected
                   MOVE grp-trl-count(grp-found-ix) TO cmp-found
                   PERFORM compare-one-figure
                   MOVE "TRAILER SUM     " TO cmp-item
                   MOVE rh-gl-control-sum TO cmp-expected
                   MOVE grp-trl-sum(grp-found-ix) TO cmp-found
                   PERFORM compare-one-figure
               END-IF
           END-IF.

       compare-one-figure.
           IF cmp-found NOT = cmp-expected
               SET run-disagrees TO TRUE
               ADD 1 TO difference-count
               MOVE cmp-source TO rpt-dif-source
               MOVE cmp-item TO rpt-dif-item
               MOVE cmp-expected TO rpt-dif-expected
               MOVE cmp-found TO rpt-dif-found
               MOVE report-difference-line TO lineage-report-record
               WRITE lineage-report-record
           END-IF.

      * an ops history record in the scope must belong to a run that
      * RUNHIST has under the same run date
       check-ops-history-orphans.
           MOVE check-from-date TO oh-run-date
           MOVE LOW-VALUES TO oh-run-id
           START ops-history-file KEY NOT < oh-key
               INVALID KEY
                   SET oh-file-eof TO TRUE
           END-START
           PERFORM UNTIL oh-file-eof
               READ ops-history-file NEXT RECORD
                   AT END
                       SET oh-file-eof TO TRUE
                   NOT AT END
                       IF oh-run-date > check-to-date
                           SET oh-file-eof TO TRUE
                       ELSE
                           PERFORM check-one-ops-record
                       END-IF
               END-READ
           END-PERFORM.

       check-one-ops-record.
           MOVE oh-run-id TO rh-run-id
           READ run-history-file
               INVALID KEY
                   MOVE SPACES TO rh-run-date
           END-READ
           IF rh-run-date NOT = oh-run-date
               ADD 1 TO orphan-count
               MOVE SPACES TO rpt-message
               STRING "OPSHIST  " oh-run-date "/" oh-run-id
                   " HAS NO RUNHIST RUN UNDER THAT DATE"
                   DELIMITED BY SIZE INTO rpt-message
               PERFORM write-message-line
               DISPLAY "LINEAGE: " rpt-message
           END-IF.

      * every run group in the scope that no run accounted for;
      * glrev reversal groups are never registered on RUNHIST
       check-gl-group-orphans.
           PERFORM VARYING grp-ix FROM 1 BY 1 UNTIL grp-ix > grp-count
               IF NOT grp-matched(grp-ix)
                   IF grp-reversal(grp-ix)
                       ADD 1 TO reversal-group-count
                   ELSE
                       IF (grp-run-date(grp-ix) NOT < check-from-date
                           AND grp-run-date(grp-ix)
                               NOT > check-to-date)
                           OR (nightly-check
                               AND grp-run-id(grp-ix) = stream-run-id)
                           ADD 1 TO orphan-count
                           MOVE SPACES TO rpt-message
                           STRING "GLDAILY  " grp-run-date(grp-ix) "/"
                               grp-run-id(grp-ix)
                               " RUN GROUP HAS NO RUNHIST RUN"
                               DELIMITED BY SIZE INTO rpt-message
                           PERFORM write-message-line
                           DISPLAY "LINEAGE: " rpt-message
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       write-lineage-totals.
           MOVE "RUNS CHECKED                  " TO rpt-total-text
           MOVE runs-checked-count TO rpt-total-count
           PERFORM write-total-line
           MOVE "RUNS AGREEING                 " TO rpt-total-text
           MOVE runs-agreeing-count TO rpt-total-count
           PERFORM write-total-line
           MOVE "RUNS DISAGREEING              " TO rpt-total-text
           MOVE runs-disagreeing-count TO rpt-total-count
           PERFORM write-total-line
           MOVE "RUNS NOT VERIFIED ON GL SIDE  " TO rpt-total-text
           MOVE runs-unverified-count TO rpt-total-count
           PERFORM write-total-line
           MOVE "FIGURES THAT DIFFER           " TO rpt-total-text
           MOVE difference-count TO rpt-total-count
           PERFORM write-total-line
           MOVE "RECORDS WITH NO RUNHIST RUN   " TO rpt-total-text
           MOVE orphan-count TO rpt-total-count
           PERFORM write-total-line
           MOVE "REVERSAL GROUPS NOT CHECKED   " TO rpt-total-text
           MOVE reversal-group-count TO rpt-total-count
           PERFORM write-total-line
           IF parm-error OR file-error
               MOVE "LINEAGE NOT CHECKED - HOLD THE POSTING"
                   TO rpt-message
           ELSE
               IF runs-disagreeing-count > 0 OR orphan-count > 0
                   MOVE "MASTERS DISAGREE - HOLD THE POSTING"
                       TO rpt-message
               ELSE
                   IF runs-unverified-count > 0
                       OR runs-checked-count = 0
                       MOVE "NOTHING DISAGREES BUT NOT ALL VERIFIED"
                           TO rpt-message
                   ELSE
                       MOVE "ALL MASTERS AGREE" TO rpt-message
                   END-IF
               END-IF
           END-IF
           DISPLAY "LINEAGE: " rpt-message
           PERFORM write-message-line
           DISPLAY "LINEAGE: CHECKED=" runs-checked-count
               " AGREE=" runs-agreeing-count
               " DISAGREE=" runs-disagreeing-count
               " UNVERIFIED=" runs-unverified-count
               " ORPHANS=" orphan-count.

       write-total-line.
           MOVE report-total-line TO lineage-report-record
           WRITE lineage-report-record.

       write-message-line.
           MOVE report-message-line TO lineage-report-record
           WRITE lineage-report-record
           MOVE SPACES TO rpt-message.
       END PROGRAM lineage.
