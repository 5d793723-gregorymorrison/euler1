               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-file-status.
           SELECT history-file ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS hst-key
               ALTERNATE RECORD KEY IS hst-requestor-id
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS hst-threshold
                   WITH DUPLICATES
               FILE STATUS IS hist-file-status.
           SELECT ops-summary-file ASSIGN TO "OPSSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT divisor-profile-file ASSIGN TO "DIVPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dvp-file-status.
           SELECT requestor-file ASSIGN TO "REQMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rqm-file-status.
           SELECT gl-account-file ASSIGN TO "GLACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gam-file-status.
           SELECT gl-hold-file ASSIGN TO "GLHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS hold-file-status.
           SELECT timing-file ASSIGN TO "TIMEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS tm-key
               FILE STATUS IS time-file-status.

       DATA DIVISION.
       FILE SECTION.
       01  cnt-file-record        PIC X(37).

       FD  audit-file.
       01  audit-file-record      PIC X(410).

       FD  checkpoint-file.
       01  checkpoint-file-record PIC X(284).

       FD  gl-file.
       01  gl-file-record          PIC X(80).

       FD  history-file.
       COPY eulhist.

       FD  ops-summary-file.
       01  ops-summary-record      PIC X(80).
       FD  divisor-profile-file.
       01  divisor-profile-record PIC X(90).

       FD  requestor-file.
       01  requestor-record       PIC X(30).

       FD  gl-account-file.
       01  gl-account-record      PIC X(80).

       FD  gl-hold-file.
       01  gl-hold-record         PIC X(80).

       FD  timing-file.
       COPY eultime.

       WORKING-STORAGE SECTION.
       COPY eulctl.
       COPY divparm.
       01  rh-file-avail-switch   PIC X VALUE "N".
           88  rh-file-available      VALUE "Y".

       01  time-file-status       PIC XX.
           88  time-file-ok           VALUE "00".
           88  time-file-missing      VALUE "35".

       01  time-file-avail-switch PIC X VALUE "N".
           88  time-file-available    VALUE "Y".

      * a calculation resumed from a checkpoint only timed its last
      * stretch, so it is kept out of the timing history
       01  partial-calc-switch    PIC X VALUE "N".
           88  partial-calc           VALUE "Y".

       01  run-refused-switch     PIC X VALUE "N".
           88  run-refused            VALUE "Y".


       COPY eulparm.
       COPY divprof.
       COPY eulstep.
       COPY eulpctl.

       01  dvp-file-status        PIC XX.
           88  dvp-file-ok            VALUE "00".
               10  dvp-entry-exp      PIC X(8).

       01  profile-code-work      PIC X(4).
      * the profile code a record's divisors actually came from -
      * the transaction's own, the parm card's for a record on the
      * run defaults, or spaces for keyed divisors; it is half of
      * the GL account mapping key
       01  run-profile-code       PIC X(4) VALUE SPACES.
       01  current-profile-code   PIC X(4) VALUE SPACES.
       01  profile-usable-switch  PIC X.
           88  profile-usable         VALUE "Y".

       01  default-divisor-count  PIC 9(2).
       01  default-divisor-table  PIC X(30).
       01  current-requestor      PIC X(8).
       01  current-request-date   PIC X(8).

       COPY reqmstr.
       COPY glacct.

       01  rqm-file-status        PIC XX.
           88  rqm-file-ok            VALUE "00".

       01  rqm-file-eof-switch    PIC X VALUE "N".
           88  rqm-file-eof           VALUE "Y".

       01  gam-file-status        PIC XX.
           88  gam-file-ok            VALUE "00".

       01  gam-file-eof-switch    PIC X VALUE "N".
           88  gam-file-eof           VALUE "Y".

       01  hold-file-status       PIC XX.
           88  hold-file-ok           VALUE "00".

       01  hold-file-avail-switch PIC X VALUE "N".
           88  hold-file-available    VALUE "Y".

      * requestor departments and the GL account mapping master,
      * held for the run so every clean result can be given the
      * accounts it posts to; a result that cannot be mapped is
      * held back from GLEXTRACT and listed on GLHOLD instead
       01  rqm-count              PIC 9(3) VALUE 0.
       01  rqm-max                PIC 9(3) VALUE 200.
       01  rqm-ix                 PIC 9(3).
       01  rqm-found-ix           PIC 9(3).
       01  rqm-table-full-switch  PIC X VALUE "N".
           88  rqm-table-full         VALUE "Y".
       01  requestor-table.
           05  rqm-entry OCCURS 200 TIMES.
               10  rqm-entry-id       PIC X(8).
               10  rqm-entry-dept     PIC X(4).

       01  gam-count              PIC 9(3) VALUE 0.
       01  gam-max                PIC 9(3) VALUE 300.
       01  gam-ix                 PIC 9(3).
       01  gam-found-ix           PIC 9(3).
       01  gam-table-full-switch  PIC X VALUE "N".
           88  gam-table-full         VALUE "Y".
       01  account-map-table.
           05  gam-entry OCCURS 300 TIMES.
               10  gam-entry-key      PIC X(8).
               10  gam-entry-account  PIC X(10).
               10  gam-entry-offset   PIC X(10).

       01  current-department     PIC X(4).
       01  current-gl-account     PIC X(10).
       01  current-offset-account PIC X(10).
       01  account-mapped-switch  PIC X VALUE "N".
           88  account-mapped         VALUE "Y".
       01  hold-reason            PIC X(24).
       01  held-count             PIC 9(5) VALUE 0.
       01  held-sum               PIC 9(18) VALUE 0.

      * one subtotal per GL account / offset pair on the extract,
      * written as "A" records ahead of the trailer
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

       01  hold-report-heading.
           05  FILLER                 PIC X(42) VALUE
               "MYTEST - GL DETAILS HELD, NO ACCOUNT MAP  ".
           05  FILLER                 PIC X(4) VALUE "RUN ".
           05  hold-hdg-run-id        PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  hold-hdg-run-date      PIC X(8).
           05  FILLER                 PIC X(17) VALUE SPACES.

       01  hold-detail-line.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  hold-threshold         PIC 9(9).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  hold-result            PIC 9(18).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  hold-requestor-id      PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  hold-department        PIC X(4).
           05  FILLER                 PIC X(1) VALUE "/".
           05  hold-profile-code      PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  hold-reason-text       PIC X(24).
           05  FILLER                 PIC X(6) VALUE SPACES.

       01  hold-total-line.
           05  FILLER                 PIC X(7) VALUE "  HELD ".
           05  hold-total-count       PIC 9(5).
           05  FILLER                 PIC X(6) VALUE "  SUM ".
           05  hold-total-sum         PIC 9(18).
           05  FILLER                 PIC X(44) VALUE SPACES.

       01  cnt      PIC 9(9).
       01  legacy-cnt PIC 9(9).
       01  current-date-time        PIC X(21).
       01  run-date               PIC X(8).
       01  run-time-stamp         PIC X(6).
      * the date CNTIN's control record must carry: the processing
      * date, or for a run outside the stream the batch date its
      * parm card names
       01  control-date           PIC X(8).

       COPY cnttran.
       COPY cntctl.
       COPY eulaudit.
       COPY glextr.

       01  gl-detail-count            PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.
       main-logic.
           PERFORM initialize-run
      * tonight's stream must have finished the steps ahead of this
      * one, and a completed run step is never run again - checked
      * before a single dataset is opened or the ops summary cut
           PERFORM start-stream-step
           IF stc-run-refused
               DISPLAY "MYTEST: REFUSED BY STREAM CONTROL - NOTHING "
                   "PROCESSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM prepare-run
           IF NOT run-refused
               PERFORM process-thresholds
               IF restart-yes AND NOT restart-consumed
                   CLOSE history-file
               END-IF
               CLOSE gl-file
               PERFORM close-gl-hold-listing
               IF time-file-available
                   CLOSE timing-file
               END-IF
               IF batch-run-mode
                   CLOSE cnt-file
               END-IF
           END-IF
           PERFORM compute-return-code
           PERFORM write-ops-summary
           PERFORM end-stream-step
           MOVE job-return-code TO RETURN-CODE
           STOP RUN.

           END-IF
           IF parm-divisor-count NOT = SPACES
               PERFORM load-parm-divisor-table
           END-IF.

      * the run's own run-id goes to stepctl, so an ad hoc run under
      * some other run-id is left outside the nightly stream
       start-stream-step.
           SET stc-step-start TO TRUE
           MOVE "MYTEST  " TO stc-step-name
           MOVE run-id TO stc-run-id
           MOVE SPACES TO stc-run-date
           CALL "stepctl" USING step-control-area.

       end-stream-step.
           IF stc-run-allowed
               SET stc-step-end TO TRUE
               MOVE job-return-code TO stc-return-code
               CALL "stepctl" USING step-control-area
           END-IF.

       prepare-run.
           MOVE FUNCTION CURRENT-DATE TO current-date-time
           MOVE current-date-time(1:8) TO run-date
           MOVE current-date-time(9:6) TO run-time-stamp
                   MOVE dvp-entry-count(dvp-found-ix) TO divisor-count
                   MOVE dvp-entry-divisors(dvp-found-ix)
                       TO divisor-table
                   MOVE parm-profile-code TO run-profile-code
               ELSE
                   SET run-refused TO TRUE
                   DISPLAY "MYTEST: PARM PROFILE CODE "
           MOVE divisor-count TO default-divisor-count
           MOVE divisor-table TO default-divisor-table

           PERFORM load-requestor-departments
           PERFORM load-account-map

      * a checkpoint records a partial threshold for the loop-mode
      * accumulation; the formula mode has no loop to resume, so a
      * restart request is meaningless there and is ignored
               PERFORM verify-input-control
           END-IF

      * everything this run writes is dated into the processing
      * date's period; once finance has closed that period a late
      * run would change figures already handed over, so it is
      * refused before any output dataset is touched
           IF NOT run-refused
               PERFORM check-posting-period
           END-IF

      * a run-id already completed on the master must not run again -
      * a second pass would poison the audit trail and the checkpoint
      * restart matching, so the run is refused before any output
               END-IF
           END-IF.

      * a batch held back from the nightly stream - bwplan's heavy
      * stream - is run later under its own run-id, and its parm card
      * names the date the batch was cut for in the stream-date
      * columns; the results are still dated the day they are run
       judge-input-control.
           MOVE run-date TO control-date
           IF stc-out-of-stream AND parm-stream-date NOT = SPACES
               MOVE parm-stream-date TO control-date
           END-IF
           IF NOT input-ctl-seen
               SET control-refused TO TRUE
               SET run-refused TO TRUE
               DISPLAY "MYTEST: NO CONTROL RECORD ON CNTIN - INPUT "
                   "MAY BE TRUNCATED OR UNEDITED, RUN REFUSED"
           ELSE
               IF ctl-run-date NOT = control-date
                   SET control-refused TO TRUE
                   SET run-refused TO TRUE
                   DISPLAY "MYTEST: CNTIN CONTROL DATE " ctl-run-date
                       " IS NOT PROCESSING DATE " control-date
                       " - STALE INPUT, RUN REFUSED"
               ELSE
                   IF ctl-record-count NOT = verify-record-count
               END-IF
           END-IF.

      * the first run of a month opens its period on the master
       check-posting-period.
           SET pdc-register TO TRUE
           MOVE run-date(1:6) TO pdc-period
           MOVE 0 TO pdc-day
           MOVE 0 TO pdc-count
           MOVE 0 TO pdc-value
           CALL "perctl" USING period-check-area
           IF pdc-period-closed
               SET control-refused TO TRUE
               SET run-refused TO TRUE
               DISPLAY "MYTEST: PERIOD " pdc-period " IS CLOSED - "
                   "NOTHING MAY POST INTO IT, RUN REFUSED"
           ELSE
               IF pdc-file-error
                   SET control-refused TO TRUE
                   SET run-refused TO TRUE
                   DISPLAY "MYTEST: PERIOD " pdc-period " COULD NOT "
                       "BE VERIFIED - " pdc-message " - RUN REFUSED"
               ELSE
                   IF pdc-period-closing
                       DISPLAY "MYTEST: PERIOD " pdc-period " IS "
                           "CLOSING - THIS RUN MUST BE POSTED AND "
                           "CHARGED BACK BEFORE IT CAN CLOSE"
                   END-IF
               END-IF
           END-IF.

       load-divisor-profiles.
           OPEN INPUT divisor-profile-file
           IF NOT dvp-file-ok
               END-IF
           END-IF.

       load-requestor-departments.
           OPEN INPUT requestor-file
           IF NOT rqm-file-ok
               SET open-error TO TRUE
               DISPLAY "MYTEST: UNABLE TO OPEN REQMSTR, STATUS="
                   rqm-file-status " - GL ACCOUNTS UNRESOLVABLE"
           ELSE
               PERFORM UNTIL rqm-file-eof
                   READ requestor-file
                       AT END
                           SET rqm-file-eof TO TRUE
                       NOT AT END
                           MOVE requestor-record TO requestor-master-ws
                           PERFORM load-one-requestor
                   END-READ
               END-PERFORM
               CLOSE requestor-file
           END-IF.

       load-one-requestor.
           IF rqm-count < rqm-max
               ADD 1 TO rqm-count
               MOVE rqm-requestor-id TO rqm-entry-id(rqm-count)
               MOVE rqm-department TO rqm-entry-dept(rqm-count)
           ELSE
               IF NOT rqm-table-full
                   SET rqm-table-full TO TRUE
                   SET open-error TO TRUE
                   DISPLAY "MYTEST: REQUESTOR TABLE FULL - REQUESTORS "
                       "PAST " rqm-max " ENTRIES UNMAPPABLE"
               END-IF
           END-IF.

      * without the mapping master nothing can be given an account,
      * so the run is treated like any other unopenable dataset
       load-account-map.
           OPEN INPUT gl-account-file
           IF NOT gam-file-ok
               SET open-error TO TRUE
               DISPLAY "MYTEST: UNABLE TO OPEN GLACCT, STATUS="
                   gam-file-status " - GL ACCOUNTS UNRESOLVABLE"
           ELSE
               PERFORM UNTIL gam-file-eof
                   READ gl-account-file
                       AT END
                           SET gam-file-eof TO TRUE
                       NOT AT END
                           MOVE gl-account-record TO gl-account-map-ws
                           PERFORM load-one-account-map
                   END-READ
               END-PERFORM
               CLOSE gl-account-file
           END-IF.

       load-one-account-map.
           IF gam-count < gam-max
               ADD 1 TO gam-count
               MOVE gam-key TO gam-entry-key(gam-count)
               MOVE gam-gl-account TO gam-entry-account(gam-count)
               MOVE gam-offset-account TO gam-entry-offset(gam-count)
           ELSE
               IF NOT gam-table-full
                   SET gam-table-full TO TRUE
                   SET open-error TO TRUE
                   DISPLAY "MYTEST: ACCOUNT MAP TABLE FULL - MAPPINGS "
                       "PAST " gam-max " ENTRIES UNRESOLVABLE"
               END-IF
           END-IF.

      * a profile is usable when it is on the master and the run
      * date falls inside its effective window; spaces in the expiry
      * date mean the profile never expires
                   aud-file-status
           END-IF

      * the cumulative history is kept across runs, unlike the audit
      * dataset which is cut fresh each run; the first run at this
      * installation creates it, then reopens it for keyed update
           OPEN I-O history-file
           IF hist-file-missing
               OPEN OUTPUT history-file
               CLOSE history-file
               OPEN I-O history-file
           END-IF
           IF hist-file-ok
               SET hist-file-available TO TRUE
                   hist-file-status
           END-IF

      * the timing history only feeds the batch window planner's
      * estimates, so a run that cannot keep it still runs
           OPEN I-O timing-file
           IF time-file-missing
               OPEN OUTPUT timing-file
               CLOSE timing-file
               OPEN I-O timing-file
           END-IF
           IF time-file-ok
               SET time-file-available TO TRUE
           ELSE
               DISPLAY "MYTEST: UNABLE TO OPEN TIMEHIST, STATUS="
                   time-file-status " - CALCULATION TIMES NOT KEPT"
           END-IF

           OPEN OUTPUT gl-file
           IF gl-file-ok
               SET gl-file-available TO TRUE
                   gl-file-status
           END-IF

           OPEN OUTPUT gl-hold-file
           IF hold-file-ok
               SET hold-file-available TO TRUE
               MOVE run-id TO hold-hdg-run-id
               MOVE run-date TO hold-hdg-run-date
               MOVE hold-report-heading TO gl-hold-record
               WRITE gl-hold-record
           ELSE
               SET open-error TO TRUE
               DISPLAY "MYTEST: UNABLE TO OPEN GLHOLD, STATUS="
                   hold-file-status
           END-IF

           IF restart-yes
               PERFORM read-last-checkpoint
           END-IF
           END-IF.

      * 0 clean, 4 some input skipped or rejected, 8 a dataset would
      * not open, a master outgrew its table or a control total
      * overflowed, 12 nothing processed
      * at all - the scheduler releases the posting job on this code
       compute-return-code.
           IF control-refused
               " ACCEPTED=" accepted-count
               " REJECTED=" rejected-count
               " SKIPPED=" skipped-count
               " GL-HELD=" held-count
               " CACHE-HITS=" cache-hit-count
               " FRESH=" cache-fresh-count.

                   MOVE 8 TO job-return-code
               ELSE
                   IF skipped-count > 0 OR rejected-count > 0
                       OR held-count > 0
                       MOVE 4 TO job-return-code
                   ELSE
                       MOVE 0 TO job-return-code
           IF single-run-mode
               MOVE legacy-cnt TO cnt
               MOVE SPACES TO current-requestor
               MOVE SPACES TO current-request-date
               MOVE run-profile-code TO current-profile-code
               PERFORM calculate-one-threshold
           ELSE
               PERFORM UNTIL cnt-file-eof
                       IF record-divisors-ok
                           MOVE numval-result TO cnt
                           MOVE trn-requestor-id TO current-requestor
                           MOVE trn-request-date
                               TO current-request-date
                           PERFORM calculate-one-threshold
                       END-IF
                   ELSE
           IF profile-usable
               MOVE dvp-entry-count(dvp-found-ix) TO divisor-count
               MOVE dvp-entry-divisors(dvp-found-ix) TO divisor-table
               MOVE trn-profile-code TO current-profile-code
           ELSE
               MOVE "N" TO record-divisors-ok-switch
               ADD 1 TO skipped-count
           IF trn-divisor-1 = SPACES AND trn-divisor-2 = SPACES
               MOVE default-divisor-count TO divisor-count
               MOVE default-divisor-table TO divisor-table
               MOVE run-profile-code TO current-profile-code
           ELSE
               IF trn-divisor-1 IS NUMERIC
                   AND trn-divisor-2 IS NUMERIC
                   AND FUNCTION NUMVAL(trn-divisor-1) > 0
                   AND FUNCTION NUMVAL(trn-divisor-2) > 0
                   MOVE 2 TO divisor-count
                   MOVE SPACES TO current-profile-code
                   COMPUTE divisor-1 = FUNCTION NUMVAL(trn-divisor-1)
                   COMPUTE divisor-2 = FUNCTION NUMVAL(trn-divisor-2)
                   PERFORM VARYING parm-div-ix FROM 3 BY 1
           MOVE 0 TO sub-both-divisors
           MOVE ZEROS TO divisor-contrib-table
           MOVE ZEROS TO alt-calc-values
           MOVE "N" TO partial-calc-switch

      * only honor the checkpoint for the one transaction record it
      * was actually taken against - an unrelated or already-finished
               MOVE ckpt-sub-both TO sub-both-divisors
               MOVE ckpt-contrib-table TO divisor-contrib-table
               SET restart-consumed TO TRUE
               SET partial-calc TO TRUE
           END-IF

      * the original threshold and the CNTIN record-sequence number
           IF status-ok
               ADD 1 TO accepted-count
               PERFORM add-cache-entry
               IF time-file-available AND NOT partial-calc
                   PERFORM record-calc-timing
               END-IF
           ELSE
               ADD 1 TO rejected-count
               IF status-invalid-cnt
           END-IF
           PERFORM write-audit-record.

      * one timing entry per calc mode, divisor count and threshold,
      * averaged over every run that computed it
       record-calc-timing.
           MOVE calc-mode TO tm-calc-mode
           MOVE divisor-count TO tm-divisor-count
           MOVE report-cnt TO tm-threshold
           READ timing-file
               INVALID KEY
                   MOVE 1 TO tm-sample-count
                   MOVE elapsed-hs TO tm-total-hs
                   MOVE elapsed-hs TO tm-last-hs
                   MOVE elapsed-hs TO tm-max-hs
                   MOVE run-id TO tm-last-run-id
                   MOVE run-date TO tm-last-run-date
                   WRITE timing-history-record
                       INVALID KEY
                           DISPLAY "MYTEST: TIMEHIST WRITE FAILED, "
                               "STATUS=" time-file-status
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO tm-sample-count
                   ADD elapsed-hs TO tm-total-hs
                   MOVE elapsed-hs TO tm-last-hs
                   IF elapsed-hs > tm-max-hs
                       MOVE elapsed-hs TO tm-max-hs
                   END-IF
                   MOVE run-id TO tm-last-run-id
                   MOVE run-date TO tm-last-run-date
                   REWRITE timing-history-record
                       INVALID KEY
                           DISPLAY "MYTEST: TIMEHIST REWRITE FAILED, "
                               "STATUS=" time-file-status
                   END-REWRITE
           END-READ.

      * a record waiting to resume from a checkpoint must run through
      * euler1 - serving it from the cache would strand the
      * checkpoint as forever in-progress
           END-IF.

       write-audit-record.
           MOVE "N" TO account-mapped-switch
           MOVE SPACES TO current-gl-account
           MOVE SPACES TO current-offset-account
           IF status-ok
               PERFORM resolve-gl-accounts
           END-IF
           MOVE run-id TO aud-run-id
           MOVE run-date TO aud-run-date
           MOVE run-time-stamp TO aud-run-time
           MOVE sub-both-divisors TO aud-sub-both
           MOVE return-status TO aud-status
           MOVE current-requestor TO aud-requestor-id
           MOVE current-request-date TO aud-request-date
           MOVE divisor-count TO aud-divisor-count
           MOVE divisor-table TO aud-divisor-table
           MOVE divisor-contrib-table TO aud-contrib-table
           MOVE alt-calc-values TO aud-alt-values
           IF status-ok AND NOT account-mapped
               SET aud-gl-held TO TRUE
           ELSE
               MOVE "N" TO aud-gl-held-flag
           END-IF
           MOVE audit-record-ws TO audit-file-record
           IF aud-file-available
               WRITE audit-file-record
      * above; it must not also flow into the GL extract, or a bad or
      * truncated result would reach the posting job looking clean
           IF status-ok
               IF account-mapped
                   PERFORM write-gl-detail
               ELSE
                   PERFORM write-gl-hold-line
               END-IF
           ELSE
               DISPLAY "MYTEST: THRESHOLD " report-cnt
                   " EXCLUDED FROM GLEXTRACT, STATUS=" return-status
           END-IF.

      * the requestor's department plus the profile code the divisors
      * came from must match a mapping exactly; a record with no
      * requestor maps under a department of spaces; a table that
      * filled on load says so, since the miss may be an entry that
      * was never loaded rather than one missing from the master
       resolve-gl-accounts.
           MOVE SPACES TO hold-reason
           MOVE SPACES TO current-department
           IF current-requestor NOT = SPACES
               MOVE 0 TO rqm-found-ix
               PERFORM VARYING rqm-ix FROM 1 BY 1
                   UNTIL rqm-ix > rqm-count OR rqm-found-ix > 0
                   IF rqm-entry-id(rqm-ix) = current-requestor
                       MOVE rqm-ix TO rqm-found-ix
                   END-IF
               END-PERFORM
               IF rqm-found-ix = 0
                   IF rqm-table-full
                       MOVE "REQUESTOR TABLE FULL" TO hold-reason
                   ELSE
                       MOVE "REQUESTOR NOT ON REQMSTR" TO hold-reason
                   END-IF
               ELSE
                   MOVE rqm-entry-dept(rqm-found-ix)
                       TO current-department
               END-IF
           END-IF
           IF hold-reason = SPACES
               MOVE current-department TO gam-department
               MOVE current-profile-code TO gam-profile-code
               MOVE 0 TO gam-found-ix
               PERFORM VARYING gam-ix FROM 1 BY 1
                   UNTIL gam-ix > gam-count OR gam-found-ix > 0
                   IF gam-entry-key(gam-ix) = gam-key
                       MOVE gam-ix TO gam-found-ix
                   END-IF
               END-PERFORM
               IF gam-found-ix = 0
                   IF gam-table-full
                       MOVE "ACCOUNT MAP TABLE FULL" TO hold-reason
                   ELSE
                       MOVE "NO DEPT/PROFILE MAPPING" TO hold-reason
                   END-IF
               ELSE
                   SET account-mapped TO TRUE
                   MOVE gam-entry-account(gam-found-ix)
                       TO current-gl-account
                   MOVE gam-entry-offset(gam-found-ix)
                       TO current-offset-account
               END-IF
           END-IF.

       write-gl-hold-line.
           ADD 1 TO held-count
           ADD result TO held-sum
               ON SIZE ERROR
                   MOVE ALL "9" TO held-sum
           END-ADD
           MOVE report-cnt TO hold-threshold
           MOVE result TO hold-result
           MOVE current-requestor TO hold-requestor-id
           MOVE current-department TO hold-department
           MOVE current-profile-code TO hold-profile-code
           MOVE hold-reason TO hold-reason-text
           MOVE hold-detail-line TO gl-hold-record
           IF hold-file-available
               WRITE gl-hold-record
           END-IF
           DISPLAY "MYTEST: THRESHOLD " report-cnt
               " HELD FROM GLEXTRACT - " hold-reason.

       close-gl-hold-listing.
           IF hold-file-available
               MOVE held-count TO hold-total-count
               MOVE held-sum TO hold-total-sum
               MOVE hold-total-line TO gl-hold-record
               WRITE gl-hold-record
               CLOSE gl-hold-file
           END-IF.

       write-history-record.
           MOVE SPACES TO history-record-ws
           MOVE run-id TO hst-run-id
           MOVE tran-record-seq TO hst-record-seq
           MOVE run-date TO hst-run-date
           MOVE run-time-stamp TO hst-run-time
           MOVE report-cnt TO hst-threshold
           MOVE sub-both-divisors TO hst-sub-both
           MOVE return-status TO hst-status
           MOVE SPACES TO hst-gl-doc-number
           IF aud-gl-held
               SET hst-held TO TRUE
           ELSE
               MOVE SPACES TO hst-posted-flag
           END-IF
           MOVE current-requestor TO hst-requestor-id
           MOVE calc-mode TO hst-calc-mode
           MOVE current-request-date TO hst-request-date
           MOVE current-gl-account TO hst-gl-account
           MOVE current-offset-account TO hst-offset-account
           MOVE SPACES TO hst-gl-ack-date
      * a restarted run recomputes the records its failed attempt had
      * already written; the rerun's result replaces that record
           IF hist-file-available
               WRITE history-record-ws
                   INVALID KEY
                       REWRITE history-record-ws
                           INVALID KEY
                               DISPLAY "MYTEST: HISTFILE WRITE FAILED,"
                                   " STATUS=" hist-file-status
                                   " KEY=" hst-key
                       END-REWRITE
               END-WRITE
           END-IF.

       write-gl-detail.
      * only a glrev reversal extract fills these
           MOVE SPACES TO gl-det-reversal-flag
           MOVE SPACES TO gl-det-orig-doc
           MOVE current-gl-account TO gl-det-gl-account
           MOVE current-offset-account TO gl-det-offset-account
           MOVE gl-detail-ws TO gl-file-record
           IF gl-file-available
               WRITE gl-file-record
               ON SIZE ERROR
                   SET gl-overflow TO TRUE
                   DISPLAY "MYTEST: GL CONTROL SUM OVERFLOW"
           END-ADD
           PERFORM add-account-total.

      * an account pair the subtotal table cannot hold would leave
      * the "A" records short of the trailer, so the extract is
      * flagged bad the same way an overflowed control total is
       add-account-total.
           MOVE 0 TO act-found-ix
           PERFORM VARYING act-ix FROM 1 BY 1
               UNTIL act-ix > act-count OR act-found-ix > 0
               IF act-gl-account(act-ix) = current-gl-account
                   AND act-offset-account(act-ix)
                       = current-offset-account
                   MOVE act-ix TO act-found-ix
               END-IF
           END-PERFORM
           IF act-found-ix = 0
               IF act-count < act-max
                   ADD 1 TO act-count
                   MOVE act-count TO act-found-ix
                   MOVE current-gl-account TO act-gl-account(act-count)
                   MOVE current-offset-account
                       TO act-offset-account(act-count)
                   MOVE 0 TO act-record-count(act-count)
                   MOVE 0 TO act-control-sum(act-count)
               ELSE
                   IF NOT gl-overflow
                       DISPLAY "MYTEST: ACCOUNT SUBTOTAL TABLE FULL"
                   END-IF
                   SET gl-overflow TO TRUE
               END-IF
           END-IF
           IF act-found-ix > 0
               ADD 1 TO act-record-count(act-found-ix)
                   ON SIZE ERROR
                       SET gl-overflow TO TRUE
               END-ADD
               ADD result TO act-control-sum(act-found-ix)
                   ON SIZE ERROR
                       SET gl-overflow TO TRUE
               END-ADD
           END-IF.

       write-gl-trailer.
           PERFORM VARYING act-ix FROM 1 BY 1 UNTIL act-ix > act-count
               PERFORM write-gl-account-total
           END-PERFORM
           MOVE "T" TO gl-trl-rec-type
           MOVE gl-detail-count TO gl-trl-record-count
           MOVE gl-control-sum TO gl-trl-control-sum
               WRITE gl-file-record
           END-IF.

       write-gl-account-total.
           MOVE "A" TO gl-act-rec-type
           SET gl-act-group-level TO TRUE
           MOVE act-gl-account(act-ix) TO gl-act-gl-account
           MOVE act-offset-account(act-ix) TO gl-act-offset-account
           MOVE act-record-count(act-ix) TO gl-act-record-count
           MOVE act-control-sum(act-ix) TO gl-act-control-sum
           MOVE gl-account-total-ws TO gl-file-record
           IF gl-file-available
               WRITE gl-file-record
           END-IF.

       END PROGRAM myTest.

       IDENTIFICATION DIVISION.
       main-logic.
           MOVE "N" TO abort-run-switch
           MOVE "N" TO ckpt-available-switch
           MOVE 0 TO elapsed-hs
           PERFORM validate-input
           IF status-ok
               ACCEPT start-time FROM TIME
               IF elapsed-time < 0
                   ADD 8640000 TO elapsed-time
               END-IF
               MOVE elapsed-time TO elapsed-hs
               DISPLAY "EULER1: MODE=" calc-mode
                   " ELAPSED=" elapsed-time
           END-IF
